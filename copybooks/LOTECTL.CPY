      * na data (controle CTLLOTES), sem precisar do override de  *
      * emergencia; zero mantem o controle antigo de uma          *
      * execucao por dia.                                         *
      * BH-OPERADOR-ID e o operador que digitou o lote (ENTLOT01; *
      * em branco nos lotes gerados por outros sistemas), levado  *
      * pelo CALC ao jornal para a revisao de segregacao de       *
      * funcoes do SODREL01 (digitador x postador).               *
      *-----------------------------------------------------------*
       01  BH-HEADER-REC.
           05 BH-TIPO-REG           PIC X(01).
           05 BH-SISTEMA-ORIGEM     PIC X(08).
           05 BH-COMPANY-CODE       PIC X(03).
           05 BH-NUMERO-LOTE        PIC 9(04).
           05 BH-OPERADOR-ID        PIC X(08).
       01  BT-TRAILER-REC.
           05 BT-TIPO-REG           PIC X(01).
               88 BT-REGISTRO-TRAILER   VALUE "T".
