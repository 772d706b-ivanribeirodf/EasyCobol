      * data de postagem, dados completos da transacao e o        *
      * operador do run. O GLSTMT01 imprime o extrato de conta    *
      * a partir deste arquivo e da abertura do GLSALDO.          *
      * GH-SISTEMA-ORIGEM guarda o programa gerador do            *
      * lancamento (GL-SISTEMA-ORIGEM do GLTRANS), em branco nos  *
      * lancamentos digitados. GH-CENTRO-CUSTO vem do             *
      * GL-CENTRO-CUSTO (em branco quando a conta nao exige).     *
      * GH-TIPO-TRANS "A"/"B" marca o saldo de abertura de conta  *
      * devedora/credora gravado pelo MIGRA01 na migracao de uma  *
      * empresa nova: o valor ja esta no SG-SALDO-INICIAL do      *
      * periodo de corte e nao e movimento do periodo.            *
      *-----------------------------------------------------------*
       01  GH-HISTORICO-REC.
           05 GH-DATA-POSTAGEM      PIC 9(08).
           05 GH-TIPO-TRANS         PIC X(01).
               88 GH-DEBITO             VALUE "D".
               88 GH-CREDITO            VALUE "C".
               88 GH-ABERTURA-DEVEDORA  VALUE "A".
               88 GH-ABERTURA-CREDORA   VALUE "B".
               88 GH-ABERTURA-MIGRACAO  VALUE "A" "B".
           05 GH-DATA-TRANS         PIC 9(08).
           05 GH-NUMERO-CONTA       PIC 9(08).
           05 GH-REFERENCIA         PIC X(10).
           05 GH-CURRENCY-CODE      PIC X(03).
           05 GH-VALOR-TRANS        PIC 9(9)V99.
           05 GH-OPERADOR-ID        PIC X(08).
           05 GH-SISTEMA-ORIGEM     PIC X(08).
           05 GH-CENTRO-CUSTO       PIC X(06).
