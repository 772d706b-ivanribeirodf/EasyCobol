      *-----------------------------------------------------------*
      * CTLDUPLO.CPY                                              *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout do registro da trilha de decisoes de controle      *
      * duplo (arquivo CTLDUPLO, acrescentado, nunca              *
      * sobrescrito): um registro por decisao tomada sobre um     *
      * item que um operador submeteu e outro precisa aprovar -   *
      * aprovacao de ajuste acima do limite no ADD02 (origem A,   *
      * aprovador do ADJAPPR) e liberacao/rejeicao de retido no   *
      * HOLDREL (origem C = CALCHOLD, G = GLHOLD). Guarda lado a  *
      * lado quem digitou o item, quem rodou o passo que o        *
      * produziu e quem decidiu, com a referencia e o valor, para *
      * o relatorio de segregacao de funcoes SODREL01 ligar as    *
      * pontas sem depender de arquivos de entrada ja consumidos. *
      *-----------------------------------------------------------*
       01  CD-DECISAO-REC.
           05 CD-ORIGEM             PIC X(01).
               88 CD-ORIGEM-AJUSTE      VALUE "A".
               88 CD-ORIGEM-RETIDO-CALC VALUE "C".
               88 CD-ORIGEM-RETIDO-GL   VALUE "G".
           05 CD-PROGRAMA           PIC X(08).
           05 CD-DATA-DECISAO       PIC 9(08).
           05 CD-HORA-DECISAO       PIC 9(08).
           05 CD-REFERENCIA         PIC X(10).
           05 CD-COMPANY-CODE       PIC X(03).
           05 CD-VALOR              PIC S9(09)V99.
           05 CD-OPERADOR-DIGITACAO PIC X(08).
           05 CD-OPERADOR-SUBMISSAO PIC X(08).
           05 CD-DATA-SUBMISSAO     PIC 9(08).
           05 CD-OPERADOR-DECISAO   PIC X(08).
           05 CD-DECISAO            PIC X(01).
               88 CD-APROVADA           VALUE "A".
               88 CD-NEGADA             VALUE "N".
