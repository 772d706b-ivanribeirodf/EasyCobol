      *-----------------------------------------------------------*
      * CADVIG.CPY                                                *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout do registro do arquivo de impressao digital dos    *
      * cadastros mestres vigiados pelo CADVIG01 (arquivo         *
      * CADVFPRT, regravado a cada conferencia limpa ou aceite).  *
      * Por cadastro (CONTAMST, PLANOCTA, MOEDAS, OPERMAST,       *
      * EMPRESA, LIMITES) um registro "H" com a quantidade de     *
      * registros, o hash (soma ponderada dos caracteres das      *
      * imagens), a posicao do ultimo registro do MNTAUDIT ja     *
      * contabilizado e a data/hora da tomada, seguido de um      *
      * registro "D" por registro do cadastro com a imagem        *
      * inteira (150 posicoes, como no MNTAUDIT). As alteracoes   *
      * do MNTAUDIT posteriores a posicao aplicadas sobre as      *
      * imagens dao o conteudo esperado do cadastro.              *
      *-----------------------------------------------------------*
       01  FP-DIGITAL-REC.
           05 FP-ARQUIVO            PIC X(08).
           05 FP-TIPO-REGISTRO      PIC X(01).
               88 FP-CABECALHO          VALUE "H".
               88 FP-DETALHE            VALUE "D".
           05 FP-IMAGEM             PIC X(150).
           05 FP-DADOS-CABECALHO REDEFINES FP-IMAGEM.
               10 FP-QTDE-REGISTROS PIC 9(07).
               10 FP-HASH           PIC 9(15).
               10 FP-POSICAO-MNTAUD PIC 9(09).
               10 FP-DATA-TOMADA    PIC 9(08).
               10 FP-HORA-TOMADA    PIC 9(08).
               10 FP-OPERADOR-ACEITE PIC X(08).
               10 FILLER            PIC X(95).
