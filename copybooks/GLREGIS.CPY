      *-----------------------------------------------------------*
      * GLREGIS.CPY                                               *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout do registro de carga dos arquivos GL gerados       *
      * (arquivo GLREGIST, mantido pelo GLENTR01 e pelo ADD05):   *
      * um registro por arquivo encaminhado ao GLTRANS, com o     *
      * programa de origem (INTSET01/RATEIO01/REVAL01), o periodo *
      * dos lancamentos e os totais de debitos e creditos do      *
      * trailer, que juntos identificam o arquivo. Situacao "E"   *
      * e encaminhado ao GLTRANS e aguardando o ADD05; "P" e      *
      * postado - o ADD05 marca ao postar, e o GLENTR01 recusa    *
      * encaminhar de novo um arquivo ja registrado, para o       *
      * rerun de fim de mes nunca dobrar um lancamento.           *
      * RG-SEQ-ARQUIVO e a sequencia do trailer do arquivo        *
      * (GL-SEQ-ARQUIVO): entra na identificacao junto com os     *
      * totais. Registro antigo tem a sequencia em branco.        *
      *-----------------------------------------------------------*
       01  RG-REGISTRO-REC.
           05 RG-PROGRAMA-ORIGEM    PIC X(08).
           05 RG-PERIODO            PIC 9(06).
           05 RG-TOTAL-DEBITOS      PIC 9(11)V99.
           05 RG-TOTAL-CREDITOS     PIC 9(11)V99.
           05 RG-QTDE-REGISTROS     PIC 9(05).
           05 RG-SITUACAO           PIC X(01).
               88 RG-ENCAMINHADO        VALUE "E".
               88 RG-POSTADO            VALUE "P".
           05 RG-DATA-REGISTRO      PIC 9(08).
           05 RG-OPERADOR-ID        PIC X(08).
           05 RG-DATA-POSTAGEM      PIC 9(08).
           05 RG-SEQ-ARQUIVO        PIC X(16).
