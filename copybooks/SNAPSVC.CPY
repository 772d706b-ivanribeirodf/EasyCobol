      *-----------------------------------------------------------*
      * SNAPSVC.CPY                                               *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Area de parametros do servico de snapshot dos arquivos de *
      * estado da cadeia SNAPSVC (CALL "SNAPSVC" USING            *
      * SN-PARAMETROS), no molde do RELSVC. Funcoes:              *
      *   C = snapshot pre-cadeia do DRIVER01 (nao tira outro se  *
      *       ja houver snapshot do DRIVER01 na data corrente:    *
      *       retorno "J", o restart do dia usa o da partida);    *
      *   T = snapshot avulso (o de seguranca do RESTAU01 antes   *
      *       de restaurar);                                      *
      *   V = verifica o snapshot pedido: le o arquivo inteiro e  *
      *       confere registros e hash de cada arquivo de estado  *
      *       contra o catalogo SNAPCAT;                          *
      *   R = restaura o snapshot pedido, depois de verifica-lo.  *
      * O snapshot pedido em V/R e o SN-SNAPSHOT-ID ou, zero, o   *
      * ultimo snapshot pre-cadeia da SN-DATA-NEGOCIO ou, tambem  *
      * zero, o ultimo do catalogo (so em V). SN-ORIGEM e o       *
      * programa chamador e SN-OPERADOR-ID quem pediu (vao para o *
      * catalogo). O servico devolve a identificacao do snapshot  *
      * e, por arquivo de estado, presenca, registros, hash e     *
      * situacao da conferencia (O = confere, D = diverge).       *
      * SN-RETORNO "0" = ok, "J" = snapshot do dia ja existe,     *
      * "E" = falha, com o motivo em SN-MENSAGEM.                 *
      *-----------------------------------------------------------*
       01  SN-PARAMETROS.
           05 SN-FUNCAO             PIC X(01).
               88 SN-SNAPSHOT-CADEIA    VALUE "C".
               88 SN-SNAPSHOT-AVULSO    VALUE "T".
               88 SN-VERIFICA           VALUE "V".
               88 SN-RESTAURA           VALUE "R".
           05 SN-ORIGEM             PIC X(08).
           05 SN-OPERADOR-ID        PIC X(08).
           05 SN-DATA-NEGOCIO       PIC 9(08).
           05 SN-SNAPSHOT-ID        PIC 9(07).
           05 SN-ARQUIVO-SNAP       PIC X(09).
           05 SN-DATA-EXECUCAO      PIC 9(08).
           05 SN-HORA-EXECUCAO      PIC 9(08).
           05 SN-QTDE-ARQUIVOS      PIC 9(02).
           05 SN-QTDE-REGISTROS     PIC 9(09).
           05 SN-ARQUIVO            OCCURS 60 TIMES.
               10 SN-NOME-ARQUIVO   PIC X(10).
               10 SN-PRESENTE       PIC X(01).
               10 SN-QTDE-REG-ARQUIVO PIC 9(09).
               10 SN-HASH-ARQUIVO   PIC 9(18).
               10 SN-SITUACAO-ARQUIVO PIC X(01).
                   88 SN-ARQUIVO-CONFERE    VALUE "O".
                   88 SN-ARQUIVO-DIVERGE    VALUE "D".
           05 SN-RETORNO            PIC X(01).
               88 SN-RETORNO-OK         VALUE "0".
               88 SN-RETORNO-EXISTENTE  VALUE "J".
               88 SN-RETORNO-ERRO       VALUE "E".
           05 SN-MENSAGEM           PIC X(60).
