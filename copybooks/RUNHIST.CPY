      * mostra a tendencia por passo e aponta execucao acima da   *
      * media, para o crescimento do lote nao estourar a janela   *
      * de batch sem aviso.                                       *
      * RH-SITUACAO separa o passo executado ("E"; em branco nos  *
      * registros antigos) do passo pulado por nao estar devido   *
      * na frequencia do DRVPLAN ("N", tempo zero): o VERIF01 nao *
      * cobra a execucao do passo nao devido e as medias de tempo *
      * do RUNREPT e do STATUS01 ignoram o registro.              *
      *-----------------------------------------------------------*
       01  RH-HISTORICO-REC.
           05 RH-DATA-EXEC          PIC 9(08).
           05 RH-HORA-INICIO        PIC 9(08).
           05 RH-HORA-FIM           PIC 9(08).
           05 RH-SEGUNDOS           PIC 9(07).
           05 RH-SITUACAO           PIC X(01).
               88 RH-PASSO-EXECUTADO    VALUE "E" " ".
               88 RH-PASSO-NAO-DEVIDO   VALUE "N".
