      * fechamento de exercicio ANOCLOSE: conta de resultado      *
      * zera a abertura de janeiro e fecha contra lucros          *
      * acumulados; conta patrimonial rola o saldo como sempre.   *
      * PC-TIPO-CONTA separa a conta analitica (recebe            *
      * lancamento) da sintetica (so agrupa; ADD05 e ENTGL01      *
      * recusam lancamento nela) e PC-CONTA-SUPERIOR aponta a     *
      * conta sintetica mae (zeros ou branco = primeiro nivel),   *
      * montando a hierarquia de subtotais do BALANC01 e do       *
      * ORCRPT01. Registro antigo, sem os dois campos, vale como  *
      * analitica de primeiro nivel.                              *
      * PC-CONTROLE-PARTIDAS marca a conta de controle gerida por *
      * partidas em aberto (fornecedores, conta corrente          *
      * intercompany): o PARTID01 monta as partidas dela a partir *
      * do GLHIST. Branco ou "N" = conta so de saldo.             *
      *-----------------------------------------------------------*
       01  PC-CONTA-REC.
           05 PC-NUMERO-CONTA       PIC 9(08).
           05 PC-CLASSE             PIC X(01).
               88 PC-CLASSE-PATRIMONIAL VALUE "P".
               88 PC-CLASSE-RESULTADO   VALUE "R".
           05 PC-TIPO-CONTA         PIC X(01).
               88 PC-CONTA-ANALITICA    VALUE "A" " ".
               88 PC-CONTA-SINTETICA    VALUE "S".
           05 PC-CONTA-SUPERIOR     PIC 9(08).
           05 PC-CONTROLE-PARTIDAS  PIC X(01).
               88 PC-COM-PARTIDAS       VALUE "S".
               88 PC-SEM-PARTIDAS       VALUE "N" " ".
