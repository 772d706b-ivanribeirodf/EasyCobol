      * (apos o operador corrigir os valores) e reprocessa os     *
      * registros na frente do lote normal; o que postar sai da   *
      * suspense, o que continuar invalido e regravado aqui.      *
      * Cancelamento (operacao "C") e rejeitado com "NP" quando   *
      * a referencia original nunca foi postada, com "JC" quando  *
      * ela ja foi cancelada e com "CI" quando a transacao e      *
      * intercompany (perna espelhada ou original com par).       *
      *-----------------------------------------------------------*
       01  RJ-REJEITO-REC.
           05 RJ-DADOS-TRANSACAO    PIC X(46).
               88 RJ-MOTIVO-MOEDA       VALUE "MO".
               88 RJ-MOTIVO-INTERCO     VALUE "IC".
               88 RJ-MOTIVO-EMPRESA     VALUE "EM".
               88 RJ-MOTIVO-NAO-POSTADA VALUE "NP".
               88 RJ-MOTIVO-JA-CANCELADA VALUE "JC".
               88 RJ-MOTIVO-CANCEL-INTERCO VALUE "CI".
           05 RJ-DATA-PROCES        PIC 9(08).
