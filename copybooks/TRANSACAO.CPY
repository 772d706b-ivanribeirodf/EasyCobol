      * raiz de referencia) e registra o par no arquivo INTERCO       *
      * para a liquidacao do INTSET01. Em branco = transacao          *
      * normal, sem contraparte.                                      *
      * TX-OPERACAO "C" e o cancelamento de uma transacao ja         *
      * postada: TX-REFERENCIA nomeia a referencia original e         *
      * TX-DATA-TRANSACAO a data do cancelamento; valores, empresa,   *
      * moeda e contraparte sao ignorados - o CALC posta o RESULT     *
      * negado do original na empresa e moeda do original.            *
      *-----------------------------------------------------------*
       01  TX-TRANSACAO-REC.
           05 TX-VALOR-1            PIC S9(7)V99.
