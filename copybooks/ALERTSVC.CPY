      *-----------------------------------------------------------*
      * ALERTSVC.CPY                                              *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Area de parametros do servico de alertas ALRTSVC          *
      * (CALL "ALRTSVC" USING AS-PARAMETROS), no molde do CALSVC. *
      * O chamador informa severidade, programa, mensagem e a     *
      * chave de supressao; o servico data o alerta pelo dia util *
      * do DATAPROC, numera pelo ALSEQCTL e acrescenta o registro *
      * no arquivo ALERTAS (layout ALERTA.CPY). Chave ja alertada *
      * na mesma unidade de execucao (a cadeia do DRIVER01 chama  *
      * os passos por CALL) nao e gravada de novo. Chave em       *
      * branco assume o programa. AS-RETORNO "0" = gravado,       *
      * "S" = suprimido, "E" = falha de gravacao (so DISPLAY: o   *
      * servico nunca derruba o chamador).                        *
      *-----------------------------------------------------------*
       01  AS-PARAMETROS.
           05 AS-SEVERIDADE         PIC X(01).
               88 AS-SEVERIDADE-CRITICA VALUE "C".
               88 AS-SEVERIDADE-ALTA    VALUE "A".
           05 AS-PROGRAMA           PIC X(08).
           05 AS-MENSAGEM           PIC X(60).
           05 AS-CHAVE              PIC X(24).
           05 AS-RETORNO            PIC X(01).
               88 AS-RETORNO-OK         VALUE "0".
               88 AS-RETORNO-SUPRIMIDO  VALUE "S".
               88 AS-RETORNO-ERRO       VALUE "E".
