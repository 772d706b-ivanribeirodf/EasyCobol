      * (ambas inclusive). Fim de semana vem do dia da semana;    *
      * feriados vem do arquivo FERIADOS (ausente = nenhum dia    *
      * e feriado). CS-RETORNO "0" = ok, "E" = funcao ou data     *
      * invalida. CS-CALENDARIO escolhe o calendario de feriados  *
      * do FERIADOS (o de EM-CALENDARIO da empresa); branco e o   *
      * calendario padrao.                                        *
      *-----------------------------------------------------------*
       01  CS-PARAMETROS.
           05 CS-FUNCAO             PIC X(01).
           05 CS-RETORNO            PIC X(01).
               88 CS-RETORNO-OK         VALUE "0".
               88 CS-RETORNO-ERRO       VALUE "E".
           05 CS-CALENDARIO         PIC X(03).
               88 CS-CALENDARIO-PADRAO  VALUE SPACES.
