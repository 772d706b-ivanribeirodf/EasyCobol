      * motivo "EM" - um "0O1" digitado deixa de envenenar as     *
      * quebras por empresa do AUDITLOG/IFACETOT. Os relatorios   *
      * imprimem o nome do cadastro em vez do codigo nu.          *
      * EM-CALENDARIO aponta o calendario de feriados da empresa  *
      * no FERIADOS (FERIADO.CPY); branco e o calendario padrao   *
      * da matriz, o mesmo que o DRIVER01 usa para rolar a        *
      * cadeia.                                                   *
      *-----------------------------------------------------------*
       01  EM-EMPRESA-REC.
           05 EM-CODIGO             PIC X(03).
               88 EM-EMPRESA-ATIVA     VALUE "A".
               88 EM-EMPRESA-INATIVA   VALUE "I".
           05 EM-MOEDA-BASE         PIC X(03).
           05 EM-CALENDARIO         PIC X(03).
               88 EM-CALENDARIO-PADRAO  VALUE SPACES.
