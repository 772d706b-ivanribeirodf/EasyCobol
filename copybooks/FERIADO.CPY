      *-----------------------------------------------------------*
      * FERIADO.CPY                                               *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout do registro do arquivo FERIADOS, mantido pelo      *
      * FERMAINT: uma data de feriado por registro, com o codigo  *
      * do calendario a que pertence. Calendario em branco e o    *
      * calendario padrao da matriz (os registros antigos, so com *
      * a data, continuam nele); os demais codigos sao apontados  *
      * pelas empresas em EM-CALENDARIO (EMPRESA.CPY) e pedidos   *
      * ao CALSVC em CS-CALENDARIO (CALENSVC.CPY).                *
      *-----------------------------------------------------------*
       01  FR-FERIADO-REC.
           05 FR-DATA               PIC 9(08).
           05 FR-CALENDARIO         PIC X(03).
               88 FR-CALENDARIO-PADRAO  VALUE SPACES.
