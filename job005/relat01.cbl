      *              cadastro EMPRESA (EMPRESA.CPY) em vez do         *
      *              codigo nu; cadastro ausente ou codigo fora       *
      *              dele mantem o codigo.                            *
      * 15/10/2026 - IR - Relatorio EODSUM arquivado depois do     *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY EMPRESA.

       WORKING-STORAGE SECTION.
           COPY RELATSVC.

       01  WS-FS-AUDITLOG            PIC X(02).
       01  WS-EOF-AUDITLOG           PIC X(01) VALUE "N".
           END-IF
           PERFORM 003-IMPRIME-RESUMO
           CLOSE RELAT-OUT-FILE
           MOVE "EODSUM" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           GOBACK.

       002-PROCESSA-AUDITORIA.
           DISPLAY "RESUMO DE FECHAMENTO GRAVADO EM EODSUM"
           DISPLAY "REGISTROS DE AUDITORIA NAO RECONHECIDOS: "
               WS-QTDE-DESCONHECIDA.

       9997-ARQUIVA-RELATORIO.
           MOVE "RELAT01" TO RS-PROGRAMA
           MOVE SPACES TO RS-OPERADOR-ID
           CALL "RELSVC" USING RS-PARAMETROS
               ON EXCEPTION
                   DISPLAY "RELSVC INDISPONIVEL - RELATORIO "
                       RS-RELATORIO " NAO ARQUIVADO"
           END-CALL.
