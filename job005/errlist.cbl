      *              programa, hora, file status, operador e a     *
      *              mensagem do erro, e a quantidade listada e    *
      *              exibida no console.                           *
      * 15/10/2026 - IR - Relatorio ERRRPT arquivado depois do     *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY RELATSVC.

       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-ERRLOG              PIC X(02).
           WRITE RELAT-LINHA
           PERFORM 003-LISTA-EVENTOS
           CLOSE RELAT-OUT-FILE
           MOVE "ERRRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           DISPLAY "EVENTOS LISTADOS EM ERRRPT: " WS-QTDE-LISTADOS
           GOBACK.

                       ADD 1 TO WS-QTDE-LISTADOS
                   END-IF
           END-READ.

       9997-ARQUIVA-RELATORIO.
           MOVE "ERRLIST" TO RS-PROGRAMA
           MOVE SPACES TO RS-OPERADOR-ID
           CALL "RELSVC" USING RS-PARAMETROS
               ON EXCEPTION
                   DISPLAY "RELSVC INDISPONIVEL - RELATORIO "
                       RS-RELATORIO " NAO ARQUIVADO"
           END-CALL.
