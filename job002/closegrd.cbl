      *              veredito final por pendencias sobrescrevia o   *
      *              retorno - um OPEN falhado no CALCREJ deixava   *
      *              o periodo fechar como "limpo".                 *
      * 15/10/2026 - IR - Imagem do GLREJ ampliada para o GLTRANS  *
      *              com GL-SISTEMA-ORIGEM (52 posicoes).          *
      * 15/10/2026 - IR - Registro GLTRANS ganhou                  *
      *              GL-INDICADOR-ESTORNO e passa a 53 posicoes;   *
      *              areas de trabalho ajustadas.                  *
      * 15/10/2026 - IR - Registro GLTRANS passou a 59 posicoes    *
      *              com o centro de custo GL-CENTRO-CUSTO.        *
      * 15/10/2026 - IR - Operador do OPERCARD (OPERCARD.CPY) so   *
      *              recebe o nivel de autoridade do OPERMAST se a *
      *              senha for aceita pelo servico SENHASVC;       *
      *              sign-on recusado vai para o CLOSERPT e o      *
      *              FORCECLOSE e negado.                          *
      * 15/10/2026 - IR - Periodo 13 de ajuste do exercicio        *
      *              (calendario fiscal CALFISC) nao tem dias de   *
      *              calendario: a conferencia de conciliacao do   *
      *              RECONHIST so roda para periodo de mes 01 a    *
      *              12.                                           *
      * 15/10/2026 - IR - Registro do AUDITLOG encadeado pelo      *
      *              servico CADEISVC antes do WRITE: sequencia da *
      *              cabeca AUDCHAIN e hash do conteudo com o hash *
      *              do registro anterior, conferidos pelo         *
      *              CADEIA01.                                     *
      * 15/10/2026 - IR - Relatorio CLOSERPT arquivado depois do   *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY CALCREJ.
       FD  GL-REJ-FILE.
       01  GJ-REJEITO-REC.
           05 GJ-DADOS-TRANS         PIC X(59).
           05 GJ-MOTIVO              PIC X(02).
           05 GJ-DATA-PROCES         PIC 9(08).
       FD  IFACE-FILE.
       FD  OVERRIDE-FILE.
       01  OVERRIDE-REC              PIC X(01).
       FD  OPERADOR-FILE.
           COPY OPERCARD.
       FD  OPERADOR-MASTER-FILE.
           COPY OPERMAST.
       FD  AUDIT-LOG-FILE.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY RELATSVC.
           COPY CADEIA.
           COPY CALENSVC.
           COPY SENHASVC.

       01  WS-FS-CALCREJ             PIC X(02).
       01  WS-FS-GLREJ               PIC X(02).
           05 WS-TX-DATA             PIC 9(08).
           05 WS-TX-REFERENCIA       PIC X(10).
           05 FILLER                 PIC X(09).
       01  WS-IMAGEM-GL              PIC X(59) VALUE SPACES.
       01  WS-IMAGEM-GL-DESM REDEFINES WS-IMAGEM-GL.
           05 FILLER                 PIC X(01).
           05 WS-GL-DATA             PIC 9(08).
           05 FILLER                 PIC X(08).
           05 WS-GL-REFERENCIA       PIC X(10).
           05 FILLER                 PIC X(32).
       01  WS-PERIODO-ITEM           PIC 9(06) VALUE ZEROES.

       01  WS-CONFIRMACOES.
           PERFORM 010-CONFERE-CALCREJ
           PERFORM 020-CONFERE-GLREJ
           PERFORM 030-CONFERE-INTERFACE
           COMPUTE WS-ANO-CALC = CG-PERIODO / 100
           COMPUTE WS-MES-CALC = CG-PERIODO - WS-ANO-CALC * 100
           IF WS-MES-CALC NOT > 12
               PERFORM 040-CONFERE-CONCILIACAO
           END-IF
           COMPUTE CG-QTDE-PENDENCIAS = WS-QTDE-CALCREJ
               + WS-QTDE-GLREJ + WS-QTDE-SEM-ACK
               + WS-QTDE-DIAS-PENDENTES
               PERFORM 050-VERIFICA-OVERRIDE
           END-IF
           CLOSE RELAT-OUT-FILE
           MOVE "CLOSERPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           GOBACK.

       010-CONFERE-CALCREJ.
           END-EVALUATE.

       051-CAPTURA-OPERADOR.
           MOVE ZEROES TO WS-NIVEL-AUTORIDADE
           SET SS-RETORNO-OK TO TRUE
           OPEN INPUT OPERADOR-FILE
           EVALUATE WS-FS-OPERADOR
               WHEN "00"
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE OC-OPERADOR-ID TO WS-OPERADOR-ID
                           PERFORM 055-CONFERE-SENHA
                   END-READ
                   CLOSE OPERADOR-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF SS-RETORNO-OK OR SS-CADASTRO-AUSENTE
               PERFORM 052-VALIDA-OPERADOR
           ELSE
               MOVE SPACES TO RELAT-LINHA
               STRING "SIGN-ON RECUSADO - " SS-MENSAGEM
                   DELIMITED BY SIZE INTO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF.

       055-CONFERE-SENHA.
           SET SS-CONFERE-SENHA TO TRUE
           MOVE "CLOSEGRD"       TO SS-PROGRAMA
           MOVE WS-OPERADOR-ID   TO SS-OPERADOR-ID
           MOVE OC-SENHA         TO SS-SENHA
           MOVE OC-SENHA-NOVA    TO SS-SENHA-NOVA
           CALL "SENHASVC" USING SS-PARAMETROS
               ON EXCEPTION
                   SET SS-RETORNO-ERRO TO TRUE
                   MOVE "SENHASVC INDISPONIVEL - SIGN-ON IMPOSSIVEL"
                       TO SS-MENSAGEM
           END-CALL.

       052-VALIDA-OPERADOR.
           OPEN INPUT OPERADOR-MASTER-FILE
           END-IF
           IF WS-FS-AUDITLOG = "00"
               MOVE ZEROES TO AUD-NUMERO-LOTE
               SET CD-ENCADEIA TO TRUE
               MOVE "AUDITLOG" TO CD-ARQUIVO
               CALL "CADEISVC" USING CD-PARAMETROS
                   AUD-CONTEUDO AUD-CADEIA
                   ON EXCEPTION
                       MOVE ZEROES TO AUD-CADEIA
               END-CALL
               WRITE AUD-LOG-REC
               CLOSE AUDIT-LOG-FILE
           ELSE
           MOVE WS-MSG-GUARDA TO RELAT-LINHA
           WRITE RELAT-LINHA
           CLOSE RELAT-OUT-FILE
           MOVE "CLOSERPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           SET CG-RETORNO-ERRO TO TRUE
           GOBACK.

       9997-ARQUIVA-RELATORIO.
           MOVE "CLOSEGRD" TO RS-PROGRAMA
           MOVE WS-OPERADOR-ID TO RS-OPERADOR-ID
           CALL "RELSVC" USING RS-PARAMETROS
               ON EXCEPTION
                   DISPLAY "RELSVC INDISPONIVEL - RELATORIO "
                       RS-RELATORIO " NAO ARQUIVADO"
           END-CALL.
