       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADVIG01.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: vigilancia dos cadastros  *
      *              mestres contra alteracao fora dos programas   *
      *              de manutencao. Para CONTAMST, PLANOCTA,       *
      *              MOEDAS, OPERMAST, EMPRESA e LIMITES guarda no *
      *              CADVFPRT (CADVIG.CPY) a impressao digital do  *
      *              cadastro - quantidade, hash, imagens e a      *
      *              posicao do MNTAUDIT ja contabilizada. Cada    *
      *              conferencia aplica sobre as imagens guardadas *
      *              as manutencoes do MNTAUDIT posteriores        *
      *              (CONMAINT, PLAMAINT, MOEMAINT, OPEMAINT;      *
      *              EMPRESA e LIMITES nao tem manutencao) e lista *
      *              no CADVRPT todo registro incluido, alterado   *
      *              ou excluido sem manutencao correspondente,    *
      *              RETURN-CODE 8. Cadastro limpo tem a impressao *
      *              renovada; cadastro divergente mantem a antiga *
      *              ate o aceite pelo cartao CADVPARM ("A" e a    *
      *              data do dia) de operador nivel 3 ou maior,    *
      *              registrado no AUDITLOG. Chamado pelo STATUS01 *
      *              no quadro matinal.                            *
      * 15/10/2026 - IR - Sign-on do OPERCARD (OPERCARD.CPY: ID,   *
      *              senha e senha nova) conferido pelo servico    *
      *              SENHASVC antes da validacao no OPERMAST;      *
      *              senha invalida, operador bloqueado ou senha   *
      *              expirada sem troca encerram o programa.       *
      * 15/10/2026 - IR - OPERMAST tem um segundo programa de      *
      *              manutencao no MNTAUDIT: o servico de senha    *
      *              SENHASVC.                                     *
      * 15/10/2026 - IR - Registro do AUDITLOG e evento do ERRLOG  *
      *              encadeados pelo servico CADEISVC antes do     *
      *              WRITE: sequencia da cabeca                    *
      *              (AUDCHAIN/ERRCHAIN) e hash do conteudo com o  *
      *              hash do registro anterior, conferidos pelo    *
      *              CADEIA01.                                     *
      * 15/10/2026 - IR - Relatorio CADVRPT arquivado depois do    *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "CADVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT OPERADOR-FILE ASSIGN TO "OPERCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.
           SELECT OPERADOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERMAST.
           SELECT DIGITAL-FILE ASSIGN TO "CADVFPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIGITAL.
           SELECT DIGITAL-NOVO-FILE ASSIGN TO "CADVFNOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIGNOVO.
           SELECT MANUTENCAO-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MNTAUD.
           SELECT MESTRE1-FILE ASSIGN TO "CONTAMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MESTRE.
           SELECT MESTRE2-FILE ASSIGN TO "PLANOCTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MESTRE.
           SELECT MESTRE3-FILE ASSIGN TO "MOEDAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MESTRE.
           SELECT MESTRE4-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MESTRE.
           SELECT MESTRE5-FILE ASSIGN TO "EMPRESA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MESTRE.
           SELECT MESTRE6-FILE ASSIGN TO "LIMITES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MESTRE.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.
           SELECT RELAT-OUT-FILE ASSIGN TO "CADVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PA-MODO                PIC X(01).
               88 PA-MODO-ACEITE     VALUE "A".
           05 PA-DATA-ACEITE         PIC 9(08).
       FD  OPERADOR-FILE.
           COPY OPERCARD.
       FD  OPERADOR-MASTER-FILE.
           COPY OPERMAST.
       FD  DIGITAL-FILE.
           COPY CADVIG.
       FD  DIGITAL-NOVO-FILE.
       01  DIGITAL-NOVO-REC          PIC X(159).
       FD  MANUTENCAO-FILE.
           COPY MNTAUD.
       FD  MESTRE1-FILE.
       01  MESTRE1-REC               PIC X(150).
       FD  MESTRE2-FILE.
       01  MESTRE2-REC               PIC X(150).
       FD  MESTRE3-FILE.
       01  MESTRE3-REC               PIC X(150).
       FD  MESTRE4-FILE.
       01  MESTRE4-REC               PIC X(150).
       FD  MESTRE5-FILE.
       01  MESTRE5-REC               PIC X(150).
       FD  MESTRE6-FILE.
       01  MESTRE6-REC               PIC X(150).
       FD  AUDIT-LOG-FILE.
           COPY AUDITLOG.
       FD  RELAT-OUT-FILE.
       01  RELAT-LINHA               PIC X(132).
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY RELATSVC.
           COPY CADEIA.
           COPY SENHASVC.

       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-OPERADOR            PIC X(02).
       01  WS-FS-OPERMAST            PIC X(02).
       01  WS-FS-DIGITAL             PIC X(02).
       01  WS-FS-DIGNOVO             PIC X(02).
       01  WS-FS-MNTAUD              PIC X(02).
       01  WS-FS-MESTRE              PIC X(02).
       01  WS-FS-AUDITLOG            PIC X(02).
       01  WS-FS-ERRLOG              PIC X(02).
       01  WS-FS-ERRO                PIC X(02) VALUE SPACES.

       01  WS-OPERADOR-ID            PIC X(08) VALUE "BATCH".
       01  WS-NIVEL-AUTORIDADE       PIC 9(01) VALUE ZEROES.
       01  WS-DATA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.
       01  WS-HORA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.

       01  WS-ACEITE-FLAG            PIC X(01) VALUE "N".
           88 ACEITE-AUTORIZADO      VALUE "S".
       01  WS-EOF                    PIC X(01) VALUE "N".
           88 FIM-DO-ARQUIVO         VALUE "S".
       01  WS-EOF-OPERMAST           PIC X(01) VALUE "N".
           88 FIM-DO-OPERMAST        VALUE "S".
       01  WS-OPERADOR-FLAG          PIC X(01) VALUE "N".
           88 OPERADOR-CADASTRADO    VALUE "S".

      *-----------------------------------------------------------*
      * Cadastros vigiados: nome, tamanho da chave no inicio do   *
      * registro e os programas de manutencao que gravam o        *
      * MNTAUDIT (o OPERMAST tambem e mantido pelo SENHASVC).     *
      *-----------------------------------------------------------*
       01  WS-ARQUIVOS-DEF.
           05 FILLER                 PIC X(26)
                              VALUE "CONTAMST10CONMAINT        ".
           05 FILLER                 PIC X(26)
                              VALUE "PLANOCTA08PLAMAINT        ".
           05 FILLER                 PIC X(26)
                              VALUE "MOEDAS  03MOEMAINT        ".
           05 FILLER                 PIC X(26)
                              VALUE "OPERMAST08OPEMAINTSENHASVC".
           05 FILLER                 PIC X(26)
                              VALUE "EMPRESA 03                ".
           05 FILLER                 PIC X(26)
                              VALUE "LIMITES 06                ".
       01  WS-ARQUIVOS-VIGIADOS REDEFINES WS-ARQUIVOS-DEF.
           05 WS-ARQ                 OCCURS 6 TIMES.
               10 WS-ARQ-NOME        PIC X(08).
               10 WS-ARQ-TAM-CHAVE   PIC 9(02).
               10 WS-ARQ-MANUTENCAO  PIC X(08).
               10 WS-ARQ-MANUTENCAO-2 PIC X(08).
       01  WS-IDX-ARQ                PIC 9(01) VALUE ZEROES.

      *-----------------------------------------------------------*
      * Conteudo esperado do cadastro em conferencia: imagens da  *
      * impressao digital com as manutencoes do MNTAUDIT.         *
      *-----------------------------------------------------------*
       01  WS-ESPERADOS.
           05 WS-ESP-QTDE            PIC 9(04) VALUE ZEROES.
           05 WS-ESP-ENTRADA         OCCURS 3000 TIMES.
               10 WS-ESP-CHAVE       PIC X(10).
               10 WS-ESP-IMAGEM      PIC X(150).
               10 WS-ESP-VISTO       PIC X(01).
                   88 ESPERADO-VISTO VALUE "S".
       01  WS-IDX-ESP                PIC 9(04) VALUE ZEROES.
       01  WS-ESP-ACHOU              PIC X(01) VALUE "N".
           88 ESPERADO-ENCONTRADO    VALUE "S".

       01  WS-DIGITAL-FLAG           PIC X(01) VALUE "N".
           88 DIGITAL-EXISTENTE      VALUE "S".
       01  WS-MESTRE-FLAG            PIC X(01) VALUE "N".
           88 MESTRE-PRESENTE        VALUE "S".
       01  WS-ANT-QTDE-REGISTROS     PIC 9(07) VALUE ZEROES.
       01  WS-ANT-HASH               PIC 9(15) VALUE ZEROES.
       01  WS-ANT-POSICAO-MNTAUD     PIC 9(09) VALUE ZEROES.
       01  WS-ANT-DATA-TOMADA        PIC 9(08) VALUE ZEROES.

       01  WS-QTDE-MNTAUD            PIC 9(09) VALUE ZEROES.
       01  WS-POSICAO-MNTAUD         PIC 9(09) VALUE ZEROES.
       01  WS-QTDE-MANUT-APLICADAS   PIC 9(05) VALUE ZEROES.

       01  WS-IMAGEM-ATUAL           PIC X(150) VALUE SPACES.
       01  WS-CHAVE-ATUAL            PIC X(10) VALUE SPACES.
       01  WS-ATU-QTDE-REGISTROS     PIC 9(07) VALUE ZEROES.
       01  WS-ATU-HASH               PIC 9(15) VALUE ZEROES.
       01  WS-ESP-HASH               PIC 9(15) VALUE ZEROES.
       01  WS-HASH-REGISTRO          PIC 9(09) VALUE ZEROES.
       01  WS-IDX-POS                PIC 9(03) VALUE ZEROES.

       01  WS-DIVERGENCIAS-ARQ       PIC 9(05) VALUE ZEROES.
       01  WS-DIVERGENCIAS-TOTAL     PIC 9(05) VALUE ZEROES.
       01  WS-ARQUIVOS-ACEITOS       PIC 9(01) VALUE ZEROES.
       01  WS-OCORRENCIA             PIC X(40) VALUE SPACES.
       01  WS-SITUACAO-ARQ           PIC X(30) VALUE SPACES.

       01  WS-LINHA-DIVERGENCIA.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LIN-CHAVE           PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LIN-OCORRENCIA      PIC X(40).
       01  WS-LINHA-IMAGEM.
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 WS-LIN-ROTULO          PIC X(10).
           05 WS-LIN-IMAGEM          PIC X(100).

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "CADVIG01".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           COMPUTE WS-DATA-ATUAL-NUM = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           COMPUTE WS-HORA-ATUAL-NUM = DH-HORA-ATUAL * 1000000
               + DH-MINUTO-ATUAL * 10000
               + DH-SEGUNDO-ATUAL * 100 + DH-CENTESIMO-ATUAL
           MOVE ZEROES TO WS-DIVERGENCIAS-TOTAL
           MOVE ZEROES TO WS-ARQUIVOS-ACEITOS
           MOVE "N" TO WS-ACEITE-FLAG
           PERFORM 002-LE-PARAMETRO
           PERFORM 005-CONTA-MNTAUDIT
           OPEN OUTPUT RELAT-OUT-FILE
           MOVE SPACES TO RELAT-LINHA
           STRING "VIGILANCIA DE CADASTROS MESTRES - "
               WS-DATA-ATUAL-NUM " - MNTAUDIT COM "
               WS-QTDE-MNTAUD " REGISTROS"
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           IF ACEITE-AUTORIZADO
               MOVE SPACES TO RELAT-LINHA
               STRING "MODO ACEITE - DIVERGENCIAS ACEITAS POR "
                   WS-OPERADOR-ID
                   DELIMITED BY SIZE INTO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF
           OPEN OUTPUT DIGITAL-NOVO-FILE
           IF WS-FS-DIGNOVO NOT = "00"
               MOVE WS-FS-DIGNOVO TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR CADVFNOV" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE ZEROES TO WS-IDX-ARQ
           PERFORM 100-CONFERE-ARQUIVO UNTIL WS-IDX-ARQ = 6
           CLOSE DIGITAL-NOVO-FILE
           PERFORM 170-REGRAVA-DIGITAL
           IF WS-ARQUIVOS-ACEITOS > ZEROES
               PERFORM 180-GRAVA-AUD-ACEITE
           END-IF
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "ALTERACOES SEM MANUTENCAO: " WS-DIVERGENCIAS-TOTAL
               "  CADASTROS ACEITOS: " WS-ARQUIVOS-ACEITOS
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           CLOSE RELAT-OUT-FILE
           MOVE "CADVRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           IF WS-DIVERGENCIAS-TOTAL > ZEROES
              AND NOT ACEITE-AUTORIZADO
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "CADVIG01 - ALTERACOES SEM MANUTENCAO: "
               WS-DIVERGENCIAS-TOTAL " - RELATORIO EM CADVRPT"
           GOBACK.

      *-----------------------------------------------------------*
      * Aceite so vale com a data do dia no cartao, para um       *
      * CADVPARM esquecido nao aceitar tudo nas manhas seguintes. *
      *-----------------------------------------------------------*
       002-LE-PARAMETRO.
           OPEN INPUT PARM-FILE
           EVALUATE WS-FS-PARM
               WHEN "00"
                   READ PARM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PA-MODO-ACEITE
                              AND PA-DATA-ACEITE = WS-DATA-ATUAL-NUM
                               PERFORM 003-CAPTURA-OPERADOR
                           END-IF
                   END-READ
                   CLOSE PARM-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       003-CAPTURA-OPERADOR.
           OPEN INPUT OPERADOR-FILE
           EVALUATE WS-FS-OPERADOR
               WHEN "00"
                   READ OPERADOR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE OC-OPERADOR-ID TO WS-OPERADOR-ID
                           PERFORM 193-CONFERE-SENHA
                   END-READ
                   CLOSE OPERADOR-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE "N" TO WS-EOF-OPERMAST
           MOVE "N" TO WS-OPERADOR-FLAG
           MOVE ZEROES TO WS-NIVEL-AUTORIDADE
           OPEN INPUT OPERADOR-MASTER-FILE
           EVALUATE WS-FS-OPERMAST
               WHEN "00"
                   PERFORM 004-LE-OPERADOR-MASTER
                       UNTIL OPERADOR-CADASTRADO OR FIM-DO-OPERMAST
                   CLOSE OPERADOR-MASTER-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-NIVEL-AUTORIDADE < 3
               MOVE SPACES TO WS-MSG-ERRO
               STRING "ACEITE NO CADVPARM RECUSADO - OPERADOR "
                   WS-OPERADOR-ID " SEM NIVEL"
                   DELIMITED BY SIZE INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           SET ACEITE-AUTORIZADO TO TRUE.

       193-CONFERE-SENHA.
           SET SS-CONFERE-SENHA TO TRUE
           MOVE WS-NOME-PROGRAMA TO SS-PROGRAMA
           MOVE WS-OPERADOR-ID   TO SS-OPERADOR-ID
           MOVE OC-SENHA         TO SS-SENHA
           MOVE OC-SENHA-NOVA    TO SS-SENHA-NOVA
           CALL "SENHASVC" USING SS-PARAMETROS
               ON EXCEPTION
                   SET SS-RETORNO-ERRO TO TRUE
                   MOVE "SENHASVC INDISPONIVEL - SIGN-ON IMPOSSIVEL"
                       TO SS-MENSAGEM
           END-CALL
           IF NOT SS-RETORNO-OK AND NOT SS-CADASTRO-AUSENTE
               CLOSE OPERADOR-FILE
               MOVE SS-MENSAGEM TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF.

       004-LE-OPERADOR-MASTER.
           READ OPERADOR-MASTER-FILE
               AT END
                   SET FIM-DO-OPERMAST TO TRUE
               NOT AT END
                   IF OP-ID = WS-OPERADOR-ID
                       SET OPERADOR-CADASTRADO TO TRUE
                       IF OP-OPERADOR-ATIVO
                           MOVE OP-NIVEL-AUTORIDADE
                               TO WS-NIVEL-AUTORIDADE
                       END-IF
                   END-IF
           END-READ.

       005-CONTA-MNTAUDIT.
           MOVE ZEROES TO WS-QTDE-MNTAUD
           MOVE "N" TO WS-EOF
           OPEN INPUT MANUTENCAO-FILE
           EVALUATE WS-FS-MNTAUD
               WHEN "00"
                   PERFORM 006-CONTA-MANUTENCAO UNTIL FIM-DO-ARQUIVO
                   CLOSE MANUTENCAO-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-MNTAUD TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR MNTAUDIT" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       006-CONTA-MANUTENCAO.
           READ MANUTENCAO-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTDE-MNTAUD
           END-READ.

      *-----------------------------------------------------------*
      * Conferencia de um cadastro: esperado = impressao digital  *
      * + MNTAUDIT posterior; atual = o arquivo como esta.        *
      *-----------------------------------------------------------*
       100-CONFERE-ARQUIVO.
           ADD 1 TO WS-IDX-ARQ
           MOVE ZEROES TO WS-ESP-QTDE
           MOVE ZEROES TO WS-DIVERGENCIAS-ARQ
           MOVE ZEROES TO WS-QTDE-MANUT-APLICADAS
           MOVE ZEROES TO WS-ATU-QTDE-REGISTROS
           MOVE ZEROES TO WS-ATU-HASH
           MOVE ZEROES TO WS-ESP-HASH
           MOVE "N" TO WS-DIGITAL-FLAG
           MOVE "N" TO WS-MESTRE-FLAG
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           PERFORM 110-CARREGA-DIGITAL
           IF DIGITAL-EXISTENTE
               PERFORM 120-APLICA-MNTAUDIT
           END-IF
           PERFORM 130-CONFERE-ATUAL
           IF DIGITAL-EXISTENTE
               PERFORM 140-APURA-EXCLUIDOS
           END-IF
           EVALUATE TRUE
               WHEN NOT DIGITAL-EXISTENTE AND NOT MESTRE-PRESENTE
                   MOVE "AUSENTE - NAO VIGIADO" TO WS-SITUACAO-ARQ
               WHEN NOT DIGITAL-EXISTENTE
                   MOVE "IMPRESSAO DIGITAL INICIAL"
                       TO WS-SITUACAO-ARQ
                   PERFORM 150-GRAVA-DIGITAL-ATUAL
               WHEN WS-DIVERGENCIAS-ARQ = ZEROES
                   MOVE "CONFERE" TO WS-SITUACAO-ARQ
                   PERFORM 150-GRAVA-DIGITAL-ATUAL
               WHEN ACEITE-AUTORIZADO
                   MOVE "DIVERGENTE - ACEITO" TO WS-SITUACAO-ARQ
                   ADD 1 TO WS-ARQUIVOS-ACEITOS
                   PERFORM 150-GRAVA-DIGITAL-ATUAL
               WHEN OTHER
                   MOVE "*** DIVERGENTE ***" TO WS-SITUACAO-ARQ
                   PERFORM 160-MANTEM-DIGITAL-ANTERIOR
           END-EVALUATE
           ADD WS-DIVERGENCIAS-ARQ TO WS-DIVERGENCIAS-TOTAL
           PERFORM 101-IMPRIME-RESUMO-ARQUIVO.

       101-IMPRIME-RESUMO-ARQUIVO.
           MOVE SPACES TO RELAT-LINHA
           STRING WS-ARQ-NOME(WS-IDX-ARQ) " - " WS-SITUACAO-ARQ
               " - MANUTENCOES APLICADAS: " WS-QTDE-MANUT-APLICADAS
               " ALTERACOES SEM MANUTENCAO: " WS-DIVERGENCIAS-ARQ
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           IF DIGITAL-EXISTENTE
               MOVE SPACES TO RELAT-LINHA
               STRING "    TOMADA ANTERIOR " WS-ANT-DATA-TOMADA
                   " REGISTROS " WS-ANT-QTDE-REGISTROS
                   " HASH " WS-ANT-HASH
                   DELIMITED BY SIZE INTO RELAT-LINHA
               WRITE RELAT-LINHA
               MOVE SPACES TO RELAT-LINHA
               STRING "    ESPERADO            REGISTROS " WS-ESP-QTDE
                   "    HASH " WS-ESP-HASH
                   DELIMITED BY SIZE INTO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF
           MOVE SPACES TO RELAT-LINHA
           STRING "    ATUAL               REGISTROS "
               WS-ATU-QTDE-REGISTROS " HASH " WS-ATU-HASH
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA.

       110-CARREGA-DIGITAL.
           MOVE "N" TO WS-EOF
           OPEN INPUT DIGITAL-FILE
           EVALUATE WS-FS-DIGITAL
               WHEN "00"
                   PERFORM 111-LE-DIGITAL UNTIL FIM-DO-ARQUIVO
                   CLOSE DIGITAL-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-DIGITAL TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR CADVFPRT" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       111-LE-DIGITAL.
           READ DIGITAL-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF FP-ARQUIVO = WS-ARQ-NOME(WS-IDX-ARQ)
                       EVALUATE TRUE
                           WHEN FP-CABECALHO
                               SET DIGITAL-EXISTENTE TO TRUE
                               MOVE FP-QTDE-REGISTROS
                                   TO WS-ANT-QTDE-REGISTROS
                               MOVE FP-HASH TO WS-ANT-HASH
                               MOVE FP-POSICAO-MNTAUD
                                   TO WS-ANT-POSICAO-MNTAUD
                               MOVE FP-DATA-TOMADA
                                   TO WS-ANT-DATA-TOMADA
                           WHEN FP-DETALHE
                               MOVE FP-IMAGEM TO WS-IMAGEM-ATUAL
                               PERFORM 112-INCLUI-ESPERADO
                       END-EVALUATE
                   END-IF
           END-READ.

       112-INCLUI-ESPERADO.
           IF WS-ESP-QTDE = 3000
               MOVE "CADASTRO COM MAIS DE 3000 REGISTROS" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           ADD 1 TO WS-ESP-QTDE
           MOVE WS-IMAGEM-ATUAL(1:WS-ARQ-TAM-CHAVE(WS-IDX-ARQ))
               TO WS-ESP-CHAVE(WS-ESP-QTDE)
           MOVE WS-IMAGEM-ATUAL TO WS-ESP-IMAGEM(WS-ESP-QTDE)
           MOVE "N" TO WS-ESP-VISTO(WS-ESP-QTDE).

      *-----------------------------------------------------------*
      * Manutencoes posteriores a tomada: a imagem ANTES tem de   *
      * bater com o esperado, senao alguem mexeu no registro      *
      * antes da manutencao; a imagem DEPOIS passa a ser a        *
      * esperada.                                                 *
      *-----------------------------------------------------------*
       120-APLICA-MNTAUDIT.
           MOVE ZEROES TO WS-POSICAO-MNTAUD
           MOVE "N" TO WS-EOF
           IF WS-ARQ-MANUTENCAO(WS-IDX-ARQ) NOT = SPACES
               OPEN INPUT MANUTENCAO-FILE
               IF WS-FS-MNTAUD = "00"
                   PERFORM 121-LE-MANUTENCAO UNTIL FIM-DO-ARQUIVO
                   CLOSE MANUTENCAO-FILE
               END-IF
           END-IF.

       121-LE-MANUTENCAO.
           READ MANUTENCAO-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-POSICAO-MNTAUD
                   IF WS-POSICAO-MNTAUD > WS-ANT-POSICAO-MNTAUD
                      AND (MT-PROGRAMA = WS-ARQ-MANUTENCAO(WS-IDX-ARQ)
                       OR MT-PROGRAMA = WS-ARQ-MANUTENCAO-2(WS-IDX-ARQ))
                       PERFORM 122-APLICA-MANUTENCAO
                   END-IF
           END-READ.

       122-APLICA-MANUTENCAO.
           ADD 1 TO WS-QTDE-MANUT-APLICADAS
           MOVE MT-IMAGEM-DEPOIS TO WS-IMAGEM-ATUAL
           MOVE WS-IMAGEM-ATUAL(1:WS-ARQ-TAM-CHAVE(WS-IDX-ARQ))
               TO WS-CHAVE-ATUAL
           PERFORM 123-PROCURA-ESPERADO
           EVALUATE TRUE
               WHEN MT-ACAO-INCLUSAO AND ESPERADO-ENCONTRADO
                   MOVE "INCLUSAO NO MNTAUDIT DE CHAVE JA EXISTENTE"
                       TO WS-OCORRENCIA
                   PERFORM 190-REPORTA-DIVERGENCIA
                   MOVE MT-IMAGEM-DEPOIS TO WS-ESP-IMAGEM(WS-IDX-ESP)
               WHEN MT-ACAO-INCLUSAO
                   PERFORM 112-INCLUI-ESPERADO
               WHEN NOT ESPERADO-ENCONTRADO
                   MOVE "MANUTENCAO DE REGISTRO INEXISTENTE"
                       TO WS-OCORRENCIA
                   PERFORM 190-REPORTA-DIVERGENCIA
                   PERFORM 112-INCLUI-ESPERADO
               WHEN OTHER
                   IF MT-IMAGEM-ANTES NOT = WS-ESP-IMAGEM(WS-IDX-ESP)
                       MOVE "ALTERADO ANTES DA MANUTENCAO"
                           TO WS-OCORRENCIA
                       PERFORM 190-REPORTA-DIVERGENCIA
                       MOVE "ESPERADO:" TO WS-LIN-ROTULO
                       MOVE WS-ESP-IMAGEM(WS-IDX-ESP) TO WS-LIN-IMAGEM
                       MOVE WS-LINHA-IMAGEM TO RELAT-LINHA
                       WRITE RELAT-LINHA
                       MOVE "MNTAUDIT:" TO WS-LIN-ROTULO
                       MOVE MT-IMAGEM-ANTES TO WS-LIN-IMAGEM
                       MOVE WS-LINHA-IMAGEM TO RELAT-LINHA
                       WRITE RELAT-LINHA
                   END-IF
                   MOVE MT-IMAGEM-DEPOIS TO WS-ESP-IMAGEM(WS-IDX-ESP)
           END-EVALUATE.

       123-PROCURA-ESPERADO.
           MOVE "N" TO WS-ESP-ACHOU
           MOVE ZEROES TO WS-IDX-ESP
           PERFORM 124-COMPARA-CHAVE
               UNTIL WS-IDX-ESP = WS-ESP-QTDE OR ESPERADO-ENCONTRADO.

       124-COMPARA-CHAVE.
           ADD 1 TO WS-IDX-ESP
           IF WS-ESP-CHAVE(WS-IDX-ESP) = WS-CHAVE-ATUAL
               SET ESPERADO-ENCONTRADO TO TRUE
           END-IF.

       130-CONFERE-ATUAL.
           MOVE "N" TO WS-EOF
           PERFORM 131-ABRE-MESTRE
           EVALUATE WS-FS-MESTRE
               WHEN "00"
                   SET MESTRE-PRESENTE TO TRUE
                   PERFORM 132-LE-MESTRE
                   PERFORM 134-CONFERE-REGISTRO UNTIL FIM-DO-ARQUIVO
                   PERFORM 133-FECHA-MESTRE
               WHEN "35"
                   IF DIGITAL-EXISTENTE AND WS-ESP-QTDE > ZEROES
                       MOVE SPACES TO WS-CHAVE-ATUAL
                       MOVE "CADASTRO AUSENTE - TODOS OS REGISTROS"
                           TO WS-OCORRENCIA
                       PERFORM 190-REPORTA-DIVERGENCIA
                   END-IF
               WHEN OTHER
                   MOVE WS-FS-MESTRE TO WS-FS-ERRO
                   MOVE SPACES TO WS-MSG-ERRO
                   STRING "FALHA AO ABRIR " WS-ARQ-NOME(WS-IDX-ARQ)
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       131-ABRE-MESTRE.
           EVALUATE WS-IDX-ARQ
               WHEN 1
                   OPEN INPUT MESTRE1-FILE
               WHEN 2
                   OPEN INPUT MESTRE2-FILE
               WHEN 3
                   OPEN INPUT MESTRE3-FILE
               WHEN 4
                   OPEN INPUT MESTRE4-FILE
               WHEN 5
                   OPEN INPUT MESTRE5-FILE
               WHEN 6
                   OPEN INPUT MESTRE6-FILE
           END-EVALUATE.

       132-LE-MESTRE.
           EVALUATE WS-IDX-ARQ
               WHEN 1
                   READ MESTRE1-FILE INTO WS-IMAGEM-ATUAL
                       AT END
                           SET FIM-DO-ARQUIVO TO TRUE
                   END-READ
               WHEN 2
                   READ MESTRE2-FILE INTO WS-IMAGEM-ATUAL
                       AT END
                           SET FIM-DO-ARQUIVO TO TRUE
                   END-READ
               WHEN 3
                   READ MESTRE3-FILE INTO WS-IMAGEM-ATUAL
                       AT END
                           SET FIM-DO-ARQUIVO TO TRUE
                   END-READ
               WHEN 4
                   READ MESTRE4-FILE INTO WS-IMAGEM-ATUAL
                       AT END
                           SET FIM-DO-ARQUIVO TO TRUE
                   END-READ
               WHEN 5
                   READ MESTRE5-FILE INTO WS-IMAGEM-ATUAL
                       AT END
                           SET FIM-DO-ARQUIVO TO TRUE
                   END-READ
               WHEN 6
                   READ MESTRE6-FILE INTO WS-IMAGEM-ATUAL
                       AT END
                           SET FIM-DO-ARQUIVO TO TRUE
                   END-READ
           END-EVALUATE.

       133-FECHA-MESTRE.
           EVALUATE WS-IDX-ARQ
               WHEN 1
                   CLOSE MESTRE1-FILE
               WHEN 2
                   CLOSE MESTRE2-FILE
               WHEN 3
                   CLOSE MESTRE3-FILE
               WHEN 4
                   CLOSE MESTRE4-FILE
               WHEN 5
                   CLOSE MESTRE5-FILE
               WHEN 6
                   CLOSE MESTRE6-FILE
           END-EVALUATE.

       134-CONFERE-REGISTRO.
           ADD 1 TO WS-ATU-QTDE-REGISTROS
           PERFORM 135-CALCULA-HASH
           ADD WS-HASH-REGISTRO TO WS-ATU-HASH
           IF DIGITAL-EXISTENTE
               MOVE WS-IMAGEM-ATUAL(1:WS-ARQ-TAM-CHAVE(WS-IDX-ARQ))
                   TO WS-CHAVE-ATUAL
               PERFORM 123-PROCURA-ESPERADO
               EVALUATE TRUE
                   WHEN NOT ESPERADO-ENCONTRADO
                       MOVE "INCLUIDO SEM MANUTENCAO" TO WS-OCORRENCIA
                       PERFORM 190-REPORTA-DIVERGENCIA
                       PERFORM 191-IMPRIME-ATUAL
                   WHEN ESPERADO-VISTO(WS-IDX-ESP)
                       MOVE "CHAVE DUPLICADA NO CADASTRO"
                           TO WS-OCORRENCIA
                       PERFORM 190-REPORTA-DIVERGENCIA
                       PERFORM 191-IMPRIME-ATUAL
                   WHEN OTHER
                       SET ESPERADO-VISTO(WS-IDX-ESP) TO TRUE
                       IF WS-IMAGEM-ATUAL
                          NOT = WS-ESP-IMAGEM(WS-IDX-ESP)
                           MOVE "ALTERADO SEM MANUTENCAO"
                               TO WS-OCORRENCIA
                           PERFORM 190-REPORTA-DIVERGENCIA
                           PERFORM 192-IMPRIME-ESPERADO
                           PERFORM 191-IMPRIME-ATUAL
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM 132-LE-MESTRE.

      *-----------------------------------------------------------*
      * Hash do registro: soma do codigo de cada caractere        *
      * ponderado pela posicao, para troca de posicoes contar.    *
      *-----------------------------------------------------------*
       135-CALCULA-HASH.
           MOVE ZEROES TO WS-HASH-REGISTRO
           MOVE ZEROES TO WS-IDX-POS
           PERFORM 136-SOMA-CARACTERE UNTIL WS-IDX-POS = 150.

       136-SOMA-CARACTERE.
           ADD 1 TO WS-IDX-POS
           COMPUTE WS-HASH-REGISTRO = WS-HASH-REGISTRO
               + FUNCTION ORD(WS-IMAGEM-ATUAL(WS-IDX-POS:1))
               * WS-IDX-POS.

       140-APURA-EXCLUIDOS.
           MOVE ZEROES TO WS-IDX-ESP
           PERFORM 141-CONFERE-VISTO UNTIL WS-IDX-ESP = WS-ESP-QTDE.

       141-CONFERE-VISTO.
           ADD 1 TO WS-IDX-ESP
           MOVE WS-ESP-IMAGEM(WS-IDX-ESP) TO WS-IMAGEM-ATUAL
           PERFORM 135-CALCULA-HASH
           ADD WS-HASH-REGISTRO TO WS-ESP-HASH
           IF NOT ESPERADO-VISTO(WS-IDX-ESP) AND MESTRE-PRESENTE
               MOVE WS-ESP-CHAVE(WS-IDX-ESP) TO WS-CHAVE-ATUAL
               MOVE "EXCLUIDO SEM MANUTENCAO" TO WS-OCORRENCIA
               PERFORM 190-REPORTA-DIVERGENCIA
               PERFORM 192-IMPRIME-ESPERADO
           END-IF.

      *-----------------------------------------------------------*
      * Nova impressao digital do cadastro: cabecalho e imagens   *
      * do arquivo atual, com a posicao corrente do MNTAUDIT.     *
      *-----------------------------------------------------------*
       150-GRAVA-DIGITAL-ATUAL.
           INITIALIZE FP-DIGITAL-REC
           MOVE WS-ARQ-NOME(WS-IDX-ARQ) TO FP-ARQUIVO
           SET FP-CABECALHO TO TRUE
           MOVE WS-ATU-QTDE-REGISTROS TO FP-QTDE-REGISTROS
           MOVE WS-ATU-HASH TO FP-HASH
           MOVE WS-QTDE-MNTAUD TO FP-POSICAO-MNTAUD
           MOVE WS-DATA-ATUAL-NUM TO FP-DATA-TOMADA
           MOVE WS-HORA-ATUAL-NUM TO FP-HORA-TOMADA
           IF ACEITE-AUTORIZADO
               MOVE WS-OPERADOR-ID TO FP-OPERADOR-ACEITE
           END-IF
           MOVE FP-DIGITAL-REC TO DIGITAL-NOVO-REC
           WRITE DIGITAL-NOVO-REC
           IF MESTRE-PRESENTE
               MOVE "N" TO WS-EOF
               PERFORM 131-ABRE-MESTRE
               PERFORM 132-LE-MESTRE
               PERFORM 151-GRAVA-IMAGEM UNTIL FIM-DO-ARQUIVO
               PERFORM 133-FECHA-MESTRE
           END-IF.

       151-GRAVA-IMAGEM.
           MOVE WS-ARQ-NOME(WS-IDX-ARQ) TO FP-ARQUIVO
           SET FP-DETALHE TO TRUE
           MOVE WS-IMAGEM-ATUAL TO FP-IMAGEM
           MOVE FP-DIGITAL-REC TO DIGITAL-NOVO-REC
           WRITE DIGITAL-NOVO-REC
           PERFORM 132-LE-MESTRE.

       160-MANTEM-DIGITAL-ANTERIOR.
           MOVE "N" TO WS-EOF
           OPEN INPUT DIGITAL-FILE
           PERFORM 161-COPIA-DIGITAL UNTIL FIM-DO-ARQUIVO
           CLOSE DIGITAL-FILE.

       161-COPIA-DIGITAL.
           READ DIGITAL-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF FP-ARQUIVO = WS-ARQ-NOME(WS-IDX-ARQ)
                       MOVE FP-DIGITAL-REC TO DIGITAL-NOVO-REC
                       WRITE DIGITAL-NOVO-REC
                   END-IF
           END-READ.

       170-REGRAVA-DIGITAL.
           MOVE "N" TO WS-EOF
           OPEN INPUT DIGITAL-NOVO-FILE
           OPEN OUTPUT DIGITAL-FILE
           IF WS-FS-DIGITAL NOT = "00"
               MOVE WS-FS-DIGITAL TO WS-FS-ERRO
               MOVE "FALHA AO REGRAVAR CADVFPRT" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 171-COPIA-DIGITAL-NOVO UNTIL FIM-DO-ARQUIVO
           CLOSE DIGITAL-NOVO-FILE
           CLOSE DIGITAL-FILE.

       171-COPIA-DIGITAL-NOVO.
           READ DIGITAL-NOVO-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   MOVE DIGITAL-NOVO-REC TO FP-DIGITAL-REC
                   WRITE FP-DIGITAL-REC
           END-READ.

       180-GRAVA-AUD-ACEITE.
           MOVE "CADVACEI"        TO AUD-PROGRAMA
           MOVE WS-DATA-ATUAL-NUM TO AUD-DATA-EXEC
           MOVE WS-HORA-ATUAL-NUM TO AUD-HORA-EXEC
           MOVE WS-DIVERGENCIAS-TOTAL TO AUD-RESULTADO
           MOVE SPACES            TO AUD-COMPANY-CODE
           MOVE SPACES            TO AUD-CURRENCY-CODE
           MOVE WS-OPERADOR-ID    TO AUD-OPERADOR-ID
           MOVE "N"               TO AUD-TIPO-LANCAMENTO
           MOVE ZEROES            TO AUD-NUMERO-LOTE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-FS-AUDITLOG = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           IF WS-FS-AUDITLOG = "00"
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
               DISPLAY "CADVIG01 - FALHA AO GRAVAR AUDITLOG"
           END-IF.

       190-REPORTA-DIVERGENCIA.
           ADD 1 TO WS-DIVERGENCIAS-ARQ
           MOVE WS-CHAVE-ATUAL TO WS-LIN-CHAVE
           MOVE WS-OCORRENCIA  TO WS-LIN-OCORRENCIA
           MOVE SPACES TO RELAT-LINHA
           STRING WS-ARQ-NOME(WS-IDX-ARQ) WS-LINHA-DIVERGENCIA
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA.

       191-IMPRIME-ATUAL.
           MOVE "ATUAL:" TO WS-LIN-ROTULO
           MOVE WS-IMAGEM-ATUAL TO WS-LIN-IMAGEM
           MOVE WS-LINHA-IMAGEM TO RELAT-LINHA
           WRITE RELAT-LINHA.

       192-IMPRIME-ESPERADO.
           MOVE "ESPERADO:" TO WS-LIN-ROTULO
           MOVE WS-ESP-IMAGEM(WS-IDX-ESP) TO WS-LIN-IMAGEM
           MOVE WS-LINHA-IMAGEM TO RELAT-LINHA
           WRITE RELAT-LINHA.

       9997-ARQUIVA-RELATORIO.
           MOVE WS-NOME-PROGRAMA TO RS-PROGRAMA
           MOVE WS-OPERADOR-ID TO RS-OPERADOR-ID
           CALL "RELSVC" USING RS-PARAMETROS
               ON EXCEPTION
                   DISPLAY "RELSVC INDISPONIVEL - RELATORIO "
                       RS-RELATORIO " NAO ARQUIVADO"
           END-CALL.

       9999-TRATA-ERRO.
           DISPLAY "*** ERRO FATAL EM " WS-NOME-PROGRAMA " - "
               WS-MSG-ERRO
           PERFORM 9998-GRAVA-EVENTO-ERRO
           MOVE 12 TO RETURN-CODE
           GOBACK.

       9998-GRAVA-EVENTO-ERRO.
           MOVE WS-NOME-PROGRAMA TO EV-PROGRAMA
           ACCEPT DH-DATA-ATUAL  FROM DATE YYYYMMDD
           ACCEPT DH-TEMPO-ATUAL FROM TIME
           COMPUTE EV-DATA-EVENTO = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           COMPUTE EV-HORA-EVENTO = DH-HORA-ATUAL * 1000000
               + DH-MINUTO-ATUAL * 10000
               + DH-SEGUNDO-ATUAL * 100 + DH-CENTESIMO-ATUAL
           MOVE WS-MSG-ERRO TO EV-MSG-ERRO
           MOVE WS-FS-ERRO  TO EV-FILE-STATUS
           MOVE WS-OPERADOR-ID TO EV-OPERADOR-ID
           OPEN EXTEND ERRO-EVENTO-FILE
           IF WS-FS-ERRLOG = "35"
               OPEN OUTPUT ERRO-EVENTO-FILE
           END-IF
           IF WS-FS-ERRLOG = "00"
               SET CD-ENCADEIA TO TRUE
               MOVE "ERRLOG" TO CD-ARQUIVO
               CALL "CADEISVC" USING CD-PARAMETROS
                   EV-CONTEUDO EV-CADEIA
                   ON EXCEPTION
                       MOVE ZEROES TO EV-CADEIA
               END-CALL
               WRITE EV-EVENTO-REC
               CLOSE ERRO-EVENTO-FILE
           ELSE
               DISPLAY "FALHA AO GRAVAR EVENTO DE ERRO NO ERRLOG"
           END-IF
           MOVE "C"              TO AS-SEVERIDADE
           MOVE WS-NOME-PROGRAMA TO AS-PROGRAMA
           MOVE WS-MSG-ERRO      TO AS-MENSAGEM
           MOVE WS-NOME-PROGRAMA TO AS-CHAVE
           CALL "ALRTSVC" USING AS-PARAMETROS
               ON EXCEPTION
                   DISPLAY "ALRTSVC INDISPONIVEL - ALERTA NAO EMITIDO"
           END-CALL.
