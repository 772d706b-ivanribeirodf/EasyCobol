      *-----------------------------------------------------------*
      * CADEIA.CPY                                                *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Area de parametros do servico de encadeamento CADEISVC    *
      * (CALL "CADEISVC" USING CD-PARAMETROS conteudo cadeia), no *
      * molde do ALRTSVC. CD-ARQUIVO diz o log ("AUDITLOG" ou     *
      * "ERRLOG"); o conteudo e o AUD-CONTEUDO/EV-CONTEUDO e a    *
      * cadeia o AUD-CADEIA/EV-CADEIA do registro a gravar.       *
      * Funcao "E" encadeia: o servico tira a proxima sequencia   *
      * da cabeca da cadeia (AUDCHAIN/ERRCHAIN, CADCTL.CPY),      *
      * calcula o hash do conteudo com o hash do registro         *
      * anterior, preenche a cadeia do registro e regrava a       *
      * cabeca - o chamador faz o WRITE em seguida. Funcao "C"    *
      * so calcula: com a sequencia da cadeia informada e o hash  *
      * anterior em CD-HASH-ANTERIOR devolve CD-HASH-CALCULADO,   *
      * sem tocar na cabeca (conferencia do CADEIA01).            *
      * CD-RETORNO "0" = encadeado, "E" = falha na cabeca: a      *
      * cadeia do registro volta zerada e o registro e gravado    *
      * sem cadeia (o servico nunca derruba o chamador).          *
      *-----------------------------------------------------------*
       01  CD-PARAMETROS.
           05 CD-FUNCAO             PIC X(01).
               88 CD-ENCADEIA           VALUE "E".
               88 CD-CALCULA            VALUE "C".
           05 CD-ARQUIVO            PIC X(08).
               88 CD-ARQUIVO-AUDITLOG   VALUE "AUDITLOG".
               88 CD-ARQUIVO-ERRLOG     VALUE "ERRLOG".
           05 CD-HASH-ANTERIOR      PIC 9(18).
           05 CD-HASH-CALCULADO     PIC 9(18).
           05 CD-RETORNO            PIC X(01).
               88 CD-RETORNO-OK         VALUE "0".
               88 CD-RETORNO-ERRO       VALUE "E".
