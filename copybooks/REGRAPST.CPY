      *-----------------------------------------------------------*
      * REGRAPST.CPY                                              *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout do registro da tabela de regras de contabilizacao  *
      * (arquivo REGRAPST, mantido em cartoes): para cada empresa,*
      * moeda e operacao do CALC (TX-OPERACAO/JR-OPERACAO), a     *
      * conta do PLANOCTA a debitar e a conta a creditar com o    *
      * RESULT da transacao postada. A ponte PONTE01 le o jornal  *
      * CALCJRNL e gera por esta tabela os lancamentos GLTRANS do *
      * ADD05. RP-CENTRO-CUSTO vai na perna cuja conta e de       *
      * resultado; e obrigatorio quando uma das contas for de     *
      * despesa (resultado devedora), como no ADD05. Chave        *
      * repetida aborta a ponte; regra com conta ou centro        *
      * invalido manda as transacoes dela para o suspenso.        *
      *-----------------------------------------------------------*
       01  RP-REGRA-REC.
           05 RP-COMPANY-CODE       PIC X(03).
           05 RP-CURRENCY-CODE      PIC X(03).
           05 RP-OPERACAO           PIC X(01).
           05 RP-CONTA-DEBITO       PIC 9(08).
           05 RP-CONTA-CREDITO      PIC 9(08).
           05 RP-CENTRO-CUSTO       PIC X(06).
           05 RP-DESCRICAO          PIC X(30).
