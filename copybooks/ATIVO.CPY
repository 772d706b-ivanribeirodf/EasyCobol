      *-----------------------------------------------------------*
      * ATIVO.CPY                                                 *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout do registro do cadastro de bens do ativo           *
      * imobilizado (arquivo ATIVOS), mantido pelo ATVMAINT com   *
      * trilha no MNTAUDIT e atualizado pela depreciacao mensal   *
      * DEPREC01. Chave empresa + codigo do bem. As tres contas   *
      * do plano PLANOCTA: a do bem (custo), a de depreciacao     *
      * acumulada (redutora) e a de despesa de depreciacao, esta  *
      * com o centro de custo do CCUSTO. Moeda e a moeda base da  *
      * empresa no EMPRESA. A depreciacao comeca no mes da data   *
      * de entrada em servico e vai ate a vida util (em meses):   *
      * metodo "L" linear (custo / vida, o ultimo mes leva o      *
      * resto) ou "D" saldos decrescentes (taxa dobrada sobre o   *
      * valor liquido, passando a linear quando esta rende mais). *
      * AF-ULTIMO-PERIODO e o ultimo mes ja depreciado - o        *
      * DEPREC01 nao roda de novo um periodo que algum bem ja     *
      * tenha. Situacao "P" e baixa informada e ainda nao         *
      * contabilizada: o DEPREC01 deprecia ate o mes anterior ao  *
      * da baixa, lanca a baixa com o ganho ou a perda contra o   *
      * valor de venda e passa o bem a "B".                       *
      *-----------------------------------------------------------*
       01  AF-ATIVO-REC.
           05 AF-COMPANY-CODE       PIC X(03).
           05 AF-CODIGO             PIC X(08).
           05 AF-DESCRICAO          PIC X(25).
           05 AF-CURRENCY-CODE      PIC X(03).
           05 AF-CONTA-ATIVO        PIC 9(08).
           05 AF-CONTA-DEPREC-ACUM  PIC 9(08).
           05 AF-CONTA-DESPESA      PIC 9(08).
           05 AF-CENTRO-CUSTO       PIC X(06).
           05 AF-VALOR-CUSTO        PIC 9(11)V99.
           05 AF-DATA-INICIO        PIC 9(08).
           05 AF-VIDA-UTIL-MESES    PIC 9(03).
           05 AF-METODO             PIC X(01).
               88 AF-METODO-LINEAR      VALUE "L".
               88 AF-METODO-DECRESCENTE VALUE "D".
           05 AF-SITUACAO           PIC X(01).
               88 AF-BEM-EM-USO         VALUE "A".
               88 AF-BAIXA-PENDENTE     VALUE "P".
               88 AF-BEM-BAIXADO        VALUE "B".
           05 AF-DEPREC-ACUMULADA   PIC 9(11)V99.
           05 AF-ULTIMO-PERIODO     PIC 9(06).
           05 AF-DATA-BAIXA         PIC 9(08).
           05 AF-VALOR-BAIXA        PIC 9(11)V99.
