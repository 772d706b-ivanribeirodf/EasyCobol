      *-----------------------------------------------------------*
      * CCUSTO.CPY                                                *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout do registro do cadastro mestre de centros de custo *
      * (arquivo CCUSTO), mantido so pelo CCUMAINT com trilha no  *
      * MNTAUDIT: codigo do centro usado em GL-CENTRO-CUSTO,      *
      * GH-CENTRO-CUSTO, SG-CENTRO-CUSTO e OR-CENTRO-CUSTO,       *
      * descricao, situacao (ativo/inativo) e o responsavel pela  *
      * area. O ADD05 exige centro ativo deste cadastro em todo   *
      * movimento de conta de despesa e rejeita para o GLREJ com  *
      * motivo "CC"; o BALANC01 e o ORCRPT01 quebram por centro.  *
      *-----------------------------------------------------------*
       01  CC-CENTRO-REC.
           05 CC-CODIGO             PIC X(06).
           05 CC-DESCRICAO          PIC X(30).
           05 CC-SITUACAO           PIC X(01).
               88 CC-CENTRO-ATIVO       VALUE "A".
               88 CC-CENTRO-INATIVO     VALUE "I".
           05 CC-RESPONSAVEL        PIC X(20).
