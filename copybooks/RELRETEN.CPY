      *-----------------------------------------------------------*
      * RELRETEN.CPY                                              *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout das regras de retencao do repositorio de           *
      * relatorios (arquivo RELRETEN), aplicadas pelo expurgo do  *
      * RELRET01: uma regra por relatorio, "*" = regra padrao dos *
      * relatorios sem regra propria. Geracao com data de negocio *
      * mais antiga que RR-DIAS-RETENCAO dias corridos e que nao  *
      * esteja entre as RR-GERACOES-MINIMAS mais recentes do      *
      * relatorio e expurgada. Relatorio sem regra e sem regra    *
      * padrao nunca e expurgado.                                 *
      *-----------------------------------------------------------*
       01  RR-RETENCAO-REC.
           05 RR-RELATORIO          PIC X(08).
               88 RR-REGRA-PADRAO       VALUE "*".
           05 RR-DIAS-RETENCAO      PIC 9(04).
           05 RR-GERACOES-MINIMAS   PIC 9(03).
