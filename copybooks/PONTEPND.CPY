      *-----------------------------------------------------------*
      * PONTEPND.CPY                                              *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout do arquivo de situacao da ponte CALCJRNL -> GLTRANS*
      * (arquivo PONTEPND, regravado inteiro pelo PONTE01 depois  *
      * de gravar o PONTEGL). Registro "C" de controle: data e    *
      * hora de execucao do ultimo registro do jornal ja lido e a *
      * data base da ultima ponte - o jornal e so acrescentado,   *
      * entao tudo o que vier depois dessa marca e novo. Registros*
      * "J": transacoes postadas que ficaram no suspenso (sem     *
      * regra ou com regra invalida), com a imagem do jornal, o   *
      * motivo e a data da primeira ponte que as suspendeu; a     *
      * ponte seguinte as tenta de novo antes das novas.          *
      *-----------------------------------------------------------*
       01  PP-SUSPENSO-REC.
           05 PP-TIPO               PIC X(01).
               88 PP-CONTROLE           VALUE "C".
               88 PP-SUSPENSO           VALUE "J".
           05 PP-JORNAL-IMAGEM      PIC X(79).
           05 PP-MOTIVO             PIC X(02).
           05 PP-DATA-SUSPENSAO     PIC 9(08).
       01  PP-CONTROLE-REC.
           05 FILLER                PIC X(01).
           05 PP-ULT-DATA-EXEC      PIC 9(08).
           05 PP-ULT-HORA-EXEC      PIC 9(08).
           05 PP-DATA-PONTE         PIC 9(08).
