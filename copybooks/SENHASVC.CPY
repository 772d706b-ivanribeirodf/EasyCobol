      *-----------------------------------------------------------*
      * SENHASVC.CPY                                              *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Area de parametros do servico de senha de sign-on         *
      * SENHASVC (CALL "SENHASVC" USING SS-PARAMETROS), no molde  *
      * do CALSVC. Funcoes: "V" confere SS-SENHA do operador      *
      * SS-OPERADOR-ID contra a OP-CREDENCIAL do OPERMAST,        *
      * trocando-a por SS-SENHA-NOVA quando informada (obrigatoria *
      * com a senha expirada), e devolve o nivel de autoridade;   *
      * "C" so calcula em SS-CREDENCIAL a credencial protegida de *
      * ID + SS-SENHA, sem tocar em arquivo (usada pelo OPEMAINT  *
      * para emitir senha provisoria). Sign-on recusado vai para  *
      * o AUDITLOG com AUD-PROGRAMA "SIGNFAIL" e o motivo em      *
      * AUD-RESULTADO: 1 = senha invalida, 2 = operador           *
      * bloqueado, 3 = senha expirada sem senha nova, 4 =         *
      * operador fora do OPERMAST, 5 = operador inativo, 6 =      *
      * operador sem senha cadastrada, 7 = senha nova recusada.   *
      * SS-RETORNO "0" = sign-on aceito; "M" = OPERMAST ausente   *
      * (o chamador decide como antes); "E" = erro de arquivo ou  *
      * funcao invalida; os demais = sign-on recusado, com o      *
      * texto para o operador em SS-MENSAGEM.                     *
      *-----------------------------------------------------------*
       01  SS-PARAMETROS.
           05 SS-FUNCAO             PIC X(01).
               88 SS-CONFERE-SENHA      VALUE "V".
               88 SS-CALCULA-CREDENCIAL VALUE "C".
           05 SS-PROGRAMA           PIC X(08).
           05 SS-OPERADOR-ID        PIC X(08).
           05 SS-SENHA              PIC X(08).
           05 SS-SENHA-NOVA         PIC X(08).
           05 SS-CREDENCIAL         PIC 9(10).
           05 SS-NIVEL-AUTORIDADE   PIC 9(01).
           05 SS-MENSAGEM           PIC X(60).
           05 SS-RETORNO            PIC X(01).
               88 SS-RETORNO-OK           VALUE "0".
               88 SS-SENHA-INVALIDA       VALUE "S".
               88 SS-OPERADOR-BLOQUEADO   VALUE "B".
               88 SS-SENHA-EXPIRADA       VALUE "X".
               88 SS-OPERADOR-DESCONHECIDO VALUE "D".
               88 SS-OPERADOR-INATIVO     VALUE "I".
               88 SS-SEM-SENHA-CADASTRADA VALUE "N".
               88 SS-SENHA-NOVA-RECUSADA  VALUE "R".
               88 SS-CADASTRO-AUSENTE     VALUE "M".
               88 SS-RETORNO-ERRO         VALUE "E".
