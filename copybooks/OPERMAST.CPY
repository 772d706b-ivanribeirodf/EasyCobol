      * de execucao unica (FORCE*) so e honrado quando o nivel    *
      * de autoridade do operador permite (nivel 3 ou maior); a   *
      * decisao de autorizacao e registrada no AUDITLOG.          *
      * OP-CREDENCIAL guarda a senha de sign-on protegida (resumo *
      * numerico de ID + senha calculado pelo SENHASVC, nunca a   *
      * senha em claro; zero = operador sem senha cadastrada).    *
      * OP-DATA-TROCA-SENHA e a data da ultima troca (zero =      *
      * senha provisoria do OPEMAINT, troca obrigatoria no        *
      * primeiro sign-on) e OP-TENTATIVAS-FALHAS conta as senhas  *
      * erradas seguidas; no limite o operador fica bloqueado     *
      * (situacao "B") ate o OPEMAINT reemitir a senha.           *
      *-----------------------------------------------------------*
       01  OP-OPERADOR-REC.
           05 OP-ID                 PIC X(08).
           05 OP-SITUACAO           PIC X(01).
               88 OP-OPERADOR-ATIVO     VALUE "A".
               88 OP-OPERADOR-INATIVO   VALUE "I".
               88 OP-OPERADOR-BLOQUEADO VALUE "B".
           05 OP-NIVEL-AUTORIDADE   PIC 9(01).
           05 OP-CREDENCIAL         PIC 9(10).
           05 OP-DATA-TROCA-SENHA   PIC 9(08).
           05 OP-TENTATIVAS-FALHAS  PIC 9(01).
