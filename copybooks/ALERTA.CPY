      *-----------------------------------------------------------*
      * ALERTA.CPY                                                *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout do registro do arquivo padrao de alertas ALERTAS   *
      * (acrescentado pelo servico ALRTSVC; so o ALERT01 o        *
      * regrava, para confirmar). Gravado quando um passo da      *
      * cadeia devolve codigo fatal, quando um 9999-TRATA-ERRO    *
      * dispara e quando o STATUS01 da veredito FALHA.            *
      * AT-SEQUENCIA vem do ALSEQCTL e e a chave que o operador   *
      * informa para confirmar. AT-DATA-NEGOCIO e o dia util do   *
      * DATAPROC; emissao e a data/hora de calendario.            *
      * AT-CHAVE-SUPRESSAO evita o mesmo alerta repetido numa     *
      * execucao. Situacao "P" pendente ate o ALERT01 marcar "C"  *
      * com data/hora e operador da confirmacao.                  *
      *-----------------------------------------------------------*
       01  AT-ALERTA-REC.
           05 AT-SEQUENCIA          PIC 9(09).
           05 AT-SEVERIDADE         PIC X(01).
               88 AT-SEVERIDADE-CRITICA VALUE "C".
               88 AT-SEVERIDADE-ALTA    VALUE "A".
           05 AT-PROGRAMA           PIC X(08).
           05 AT-DATA-NEGOCIO       PIC 9(08).
           05 AT-DATA-EMISSAO       PIC 9(08).
           05 AT-HORA-EMISSAO       PIC 9(08).
           05 AT-MENSAGEM           PIC X(60).
           05 AT-CHAVE-SUPRESSAO    PIC X(24).
           05 AT-SITUACAO           PIC X(01).
               88 AT-ALERTA-PENDENTE    VALUE "P".
               88 AT-ALERTA-CONFIRMADO  VALUE "C".
           05 AT-DATA-CONFIRMACAO   PIC 9(08).
           05 AT-HORA-CONFIRMACAO   PIC 9(08).
           05 AT-OPERADOR-CONFIRM   PIC X(08).
