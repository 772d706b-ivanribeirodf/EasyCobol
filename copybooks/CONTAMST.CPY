      * inativa ou com empresa divergente do registro vai para o  *
      * arquivo de rejeitados do job com motivo e data, em vez    *
      * de postar como se fosse boa.                              *
      * AC-CONTA-CONTROLE e a conta de controle do plano PLANOCTA *
      * em que a conta de lote desagua no razao: os ADD0x gravam  *
      * a quebra do total por ela no IFACECTA e a prova diaria    *
      * PROVA01 compara essa quebra com o movimento do GLHIST.    *
      * Registro antigo, sem o campo, fica sem mapeamento.        *
      *-----------------------------------------------------------*
       01  AC-CONTA-REC.
           05 AC-CHAVE              PIC X(10).
               88 AC-CONTA-ATIVA        VALUE "A".
               88 AC-CONTA-INATIVA      VALUE "I".
           05 AC-COMPANY-CODE       PIC X(03).
           05 AC-CONTA-CONTROLE     PIC 9(08).
