      * rejeita para a suspense toda transacao cuja               *
      * TX-DATA-TRANSACAO caia em periodo fechado ou fora dos     *
      * periodos abertos cadastrados, para ninguem mais postar    *
      * dentro de um mes ja fechado. PD-COMPANY-CODE so vem       *
      * preenchido no periodo 13 de ajuste do exercicio (AAAA13), *
      * que e de uma empresa so (calendario fiscal CALFISC); os   *
      * meses 01 a 12 valem para todas as empresas e ficam com a  *
      * empresa em branco.                                        *
      *-----------------------------------------------------------*
       01  PD-PERIODO-REC.
           05 PD-PERIODO            PIC 9(06).
           05 PD-SITUACAO           PIC X(01).
               88 PD-PERIODO-ABERTO     VALUE "A".
               88 PD-PERIODO-FECHADO    VALUE "F".
           05 PD-COMPANY-CODE       PIC X(03).
