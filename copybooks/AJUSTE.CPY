      * oficial para correcao manual de um total de lote - cada   *
      * ajuste aplicado e reportado no console e entra na         *
      * abertura por empresa/moeda do AUDITLOG/IFACETOT.          *
      * AJ-OPERADOR-ID e o operador que digitou o ajuste (branco  *
      * = nao informado); o aprovador do ADJAPPR nao pode ser ele *
      * e o par fica no CTLDUPLO para o SODREL01.                 *
      *-----------------------------------------------------------*
       01  AJ-AJUSTE-REC.
           05 AJ-VALOR              PIC S9(7)V99.
           05 AJ-REFERENCIA         PIC X(10).
           05 AJ-COMPANY-CODE       PIC X(03).
           05 AJ-CURRENCY-CODE      PIC X(03).
           05 AJ-OPERADOR-ID        PIC X(08).
