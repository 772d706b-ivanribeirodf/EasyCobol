      *-----------------------------------------------------------*
      * CARGALAY.CPY                                              *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout do cadastro de definicoes de carga (arquivo        *
      * CARGALAY): como ler o extrato delimitado de cada sistema  *
      * de origem, pela chave CL-SISTEMA-ORIGEM, a mesma que vai  *
      * para o BH-SISTEMA-ORIGEM do lote CALCIN montado pelo      *
      * CALCLOAD. CL-DELIMITADOR separa as colunas ("T" = TAB).   *
      * CL-SEPARADOR-DECIMAL e a virgula ou o ponto dos valores,  *
      * sempre explicitos no extrato (nunca decimais implicitos), *
      * com sinal "-" opcional a esquerda e no maximo 2 casas.    *
      * CL-FORMATO-DATA e o formato da data da transacao.         *
      * CL-LINHAS-CABECALHO sao as linhas de titulo puladas no    *
      * inicio do extrato. CL-QTDE-COLUNAS e a quantidade exata   *
      * de colunas de cada linha de detalhe e CL-POSICOES a ordem *
      * das colunas: o numero da coluna de cada campo do          *
      * TRANSACAO.CPY. Empresa 00 = empresa do cartao CARGPARM;   *
      * contraparte 00 = sem coluna, transacao normal.            *
      * CL-MARCA-CONTROLE e o texto da primeira coluna da linha   *
      * de controle que o sistema de origem poe no fim do         *
      * extrato, com a quantidade de detalhes na coluna 2 e a     *
      * soma dos dois valores de cada detalhe na coluna 3 (o hash *
      * do trailer do lote). Em branco = extrato sem totais de    *
      * controle.                                                 *
      *-----------------------------------------------------------*
       01  CL-LAYOUT-REC.
           05 CL-SISTEMA-ORIGEM     PIC X(08).
           05 CL-SITUACAO           PIC X(01).
               88 CL-LAYOUT-ATIVO       VALUE "A".
               88 CL-LAYOUT-INATIVO     VALUE "I".
           05 CL-DELIMITADOR        PIC X(01).
               88 CL-DELIMITADOR-TAB    VALUE "T".
           05 CL-SEPARADOR-DECIMAL  PIC X(01).
               88 CL-DECIMAL-VIRGULA    VALUE ",".
               88 CL-DECIMAL-PONTO      VALUE ".".
           05 CL-FORMATO-DATA       PIC X(10).
               88 CL-DATA-AAAAMMDD      VALUE "AAAAMMDD".
               88 CL-DATA-DDMMAAAA      VALUE "DDMMAAAA".
               88 CL-DATA-DD-MM-AAAA    VALUE "DD/MM/AAAA".
               88 CL-DATA-AAAA-MM-DD    VALUE "AAAA-MM-DD".
           05 CL-LINHAS-CABECALHO   PIC 9(01).
           05 CL-QTDE-COLUNAS       PIC 9(02).
           05 CL-POSICOES.
               10 CL-COL-VALOR-1    PIC 9(02).
               10 CL-COL-OPERACAO   PIC 9(02).
               10 CL-COL-VALOR-2    PIC 9(02).
               10 CL-COL-DATA       PIC 9(02).
               10 CL-COL-REFERENCIA PIC 9(02).
               10 CL-COL-EMPRESA    PIC 9(02).
               10 CL-COL-MOEDA      PIC 9(02).
               10 CL-COL-CONTRAPARTE PIC 9(02).
           05 CL-POSICOES-TAB REDEFINES CL-POSICOES.
               10 CL-COL-CAMPO      PIC 9(02) OCCURS 8 TIMES.
           05 CL-MARCA-CONTROLE     PIC X(08).
