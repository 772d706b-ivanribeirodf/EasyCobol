      * Layout do registro da trilha de manutencao de cadastros   *
      * (arquivo MNTAUDIT, acrescentado, nunca sobrescrito),      *
      * gravado pelos programas de manutencao MOEMAINT, PLAMAINT, *
      * CONMAINT, OPEMAINT, CCUMAINT e ATVMAINT a cada alteracao  *
      * aplicada: o programa, data/hora, o operador solicitante   *
      * (validado no OPERMAST), a acao (A = inclusao, C =         *
      * alteracao, D = desativacao - nunca ha remocao fisica -,   *
      * B = baixa de bem do ativo imobilizado) e as imagens ANTES *
      * e DEPOIS do registro. Uma conta que sumiu do PLANOCTA     *
      * passa a ser uma decisao registrada, nao um acidente de    *
      * editor. As imagens tem 150 posicoes, o tamanho do maior   *
      * cadastro mantido (ATIVOS); registro menor vai completado  *
      * com brancos. O servico de senha SENHASVC tambem grava     *
      * aqui (acao C) cada alteracao que faz no OPERMAST: troca   *
      * de senha, tentativa errada contada e bloqueio.            *
      *-----------------------------------------------------------*
       01  MT-MANUTENCAO-REC.
           05 MT-PROGRAMA           PIC X(08).
               88 MT-ACAO-INCLUSAO      VALUE "A".
               88 MT-ACAO-ALTERACAO     VALUE "C".
               88 MT-ACAO-DESATIVACAO   VALUE "D".
               88 MT-ACAO-BAIXA         VALUE "B".
           05 MT-IMAGEM-ANTES       PIC X(150).
           05 MT-IMAGEM-DEPOIS      PIC X(150).
