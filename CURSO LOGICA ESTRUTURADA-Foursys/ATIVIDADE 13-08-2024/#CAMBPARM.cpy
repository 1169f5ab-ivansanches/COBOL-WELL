      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DOS PARAMETROS DE COMPRA E VENDA DE
      *              MOEDA ESTRANGEIRA (CAMBPARM.txt) - UMA LINHA POR
      *              MOEDA NEGOCIADA, COM O SPREAD DE COMPRA (% ABAIXO
      *              DA COTACAO DE REFERENCIA DO COTACOES.txt, QUANDO O
      *              BANCO COMPRA DO CLIENTE) E O DE VENDA (% ACIMA,
      *              QUANDO O BANCO VENDE), A IDADE MAXIMA DA COTACAO
      *              EM DIAS CORRIDOS (ACIMA DELA A OPERACAO E
      *              RECUSADA), A CONTA DE POSICAO DA MOEDA (DEVE
      *              EXISTIR ABERTA NO CONTAS.dat, COM LIMITE ESPECIAL
      *              QUE COBRE A POSICAO VENDIDA ADMITIDA) E O VALOR
      *              MAXIMO EM MOEDA POR OPERACAO (ZERO = SEM MAXIMO).
      *              MOEDA FORA DO ARQUIVO NAO E NEGOCIADA
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-CAMBPARM.
           05 CPM-MOEDA                 PIC  X(03).
           05 CPM-SPREAD-COMPRA         PIC  9(02)V9(04).
           05 CPM-SPREAD-VENDA          PIC  9(02)V9(04).
           05 CPM-DIAS-VALIDADE         PIC  9(02).
           05 CPM-AGENCIA-POSICAO       PIC  9(04).
           05 CPM-CONTA-POSICAO         PIC  9(05).
           05 CPM-DV-POSICAO            PIC  9(01).
           05 CPM-VALOR-MAXIMO          PIC  9(08)V99.
