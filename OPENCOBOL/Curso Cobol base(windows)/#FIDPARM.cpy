      *=================================================================
      *== BOOK        : #FIDPARM
      *== OBJETIVO    : LAYOUT DO REGISTRO DA TABELA DE REGRAS DO
      *==               PROGRAMA DE PONTOS DA LOJA (FIDPARAM.txt):
      *==               - TIPO "G" (UM SO): A CADA FPA-REAIS-POR-PONTO
      *==                 REAIS GASTOS O CLIENTE GANHA 1 PONTO; CADA
      *==                 FPA-PONTOS-POR-REAL PONTOS VALEM R$ 1,00 DE
      *==                 DESCONTO NO CAIXA; O PONTO VENCE
      *==                 FPA-MESES-VALIDADE MESES DEPOIS DA COMPRA E SO
      *==                 PODE SER RESGATADO COM SALDO MINIMO DE
      *==                 FPA-MINIMO-RESGATE PONTOS;
      *==               - TIPO "B" (VARIOS): PRODUTO BONIFICADO DO
      *==                 PRODUTOS.dat (FPA-PRODUTO = PRD-CODIGO) QUE
      *==                 RENDE FPA-PONTOS-EXTRA PONTOS A MAIS POR
      *==                 UNIDADE VENDIDA.
      *==               SEM O ARQUIVO VALEM OS PADROES DOS PROGRAMAS
      *==               (1 PONTO POR REAL, 100 PONTOS = R$ 1,00, 12
      *==               MESES, MINIMO 100)
      *==               LRECL = 020
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================
       01  REG-FIDPARAM.
           05 FPA-TIPO                   PIC X(01).
               88 FPA-GERAL                        VALUE "G".
               88 FPA-BONUS                        VALUE "B".
           05 FPA-DADOS                  PIC X(19).
           05 FPA-DADOS-GERAL REDEFINES FPA-DADOS.
               10 FPA-REAIS-POR-PONTO    PIC 9(03).
               10 FPA-PONTOS-POR-REAL    PIC 9(03).
               10 FPA-MESES-VALIDADE     PIC 9(02).
               10 FPA-MINIMO-RESGATE     PIC 9(05).
               10 FILLER                 PIC X(06).
           05 FPA-DADOS-BONUS REDEFINES FPA-DADOS.
               10 FPA-PRODUTO            PIC 9(04).
               10 FPA-PONTOS-EXTRA       PIC 9(05).
               10 FILLER                 PIC X(10).
