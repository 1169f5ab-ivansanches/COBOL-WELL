      *=================================================================
      *== BOOK        : #FECHALOJ
      *== OBJETIVO    : LAYOUT DO REGISTRO DE FECHAMENTO DE CAIXA DA
      *==               LOJA (FECHALOJ.txt) - UM REGISTRO POR
      *==               FECHAMENTO DE TURNO DO OPERADOR, GRAVADO PELO
      *==               PRGFECLJ: FUNDO DE TROCO E, POR FORMA DE
      *==               PAGAMENTO (DI/DB/CR/PX, NESTA ORDEM), O VALOR
      *==               ESPERADO PELO PAGVENDA.txt, O CONTADO (GAVETA
      *==               OU TOTAL DA MAQUINA DE CARTAO/EXTRATO PIX) E A
      *==               DIFERENCA (CONTADO - ESPERADO). REFECHAR O
      *==               MESMO OPERADOR/DIA ACRESCENTA UM REGISTRO - O
      *==               ULTIMO E O QUE VALE
      *==               LRECL = 125
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================
       01  REG-FECHALOJ.
           05 FCL-DATA                   PIC 9(08).
           05 FCL-HORA                   PIC 9(08).
           05 FCL-OPERADOR               PIC X(10).
           05 FCL-FUNDO-TROCO            PIC 9(07).
           05 FCL-FORMAS.
               10 FCL-FORMA-OCO          OCCURS 4 TIMES.
                   15 FCL-FORMA          PIC X(02).
                   15 FCL-ESPERADO       PIC S9(07).
                   15 FCL-CONTADO        PIC 9(07).
                   15 FCL-DIFERENCA      PIC S9(07).
