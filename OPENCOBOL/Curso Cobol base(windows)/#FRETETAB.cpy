      *=================================================================
      *== BOOK        : #FRETETAB
      *== OBJETIVO    : LAYOUT DA TABELA DE FRETE DA ENTREGA EM
      *==               DOMICILIO (FRETETAB.txt), MANTIDA PELO PRGFRETE.
      *==               CADA LINHA E UMA FAIXA: UF, FAIXA DE CEP (CEP
      *==               INICIAL E FINAL ZERADOS = A UF INTEIRA), PESO
      *==               ATE (KG) E VALOR DA COMPRA ATE (REAIS), COM O
      *==               FRETE EM REAIS, O VALOR DE COMPRA A PARTIR DO
      *==               QUAL O FRETE SAI GRATIS (ZERO = NUNCA) E A
      *==               REGIAO DE ENTREGA USADA NOS RELATORIOS. O
      *==               CALCULO E DO MODULO CALCFRET
      *==               LRECL = 055
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================
       01  REG-FRETETAB.
           05 FRT-UF                     PIC X(02).
           05 FRT-CEP-INICIAL            PIC 9(08).
           05 FRT-CEP-FINAL              PIC 9(08).
           05 FRT-PESO-ATE               PIC 9(03).
           05 FRT-VALOR-ATE              PIC 9(07).
           05 FRT-VALOR-FRETE            PIC 9(05).
           05 FRT-GRATIS-ACIMA           PIC 9(07).
           05 FRT-REGIAO                 PIC X(15).
