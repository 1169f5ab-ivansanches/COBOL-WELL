      *=================================================================
      *== BOOK        : #ESTLOCAL
      *== OBJETIVO    : LAYOUT DO SALDO DE ESTOQUE POR LOCAL
      *==               (ESTLOCAL.dat, INDEXADO PELO LOCAL + PRODUTO) -
      *==               QUANTIDADE EM MAOS NA LOJA, QUANTIDADE A
      *==               CAMINHO VINDA DE TRANSFERENCIA (PRGTRANF) E O
      *==               ESTOQUE MINIMO DO LOCAL (ZERO = VALE O
      *==               PRD-ESTOQUE-MINIMO DO PRODUTO). TODA MEXIDA
      *==               PASSA PELO MODULO MOVLOCAL; O PRD-QTD-ESTOQUE
      *==               DO PRODUTOS.dat SEGUE COMO O TOTAL DA REDE (EM
      *==               MAOS MAIS A CAMINHO DE TODOS OS LOCAIS)
      *==               LRECL = 022
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================
       01  REG-ESTLOCAL.
           05 ELC-CHAVE.
              10 ELC-LOCAL               PIC 9(03).
              10 ELC-PRODUTO             PIC 9(04).
           05 ELC-QTD-ESTOQUE            PIC 9(05).
           05 ELC-QTD-TRANSITO           PIC 9(05).
           05 ELC-ESTOQUE-MINIMO         PIC 9(05).
