      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *==  INCLUIDO INV-LOCAL - A FOLHA E DE UMA LOJA SO, COM A
      *==  QUANTIDADE DE LIVRO DO SALDO DA LOJA NO ESTLOCAL.dat
      *==  (LRECL 50->53)
      *=================================================================
       01  REG-INVENTAR.
           05 INV-PRODUTO                PIC 9(04).
           05 INV-QTD-CONTADA            PIC 9(05).
           05 INV-CONTADO                PIC X(01).
               88 INV-FOI-CONTADO                  VALUE "S".
           05 INV-LOCAL                  PIC 9(03).
