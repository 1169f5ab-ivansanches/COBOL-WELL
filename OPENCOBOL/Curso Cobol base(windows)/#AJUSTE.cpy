      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *==  INCLUIDO AJU-LOCAL, A LOJA DO INVENTARIO QUE GEROU O
      *==  AJUSTE (LRECL 77->80)
      *=================================================================
       01  REG-AJUSTE.
           05 AJU-PRODUTO                PIC 9(04).
           05 AJU-DATA                   PIC 9(08).
           05 AJU-OPERADOR               PIC X(10).
           05 AJU-MOTIVO                 PIC X(30).
           05 AJU-LOCAL                  PIC 9(03).
