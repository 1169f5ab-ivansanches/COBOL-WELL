      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
ALT1  *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
..    *==  INCLUIDO DEC-ANO, O ANO DE REFERENCIA, NO DECIMO.txt - O
..    *==  PRGFGTS LE A PARCELA 1 NA COMPETENCIA DE NOVEMBRO E A
..    *==  PARCELA 2 NA DE DEZEMBRO PARA O DEPOSITO DO FGTS DO 13o E
..    *==  PRECISA SABER DE QUE ANO E O ARQUIVO (LRECL 62->66)
      *=================================================================
       ENVIRONMENT                               DIVISION.


      *----------------------------------------------------------------*
      *     OUTPUT - 13o CALCULADO POR FUNCIONARIO E PARCELA
ALT1  *                               LRECL = 066
      *----------------------------------------------------------------*
       FD  DECIMO.
       01  REG-DECIMO.
           05 DEC-INSS                   PIC 9(08)V99.
           05 DEC-IRRF                   PIC 9(08)V99.
           05 DEC-LIQUIDO                PIC 9(08)V99.
ALT1       05 DEC-ANO                    PIC 9(04).

      *----------------------------------------------------------------*
      *     OUTPUT - DEMONSTRATIVO IMPRESSO DO 13o
           MOVE WRK-INSS    TO DEC-INSS.
           MOVE WRK-IRRF    TO DEC-IRRF.
           MOVE WRK-LIQUIDO TO DEC-LIQUIDO.
ALT1       MOVE WRK-ANO     TO DEC-ANO.

           WRITE REG-DECIMO.

