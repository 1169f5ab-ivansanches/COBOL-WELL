      *=================================================================
      *== BOOK        : #LOCAL
      *== OBJETIVO    : LAYOUT DO CADASTRO DE LOCAIS DE ESTOQUE
      *==               (LOCAIS.txt) - UMA LINHA POR LOJA, MANTIDO PELO
      *==               PRGLOCAL E CONFERIDO PELO MODULO MOVLOCAL. SEM O
      *==               ARQUIVO A REDE TEM UM LOCAL SO, O 001
      *==               LRECL = 024
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================
       01  REG-LOCAL.
           05 LOC-CODIGO                 PIC 9(03).
           05 LOC-NOME                   PIC X(20).
           05 LOC-SITUACAO               PIC X(01).
               88 LOC-ATIVO                        VALUE "A".
               88 LOC-INATIVO                      VALUE "I".
