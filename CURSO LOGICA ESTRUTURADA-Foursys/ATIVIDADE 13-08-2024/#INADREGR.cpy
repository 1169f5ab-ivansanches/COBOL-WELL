      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DAS REGRAS DE ESCALONAMENTO DA
      *              INADIMPLENCIA DE CHEQUE ESPECIAL (INADREGR.txt) -
      *              UMA LINHA POR REGRA: A ACAO (A=AVISO, R=REDUZ O
      *              LIMITE NO PERCENTUAL DA REGRA, C=CANCELA O LIMITE
      *              (ZERO), B=BLOQUEIA A CONTA), A BASE DA CONTAGEM
      *              (N=DIAS SEGUIDOS COM SALDO NEGATIVO, E=DIAS
      *              SEGUIDOS ALEM DO CTA-LIMITE-ESPECIAL) E OS DIAS A
      *              PARTIR DOS QUAIS A REGRA VALE. DAS REGRAS ATINGIDAS
      *              VALE A MAIS SEVERA (B > C > R > A). SEM O ARQUIVO O
      *              PRGINADI USA A TABELA PADRAO COMPILADA
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-INADREGR.
           05 RGI-ACAO                  PIC  X(01).
               88 RGI-AVISO                        VALUE "A".
               88 RGI-REDUZ                        VALUE "R".
               88 RGI-CANCELA                      VALUE "C".
               88 RGI-BLOQUEIA                     VALUE "B".
           05 RGI-BASE                  PIC  X(01).
               88 RGI-DIAS-NEGATIVO                VALUE "N".
               88 RGI-DIAS-EXCESSO                 VALUE "E".
           05 RGI-DIAS                  PIC  9(05).
           05 RGI-PERCENTUAL            PIC  9(03).
