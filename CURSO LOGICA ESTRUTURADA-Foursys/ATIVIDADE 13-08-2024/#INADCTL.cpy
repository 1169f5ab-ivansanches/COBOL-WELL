      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO CONTROLE DE INADIMPLENCIA DE
      *              CHEQUE ESPECIAL (INADCTL.txt) - UM REGISTRO POR
      *              AGENCIA/CONTA EM ATRASO, REGRAVADO INTEIRO A CADA
      *              RODADA DO PRGINADI: O INICIO DA SEQUENCIA DE DIAS
      *              NEGATIVOS, O NIVEL DE ESCALONAMENTO JA APLICADO
      *              NESSA SEQUENCIA (A=AVISO, R=LIMITE REDUZIDO,
      *              C=LIMITE CANCELADO, B=CONTA BLOQUEADA), A DATA DA
      *              ULTIMA ACAO E O LIMITE QUE A CONTA TINHA ANTES DA
      *              PRIMEIRA REDUCAO. A CONTA QUE VOLTA AO SALDO
      *              POSITIVO SAI DO CONTROLE (O LIMITE NAO VOLTA
      *              SOZINHO)
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-INADCTL.
           05 ICT-AGENCIA               PIC  9(04).
           05 ICT-CONTA                 PIC  9(05).
           05 ICT-DATA-INICIO           PIC  9(08).
           05 ICT-NIVEL                 PIC  X(01).
               88 ICT-SEM-ACAO                     VALUE SPACE.
               88 ICT-AVISADA                      VALUE "A".
               88 ICT-LIMITE-REDUZIDO              VALUE "R".
               88 ICT-LIMITE-CANCELADO             VALUE "C".
               88 ICT-BLOQUEADA                    VALUE "B".
           05 ICT-DATA-ACAO             PIC  9(08).
           05 ICT-LIMITE-ORIGINAL       PIC  9(08)V99.
