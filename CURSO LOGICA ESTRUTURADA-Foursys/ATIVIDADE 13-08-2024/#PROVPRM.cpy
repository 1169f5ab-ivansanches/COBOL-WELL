      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO PARAMETRO DE PROVISAO PARA
      *              DEVEDORES DUVIDOSOS (PROVPRM.txt), MANTIDO PELO
      *              FINANCEIRO - PERCENTUAL DE PROVISAO DE CADA FAIXA
      *              DO AGING (0-30 / 31-60 / 61-90 / MAIS DE 90 DIAS)
      *              E IDADE, EM DIAS DE ATRASO, A PARTIR DA QUAL O
      *              FECHAMENTO DO PRGPERDA BAIXA A FATURA COMO PERDA
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-PROVPRM.
           05 PRM-PERC-FAIXA            PIC  9(03)V99 OCCURS 4 TIMES.
           05 PRM-DIAS-BAIXA            PIC  9(04).
