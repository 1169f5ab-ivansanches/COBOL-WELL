      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DA POSICAO DE FECHAMENTO DOS
      *              COFRES (COFRESAL.txt) - UM REGISTRO POR AGENCIA,
      *              REGRAVADO PELO PRGCOFDI A CADA FECHAMENTO: A DATA
      *              DO ULTIMO DIA FECHADO, O SALDO DE ABERTURA USADO
      *              NESSE FECHAMENTO (PARA A REEXECUCAO DO MESMO DIA)
      *              E O SALDO DE FECHAMENTO, QUE E A ABERTURA DO DIA
      *              SEGUINTE NO PRGCOFRE
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-COFRESAL.
           05 CFS-AGENCIA               PIC  9(04).
           05 CFS-DATA                  PIC  9(08).
           05 CFS-SALDO-ABERTURA        PIC  9(10)V99.
           05 CFS-SALDO-FECHAMENTO      PIC  9(10)V99.
