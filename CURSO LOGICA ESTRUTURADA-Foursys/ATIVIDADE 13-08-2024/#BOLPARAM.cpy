      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DOS PARAMETROS DO PAGAMENTO DE
      *              CONTAS (BOLPARAM.txt, UM REGISTRO) - A CONTA
      *              TRANSITORIA DE REPASSE QUE RECEBE O VALOR DEBITADO
      *              DO CLIENTE ATE O REPASSE AOS CONVENIOS (DEVE
      *              EXISTIR ABERTA NO CONTAS.dat) E O VALOR MAXIMO POR
      *              PAGAMENTO (ZERO = SEM MAXIMO)
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-BOLPARAM.
           05 BPR-AGENCIA-TRANSITORIA   PIC  9(04).
           05 BPR-CONTA-TRANSITORIA     PIC  9(05).
           05 BPR-VALOR-MAXIMO          PIC  9(08)V99.
