      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DOS PARAMETROS DAS TRANSFERENCIAS
      *              PARA OUTROS BANCOS (TEDPARAM.txt, UM REGISTRO) -
      *              CODIGO DO BANCO (REMETENTE NA REMESSA, PROIBIDO
      *              COMO DESTINO), A CONTA TRANSITORIA DE COMPENSACAO
      *              QUE RECEBE O VALOR DEBITADO DO CLIENTE ATE A
      *              LIQUIDACAO OU DEVOLUCAO (DEVE EXISTIR ABERTA NO
      *              CONTAS.dat) E O VALOR MAXIMO POR TRANSFERENCIA
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-TEDPARAM.
           05 PRM-BANCO-PROPRIO         PIC  9(03).
           05 PRM-AGENCIA-TRANSITORIA   PIC  9(04).
           05 PRM-CONTA-TRANSITORIA     PIC  9(05).
           05 PRM-VALOR-MAXIMO          PIC  9(08)V99.
