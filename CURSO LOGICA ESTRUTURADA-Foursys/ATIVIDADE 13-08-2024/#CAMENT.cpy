      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO ARQUIVO DE OPERACOES DE CAMBIO
      *              RECEBIDO EM LOTE (CAMENTR.txt) - CONTA DO CLIENTE
      *              (AGENCIA/CONTA/DV), A OPERACAO (C=CLIENTE COMPRA A
      *              MOEDA, V=CLIENTE VENDE), A MOEDA E O VALOR EM
      *              MOEDA. A COTACAO E O SPREAD SAO OS DO DIA DO
      *              PROCESSAMENTO. INCORPORADO AO CAMBIO PELO PRGCAMLQ
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-CAMENT.
           05 ENT-AGENCIA               PIC  9(04).
           05 ENT-CONTA                 PIC  9(05).
           05 ENT-DV-CONTA              PIC  9(01).
           05 ENT-OPERACAO              PIC  X(01).
           05 ENT-MOEDA                 PIC  X(03).
           05 ENT-VALOR-MOEDA           PIC  9(08)V99.
