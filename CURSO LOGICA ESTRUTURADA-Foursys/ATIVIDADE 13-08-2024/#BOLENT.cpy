      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO ARQUIVO DE PAGAMENTOS DE CONTAS
      *              RECEBIDO EM LOTE (BOLENTR.txt) - CONTA A DEBITAR
      *              (AGENCIA/CONTA/DV), O CODIGO DO BOLETO (ENT-FORMA
      *              L=LINHA DIGITAVEL, B=CODIGO DE BARRAS), O
      *              VENCIMENTO (SO PARA CONTA DE CONSUMO, QUE NAO O
      *              TRAZ NO CODIGO; ZERO = NAO CONFERE) E O VALOR (SO
      *              PARA BOLETO SEM VALOR NO CODIGO; ZERO = VALOR DO
      *              CODIGO). INCORPORADO AO PAGBOL PELO PRGBOLPG
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-BOLENT.
           05 ENT-AGENCIA               PIC  9(04).
           05 ENT-CONTA                 PIC  9(05).
           05 ENT-DV-CONTA              PIC  9(01).
           05 ENT-FORMA                 PIC  X(01).
               88 ENT-FORMA-LINHA                  VALUE "L".
               88 ENT-FORMA-BARRAS                 VALUE "B".
           05 ENT-CODIGO                PIC  X(48).
           05 ENT-VENCIMENTO            PIC  9(08).
           05 ENT-VALOR                 PIC  9(08)V99.
