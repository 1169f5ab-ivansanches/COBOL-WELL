      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO CONTRATO DE PARCEIRO POR SERVICO
      *              (PARCEIRO.txt) - SERVICO (REG-STREA/SRV-NOME),
      *              NOME DO PARCEIRO, PERCENTUAL DE REPASSE SOBRE A
      *              RECEITA LIQUIDA, MOEDA DE LIQUIDACAO E GARANTIA
      *              MINIMA MENSAL NA MOEDA DE LIQUIDACAO
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-PARCEIRO.
           05 PAR-SERVICO               PIC  X(10).
           05 PAR-NOME                  PIC  X(30).
           05 PAR-PERC-REPASSE          PIC  9(03)V99.
           05 PAR-MOEDA                 PIC  X(03).
           05 PAR-GARANTIA-MINIMA       PIC  9(08)V99.
           05 PAR-SITUACAO              PIC  X(01).
               88 PAR-ATIVO                        VALUE "A".
               88 PAR-INATIVO                      VALUE "I".
