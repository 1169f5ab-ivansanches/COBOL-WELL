      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO CADASTRO DE CONTRATOS DE
      *              EMPRESTIMO (EMPREST.txt) - UM REGISTRO POR
      *              CONTRATO, AMARRADO A UMA AGENCIA/CONTA DO
      *              CONTAS.dat, COM PRINCIPAL, TAXA AO MES, PRAZO EM
      *              MESES E SISTEMA DE AMORTIZACAO (PRICE OU SAC).
      *              INCLUIDO PELO PRGEMPRE (QUE GERA O CRONOGRAMA NO
      *              EMPPARC.txt) E ATUALIZADO PELO GERADOR DIARIO DE
      *              PARCELAS PRGPARCE (PAGAS, ATRASADAS, SALDO
      *              DEVEDOR E QUITACAO)
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-EMPREST.
           05 EMP-CONTRATO              PIC  9(06).
           05 EMP-AGENCIA               PIC  9(04).
           05 EMP-CONTA                 PIC  9(05).
           05 EMP-VALOR-PRINCIPAL       PIC  9(08)V99.
           05 EMP-TAXA-MES              PIC  9(02)V9(04).
           05 EMP-PRAZO                 PIC  9(03).
           05 EMP-SISTEMA               PIC  X(01).
               88 EMP-SISTEMA-PRICE                VALUE "P".
               88 EMP-SISTEMA-SAC                  VALUE "S".
           05 EMP-DATA-CONTRATO         PIC  9(08).
           05 EMP-DIA-VENCIMENTO        PIC  9(02).
           05 EMP-SITUACAO              PIC  X(01).
               88 EMP-ATIVO                        VALUE "A".
               88 EMP-QUITADO                      VALUE "Q".
               88 EMP-CANCELADO                    VALUE "C".
           05 EMP-QTD-PAGAS             PIC  9(03).
           05 EMP-QTD-ATRASADAS         PIC  9(03).
           05 EMP-SALDO-DEVEDOR         PIC  9(08)V99.
           05 EMP-DATA-QUITACAO         PIC  9(08).
