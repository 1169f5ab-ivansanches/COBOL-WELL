      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO PLANO DE CONTAS CONTABIL
      *              (PLANOCTB.txt) - UMA LINHA POR CONTA DO RAZAO
      *              GERAL: CODIGO, DESCRICAO, NATUREZA DO SALDO
      *              (D=DEVEDORA, C=CREDORA) E SITUACAO. SO CONTA ATIVA
      *              RECEBE PARTIDA DO MOTOR CONTABIL (PRGCONTB)
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-PLANOCTB.
           05 PLC-CONTA                 PIC  X(10).
           05 PLC-DESCRICAO             PIC  X(30).
           05 PLC-NATUREZA              PIC  X(01).
               88 PLC-DEVEDORA                     VALUE "D".
               88 PLC-CREDORA                      VALUE "C".
           05 PLC-SITUACAO              PIC  X(01).
               88 PLC-ATIVA                        VALUE "A".
               88 PLC-INATIVA                      VALUE "I".
