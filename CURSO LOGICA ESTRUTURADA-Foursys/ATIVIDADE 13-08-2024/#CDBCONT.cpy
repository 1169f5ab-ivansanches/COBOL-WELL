      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO CADASTRO DE CONTRATOS DE
      *              DEPOSITO A PRAZO - CDB (CDBCONT.txt) - UM REGISTRO
      *              POR APLICACAO, AMARRADO A UMA AGENCIA/CONTA DO
      *              CONTAS.dat, COM VALOR APLICADO, TAXA AO ANO, DATA
      *              DE INICIO E VENCIMENTO. INCLUIDO PELO PRGCDBAP
      *              (SITUACAO P) E ATUALIZADO PELO PROCESSAMENTO
      *              DIARIO PRGCDBDI: P=PENDENTE DO DEBITO DA
      *              APLICACAO, A=ATIVO, R=RESGATE ANTECIPADO PEDIDO,
      *              L=LIQUIDADO NO VENCIMENTO, E=RESGATADO ANTES DO
      *              VENCIMENTO, C=CANCELADO SEM DEBITO (MOTIVO 01
      *              CONTA INEXISTENTE/ENCERRADA, 02 CONTA BLOQUEADA,
      *              03 SALDO INSUFICIENTE, 09 DESISTENCIA). POSICAO
      *              (BRUTO, IR E LIQUIDO) NA DATA DA ULTIMA
      *              ATUALIZACAO; NO RESGATE FICA O IR RETIDO
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-CDBCONT.
           05 CDB-CONTRATO              PIC  9(06).
           05 CDB-AGENCIA               PIC  9(04).
           05 CDB-CONTA                 PIC  9(05).
           05 CDB-DV-CONTA              PIC  9(01).
           05 CDB-VALOR-APLICADO        PIC  9(08)V99.
           05 CDB-TAXA-ANO              PIC  9(02)V9(04).
           05 CDB-PRAZO-DIAS            PIC  9(04).
           05 CDB-DATA-APLICACAO        PIC  9(08).
           05 CDB-DATA-INICIO           PIC  9(08).
           05 CDB-DATA-VENCIMENTO       PIC  9(08).
           05 CDB-SITUACAO              PIC  X(01).
               88 CDB-PENDENTE                     VALUE "P".
               88 CDB-ATIVO                        VALUE "A".
               88 CDB-RESGATE-PEDIDO               VALUE "R".
               88 CDB-LIQUIDADO                    VALUE "L".
               88 CDB-RESGATADO                    VALUE "E".
               88 CDB-CANCELADO                    VALUE "C".
               88 CDB-EM-CARTEIRA                  VALUE "A" "R".
               88 CDB-ENCERRADO                    VALUE "L" "E".
           05 CDB-MOTIVO                PIC  9(02).
           05 CDB-DATA-POSICAO          PIC  9(08).
           05 CDB-DIAS-CORRIDOS         PIC  9(05).
           05 CDB-VALOR-BRUTO           PIC  9(10)V99.
           05 CDB-ALIQUOTA-IR           PIC  9(02)V99.
           05 CDB-VALOR-IR              PIC  9(08)V99.
           05 CDB-VALOR-LIQUIDO         PIC  9(10)V99.
           05 CDB-DATA-RESGATE          PIC  9(08).
           05 CDB-LOTE                  PIC  9(06).
