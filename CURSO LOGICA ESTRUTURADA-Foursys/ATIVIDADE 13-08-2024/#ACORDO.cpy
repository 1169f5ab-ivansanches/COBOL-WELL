      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DOS ACORDOS DE RENEGOCIACAO
      *              (ACORDOS.dat, INDEXADO PELO NUMERO DO ACORDO) -
      *              GRAVADO PELO PRGACORD. O ACORDO CONSOLIDA ATE 10
      *              FATURAS EM ATRASO DO FATURREG.txt (QUE FICAM COM
      *              STATUS R) MAIS OS JUROS DE MORA DA REGRA DO
      *              PRGFATUR NUMA DIVIDA NOVA, PAGA EM ENTRADA
      *              OPCIONAL + N PARCELAS MENSAIS. ENTRADA E PARCELAS
      *              SAO FATURAS NOVAS DE NUMERACAO CONSECUTIVA
      *              (ACD-FATURA-INICIAL A ACD-FATURA-FINAL, PELO
      *              FATURNUM.txt). SITUACAO: A=ATIVO (REGUA PARADA
      *              PARA O CLIENTE), Q=QUITADO, R=ROMPIDO (PARCELA
      *              VENCIDA ALEM DA TOLERANCIA - O SALDO VOLTA PARA A
      *              COBRANCA). LIDO TAMBEM PELO PRGREGUA
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-ACORDO.
           05 ACD-NUMERO                PIC  9(06).
           05 ACD-CODIGO-CLIENTE        PIC  X(03).
           05 ACD-DATA                  PIC  9(08).
           05 ACD-OPERADOR              PIC  X(10).
           05 ACD-VALOR-ORIGINAL        PIC  9(07)V99.
           05 ACD-VALOR-ENCARGOS        PIC  9(06)V99.
           05 ACD-VALOR-TOTAL           PIC  9(07)V99.
           05 ACD-VALOR-ENTRADA         PIC  9(06)V99.
           05 ACD-QTD-PARCELAS          PIC  9(02).
           05 ACD-VALOR-PARCELA         PIC  9(06)V99.
           05 ACD-FATURA-INICIAL        PIC  9(06).
           05 ACD-FATURA-FINAL          PIC  9(06).
           05 ACD-QTD-ORIGEM            PIC  9(02).
           05 ACD-ORIGEM                OCCURS 10 TIMES.
               10 ACD-FATURA-ORIGEM         PIC  9(06).
               10 ACD-ABERTO-ORIGEM         PIC  9(06)V99.
           05 ACD-SITUACAO              PIC  X(01).
               88 ACD-ATIVO                        VALUE "A".
               88 ACD-QUITADO                      VALUE "Q".
               88 ACD-ROMPIDO                      VALUE "R".
           05 ACD-DATA-SITUACAO         PIC  9(08).
           05 ACD-SALDO-ROMPIDO         PIC  9(07)V99.
