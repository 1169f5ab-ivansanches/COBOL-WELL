      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO RAZAO DE CREDITOS DO ASSINANTE
      *              (CREDITOS.txt) - UMA LINHA POR MOVIMENTO, SALDO
      *              DO CLIENTE = ENTRADAS (E/N/M) - SAIDAS (A/D).
      *              E = PAGAMENTO ACIMA DO TOTAL DA FATURA (PRGPAGTO/
      *              PRGRETOR), N = PAGAMENTO DE FATURA JA QUITADA OU
      *              RENEGOCIADA, M = CREDITO LANCADO PELO OPERADOR
      *              (PENDENCIA DO PAGTONAO/RETNAO IDENTIFICADA, PELO
      *              PRGCREDI), A = CREDITO APLICADO NA FATURA NOVA
      *              (PRGFATUR), D = CREDITO DEVOLVIDO NA CONTA DO
      *              CLIENTE POR LOTE DE LANCAM (PRGCREDI).
      *              CRD-DOCUMENTO = FATURA (E/N/M/A) OU LOTE (D)
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-CREDITO.
           05 CRD-CODIGO-CLIENTE        PIC  X(03).
           05 CRD-DATA                  PIC  9(08).
           05 CRD-TIPO                  PIC  X(01).
               88 CRD-EXCESSO                      VALUE "E".
               88 CRD-NAO-CASADO                   VALUE "N".
               88 CRD-MANUAL                       VALUE "M".
               88 CRD-APLICADO                     VALUE "A".
               88 CRD-DEVOLVIDO                    VALUE "D".
               88 CRD-ENTRADA                      VALUE "E" "N" "M".
           05 CRD-VALOR                 PIC  9(06)V99.
           05 CRD-PROGRAMA              PIC  X(08).
           05 CRD-DOCUMENTO             PIC  9(06).
           05 CRD-OPERADOR              PIC  X(10).
           05 CRD-AGENCIA               PIC  9(04).
           05 CRD-CONTA                 PIC  9(05).
