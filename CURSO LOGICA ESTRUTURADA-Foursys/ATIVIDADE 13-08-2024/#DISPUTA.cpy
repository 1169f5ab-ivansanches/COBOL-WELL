      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO CASO DE CONTESTACAO DE FATURA
      *              (DISPUTAS.dat, INDEXADO PELO NUMERO DA FATURA) -
      *              ABERTO PELO PRGDISPU COM MOTIVO, SERVICO E VALOR
      *              CONTESTADO E OPERADOR. ENQUANTO O CASO ESTA
      *              ABERTO A FATURA FICA FORA DA REGUA (PRGREGUA), DA
      *              REMESSA (PRGREMES) E DAS FAIXAS DE ATRASO DO AGING
      *              (PRGAGING). NA RESOLUCAO A FATURA E MANTIDA (M) OU
      *              CREDITADA (C) COM NOTA DE CREDITO NUMERADA
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-DISPUTA.
           05 DSP-FATURA                PIC  9(06).
           05 DSP-CODIGO-CLIENTE        PIC  X(03).
           05 DSP-SERVICO               PIC  X(10).
           05 DSP-MOTIVO                PIC  X(30).
           05 DSP-VALOR                 PIC  9(06)V99.
           05 DSP-DATA-ABERTURA         PIC  9(08).
           05 DSP-OPERADOR              PIC  X(10).
           05 DSP-STATUS                PIC  X(01).
               88 DSP-ABERTA                       VALUE "A".
               88 DSP-MANTIDA                      VALUE "M".
               88 DSP-CREDITADA                    VALUE "C".
           05 DSP-DATA-RESOLUCAO        PIC  9(08).
           05 DSP-OPERADOR-RESOLUCAO    PIC  X(10).
           05 DSP-NOTA-CREDITO          PIC  9(06).
           05 DSP-VALOR-CREDITO         PIC  9(06)V99.
