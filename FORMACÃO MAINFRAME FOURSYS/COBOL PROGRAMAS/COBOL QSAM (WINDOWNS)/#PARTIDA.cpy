      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO DIARIO CONTABIL
      *              (DIARIOCTB_AAAAMMDD.txt) - GRAVADO PELO PRGCONTB,
      *              DUAS PARTIDAS (D E C, MESMO VALOR EM REAIS) POR
      *              MOVIMENTO POSTADO DO MOVHIST, COM O NUMERO DO
      *              LANCAMENTO CONTABIL NO DIA E O RASTRO DO MOVIMENTO
      *              DE ORIGEM (AGENCIA/CONTA, IDENTIFICADOR LOTE+SEQ,
      *              ORIGEM DO LOTE, MOEDA E VALOR NA MOEDA)
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-PARTIDA.
           05 PTD-DATA                  PIC  9(08).
           05 PTD-LANCAMENTO            PIC  9(06).
           05 PTD-DC                    PIC  X(01).
               88 PTD-DEBITO                       VALUE "D".
               88 PTD-CREDITO                      VALUE "C".
           05 PTD-CONTA-CONTABIL        PIC  X(10).
           05 PTD-VALOR                 PIC  9(10)V99.
           05 PTD-AGENCIA               PIC  9(04).
           05 PTD-CONTA                 PIC  9(05).
           05 PTD-ID-LOTE               PIC  9(06).
           05 PTD-ID-SEQ                PIC  9(05).
           05 PTD-ORIGEM                PIC  9(04).
           05 PTD-MOEDA                 PIC  X(03).
           05 PTD-VALOR-MOEDA           PIC  9(08)V99.
           05 PTD-HISTORICO             PIC  X(30).
