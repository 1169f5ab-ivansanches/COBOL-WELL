      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO ARQUIVO DIARIO DE REMESSA DE
      *              TRANSFERENCIAS PARA A CAMARA (TEDREMES.txt) -
      *              HEADER "0" (BANCO REMETENTE, DATA DO MOVIMENTO E
      *              SEQUENCIA DO ARQUIVO), UM DETALHE "1" POR
      *              TRANSFERENCIA ENVIADA E TRAILER "9" (QUANTIDADE DE
      *              DETALHES E VALOR TOTAL). GRAVADO PELO PRGTEDEN
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-TEDREM.
           05 RMS-TIPO-REGISTRO         PIC  X(01).
           05 RMS-NUMERO-TRF            PIC  9(06).
           05 RMS-BANCO-ORIGEM          PIC  9(03).
           05 RMS-AGENCIA-ORIGEM        PIC  9(04).
           05 RMS-CONTA-ORIGEM          PIC  9(05).
           05 RMS-DV-ORIGEM             PIC  9(01).
           05 RMS-BANCO-DESTINO         PIC  9(03).
           05 RMS-AGENCIA-DESTINO       PIC  9(04).
           05 RMS-CONTA-DESTINO         PIC  9(12).
           05 RMS-DV-DESTINO            PIC  X(01).
           05 RMS-TIPO-PESSOA           PIC  X(01).
           05 RMS-DOCUMENTO             PIC  9(14).
           05 RMS-NOME-FAVORECIDO       PIC  X(30).
           05 RMS-VALOR                 PIC  9(08)V99.
           05 FILLER                    PIC  X(05).

       01  REG-TEDREM-HEADER     REDEFINES REG-TEDREM.
           05 RMH-TIPO-REGISTRO         PIC  X(01).
           05 RMH-BANCO-ORIGEM          PIC  9(03).
           05 RMH-DATA-MOVIMENTO        PIC  9(08).
           05 RMH-SEQUENCIA-ARQUIVO     PIC  9(06).
           05 FILLER                    PIC  X(82).

       01  REG-TEDREM-TRAILER    REDEFINES REG-TEDREM.
           05 RMT-TIPO-REGISTRO         PIC  X(01).
           05 RMT-QTD-DETALHES          PIC  9(06).
           05 RMT-VALOR-TOTAL           PIC  9(12)V99.
           05 FILLER                    PIC  X(79).
