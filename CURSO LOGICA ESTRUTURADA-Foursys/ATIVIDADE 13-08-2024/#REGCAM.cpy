ALT8  *              MOVIMENTO POSTADO SER RASTREAVEL POR UMA CHAVE SO
ALT8  *              (LRECL 31->42, FILLER DO TRAILER AMPLIADO)
ALT8  * DATA.......: 01/09/2026
ALT9  * ALTERACAO..: INCLUIDO REG-ID-ORIGEM-REGCAM, A ORIGEM DO LOTE
ALT9  *              QUE CARIMBOU O IDENTIFICADOR - O LOTE SO E UNICO
ALT9  *              DENTRO DA ORIGEM, E O PRGHISTO LEVA A ORIGEM PARA
ALT9  *              A CHAVE DO MOVHIST (LRECL 42->46, FILLER DO
ALT9  *              TRAILER AMPLIADO)
ALT9  * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-REGCAM.
           05 REG-AGENCIA-REGCAM        PIC  9(04).
ALT6       05 REG-DATA-REGCAM           PIC 9(08).
ALT8       05 REG-ID-LOTE-REGCAM        PIC 9(06).
ALT8       05 REG-ID-SEQ-REGCAM         PIC 9(05).
ALT9       05 REG-ID-ORIGEM-REGCAM      PIC 9(04).

ALT2   01  REG-REGCAM-TRAILER    REDEFINES REG-REGCAM.
ALT2       05 TRL-MARCA                  PIC X(04).
ALT2       05 TRL-QTD-REGISTROS          PIC 9(05).
ALT5       05 TRL-TOTAL-REGCAM           PIC S9(10)V99.
ALT9       05 FILLER                     PIC X(25).
