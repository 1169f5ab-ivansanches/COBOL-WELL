ALT7  *              REJEITADO - O RETRABALHO REENVIA O DV JUNTO
ALT7  *              (LRECL 56->57)
ALT7  * DATA.......: 01/09/2026
ALT8  * ALTERACAO..: INCLUIDO REG-ID-ORIGEM-REJCAM, A ORIGEM DO LOTE
ALT8  *              QUE CARIMBOU O IDENTIFICADOR - O RETRABALHO
ALT8  *              REENVIA ORIGEM+LOTE+SEQUENCIA ORIGINAIS, MESMO
ALT8  *              SAINDO EM LOTE DE OUTRA ORIGEM (LRECL 57->61)
ALT8  * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-REJCAM.
           05 REG-AGENCIA-REJCAM        PIC  9(04).
ALT6       05 REG-ID-LOTE-REJCAM        PIC  9(06).
ALT6       05 REG-ID-SEQ-REJCAM         PIC  9(05).
ALT7       05 REG-DV-CONTA-REJCAM       PIC  9(01).
ALT8       05 REG-ID-ORIGEM-REJCAM      PIC  9(04).
