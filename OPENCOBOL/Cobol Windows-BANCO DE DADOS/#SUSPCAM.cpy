ALT1  *              ATI4, PARA O SUSPEITO SER RASTREAVEL PELA MESMA
ALT1  *              CHAVE DO RESTO DO FLUXO (LRECL 33->44)
ALT1  * DATA.......: 01/09/2026
ALT2  * ALTERACAO..: INCLUIDO REG-ID-ORIGEM-SUSP, A ORIGEM DO LOTE QUE
ALT2  *              CARIMBOU O IDENTIFICADOR - O LOTE SO E UNICO
ALT2  *              DENTRO DA ORIGEM (LRECL 44->48)
ALT2  * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-SUSPCAM.
           05 REG-AGENCIA-SUSP          PIC  9(04).
           05 REG-DATA-SUSP             PIC  9(08).
ALT1       05 REG-ID-LOTE-SUSP          PIC  9(06).
ALT1       05 REG-ID-SEQ-SUSP           PIC  9(05).
ALT2       05 REG-ID-ORIGEM-SUSP        PIC  9(04).
