ALT9  *              PARA CONTA DIGITADA ERRADA NAO POSTAR EM SILENCIO
ALT9  *              NO CLIENTE ERRADO (LRECL 54->55)
ALT9  * DATA.......: 01/09/2026
ALT10 * ALTERACAO..: INCLUIDO REG-ID-ORIGEM, A ORIGEM DO LOTE QUE
ALT10 *              CARIMBOU O IDENTIFICADOR - O NUMERO DE LOTE SO E
ALT10 *              UNICO DENTRO DA ORIGEM, ENTAO O IDENTIFICADOR
ALT10 *              COMPLETO PASSA A SER ORIGEM+LOTE+SEQUENCIA.
ALT10 *              CARIMBADO PELO ATI4 JUNTO COM O LOTE (A CAPTURA
ALT10 *              NAO PRECISA PREENCHER) E CARREGADO SEM ALTERACAO
ALT10 *              NO REENVIO, COMO O RESTO DO IDENTIFICADOR (LRECL
ALT10 *              55->59, FILLERS DO HEADER/TRAILER AMPLIADOS)
ALT10 * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-LANCAM.
           05 REG-AGENCIA               PIC  9(04).
ALT8       05 REG-ID-LOTE               PIC  9(06).
ALT8       05 REG-ID-SEQ                PIC  9(05).
ALT9       05 REG-DV-CONTA              PIC  9(01).
ALT10      05 REG-ID-ORIGEM             PIC  9(04).

ALT4   01  REG-LANCAM-HEADER     REDEFINES REG-LANCAM.
ALT4       05 HDR-MARCA-LANCAM          PIC  X(04).
ALT4       05 HDR-LOTE-LANCAM           PIC  9(06).
ALT4       05 HDR-ORIGEM-LANCAM         PIC  9(04).
ALT10      05 FILLER                    PIC  X(45).

ALT6   01  REG-LANCAM-TRAILER    REDEFINES REG-LANCAM.
ALT6       05 TRL-MARCA-LANCAM          PIC  X(04).
ALT6       05 TRL-QTD-LANCAM            PIC  9(05).
ALT6       05 TRL-TOTAL-LANCAM          PIC  9(10)V99.
ALT10      05 FILLER                    PIC  X(38).
