      *   31->42) - O LAYOUT ESPELHO DO SEGUNDO ARQUIVO FOI AMPLIADO
      *   NA MESMA PROPORCAO
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O #REGCAM GANHOU A ORIGEM DO IDENTIFICADOR (LRECL 42->46) -
      *   LAYOUT ESPELHO DO SEGUNDO ARQUIVO ACOMPANHADO
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================

      *----------------------------------------------------------------*
      *     INPUT -  PRIMEIRO REGCAM DA COMPARACAO (REGCAMA)
      *                               LRECL = 046
      *----------------------------------------------------------------*
       FD  REGCAMA.
       COPY '#REGCAM'.

      *----------------------------------------------------------------*
      *     INPUT -  SEGUNDO REGCAM DA COMPARACAO (REGCAMB)
      *                               LRECL = 046
      *----------------------------------------------------------------*
       FD  REGCAMB.
       01  REG-REGCAMB.
           05 REG-B-DATA                PIC  9(08).
           05 REG-B-ID-LOTE             PIC  9(06).
           05 REG-B-ID-SEQ              PIC  9(05).
           05 REG-B-ID-ORIGEM           PIC  9(04).

       01  REG-REGCAMB-TRAILER   REDEFINES REG-REGCAMB.
           05 TRL-B-MARCA               PIC  X(04).
           05 TRL-B-QTD-REGISTROS       PIC  9(05).
           05 TRL-B-TOTAL               PIC  S9(10)V99.
           05 FILLER                    PIC  X(25).

      *----------------------------------------------------------------*
      *     INPUT -  TRAILER DE CONTROLE DO PRIMEIRO REGCAM (REGCTRLA)
