      *-----------------------------------------------------------------
      * ALTERACOES.:
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O #REGCAM GANHOU A ORIGEM DO IDENTIFICADOR (LRECL 42->46) -
      *   IMAGEM DO REGCAM COMBINADO AMPLIADA
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================

      *----------------------------------------------------------------*
      *     INPUT -  REGCAM DE UM FLUXO (REGCAMF)
      *                               LRECL = 046
      *----------------------------------------------------------------*
       FD  REGCAMF.
       COPY '#REGCAM'.

      *----------------------------------------------------------------*
      *     OUTPUT - REGCAM COMBINADO DOS FLUXOS (REGCAM)
      *                               LRECL = 046
      *----------------------------------------------------------------*
       FD  REGCAM.
       01  REG-REGCAM-SAIDA             PIC X(046).

      *----------------------------------------------------------------*
      *     OUTPUT - TRAILER DE CONTROLE COMBINADO (REGCTRL)
