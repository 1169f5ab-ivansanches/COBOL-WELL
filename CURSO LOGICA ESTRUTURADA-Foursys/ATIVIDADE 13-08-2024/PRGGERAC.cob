      *   FORAM AMPLIADAS NA MESMA PROPORCAO, COMO NO PRGCOMPA (O
      *   REGCTRL CONTINUA EM 031)
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O #REGCAM GANHOU A ORIGEM DO IDENTIFICADOR (LRECL 42->46) -
      *   AS IMAGENS DE ENTRADA E DE GERACAO DO REGCAM FORAM AMPLIADAS
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================

      *----------------------------------------------------------------*
      *     INPUT -  LANCAMENTOS POSTADOS DO DIA (REGCAM)
      *                               LRECL = 046
      *----------------------------------------------------------------*
       FD  REGCAM.
       01  REG-REGCAM                   PIC  X(046).

      *----------------------------------------------------------------*
      *     OUTPUT - GERACAO DATADA DO REGCAM
      *                               LRECL = 046
      *----------------------------------------------------------------*
       FD  REGCGER.
       01  REG-REGCGER                  PIC  X(046).

      *----------------------------------------------------------------*
      *     INPUT -  TRAILER DE CONTROLE DO REGCAM (REGCTRL)
