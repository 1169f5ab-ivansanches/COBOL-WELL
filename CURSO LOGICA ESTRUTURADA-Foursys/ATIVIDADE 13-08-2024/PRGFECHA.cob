
      *----------------------------------------------------------------*
      *     INPUT -  LANCAMENTOS POSTADOS DO DIA (REGCAM)
      *                               LRECL = 046
      *----------------------------------------------------------------*
       FD  REGCAM.
       COPY '#REGCAM'.

      *----------------------------------------------------------------*
      *     INPUT -  LANCAMENTOS REJEITADOS (REJEITADOS)
      *                               LRECL = 061
      *----------------------------------------------------------------*
       FD  REJEITADOS.
       COPY '#REJCAM'.
