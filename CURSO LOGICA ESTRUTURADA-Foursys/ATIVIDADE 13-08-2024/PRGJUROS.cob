
      *----------------------------------------------------------------*
      *     OUTPUT-  DEBITOS DE JUROS PARA O LANCAM DO DIA SEGUINTE
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  LANCJUR.
       COPY '#LANCAM'.
