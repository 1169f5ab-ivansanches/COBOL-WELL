
      *----------------------------------------------------------------*
      *     OUTPUT-  LANCAMENTOS DAS ORDENS PARA O PROXIMO ATI4
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  LANCCOB.
       COPY '#LANCAM'.
