
      *----------------------------------------------------------------*
      *     OUTPUT-  CREDITOS DE REMUNERACAO PARA O PROXIMO ATI4
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  LANCREM.
       COPY '#LANCAM'.
