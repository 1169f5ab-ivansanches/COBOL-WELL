
      *----------------------------------------------------------------*
      *     OUTPUT-  PRO-RATAS DE TROCA DE PLANO PARA O PROXIMO ATI4
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  LANCCOB.
       COPY '#LANCAM'.
