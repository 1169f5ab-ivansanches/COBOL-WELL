      *   O #LANCAM GANHOU O DIGITO VERIFICADOR DE AGENCIA+CONTA
      *   (LRECL 54->55) - IMAGENS E CONSOLIDADO AMPLIADOS
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O #LANCAM GANHOU A ORIGEM DO IDENTIFICADOR (REG-ID-ORIGEM,
      *   LRECL 55->59) - IMAGENS E CONSOLIDADO AMPLIADOS
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================

      *----------------------------------------------------------------*
      *     INPUT -  MOVIMENTO DE UMA AGENCIA (HEADER+DETALHE+TRAILER)
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  AGFILE.
       COPY '#LANCAM'.

      *----------------------------------------------------------------*
      *     OUTPUT-  LANCAM CONSOLIDADO PARA O ATI4
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  LANCAM.
       01  REG-LANCAM-SAIDA             PIC X(059).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
       01  WRK-IDX-GUARDADO             PIC 9(004)        VALUES ZEROS.
       01  WRK-TAB-GUARDADOS.
           05 WRK-GUARDADO              OCCURS 2000 TIMES
                                        PIC X(059).

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
