      *  FATURREG              INPUT                  #FATURREG
      *  CLIENTES2             INPUT
      *  RELAGING              OUTPUT
      *  DISPUTAS              INPUT                  #DISPUTA
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS
      *   DO CLIENTE - A LEITURA CONTINUA SEQUENCIAL, AGORA PELA
      *   ORDEM DA CHAVE
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   FATURA COM CONTESTACAO ABERTA NO DISPUTAS.dat (PRGDISPU) SAI
      *   DAS FAIXAS DE ATRASO E DOS MAIORES DEVEDORES - VAI PARA UMA
      *   LINHA "EM DISPUTA" PROPRIA, COM QUANTIDADE E VALOR EM
      *   ABERTO. DISPUTAS AUSENTE = NENHUMA CONTESTACAO
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   FATURA RENEGOCIADA (STATUS R, ACORDO DO PRGACORD) FICA FORA
      *   DO AGING - A DIVIDA PASSOU PARA AS PARCELAS DO ACORDO
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   FATURA BAIXADA COMO PERDA (STATUS B, PRGPERDA) FICA FORA DO
      *   AGING - JA SAIU DO CONTAS A RECEBER
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================
                                        WRK-CAMINHO-RELAGING
               FILE STATUS              IS FS-RELAGING.

           SELECT DISPUTAS              ASSIGN TO
                                        WRK-CAMINHO-DISPUTAS
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS RANDOM
               RECORD KEY               IS DSP-FATURA
               FILE STATUS              IS FS-DISPUTAS.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
       FD  RELAGING.
       01  REG-RELAGING                 PIC X(080).

      *----------------------------------------------------------------*
      *     INPUT -  CASOS DE CONTESTACAO DE FATURA (DISPUTAS)
      *                               LRECL = 108
      *----------------------------------------------------------------*
       FD  DISPUTAS.
       COPY '#DISPUTA'.

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------
       77  FS-FATURREG                  PIC 9(002).
       77  FS-CLIENTES2                 PIC 9(002).
       77  FS-RELAGING                  PIC 9(002).
       77  FS-DISPUTAS                  PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-FATURREG         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CLIENTES2        PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RELAGING         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-DISPUTAS         PIC X(060)        VALUES SPACES.

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES

       01  ACU-FATURAS-ABERTAS          PIC 9(005) COMP-3 VALUES ZEROS.

      *== FATURAS EM CONTESTACAO (FORA DAS FAIXAS)
       01  WRK-DISPUTAS-ABERTO          PIC X(001)        VALUES "N".
           88 WRK-HA-DISPUTAS                     VALUES "S".
       01  WRK-FATURA-CONTESTADA        PIC X(001)        VALUES "N".
           88 WRK-FATURA-EM-DISPUTA               VALUES "S".
       01  ACU-EM-DISPUTA               PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-VALOR-DISPUTA            PIC 9(10)V99 COMP-3
                                                          VALUES ZEROS.

      *== LINHAS DO RELATORIO
       01  WRK-LIN-FAIXAS.
           05 WRK-LIN-ROTULO            PIC X(012).
           05 WRK-DEV-LIN-VALOR         PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(025) VALUE SPACES.

       01  WRK-LIN-DISPUTA.
           05 FILLER                    PIC X(012) VALUE "EM DISPUTA".
           05 FILLER                    PIC X(005) VALUE "QTD: ".
           05 WRK-DSP-LIN-QTD           PIC ZZ.ZZ9.
           05 FILLER                    PIC X(009) VALUE " ABERTO: ".
           05 WRK-DSP-LIN-VALOR         PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(035) VALUE SPACES.

       01  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

      *== BOOK DE MENSAGENS ERRO
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RELAGING.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RELAGING.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\DISPUTAS.dat"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-DISPUTAS.

           DISPLAY "==== AGING DE RECEBIVEIS ====".
           DISPLAY "DATA BASE (AAAAMMDD, BRANCO=HOJE)?".

           OPEN OUTPUT RELAGING.

           OPEN INPUT DISPUTAS.
           IF FS-DISPUTAS EQUAL 00
               SET WRK-HA-DISPUTAS TO TRUE
           END-IF.

           READ FATURREG.

       0100-INICIAR-FIM.                         EXIT.
      *-----------------------------------------------------------------

           IF FAT-QUITADA
              OR FAT-RENEGOCIADA
              OR FAT-BAIXADA-PERDA
               GO TO 0200-PROCESSAR-LER
           END-IF.

               GO TO 0200-PROCESSAR-LER
           END-IF.

           PERFORM 0205-CONSULTA-DISPUTA.
           IF WRK-FATURA-EM-DISPUTA
               ADD 1                TO ACU-EM-DISPUTA
               ADD WRK-VALOR-ABERTO TO ACU-VALOR-DISPUTA
               GO TO 0200-PROCESSAR-LER
           END-IF.

           ADD 1 TO ACU-FATURAS-ABERTAS.

           COMPUTE WRK-DIAS-VENC =

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0205-CONSULTA-DISPUTA                     SECTION.
      *-----------------------------------------------------------------

           MOVE "N" TO WRK-FATURA-CONTESTADA.
           IF NOT WRK-HA-DISPUTAS
               GO TO 0205-CONSULTA-DISPUTA-FIM
           END-IF.

           MOVE FAT-NUMERO TO DSP-FATURA.
           READ DISPUTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DSP-ABERTA
                       MOVE "S" TO WRK-FATURA-CONTESTADA
                   END-IF
           END-READ.

       0205-CONSULTA-DISPUTA-FIM.                EXIT.

      *-----------------------------------------------------------------
       0210-ACHA-SERVICO                         SECTION.
      *-----------------------------------------------------------------
           MOVE WRK-GER-QTD(4) TO WRK-QTD-F4.
           WRITE REG-RELAGING FROM WRK-LIN-QTDS.

           MOVE ACU-EM-DISPUTA    TO WRK-DSP-LIN-QTD.
           MOVE ACU-VALOR-DISPUTA TO WRK-DSP-LIN-VALOR.
           WRITE REG-RELAGING FROM WRK-LIN-DISPUTA.
           DISPLAY WRK-LIN-DISPUTA.

           PERFORM 0320-IMPRIME-DEVEDORES
               VARYING WRK-IDX-TOPO FROM 1 BY 1
               UNTIL WRK-IDX-TOPO GREATER 10

           CLOSE FATURREG.
           CLOSE RELAGING.
           IF WRK-HA-DISPUTAS
               CLOSE DISPUTAS
           END-IF.

           DISPLAY WRK-LINHA.
           DISPLAY "FATURAS EM ABERTO....: " ACU-FATURAS-ABERTAS.
           DISPLAY "FATURAS EM DISPUTA...: " ACU-EM-DISPUTA.
           DISPLAY "RELATORIO GRAVADO....: " WRK-CAMINHO-RELAGING.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.
