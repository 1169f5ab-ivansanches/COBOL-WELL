      *  CLIENTES              INPUT                  #CLIREG
      *  REMESSA               OUTPUT
      *  REMESNUM              INPUT/OUTPUT
      *  DISPUTAS              INPUT                  #DISPUTA
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS
      *-----------------------------------------------------------------
      * ALTERACOES.:
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   FATURA COM CONTESTACAO ABERTA NO DISPUTAS.dat (PRGDISPU) NAO
      *   VAI PARA A REMESSA - FICA NAO REMETIDA E SAI NA PRIMEIRA
      *   REMESSA DEPOIS DE RESOLVIDA. DISPUTAS AUSENTE = NENHUMA
      *   CONTESTACAO
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   FATURA PARCIAL AINDA NAO REMETIDA (CREDITO DO ASSINANTE
      *   APLICADO NA EMISSAO PELO PRGFATUR) TAMBEM VAI PARA A
      *   REMESSA, E O TITULO SAI PELO SALDO (TOTAL - VALOR PAGO)
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================
                                        WRK-CAMINHO-REMESNUM
               FILE STATUS              IS FS-REMESNUM.

           SELECT DISPUTAS              ASSIGN TO
                                        WRK-CAMINHO-DISPUTAS
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS RANDOM
               RECORD KEY               IS DSP-FATURA
               FILE STATUS              IS FS-DISPUTAS.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
       01  REG-REMESNUM.
           05 SEQ-ULTIMA-REMESSA        PIC  9(06).

      *----------------------------------------------------------------*
      *     INPUT -  CASOS DE CONTESTACAO DE FATURA (DISPUTAS)
      *                               LRECL = 108
      *----------------------------------------------------------------*
       FD  DISPUTAS.
       COPY '#DISPUTA'.

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------
       77  FS-CLIENTES                  PIC 9(002).
       77  FS-REMESSA                   PIC 9(002).
       77  FS-REMESNUM                  PIC 9(002).
       77  FS-DISPUTAS                  PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-FATURREG         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FATTMP           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-REMESSA          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-REMESNUM         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-DISPUTAS         PIC X(060)        VALUES SPACES.

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
                                        PIC 9(004).

       01  ACU-TITULOS                  PIC 9(006)        VALUES ZEROS.
       01  ACU-EM-DISPUTA               PIC 9(006)        VALUES ZEROS.
       01  WRK-DISPUTAS-ABERTO          PIC X(001)        VALUES "N".
           88 WRK-HA-DISPUTAS                     VALUES "S".
       01  WRK-FATURA-CONTESTADA        PIC X(001)        VALUES "N".
           88 WRK-FATURA-EM-DISPUTA               VALUES "S".
       01  WRK-TOTAL-REMESSA            PIC 9(010)V99     VALUES ZEROS.
       01  WRK-SALDO-TITULO             PIC 9(006)V99     VALUES ZEROS.
       01  WRK-TOTAL-REMESSA-ED         PIC ZZ.ZZZ.ZZ9,99.

       01  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\REMESNUM.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-REMESNUM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\DISPUTAS.dat"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-DISPUTAS.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

               GOBACK
           END-IF.

           OPEN INPUT DISPUTAS.
           IF FS-DISPUTAS EQUAL 00
               SET WRK-HA-DISPUTAS TO TRUE
           END-IF.

           OPEN OUTPUT FATTMP.
           OPEN OUTPUT REMESSA.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    FATURA ABERTA (OU PARCIAL PELO CREDITO APLICADO NA EMISSAO)
      *    AINDA NAO REMETIDA VIRA TITULO DA REMESSA PELO SALDO E E
      *    MARCADA; AS DEMAIS PASSAM DIRETO PARA O ARQUIVO DE TRABALHO.
      *    FATURA EM CONTESTACAO ESPERA A RESOLUCAO DO CASO
      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           IF (FAT-ABERTA OR FAT-PARCIAL)
              AND FAT-NAO-REMETIDA
               PERFORM 0205-CONSULTA-DISPUTA
               IF WRK-FATURA-EM-DISPUTA
                   ADD 1 TO ACU-EM-DISPUTA
               ELSE
                   PERFORM 0210-EMITE-TITULO
                   SET FAT-JA-REMETIDA TO TRUE
               END-IF
           END-IF.

           WRITE REG-FATTMP FROM REG-FATURREG.

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
       0210-EMITE-TITULO                         SECTION.
      *-----------------------------------------------------------------
                   MOVE REG-CPFCNPJ TO REM-DOCUMENTO
           END-READ.

           COMPUTE WRK-SALDO-TITULO = FAT-VALOR-TOTAL - FAT-VALOR-PAGO.
           MOVE WRK-SALDO-TITULO    TO REM-VALOR.
           MOVE FAT-DATA-VENCIMENTO TO REM-VENCIMENTO.
           WRITE REG-REMESSA.

           ADD 1               TO ACU-TITULOS.
           ADD WRK-SALDO-TITULO TO WRK-TOTAL-REMESSA.

       0210-EMITE-TITULO-FIM.                    EXIT.

           CLOSE FATURREG.
           CLOSE FATTMP.
           CLOSE CLIENTES.
           IF WRK-HA-DISPUTAS
               CLOSE DISPUTAS
           END-IF.

           OPEN OUTPUT REMESNUM.
           MOVE WRK-SEQUENCIA TO SEQ-ULTIMA-REMESSA.
           DISPLAY WRK-LINHA.
           DISPLAY "REMESSA SEQUENCIA....: " WRK-SEQUENCIA.
           DISPLAY "TITULOS REMETIDOS....: " ACU-TITULOS.
           DISPLAY "RETIDAS (CONTESTACAO): " ACU-EM-DISPUTA.
           DISPLAY "VALOR TOTAL..........: " WRK-TOTAL-REMESSA-ED.
           DISPLAY "ARQUIVO GRAVADO......: " WRK-CAMINHO-REMESSA.
           DISPLAY WRK-LINHA.
