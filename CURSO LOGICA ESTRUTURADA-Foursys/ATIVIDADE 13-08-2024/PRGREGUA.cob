      *  REGUAPRM              INPUT
      *  REGUACTL              INPUT/OUTPUT
      *  REGUAEXT              OUTPUT
      *  DISPUTAS              INPUT                  #DISPUTA
      *  ACORDOS               INPUT                  #ACORDO
      *  OBITOS                INPUT                  #OBITO
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS
      *   REGISTRO A REGISTRO (UMA ORDEM DE GRANDEZA MENOS I/O, E UMA
      *   QUEDA NO MEIO NAO PERDE MAIS O ARQUIVO)
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   FATURA COM CONTESTACAO ABERTA NO DISPUTAS.dat (PRGDISPU)
      *   CONGELA A REGUA - A ASSINATURA NAO SOBE DE NIVEL NEM GERA
      *   EXTRATO/EVENTO, E O ESTADO ANTERIOR E REGRAVADO COMO ESTAVA
      *   PARA A ESCADA CONTINUAR DO MESMO PONTO SE A FATURA FOR
      *   MANTIDA. DISPUTAS AUSENTE = NENHUMA CONTESTACAO
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   CLIENTE COM ACORDO DE RENEGOCIACAO ATIVO NO ACORDOS.dat
      *   (PRGACORD) TAMBEM CONGELA A REGUA ENQUANTO O ACORDO ESTIVER
      *   EM DIA. ACORDO ROMPIDO OU QUITADO DEIXA DE CONGELAR. ACORDOS
      *   AUSENTE = NENHUM ACORDO
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   CLIENTE COM OBITO REGISTRADO NO OBITOS.txt (PRGOBITO) TEM A
      *   REGUA CONGELADA EM TODAS AS ASSINATURAS, INCLUSIVE AS QUE O
      *   OBITO PAUSOU - NENHUM AVISO DE ATRASO VAI PARA A FAMILIA E O
      *   ESTADO E REGRAVADO COMO ESTAVA PARA A POSICAO DO ESPOLIO.
      *   OBITOS AUSENTE = NENHUM OBITO
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================
                                        WRK-CAMINHO-NOTIFEVT
               FILE STATUS              IS FS-NOTIFEVT.

           SELECT DISPUTAS              ASSIGN TO
                                        WRK-CAMINHO-DISPUTAS
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS RANDOM
               RECORD KEY               IS DSP-FATURA
               FILE STATUS              IS FS-DISPUTAS.

           SELECT ACORDOS               ASSIGN TO
                                        WRK-CAMINHO-ACORDOS
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS SEQUENTIAL
               RECORD KEY               IS ACD-NUMERO
               FILE STATUS              IS FS-ACORDOS.

           SELECT OBITOS                ASSIGN TO
                                        WRK-CAMINHO-OBITOS
               FILE STATUS              IS FS-OBITOS.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
       FD  NOTIFEVT.
       COPY '#NOTIFICA'.

      *----------------------------------------------------------------*
      *     INPUT -  CASOS DE CONTESTACAO DE FATURA (DISPUTAS)
      *                               LRECL = 108
      *----------------------------------------------------------------*
       FD  DISPUTAS.
       COPY '#DISPUTA'.

      *----------------------------------------------------------------*
      *     INPUT -  ACORDOS DE RENEGOCIACAO (ACORDOS)
      *                               LRECL = 243
      *----------------------------------------------------------------*
       FD  ACORDOS.
       COPY '#ACORDO'.

      *----------------------------------------------------------------*
      *     INPUT -  OBITOS DE CLIENTES REGISTRADOS (OBITOS)
      *                               LRECL = 062
      *----------------------------------------------------------------*
       FD  OBITOS.
       COPY '#OBITO'.

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------
       77  FS-REGUAEXT                  PIC 9(002).
       77  FS-FATURREG                  PIC 9(002).
       77  FS-NOTIFEVT                  PIC 9(002).
       77  FS-DISPUTAS                  PIC 9(002).
       77  FS-ACORDOS                   PIC 9(002).
       77  FS-OBITOS                    PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-CLIENTES2        PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-REGUAEXT         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FATURREG         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-NOTIFEVT         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-DISPUTAS         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-ACORDOS          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-OBITOS           PIC X(060)        VALUES SPACES.

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
       01  WRK-ULTIMA-QUITADA           PIC X(001)        VALUES "N".
           88 WRK-CLIENTE-EM-DIA                  VALUES "S".

      *== CONTESTACAO ABERTA NA ULTIMA FATURA (DISPUTAS, DO PRGDISPU)
       01  WRK-DISPUTAS-ABERTO          PIC X(001)        VALUES "N".
           88 WRK-HA-DISPUTAS                     VALUES "S".
       01  WRK-ULTIMA-CONTESTADA        PIC X(001)        VALUES "N".
           88 WRK-FATURA-EM-DISPUTA               VALUES "S".

      *== CLIENTES COM ACORDO DE RENEGOCIACAO ATIVO (ACORDOS, PRGACORD)
       01  WRK-QT-ACORDOS               PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-ACORDO               PIC 9(003)        VALUES ZEROS.
       01  WRK-TAB-ACORDOS.
           05 WRK-ACD-OCO               OCCURS 500 TIMES.
               10 WRK-ACD-CODIGO            PIC X(03).
       01  WRK-ACORDO-ACHADO            PIC X(001)        VALUES "N".
           88 WRK-CLIENTE-EM-ACORDO               VALUES "S".

      *== CLIENTES FALECIDOS (OBITOS, DO PRGOBITO)
       01  WRK-QT-OBITOS                PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-OBITO                PIC 9(003)        VALUES ZEROS.
       01  WRK-TAB-OBITOS.
           05 WRK-OBT-OCO               OCCURS 500 TIMES.
               10 WRK-OBT-CODIGO            PIC X(03).
       01  WRK-OBITO-ACHADO             PIC X(001)        VALUES "N".
           88 WRK-CLIENTE-FALECIDO                VALUES "S".

      *== ESTADO DA RODADA ANTERIOR (CARREGADO DO REGUACTL)
       01  WRK-QT-ESTADOS               PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-ESTADO               PIC 9(003)        VALUES ZEROS.
               10 WRK-EST-STREA             PIC X(10).
               10 WRK-EST-NIVEL             PIC 9(01).
               10 WRK-EST-DATA-NIVEL        PIC 9(08).
               10 WRK-EST-DIAS-ATRASO       PIC 9(03).

       01  ACU-CLIENTES-LIDOS           PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-EM-ATRASO                PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-ENTRARAM-NIVEL2          PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-ENTRARAM-NIVEL3          PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-SUSPENSAS                PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-EM-DISPUTA               PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-EM-ACORDO                PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-OBITO                    PIC 9(005) COMP-3 VALUES ZEROS.

       01  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\NOTIFEVT.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-NOTIFEVT.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\DISPUTAS.dat"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-DISPUTAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\ACORDOS.dat"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-ACORDOS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\OBITOS.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-OBITOS.

           DISPLAY "==== REGUA DE COBRANCA DE ASSINATURAS ====".
           DISPLAY "DATA DE PROCESSAMENTO (AAAAMMDD, BRANCO=HOJE)?".
           PERFORM 0110-RECEBE-PARAMETRO.
           PERFORM 0120-CARREGA-ESTADOS.
           PERFORM 0130-CARREGA-PAGAMENTOS.
           PERFORM 0140-CARREGA-ACORDOS.
           PERFORM 0150-CARREGA-OBITOS.

           OPEN INPUT DISPUTAS.
           IF FS-DISPUTAS EQUAL 00
               SET WRK-HA-DISPUTAS TO TRUE
           END-IF.

           OPEN I-O CLIENTES2.
           IF FS-CLIENTES2 NOT EQUAL 00
               MOVE CTL-NIVEL      TO WRK-EST-NIVEL(WRK-QT-ESTADOS)
               MOVE CTL-DATA-NIVEL TO
                                   WRK-EST-DATA-NIVEL(WRK-QT-ESTADOS)
               MOVE CTL-DIAS-ATRASO TO
                                   WRK-EST-DIAS-ATRASO(WRK-QT-ESTADOS)
           END-IF.

           READ REGUACTL.
      *-----------------------------------------------------------------

           MOVE "N" TO WRK-ULTIMA-QUITADA.
           MOVE "N" TO WRK-ULTIMA-CONTESTADA.
           SET WRK-PAGSIT-NAO-ACHADO TO TRUE.
           PERFORM 0136-COMPARA-CLIENTE
               VARYING WRK-IDX-PAGSIT FROM 1 BY 1
               END-IF
           END-IF.

           IF WRK-PAGSIT-FOI-ACHADO
              AND WRK-HA-DISPUTAS
               MOVE WRK-PAG-NUMERO(WRK-IDX-PAGSIT) TO DSP-FATURA
               READ DISPUTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-ABERTA
                           MOVE "S" TO WRK-ULTIMA-CONTESTADA
                       END-IF
               END-READ
           END-IF.

       0135-CONSULTA-PAGAMENTO-FIM.              EXIT.

      *-----------------------------------------------------------------

       0136-COMPARA-CLIENTE-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    GUARDA OS CLIENTES COM ACORDO ATIVO - ACORDOS AUSENTE SEGUE
      *    SEM ACORDO NENHUM
      *-----------------------------------------------------------------
       0140-CARREGA-ACORDOS                      SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT ACORDOS.
           IF FS-ACORDOS NOT EQUAL 00
               GO TO 0140-CARREGA-ACORDOS-FIM
           END-IF.

           READ ACORDOS.
           PERFORM 0141-GUARDA-ACORDO
               UNTIL FS-ACORDOS NOT EQUAL 00.

           CLOSE ACORDOS.

       0140-CARREGA-ACORDOS-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0141-GUARDA-ACORDO                        SECTION.
      *-----------------------------------------------------------------

           IF ACD-ATIVO
              AND WRK-QT-ACORDOS LESS 500
               ADD 1 TO WRK-QT-ACORDOS
               MOVE ACD-CODIGO-CLIENTE TO WRK-ACD-CODIGO(WRK-QT-ACORDOS)
           END-IF.

           READ ACORDOS.

       0141-GUARDA-ACORDO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0145-CONSULTA-ACORDO                      SECTION.
      *-----------------------------------------------------------------

           MOVE "N" TO WRK-ACORDO-ACHADO.
           PERFORM 0146-COMPARA-ACORDO
               VARYING WRK-IDX-ACORDO FROM 1 BY 1
               UNTIL WRK-IDX-ACORDO GREATER WRK-QT-ACORDOS
                  OR WRK-CLIENTE-EM-ACORDO.

       0145-CONSULTA-ACORDO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0146-COMPARA-ACORDO                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-ACD-CODIGO(WRK-IDX-ACORDO) EQUAL REG-CODIGO
               SET WRK-CLIENTE-EM-ACORDO TO TRUE
           END-IF.

       0146-COMPARA-ACORDO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    GUARDA OS CLIENTES COM OBITO REGISTRADO - OBITOS AUSENTE
      *    SEGUE SEM OBITO NENHUM
      *-----------------------------------------------------------------
       0150-CARREGA-OBITOS                       SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT OBITOS.
           IF FS-OBITOS NOT EQUAL 00
               GO TO 0150-CARREGA-OBITOS-FIM
           END-IF.

           READ OBITOS.
           PERFORM 0151-GUARDA-OBITO
               UNTIL FS-OBITOS NOT EQUAL 00.

           CLOSE OBITOS.

       0150-CARREGA-OBITOS-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0151-GUARDA-OBITO                         SECTION.
      *-----------------------------------------------------------------

           IF OBT-CODIGO-ASSINANTE NOT EQUAL SPACES
              AND WRK-QT-OBITOS LESS 500
               ADD 1 TO WRK-QT-OBITOS
               MOVE OBT-CODIGO-ASSINANTE TO
                   WRK-OBT-CODIGO(WRK-QT-OBITOS)
           END-IF.

           READ OBITOS.

       0151-GUARDA-OBITO-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0155-CONSULTA-OBITO                       SECTION.
      *-----------------------------------------------------------------

           MOVE "N" TO WRK-OBITO-ACHADO.
           PERFORM 0156-COMPARA-OBITO
               VARYING WRK-IDX-OBITO FROM 1 BY 1
               UNTIL WRK-IDX-OBITO GREATER WRK-QT-OBITOS
                  OR WRK-CLIENTE-FALECIDO.

       0155-CONSULTA-OBITO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0156-COMPARA-OBITO                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-OBT-CODIGO(WRK-IDX-OBITO) EQUAL REG-CODIGO
               SET WRK-CLIENTE-FALECIDO TO TRUE
           END-IF.

       0156-COMPARA-OBITO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-CLIENTES-LIDOS.

           PERFORM 0155-CONSULTA-OBITO.

           PERFORM 0210-PROCESSA-SERVICO
               VARYING WRK-IDX-SERV FROM 1 BY 1
               UNTIL WRK-IDX-SERV GREATER REG-QTD-SERVICOS.
       0210-PROCESSA-SERVICO                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-CLIENTE-FALECIDO
               ADD 1 TO ACU-OBITO
               PERFORM 0215-CONGELA-ESTADO
               GO TO 0210-PROCESSA-SERVICO-FIM
           END-IF.

           IF NOT REG-ASSINATURA-ATIVA(WRK-IDX-SERV)
               GO TO 0210-PROCESSA-SERVICO-FIM
           END-IF.
               GO TO 0210-PROCESSA-SERVICO-FIM
           END-IF.

           IF WRK-FATURA-EM-DISPUTA
               ADD 1 TO ACU-EM-DISPUTA
               PERFORM 0215-CONGELA-ESTADO
               GO TO 0210-PROCESSA-SERVICO-FIM
           END-IF.

           PERFORM 0145-CONSULTA-ACORDO.
           IF WRK-CLIENTE-EM-ACORDO
               ADD 1 TO ACU-EM-ACORDO
               PERFORM 0215-CONGELA-ESTADO
               GO TO 0210-PROCESSA-SERVICO-FIM
           END-IF.

           ADD 1 TO ACU-EM-ATRASO.

           MOVE "C" TO WRK-UTIL-FUNCAO.

       0210-PROCESSA-SERVICO-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    FATURA EM CONTESTACAO, ACORDO ATIVO OU OBITO - A ESCADA FICA
      *    PARADA NO NIVEL EM QUE ESTAVA (SEM EXTRATO, EVENTO OU
      *    SUSPENSAO NOVA)
      *-----------------------------------------------------------------
       0215-CONGELA-ESTADO                       SECTION.
      *-----------------------------------------------------------------

           PERFORM 0230-PROCURA-ESTADO.
           IF WRK-ESTADO-NAO-ACHADO
               GO TO 0215-CONGELA-ESTADO-FIM
           END-IF.

           MOVE REG-CODIGO               TO CTL-CODIGO.
           MOVE REG-STREA(WRK-IDX-SERV)  TO CTL-STREA.
           MOVE WRK-NIVEL-ANTERIOR       TO CTL-NIVEL.
           MOVE WRK-EST-DATA-NIVEL(WRK-IDX-ESTADO)
                                         TO CTL-DATA-NIVEL.
           MOVE WRK-EST-DIAS-ATRASO(WRK-IDX-ESTADO)
                                         TO CTL-DIAS-ATRASO.

           WRITE REG-REGUACTL.

       0215-CONGELA-ESTADO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0220-ENQUADRA-NIVEL                       SECTION.
      *-----------------------------------------------------------------
           CLOSE REGUACTL.
           CLOSE REGUAEXT.
           CLOSE NOTIFEVT.
           IF WRK-HA-DISPUTAS
               CLOSE DISPUTAS
           END-IF.

       0300-REGRAVA-CLIENTES2-FIM.               EXIT.

           DISPLAY "ENTRARAM EM ADVERTENCIA.: " ACU-ENTRARAM-NIVEL2.
           DISPLAY "ENTRARAM EM SUSPENSAO...: " ACU-ENTRARAM-NIVEL3.
           DISPLAY "ASSINATURAS SUSPENSAS...: " ACU-SUSPENSAS.
           DISPLAY "CONGELADAS (CONTESTACAO): " ACU-EM-DISPUTA.
           DISPLAY "CONGELADAS (ACORDO).....: " ACU-EM-ACORDO.
           DISPLAY "CONGELADAS (OBITO)......: " ACU-OBITO.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

