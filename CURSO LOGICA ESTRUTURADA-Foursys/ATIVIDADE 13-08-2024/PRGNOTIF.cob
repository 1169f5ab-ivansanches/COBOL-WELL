      *              COM DATA E SEQUENCIA (PERSISTIDA EM NOTIFSEQ.txt),
      *              OS EVENTOS, E TRAILER "T" COM A QUANTIDADE - DA
      *              PARA PROVAR EXATAMENTE O QUE FOI ENTREGUE. O
      *              SPOOL E ZERADO DEPOIS DO FECHAMENTO. EVENTO DE
      *              MARKETING (NOT-EVENTO-MARKETING) SO E ENTREGUE A
      *              QUEM TEM OPT-IN DE MARKETING POR E-MAIL NO
      *              CONSENT.txt (MANTIDO PELO PRGCONSE); OS SEGURADOS
      *              SAO CONTADOS NO TRAILER. AVISOS DE COBRANCA SAO
      *              OBRIGATORIOS E SEMPRE ENTREGUES - SALVO AO
      *              CLIENTE COM OBITO REGISTRADO NO OBITOS.txt, QUE
      *              NAO RECEBE AVISO NENHUM
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  NOTIFEVT              INPUT/OUTPUT           #NOTIFICA
      *  NOTIFICA              OUTPUT                 #NOTIFICA
      *  NOTIFSEQ              INPUT/OUTPUT
      *  CONSENT               INPUT                  #CONSENT
      *  OBITOS                INPUT                  #OBITO
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS
      *-----------------------------------------------------------------
      * ALTERACOES.:
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   CONSENTIMENTO LGPD: OS EVENTOS DE MARKETING (RECONQUISTA E
      *   DIVULGACAO DE PROMOCAO) DE QUEM NAO TEM OPT-IN DE MARKETING
      *   POR E-MAIL NO CONSENT.txt (BOOK #CONSENT) SAO SEGURADOS E
      *   CONTADOS NO TRAILER (NOT-TRL-SUPRIMIDOS); AVISOS DE COBRANCA
      *   CONTINUAM SEMPRE ENTREGUES
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   CLIENTE COM OBITO REGISTRADO NO OBITOS.txt (PRGOBITO, BOOK
      *   #OBITO) TEM TODOS OS EVENTOS SEGURADOS, INCLUSIVE OS AVISOS
      *   DE COBRANCA - NADA E ENVIADO A FAMILIA. ENTRAM NA CONTAGEM
      *   DE SEGURADOS DO TRAILER. OBITOS AUSENTE = NENHUM OBITO
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================
                                        WRK-CAMINHO-NOTIFSEQ
               FILE STATUS              IS FS-NOTIFSEQ.

           SELECT CONSENT               ASSIGN TO
                                        WRK-CAMINHO-CONSENT
               FILE STATUS              IS FS-CONSENT.

           SELECT OBITOS                ASSIGN TO
                                        WRK-CAMINHO-OBITOS
               FILE STATUS              IS FS-OBITOS.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
       01  REG-NOTIFSEQ.
           05 SEQ-ULTIMA-ENTREGA        PIC  9(06).

      *----------------------------------------------------------------*
      *     INPUT -  CONSENTIMENTOS DE COMUNICACAO (CONSENT)
      *                               LRECL = 029
      *----------------------------------------------------------------*
       FD  CONSENT.
       COPY '#CONSENT'.

      *----------------------------------------------------------------*
      *     INPUT -  OBITOS DE CLIENTES REGISTRADOS (OBITOS)
      *                               LRECL = 062
      *----------------------------------------------------------------*
       FD  OBITOS.
       COPY '#OBITO'.

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------
       77  FS-NOTIFEVT                  PIC 9(002).
       77  FS-NOTIFICA                  PIC 9(002).
       77  FS-NOTIFSEQ                  PIC 9(002).
       77  FS-CONSENT                   PIC 9(002).
       77  FS-OBITOS                    PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-NOTIFEVT         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-NOTIFICA         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-NOTIFSEQ         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CONSENT          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-OBITOS           PIC X(060)        VALUES SPACES.

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-SEQUENCIA                PIC 9(006)        VALUES ZEROS.
       01  ACU-EVENTOS                  PIC 9(006)        VALUES ZEROS.
       01  ACU-SUPRIMIDOS               PIC 9(006)        VALUES ZEROS.
       01  ACU-OBITOS                   PIC 9(006)        VALUES ZEROS.

      *== ASSINANTES COM OPT-IN DE MARKETING POR E-MAIL (CONSENT)
       01  WRK-QT-OPTIN                 PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-OPTIN                PIC 9(004)        VALUES ZEROS.
       01  WRK-OPTIN-ACHADO             PIC X(001)        VALUES "N".
           88 WRK-TEM-OPTIN                       VALUES "S".
           88 WRK-SEM-OPTIN                       VALUES "N".
       01  WRK-TAB-OPTIN.
           05 WRK-OPT-CODIGO            PIC X(003)
                                        OCCURS 3000 TIMES.

      *== CLIENTES COM OBITO REGISTRADO (OBITOS, DO PRGOBITO)
       01  WRK-QT-OBITOS                PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-OBITO                PIC 9(004)        VALUES ZEROS.
       01  WRK-OBITO-ACHADO             PIC X(001)        VALUES "N".
           88 WRK-CLIENTE-FALECIDO                VALUES "S".
           88 WRK-CLIENTE-VIVO                    VALUES "N".
       01  WRK-TAB-OBITOS.
           05 WRK-OBT-CODIGO            PIC X(003)
                                        OCCURS 3000 TIMES.

       01  WRK-HEADER-ENTREGA.
           05 WRK-HDR-TIPO              PIC X(001)  VALUE "H".
       01  WRK-TRAILER-ENTREGA.
           05 WRK-TRL-TIPO              PIC X(001)  VALUE "T".
           05 WRK-TRL-QTD               PIC 9(006).
           05 WRK-TRL-SUPRIMIDOS        PIC 9(006).
           05 FILLER                    PIC X(037)  VALUE SPACES.

       01  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\NOTIFSEQ.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-NOTIFSEQ.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CONSENT.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CONSENT.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\OBITOS.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-OBITOS.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

               GOBACK
           END-IF.

           PERFORM 0110-CARREGA-OPTIN.
           PERFORM 0130-CARREGA-OBITOS.

           OPEN OUTPUT NOTIFICA.

           MOVE WRK-DATA-HOJE  TO WRK-HDR-DATA.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    CARREGA OS ASSINANTES COM OPT-IN DE MARKETING POR E-MAIL -
      *    ARQUIVO AUSENTE = NINGUEM CONSENTIU; ARQUIVO MAIOR QUE A
      *    TABELA ABORTA ANTES DE FECHAR A ENTREGA (O SPOOL FICA
      *    INTACTO PARA A PROXIMA RODADA)
      *-----------------------------------------------------------------
       0110-CARREGA-OPTIN                        SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CONSENT.
           IF FS-CONSENT NOT EQUAL 00
               DISPLAY "CONSENT.txt AUSENTE - MARKETING SEGURADO"
               GO TO 0110-CARREGA-OPTIN-FIM
           END-IF.

           READ CONSENT.
           PERFORM 0111-GUARDA-OPTIN
               UNTIL FS-CONSENT NOT EQUAL 00.

           CLOSE CONSENT.

       0110-CARREGA-OPTIN-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0111-GUARDA-OPTIN                         SECTION.
      *-----------------------------------------------------------------

           IF NOT CNS-FINAL-MARKETING
              OR NOT CNS-CANAL-EMAIL
              OR NOT CNS-OPT-IN
              OR CNS-CODIGO-ASSINANTE EQUAL SPACES
               GO TO 0111-GUARDA-OPTIN-LER
           END-IF.

           IF WRK-QT-OPTIN NOT LESS 3000
               DISPLAY "CONSENT.txt COM MAIS OPT-IN QUE A TABELA!"
               CLOSE CONSENT
               CLOSE NOTIFEVT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ADD 1 TO WRK-QT-OPTIN.
           MOVE CNS-CODIGO-ASSINANTE TO WRK-OPT-CODIGO(WRK-QT-OPTIN).

       0111-GUARDA-OPTIN-LER.

           READ CONSENT.

       0111-GUARDA-OPTIN-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0120-COMPARA-OPTIN                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-OPT-CODIGO(WRK-IDX-OPTIN) EQUAL NOT-CODIGO-CLIENTE
               SET WRK-TEM-OPTIN TO TRUE
           END-IF.

       0120-COMPARA-OPTIN-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    CARREGA OS CLIENTES COM OBITO REGISTRADO - ARQUIVO AUSENTE
      *    = NENHUM OBITO; ARQUIVO MAIOR QUE A TABELA ABORTA ANTES DE
      *    FECHAR A ENTREGA (O SPOOL FICA INTACTO)
      *-----------------------------------------------------------------
       0130-CARREGA-OBITOS                       SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT OBITOS.
           IF FS-OBITOS NOT EQUAL 00
               GO TO 0130-CARREGA-OBITOS-FIM
           END-IF.

           READ OBITOS.
           PERFORM 0131-GUARDA-OBITO
               UNTIL FS-OBITOS NOT EQUAL 00.

           CLOSE OBITOS.

       0130-CARREGA-OBITOS-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0131-GUARDA-OBITO                         SECTION.
      *-----------------------------------------------------------------

           IF OBT-CODIGO-ASSINANTE EQUAL SPACES
               GO TO 0131-GUARDA-OBITO-LER
           END-IF.

           IF WRK-QT-OBITOS NOT LESS 3000
               DISPLAY "OBITOS.txt COM MAIS CLIENTES QUE A TABELA!"
               CLOSE OBITOS
               CLOSE NOTIFEVT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ADD 1 TO WRK-QT-OBITOS.
           MOVE OBT-CODIGO-ASSINANTE TO WRK-OBT-CODIGO(WRK-QT-OBITOS).

       0131-GUARDA-OBITO-LER.

           READ OBITOS.

       0131-GUARDA-OBITO-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0140-COMPARA-OBITO                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-OBT-CODIGO(WRK-IDX-OBITO) EQUAL NOT-CODIGO-CLIENTE
               SET WRK-CLIENTE-FALECIDO TO TRUE
           END-IF.

       0140-COMPARA-OBITO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           SET WRK-CLIENTE-VIVO TO TRUE.
           PERFORM 0140-COMPARA-OBITO
               VARYING WRK-IDX-OBITO FROM 1 BY 1
               UNTIL WRK-IDX-OBITO GREATER WRK-QT-OBITOS
                  OR WRK-CLIENTE-FALECIDO.

           IF WRK-CLIENTE-FALECIDO
               ADD 1 TO ACU-OBITOS
               ADD 1 TO ACU-SUPRIMIDOS
               GO TO 0200-PROCESSAR-LER
           END-IF.

           IF NOT NOT-EVENTO-MARKETING
               GO TO 0200-PROCESSAR-GRAVA
           END-IF.

           SET WRK-SEM-OPTIN TO TRUE.
           PERFORM 0120-COMPARA-OPTIN
               VARYING WRK-IDX-OPTIN FROM 1 BY 1
               UNTIL WRK-IDX-OPTIN GREATER WRK-QT-OPTIN
                  OR WRK-TEM-OPTIN.

           IF WRK-SEM-OPTIN
               ADD 1 TO ACU-SUPRIMIDOS
               GO TO 0200-PROCESSAR-LER
           END-IF.

       0200-PROCESSAR-GRAVA.

           WRITE REG-ENTREGA FROM REG-NOTIFICA.
           ADD 1 TO ACU-EVENTOS.

       0200-PROCESSAR-LER.

           READ NOTIFEVT.

       0200-PROCESSAR-FIM.                       EXIT.
       0300-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           MOVE ACU-EVENTOS    TO WRK-TRL-QTD.
           MOVE ACU-SUPRIMIDOS TO WRK-TRL-SUPRIMIDOS.
           WRITE REG-ENTREGA FROM WRK-TRAILER-ENTREGA.

           CLOSE NOTIFICA.
           DISPLAY WRK-LINHA.
           DISPLAY "ENTREGA SEQUENCIA....: " WRK-SEQUENCIA.
           DISPLAY "EVENTOS ENTREGUES....: " ACU-EVENTOS.
           DISPLAY "EVENTOS SEGURADOS....: " ACU-SUPRIMIDOS.
           DISPLAY "  DE CLIENTE FALECIDO: " ACU-OBITOS.
           DISPLAY "ARQUIVO GRAVADO......: " WRK-CAMINHO-NOTIFICA.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.
