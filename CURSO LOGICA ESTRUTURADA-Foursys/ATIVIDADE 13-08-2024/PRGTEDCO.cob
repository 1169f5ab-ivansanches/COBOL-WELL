       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGTEDCO.
      *=================================================================
      * PROGRAMA   : PRGTEDCO
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: CONCILIACAO DE FIM DE DIA DAS TRANSFERENCIAS PARA
      *              OUTROS BANCOS - PARA A DATA DE ENVIO INFORMADA,
      *              PROVA QUE ENVIADO = LIQUIDADO + DEVOLVIDO EM
      *              QUANTIDADE E VALOR (TRFEXT.txt), LISTANDO AS
      *              TRANSFERENCIAS AINDA SEM RETORNO DA CAMARA. SE A
      *              REMESSA TEDREMES.txt FOR DA MESMA DATA, O TRAILER
      *              DELA TAMBEM E CONFERIDO CONTRA O ENVIADO. AS
      *              RECUSADAS NO ENVIO E AS CAPTURADAS AINDA NAO
      *              ENVIADAS SAEM SO COMO INFORMACAO. NAO CONCILIADO
      *              TERMINA COM RC 4
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  TRFEXT                INPUT                  #TRFEXT
      *  TEDREMES              INPUT                  #TEDREM
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS
      *
      *-----------------------------------------------------------------
      * ALTERACOES.:
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       CONFIGURATION                             SECTION.
      *-----------------------------------------------------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                              SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
           SELECT TRFEXT                ASSIGN TO
                                        WRK-CAMINHO-TRFEXT
               FILE STATUS              IS FS-TRFEXT.

           SELECT TEDREMES              ASSIGN TO
                                        WRK-CAMINHO-TEDREMES
               FILE STATUS              IS FS-TEDREMES.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT -  TRANSFERENCIAS PARA OUTROS BANCOS (TRFEXT)
      *                               LRECL = 134
      *----------------------------------------------------------------*
       FD  TRFEXT.
       COPY '#TRFEXT'.

      *----------------------------------------------------------------*
      *     INPUT -  REMESSA DE TRANSFERENCIAS PARA A CAMARA (TEDREMES)
      *                               LRECL = 100
      *----------------------------------------------------------------*
       FD  TEDREMES.
       COPY '#TEDREM'.

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-TRFEXT                    PIC 9(002).
       77  FS-TEDREMES                  PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-TRFEXT           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-TEDREMES         PIC X(060)        VALUES SPACES.

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DA CONCILIACAO DE TRANSFERENCIAS *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-CONCILIACAO         PIC 9(008)        VALUES ZEROS.

       01  ACU-ENVIADAS                 PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-LIQUIDADAS               PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-DEVOLVIDAS               PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-PENDENTES                PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-RECUSADAS                PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-CAPTURADAS               PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-RETORNADAS               PIC 9(006) COMP-3 VALUES ZEROS.
       01  WRK-TOTAL-ENVIADO            PIC 9(012)V99     VALUES ZEROS.
       01  WRK-TOTAL-LIQUIDADO          PIC 9(012)V99     VALUES ZEROS.
       01  WRK-TOTAL-DEVOLVIDO          PIC 9(012)V99     VALUES ZEROS.
       01  WRK-TOTAL-PENDENTE           PIC 9(012)V99     VALUES ZEROS.
       01  WRK-TOTAL-RECUSADO           PIC 9(012)V99     VALUES ZEROS.
       01  WRK-TOTAL-CAPTURADO          PIC 9(012)V99     VALUES ZEROS.
       01  WRK-TOTAL-RETORNADO          PIC 9(012)V99     VALUES ZEROS.

      *== CONFERENCIA COM O TRAILER DA REMESSA DO DIA
       01  WRK-REMESSA-DO-DIA           PIC X(001)        VALUES "N".
           88 WRK-REMESSA-SIM                     VALUES "S".
           88 WRK-REMESSA-NAO                     VALUES "N".
       01  WRK-REMESSA-ARQUIVO          PIC 9(006)        VALUES ZEROS.
       01  WRK-REMESSA-QTD              PIC 9(006)        VALUES ZEROS.
       01  WRK-REMESSA-VALOR            PIC 9(012)V99     VALUES ZEROS.
       01  ACU-ENVIADAS-ARQUIVO         PIC 9(006) COMP-3 VALUES ZEROS.
       01  WRK-TOTAL-ARQUIVO            PIC 9(012)V99     VALUES ZEROS.

       01  WRK-CONCILIADO               PIC X(001)        VALUES "S".
           88 WRK-CONCILIADO-SIM                  VALUES "S".
           88 WRK-CONCILIADO-NAO                  VALUES "N".

       01  WRK-VALOR-ED                 PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-TOTAL-ED                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      *== BOOK DE MENSAGENS ERRO
       COPY "#BOOKMSG".

      *=================================================================
       PROCEDURE                                 DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       0001-PRINCIPAL                            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR UNTIL FS-TRFEXT NOT EQUAL 00.
           PERFORM 0300-FINALIZAR.

       0001-PRINCIPAL-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DIR-DADOS FROM ENVIRONMENT "ATIVIDADE3_DIR".
           IF WRK-DIR-DADOS EQUAL SPACES
               MOVE "C:\ATIVIDADE3" TO WRK-DIR-DADOS
           END-IF.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\TRFEXT.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-TRFEXT.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\TEDREMES.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-TEDREMES.

           DISPLAY "==== CONCILIACAO DAS TRANSFERENCIAS PARA OUTROS"
               " BANCOS ====".
           DISPLAY "DATA DE ENVIO (AAAAMMDD, BRANCO=HOJE)?".
           ACCEPT WRK-DATA-CONCILIACAO.
           IF WRK-DATA-CONCILIACAO EQUAL ZEROS
               ACCEPT WRK-DATA-CONCILIACAO FROM DATE YYYYMMDD
           END-IF.

           PERFORM 0110-LE-REMESSA.

           OPEN INPUT TRFEXT.
           IF FS-TRFEXT NOT EQUAL 00
               DISPLAY "REGISTRO DE TRANSFERENCIAS (TRFEXT) NAO"
                   " ABERTO!"
               CALL "FSTATUS" USING FS-TRFEXT WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           READ TRFEXT.
           IF FS-TRFEXT EQUAL 10
               DISPLAY WRK-ARQ-EXISTE
           END-IF.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    GUARDA O NUMERO E O TRAILER DA REMESSA SE ELA FOR DA DATA
      *    CONCILIADA (O TEDREMES.txt GUARDA SO A ULTIMA REMESSA)
      *-----------------------------------------------------------------
       0110-LE-REMESSA                           SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT TEDREMES.
           IF FS-TEDREMES NOT EQUAL 00
               GO TO 0110-LE-REMESSA-FIM
           END-IF.

           READ TEDREMES.
           IF FS-TEDREMES EQUAL 00
              AND RMH-TIPO-REGISTRO EQUAL "0"
              AND RMH-DATA-MOVIMENTO EQUAL WRK-DATA-CONCILIACAO
               MOVE RMH-SEQUENCIA-ARQUIVO TO WRK-REMESSA-ARQUIVO
               PERFORM 0111-PROCURA-TRAILER
                   UNTIL FS-TEDREMES NOT EQUAL 00
                      OR WRK-REMESSA-SIM
           END-IF.

           CLOSE TEDREMES.

       0110-LE-REMESSA-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0111-PROCURA-TRAILER                      SECTION.
      *-----------------------------------------------------------------

           IF RMT-TIPO-REGISTRO EQUAL "9"
               SET WRK-REMESSA-SIM TO TRUE
               MOVE RMT-QTD-DETALHES TO WRK-REMESSA-QTD
               MOVE RMT-VALOR-TOTAL  TO WRK-REMESSA-VALOR
           ELSE
               READ TEDREMES
           END-IF.

       0111-PROCURA-TRAILER-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           EVALUATE TRUE
               WHEN TRX-CAPTURADA
                   ADD 1         TO ACU-CAPTURADAS
                   ADD TRX-VALOR TO WRK-TOTAL-CAPTURADO
               WHEN TRX-RECUSADA
                   IF TRX-DATA-RETORNO EQUAL WRK-DATA-CONCILIACAO
                       ADD 1         TO ACU-RECUSADAS
                       ADD TRX-VALOR TO WRK-TOTAL-RECUSADO
                   END-IF
               WHEN TRX-ENVIADA
                 OR TRX-LIQUIDADA
                 OR TRX-DEVOLVIDA
                   IF TRX-DATA-ENVIO EQUAL WRK-DATA-CONCILIACAO
                       PERFORM 0210-CONTA-ENVIADA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           READ TRFEXT.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0210-CONTA-ENVIADA                        SECTION.
      *-----------------------------------------------------------------

           ADD 1         TO ACU-ENVIADAS.
           ADD TRX-VALOR TO WRK-TOTAL-ENVIADO.

           IF WRK-REMESSA-SIM
              AND TRX-ARQUIVO-ENVIO EQUAL WRK-REMESSA-ARQUIVO
               ADD 1         TO ACU-ENVIADAS-ARQUIVO
               ADD TRX-VALOR TO WRK-TOTAL-ARQUIVO
           END-IF.

           EVALUATE TRUE
               WHEN TRX-LIQUIDADA
                   ADD 1         TO ACU-LIQUIDADAS
                   ADD TRX-VALOR TO WRK-TOTAL-LIQUIDADO
               WHEN TRX-DEVOLVIDA
                   ADD 1         TO ACU-DEVOLVIDAS
                   ADD TRX-VALOR TO WRK-TOTAL-DEVOLVIDO
               WHEN OTHER
                   ADD 1         TO ACU-PENDENTES
                   ADD TRX-VALOR TO WRK-TOTAL-PENDENTE
                   MOVE TRX-VALOR TO WRK-VALOR-ED
                   DISPLAY "SEM RETORNO: TRF " TRX-NUMERO " AG "
                       TRX-AGENCIA " CTA " TRX-CONTA " VALOR "
                       WRK-VALOR-ED " ARQUIVO " TRX-ARQUIVO-ENVIO
           END-EVALUATE.

       0210-CONTA-ENVIADA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE TRFEXT.

           ADD ACU-LIQUIDADAS ACU-DEVOLVIDAS GIVING ACU-RETORNADAS.
           ADD WRK-TOTAL-LIQUIDADO WRK-TOTAL-DEVOLVIDO
               GIVING WRK-TOTAL-RETORNADO.

           IF ACU-ENVIADAS NOT EQUAL ACU-RETORNADAS
              OR WRK-TOTAL-ENVIADO NOT EQUAL WRK-TOTAL-RETORNADO
               SET WRK-CONCILIADO-NAO TO TRUE
           END-IF.

           IF WRK-REMESSA-SIM
              AND (WRK-REMESSA-QTD NOT EQUAL ACU-ENVIADAS-ARQUIVO
               OR WRK-REMESSA-VALOR NOT EQUAL WRK-TOTAL-ARQUIVO)
               SET WRK-CONCILIADO-NAO TO TRUE
               MOVE WRK-REMESSA-VALOR TO WRK-TOTAL-ED
               DISPLAY "TRAILER DA REMESSA " WRK-REMESSA-ARQUIVO
                   " NAO CONFERE: " WRK-REMESSA-QTD " / "
                   WRK-TOTAL-ED
               MOVE WRK-TOTAL-ARQUIVO TO WRK-TOTAL-ED
               DISPLAY "ENVIADAS NO ARQUIVO.....: "
                   ACU-ENVIADAS-ARQUIVO " / " WRK-TOTAL-ED
           END-IF.

           DISPLAY WRK-LINHA.
           DISPLAY "CONCILIACAO DE TRANSFERENCIAS - ENVIO EM "
               WRK-DATA-CONCILIACAO.
           MOVE WRK-TOTAL-ENVIADO TO WRK-TOTAL-ED.
           DISPLAY "ENVIADAS.........: " ACU-ENVIADAS " "
               WRK-TOTAL-ED.
           MOVE WRK-TOTAL-LIQUIDADO TO WRK-TOTAL-ED.
           DISPLAY "LIQUIDADAS.......: " ACU-LIQUIDADAS " "
               WRK-TOTAL-ED.
           MOVE WRK-TOTAL-DEVOLVIDO TO WRK-TOTAL-ED.
           DISPLAY "DEVOLVIDAS.......: " ACU-DEVOLVIDAS " "
               WRK-TOTAL-ED.
           MOVE WRK-TOTAL-PENDENTE TO WRK-TOTAL-ED.
           DISPLAY "SEM RETORNO......: " ACU-PENDENTES " "
               WRK-TOTAL-ED.
           MOVE WRK-TOTAL-RECUSADO TO WRK-TOTAL-ED.
           DISPLAY "RECUSADAS NO DIA.: " ACU-RECUSADAS " "
               WRK-TOTAL-ED.
           MOVE WRK-TOTAL-CAPTURADO TO WRK-TOTAL-ED.
           DISPLAY "A ENVIAR.........: " ACU-CAPTURADAS " "
               WRK-TOTAL-ED.
           IF WRK-REMESSA-NAO
               DISPLAY "REMESSA DA DATA NAO DISPONIVEL - TRAILER NAO"
                   " CONFERIDO"
           END-IF.
           IF WRK-CONCILIADO-SIM
               DISPLAY "CONCILIADO: ENVIADO = LIQUIDADO + DEVOLVIDO"
           ELSE
               DISPLAY "*** NAO CONCILIADO ***"
           END-IF.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           IF WRK-CONCILIADO-SIM
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0300-FINALIZAR-FIM.                       EXIT.
