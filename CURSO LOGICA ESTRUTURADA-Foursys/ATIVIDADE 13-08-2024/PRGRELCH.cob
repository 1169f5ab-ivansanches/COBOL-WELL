       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGRELCH.
      *=================================================================
      * PROGRAMA   : PRGRELCH
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: RELATORIO DIARIO DE CHEQUES POR AGENCIA - PARA A
      *              DATA INFORMADA, QUANTIDADE E VALOR DOS CHEQUES
      *              PAGOS NA COMPENSACAO (FOLHAS PAGAS NA DATA NO
      *              FOLHASCHQ.txt), DOS CHEQUES DEVOLVIDOS (ITENS DO
      *              CHQDEVOL.txt DEVOLVIDOS NA DATA, INCLUSIVE OS DE
      *              FOLHA DESCONHECIDA) E A QUANTIDADE DE FOLHAS
      *              SUSTADAS NA DATA (CONTRA-ORDENS DO SUSTCHQ.txt
      *              GRAVADAS NA DATA), COM O TOTAL GERAL
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  FOLHASCHQ             INPUT                  #FOLHACHQ
      *  CHQDEVOL              INPUT                  #CHQDEVOL
      *  SUSTCHQ               INPUT                  #SUSTCHQ
      *  RELCHQ                OUTPUT
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
           SELECT FOLHASCHQ             ASSIGN TO
                                        WRK-CAMINHO-FOLHASCHQ
               FILE STATUS              IS FS-FOLHASCHQ.

           SELECT CHQDEVOL              ASSIGN TO
                                        WRK-CAMINHO-CHQDEVOL
               FILE STATUS              IS FS-CHQDEVOL.

           SELECT SUSTCHQ               ASSIGN TO
                                        WRK-CAMINHO-SUSTCHQ
               FILE STATUS              IS FS-SUSTCHQ.

           SELECT RELCHQ                ASSIGN TO
                                        WRK-CAMINHO-RELCHQ
               FILE STATUS              IS FS-RELCHQ.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT -  FOLHAS DE CHEQUE (FOLHASCHQ)
      *                               LRECL = 043
      *----------------------------------------------------------------*
       FD  FOLHASCHQ.
       COPY '#FOLHACHQ'.

      *----------------------------------------------------------------*
      *     INPUT -  CHEQUES DEVOLVIDOS (CHQDEVOL)
      *                               LRECL = 047
      *----------------------------------------------------------------*
       FD  CHQDEVOL.
       COPY '#CHQDEVOL'.

      *----------------------------------------------------------------*
      *     INPUT -  LISTA DE SUSTACOES (SUSTCHQ)
      *                               LRECL = 085
      *----------------------------------------------------------------*
       FD  SUSTCHQ.
       COPY '#SUSTCHQ'.

      *----------------------------------------------------------------*
      *     OUTPUT - RELATORIO DIARIO DE CHEQUES (RELCHQ)
      *                               LRECL = 080
      *----------------------------------------------------------------*
       FD  RELCHQ.
       01  REG-RELCHQ                   PIC X(080).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-FOLHASCHQ                 PIC 9(002).
       77  FS-CHQDEVOL                  PIC 9(002).
       77  FS-SUSTCHQ                   PIC 9(002).
       77  FS-RELCHQ                    PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-FOLHASCHQ        PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CHQDEVOL         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-SUSTCHQ          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RELCHQ           PIC X(060)        VALUES SPACES.

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DO RELATORIO DE CHEQUES *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-RELATORIO           PIC 9(008)        VALUES ZEROS.
       01  WRK-AGENCIA-PROCURADA        PIC 9(004)        VALUES ZEROS.

      *== ACUMULADORES POR AGENCIA
       01  WRK-QT-AGENCIAS              PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-AGE                  PIC 9(003)        VALUES ZEROS.
       01  WRK-AGE-ACHADA               PIC X(001)        VALUES "N".
           88 WRK-AGE-SIM                         VALUES "S".
           88 WRK-AGE-NAO                         VALUES "N".
       01  WRK-TAB-AGENCIAS.
           05 WRK-AGE-OCO               OCCURS 300 TIMES.
               10 WRK-AGE-CODIGO            PIC 9(04).
               10 WRK-AGE-QTD-PAGOS         PIC 9(05)    COMP-3.
               10 WRK-AGE-VLR-PAGOS         PIC 9(10)V99 COMP-3.
               10 WRK-AGE-QTD-DEVOLVIDOS    PIC 9(05)    COMP-3.
               10 WRK-AGE-VLR-DEVOLVIDOS    PIC 9(10)V99 COMP-3.
               10 WRK-AGE-QTD-SUSTADOS      PIC 9(05)    COMP-3.

       01  WRK-TOTAL-GERAL.
           05 WRK-GER-QTD-PAGOS         PIC 9(05)    COMP-3 VALUE 0.
           05 WRK-GER-VLR-PAGOS         PIC 9(10)V99 COMP-3 VALUE 0.
           05 WRK-GER-QTD-DEVOLVIDOS    PIC 9(05)    COMP-3 VALUE 0.
           05 WRK-GER-VLR-DEVOLVIDOS    PIC 9(10)V99 COMP-3 VALUE 0.
           05 WRK-GER-QTD-SUSTADOS      PIC 9(05)    COMP-3 VALUE 0.

       01  WRK-FOLHAS-SUSTACAO          PIC 9(006)        VALUES ZEROS.

      *== LINHAS DO RELATORIO
       01  WRK-LIN-TITULO.
           05 FILLER                    PIC X(034) VALUE
              "RELATORIO DIARIO DE CHEQUES - DATA".
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-TIT-DATA              PIC 9(008).
           05 FILLER                    PIC X(037) VALUE SPACES.

       01  WRK-LIN-CABEC                PIC X(080) VALUE
           "AGENCIA  PAGOS       VALOR PAGO  DEVOLV    VALOR DEVOLV  SU
      -    "STADAS".

       01  WRK-LIN-AGENCIA.
           05 WRK-LIN-ROTULO            PIC X(007).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-QTD-PAGOS         PIC ZZZZ9.
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 WRK-LIN-VLR-PAGOS         PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 WRK-LIN-QTD-DEVOLVIDOS    PIC ZZZZ9.
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 WRK-LIN-VLR-DEVOLVIDOS    PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 WRK-LIN-QTD-SUSTADOS      PIC ZZZZZZ9.
           05 FILLER                    PIC X(015) VALUE SPACES.

       01  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

      *== BOOK DE MENSAGENS ERRO
       COPY "#BOOKMSG".

      *=================================================================
       PROCEDURE                                 DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       0001-PRINCIPAL                            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-IMPRIME-RELATORIO.
           PERFORM 0400-FINALIZAR.

       0001-PRINCIPAL-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DIR-DADOS FROM ENVIRONMENT "ATIVIDADE3_DIR".
           IF WRK-DIR-DADOS EQUAL SPACES
               MOVE "C:\ATIVIDADE3" TO WRK-DIR-DADOS
           END-IF.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FOLHASCHQ.txt"     DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FOLHASCHQ.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CHQDEVOL.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CHQDEVOL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\SUSTCHQ.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-SUSTCHQ.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RELCHQ.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RELCHQ.

           DISPLAY "==== RELATORIO DIARIO DE CHEQUES ====".
           DISPLAY "DATA DO RELATORIO (AAAAMMDD, BRANCO=HOJE)?".
           ACCEPT WRK-DATA-RELATORIO.
           IF WRK-DATA-RELATORIO EQUAL ZEROS
               ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD
           END-IF.

           OPEN OUTPUT RELCHQ.
           IF FS-RELCHQ NOT EQUAL 00
               DISPLAY "RELATORIO DE CHEQUES NAO ABERTO!"
               CALL "FSTATUS" USING FS-RELCHQ WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT FOLHASCHQ.
           IF FS-FOLHASCHQ EQUAL 00
               READ FOLHASCHQ
               PERFORM 0210-CONTA-PAGO
                   UNTIL FS-FOLHASCHQ NOT EQUAL 00
               CLOSE FOLHASCHQ
           END-IF.

           OPEN INPUT CHQDEVOL.
           IF FS-CHQDEVOL EQUAL 00
               READ CHQDEVOL
               PERFORM 0220-CONTA-DEVOLVIDO
                   UNTIL FS-CHQDEVOL NOT EQUAL 00
               CLOSE CHQDEVOL
           END-IF.

           OPEN INPUT SUSTCHQ.
           IF FS-SUSTCHQ EQUAL 00
               READ SUSTCHQ
               PERFORM 0230-CONTA-SUSTADO
                   UNTIL FS-SUSTCHQ NOT EQUAL 00
               CLOSE SUSTCHQ
           END-IF.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0210-CONTA-PAGO                           SECTION.
      *-----------------------------------------------------------------

           IF FCH-PAGA
              AND FCH-DATA-SITUACAO EQUAL WRK-DATA-RELATORIO
               MOVE FCH-AGENCIA TO WRK-AGENCIA-PROCURADA
               PERFORM 0250-ACHA-AGENCIA
               IF WRK-AGE-SIM
                   ADD 1         TO WRK-AGE-QTD-PAGOS(WRK-IDX-AGE)
                   ADD FCH-VALOR TO WRK-AGE-VLR-PAGOS(WRK-IDX-AGE)
               END-IF
               ADD 1         TO WRK-GER-QTD-PAGOS
               ADD FCH-VALOR TO WRK-GER-VLR-PAGOS
           END-IF.

           READ FOLHASCHQ.

       0210-CONTA-PAGO-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0220-CONTA-DEVOLVIDO                      SECTION.
      *-----------------------------------------------------------------

           IF DEV-DATA-DEVOLUCAO EQUAL WRK-DATA-RELATORIO
               MOVE DEV-AGENCIA TO WRK-AGENCIA-PROCURADA
               PERFORM 0250-ACHA-AGENCIA
               IF WRK-AGE-SIM
                   ADD 1         TO WRK-AGE-QTD-DEVOLVIDOS(WRK-IDX-AGE)
                   ADD DEV-VALOR TO WRK-AGE-VLR-DEVOLVIDOS(WRK-IDX-AGE)
               END-IF
               ADD 1         TO WRK-GER-QTD-DEVOLVIDOS
               ADD DEV-VALOR TO WRK-GER-VLR-DEVOLVIDOS
           END-IF.

           READ CHQDEVOL.

       0220-CONTA-DEVOLVIDO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0230-CONTA-SUSTADO                        SECTION.
      *-----------------------------------------------------------------

           IF SUS-DATA EQUAL WRK-DATA-RELATORIO
               COMPUTE WRK-FOLHAS-SUSTACAO =
                   SUS-CHEQUE-FINAL - SUS-CHEQUE-INICIAL + 1
               MOVE SUS-AGENCIA TO WRK-AGENCIA-PROCURADA
               PERFORM 0250-ACHA-AGENCIA
               IF WRK-AGE-SIM
                   ADD WRK-FOLHAS-SUSTACAO
                                 TO WRK-AGE-QTD-SUSTADOS(WRK-IDX-AGE)
               END-IF
               ADD WRK-FOLHAS-SUSTACAO TO WRK-GER-QTD-SUSTADOS
           END-IF.

           READ SUSTCHQ.

       0230-CONTA-SUSTADO-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    LOCALIZA A AGENCIA NA TABELA, INCLUINDO-A QUANDO NOVA
      *-----------------------------------------------------------------
       0250-ACHA-AGENCIA                         SECTION.
      *-----------------------------------------------------------------

           SET WRK-AGE-NAO TO TRUE.

           PERFORM 0251-COMPARA-AGENCIA
               VARYING WRK-IDX-AGE FROM 1 BY 1
               UNTIL WRK-IDX-AGE GREATER WRK-QT-AGENCIAS
                  OR WRK-AGE-SIM.

           IF WRK-AGE-SIM
               SUBTRACT 1 FROM WRK-IDX-AGE
               GO TO 0250-ACHA-AGENCIA-FIM
           END-IF.

           IF WRK-QT-AGENCIAS NOT LESS 300
               DISPLAY "TABELA DE AGENCIAS CHEIA (300) - AGENCIA "
                   WRK-AGENCIA-PROCURADA " SO NO TOTAL GERAL"
               GO TO 0250-ACHA-AGENCIA-FIM
           END-IF.

           ADD 1 TO WRK-QT-AGENCIAS.
           MOVE WRK-QT-AGENCIAS TO WRK-IDX-AGE.
           MOVE WRK-AGENCIA-PROCURADA TO WRK-AGE-CODIGO(WRK-IDX-AGE).
           MOVE ZEROS TO WRK-AGE-QTD-PAGOS(WRK-IDX-AGE)
                         WRK-AGE-VLR-PAGOS(WRK-IDX-AGE)
                         WRK-AGE-QTD-DEVOLVIDOS(WRK-IDX-AGE)
                         WRK-AGE-VLR-DEVOLVIDOS(WRK-IDX-AGE)
                         WRK-AGE-QTD-SUSTADOS(WRK-IDX-AGE).
           SET WRK-AGE-SIM TO TRUE.

       0250-ACHA-AGENCIA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0251-COMPARA-AGENCIA                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-AGE-CODIGO(WRK-IDX-AGE) EQUAL WRK-AGENCIA-PROCURADA
               SET WRK-AGE-SIM TO TRUE
           END-IF.

       0251-COMPARA-AGENCIA-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0300-IMPRIME-RELATORIO                    SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DATA-RELATORIO TO WRK-TIT-DATA.
           WRITE REG-RELCHQ FROM WRK-LIN-TITULO.
           DISPLAY WRK-LIN-TITULO.
           WRITE REG-RELCHQ FROM WRK-LIN-CABEC.
           DISPLAY WRK-LIN-CABEC.

           PERFORM 0310-IMPRIME-AGENCIA
               VARYING WRK-IDX-AGE FROM 1 BY 1
               UNTIL WRK-IDX-AGE GREATER WRK-QT-AGENCIAS.

           MOVE "TOTAL  "              TO WRK-LIN-ROTULO.
           MOVE WRK-GER-QTD-PAGOS      TO WRK-LIN-QTD-PAGOS.
           MOVE WRK-GER-VLR-PAGOS      TO WRK-LIN-VLR-PAGOS.
           MOVE WRK-GER-QTD-DEVOLVIDOS TO WRK-LIN-QTD-DEVOLVIDOS.
           MOVE WRK-GER-VLR-DEVOLVIDOS TO WRK-LIN-VLR-DEVOLVIDOS.
           MOVE WRK-GER-QTD-SUSTADOS   TO WRK-LIN-QTD-SUSTADOS.
           WRITE REG-RELCHQ FROM WRK-LIN-AGENCIA.
           DISPLAY WRK-LIN-AGENCIA.

       0300-IMPRIME-RELATORIO-FIM.               EXIT.

      *-----------------------------------------------------------------
       0310-IMPRIME-AGENCIA                      SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES TO WRK-LIN-ROTULO.
           MOVE WRK-AGE-CODIGO(WRK-IDX-AGE) TO WRK-LIN-ROTULO(1:4).
           MOVE WRK-AGE-QTD-PAGOS(WRK-IDX-AGE)
                                     TO WRK-LIN-QTD-PAGOS.
           MOVE WRK-AGE-VLR-PAGOS(WRK-IDX-AGE)
                                     TO WRK-LIN-VLR-PAGOS.
           MOVE WRK-AGE-QTD-DEVOLVIDOS(WRK-IDX-AGE)
                                     TO WRK-LIN-QTD-DEVOLVIDOS.
           MOVE WRK-AGE-VLR-DEVOLVIDOS(WRK-IDX-AGE)
                                     TO WRK-LIN-VLR-DEVOLVIDOS.
           MOVE WRK-AGE-QTD-SUSTADOS(WRK-IDX-AGE)
                                     TO WRK-LIN-QTD-SUSTADOS.
           WRITE REG-RELCHQ FROM WRK-LIN-AGENCIA.
           DISPLAY WRK-LIN-AGENCIA.

       0310-IMPRIME-AGENCIA-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0400-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE RELCHQ.

           DISPLAY WRK-LINHA.
           DISPLAY "AGENCIAS NO RELATORIO: " WRK-QT-AGENCIAS.
           DISPLAY "RELATORIO GRAVADO....: " WRK-CAMINHO-RELCHQ.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0400-FINALIZAR-FIM.                       EXIT.
