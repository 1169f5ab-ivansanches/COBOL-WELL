       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGCDBPO.
      *=================================================================
      * PROGRAMA   : PRGCDBPO
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: RELATORIO DE POSICAO DOS CDB (CDBCONT.txt) EM
      *              DUAS PARTES:
      *              1) CARTEIRA EM ABERTO POR AGENCIA - CONTRATOS
      *                 ATIVOS OU COM RESGATE PEDIDO (A/R), COM
      *                 QUANTIDADE, VALOR APLICADO, BRUTO, IR
      *                 PROVISIONADO E LIQUIDO NA POSICAO DO ULTIMO
      *                 PROCESSAMENTO DIARIO (PRGCDBDI), E TOTAL GERAL;
      *              2) IR RETIDO POR MES - CONTRATOS LIQUIDADOS OU
      *                 RESGATADOS (L/E) AGRUPADOS PELO MES DO RESGATE,
      *                 COM QUANTIDADE, BRUTO, IR RETIDO E LIQUIDO
      *                 CREDITADO, E TOTAL GERAL.
      *              AGENCIAS E MESES SAEM NA ORDEM EM QUE APARECEM NO
      *              CADASTRO
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  CDBCONT               INPUT                  #CDBCONT
      *  RELCDB                OUTPUT
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
           SELECT CDBCONT               ASSIGN TO
                                        WRK-CAMINHO-CDBCONT
               FILE STATUS              IS FS-CDBCONT.

           SELECT RELCDB                ASSIGN TO
                                        WRK-CAMINHO-RELCDB
               FILE STATUS              IS FS-RELCDB.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT -  CONTRATOS DE CDB (CDBCONT)
      *                               LRECL = 128
      *----------------------------------------------------------------*
       FD  CDBCONT.
       COPY '#CDBCONT'.

      *----------------------------------------------------------------*
      *     OUTPUT - RELATORIO DE POSICAO DOS CDB (RELCDB)
      *                               LRECL = 080
      *----------------------------------------------------------------*
       FD  RELCDB.
       01  REG-RELCDB                   PIC X(080).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-CDBCONT                   PIC 9(002).
       77  FS-RELCDB                    PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-CDBCONT          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RELCDB           PIC X(060)        VALUES SPACES.

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DO RELATORIO DE POSICAO CDB *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-RELATORIO           PIC 9(008)        VALUES ZEROS.
       01  WRK-AGENCIA-PROCURADA        PIC 9(004)        VALUES ZEROS.
       01  WRK-MES-PROCURADO            PIC 9(006)        VALUES ZEROS.

      *== ACUMULADORES DA CARTEIRA POR AGENCIA
       01  WRK-QT-AGENCIAS              PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-AGE                  PIC 9(003)        VALUES ZEROS.
       01  WRK-AGE-ACHADA               PIC X(001)        VALUES "N".
           88 WRK-AGE-SIM                         VALUES "S".
           88 WRK-AGE-NAO                         VALUES "N".
       01  WRK-TAB-AGENCIAS.
           05 WRK-AGE-OCO               OCCURS 300 TIMES.
               10 WRK-AGE-AGENCIA           PIC 9(04).
               10 WRK-AGE-QTD               PIC 9(05)    COMP-3.
               10 WRK-AGE-APLICADO          PIC 9(10)V99 COMP-3.
               10 WRK-AGE-BRUTO             PIC 9(10)V99 COMP-3.
               10 WRK-AGE-IR                PIC 9(10)V99 COMP-3.
               10 WRK-AGE-LIQUIDO           PIC 9(10)V99 COMP-3.

       01  WRK-TOTAL-CARTEIRA.
           05 WRK-CAR-QTD               PIC 9(05)    COMP-3 VALUE 0.
           05 WRK-CAR-APLICADO          PIC 9(10)V99 COMP-3 VALUE 0.
           05 WRK-CAR-BRUTO             PIC 9(10)V99 COMP-3 VALUE 0.
           05 WRK-CAR-IR                PIC 9(10)V99 COMP-3 VALUE 0.
           05 WRK-CAR-LIQUIDO           PIC 9(10)V99 COMP-3 VALUE 0.

      *== ACUMULADORES DO IR RETIDO POR MES DO RESGATE
       01  WRK-QT-MESES                 PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-MES                  PIC 9(003)        VALUES ZEROS.
       01  WRK-MES-ACHADO               PIC X(001)        VALUES "N".
           88 WRK-MES-SIM                         VALUES "S".
           88 WRK-MES-NAO                         VALUES "N".
       01  WRK-TAB-MESES.
           05 WRK-MES-OCO               OCCURS 240 TIMES.
               10 WRK-MES-ANOMES            PIC 9(06).
               10 WRK-MES-QTD               PIC 9(05)    COMP-3.
               10 WRK-MES-BRUTO             PIC 9(10)V99 COMP-3.
               10 WRK-MES-IR                PIC 9(10)V99 COMP-3.
               10 WRK-MES-LIQUIDO           PIC 9(10)V99 COMP-3.

       01  WRK-TOTAL-RETIDO.
           05 WRK-RET-QTD               PIC 9(05)    COMP-3 VALUE 0.
           05 WRK-RET-BRUTO             PIC 9(10)V99 COMP-3 VALUE 0.
           05 WRK-RET-IR                PIC 9(10)V99 COMP-3 VALUE 0.
           05 WRK-RET-LIQUIDO           PIC 9(10)V99 COMP-3 VALUE 0.

       01  ACU-LIDOS                    PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-PENDENTES                PIC 9(006) COMP-3 VALUES ZEROS.

      *== LINHAS DO RELATORIO
       01  WRK-LIN-TITULO.
           05 FILLER                    PIC X(036) VALUE
              "RELATORIO DE POSICAO DOS CDB - DATA".
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-TIT-DATA              PIC 9(008).
           05 FILLER                    PIC X(035) VALUE SPACES.

       01  WRK-LIN-SECAO-CARTEIRA       PIC X(080) VALUE
           "1) CARTEIRA EM ABERTO POR AGENCIA".

       01  WRK-LIN-CABEC-CARTEIRA       PIC X(080) VALUE
           "AGEN   QTDE VALOR APLICADO    VALOR BRUTO IR PROVISAO  VA
      -    "LOR LIQUIDO".

       01  WRK-LIN-AGENCIA.
           05 WRK-LIN-AGE-ROTULO        PIC X(005).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-AGE-QTD           PIC ZZZZ9.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-AGE-APLICADO      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-AGE-BRUTO         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-AGE-IR            PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-AGE-LIQUIDO       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(010) VALUE SPACES.

       01  WRK-LIN-SECAO-RETIDO         PIC X(080) VALUE
           "2) IR RETIDO POR MES DO RESGATE".

       01  WRK-LIN-CABEC-RETIDO         PIC X(080) VALUE
           "MES      QTDE    VALOR BRUTO     IR RETIDO  VALOR LIQUIDO".

       01  WRK-LIN-MES.
           05 WRK-LIN-MES-ROTULO        PIC X(006).
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 WRK-LIN-MES-QTD           PIC ZZZZ9.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-MES-BRUTO         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-MES-IR            PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-MES-LIQUIDO       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(023) VALUE SPACES.

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
                  "\CDBCONT.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CDBCONT.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RELCDB.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RELCDB.

           DISPLAY "==== RELATORIO DE POSICAO DOS CDB ====".
           DISPLAY "DATA DO RELATORIO (AAAAMMDD, BRANCO=HOJE)?".
           ACCEPT WRK-DATA-RELATORIO.
           IF WRK-DATA-RELATORIO EQUAL ZEROS
               ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD
           END-IF.

           OPEN OUTPUT RELCDB.
           IF FS-RELCDB NOT EQUAL 00
               DISPLAY "RELATORIO DE POSICAO CDB NAO ABERTO!"
               CALL "FSTATUS" USING FS-RELCDB WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CDBCONT.
           IF FS-CDBCONT EQUAL 00
               READ CDBCONT
               PERFORM 0210-CONTA-CONTRATO
                   UNTIL FS-CDBCONT NOT EQUAL 00
               CLOSE CDBCONT
           ELSE
               DISPLAY WRK-ARQ-EXISTE
           END-IF.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    EM CARTEIRA (A/R) ENTRA NA AGENCIA; ENCERRADO (L/E) ENTRA
      *    NO MES DO RESGATE; PENDENTES E CANCELADOS SO SAO CONTADOS
      *-----------------------------------------------------------------
       0210-CONTA-CONTRATO                       SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.

           EVALUATE TRUE
               WHEN CDB-EM-CARTEIRA
                   MOVE CDB-AGENCIA TO WRK-AGENCIA-PROCURADA
                   PERFORM 0250-ACHA-AGENCIA
                   IF WRK-AGE-SIM
                       ADD 1 TO WRK-AGE-QTD(WRK-IDX-AGE)
                       ADD CDB-VALOR-APLICADO
                                 TO WRK-AGE-APLICADO(WRK-IDX-AGE)
                       ADD CDB-VALOR-BRUTO
                                 TO WRK-AGE-BRUTO(WRK-IDX-AGE)
                       ADD CDB-VALOR-IR
                                 TO WRK-AGE-IR(WRK-IDX-AGE)
                       ADD CDB-VALOR-LIQUIDO
                                 TO WRK-AGE-LIQUIDO(WRK-IDX-AGE)
                   END-IF
                   ADD 1                  TO WRK-CAR-QTD
                   ADD CDB-VALOR-APLICADO TO WRK-CAR-APLICADO
                   ADD CDB-VALOR-BRUTO    TO WRK-CAR-BRUTO
                   ADD CDB-VALOR-IR       TO WRK-CAR-IR
                   ADD CDB-VALOR-LIQUIDO  TO WRK-CAR-LIQUIDO
               WHEN CDB-ENCERRADO
                   MOVE CDB-DATA-RESGATE(1:6) TO WRK-MES-PROCURADO
                   PERFORM 0260-ACHA-MES
                   IF WRK-MES-SIM
                       ADD 1 TO WRK-MES-QTD(WRK-IDX-MES)
                       ADD CDB-VALOR-BRUTO
                                 TO WRK-MES-BRUTO(WRK-IDX-MES)
                       ADD CDB-VALOR-IR
                                 TO WRK-MES-IR(WRK-IDX-MES)
                       ADD CDB-VALOR-LIQUIDO
                                 TO WRK-MES-LIQUIDO(WRK-IDX-MES)
                   END-IF
                   ADD 1                  TO WRK-RET-QTD
                   ADD CDB-VALOR-BRUTO    TO WRK-RET-BRUTO
                   ADD CDB-VALOR-IR       TO WRK-RET-IR
                   ADD CDB-VALOR-LIQUIDO  TO WRK-RET-LIQUIDO
               WHEN CDB-PENDENTE
                   ADD 1 TO ACU-PENDENTES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           READ CDBCONT.

       0210-CONTA-CONTRATO-FIM.                  EXIT.

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
           MOVE WRK-QT-AGENCIAS       TO WRK-IDX-AGE.
           MOVE WRK-AGENCIA-PROCURADA TO WRK-AGE-AGENCIA(WRK-IDX-AGE).
           MOVE ZEROS TO WRK-AGE-QTD(WRK-IDX-AGE)
                         WRK-AGE-APLICADO(WRK-IDX-AGE)
                         WRK-AGE-BRUTO(WRK-IDX-AGE)
                         WRK-AGE-IR(WRK-IDX-AGE)
                         WRK-AGE-LIQUIDO(WRK-IDX-AGE).
           SET WRK-AGE-SIM TO TRUE.

       0250-ACHA-AGENCIA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0251-COMPARA-AGENCIA                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-AGE-AGENCIA(WRK-IDX-AGE) EQUAL WRK-AGENCIA-PROCURADA
               SET WRK-AGE-SIM TO TRUE
           END-IF.

       0251-COMPARA-AGENCIA-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    LOCALIZA O MES NA TABELA, INCLUINDO-O QUANDO NOVO
      *-----------------------------------------------------------------
       0260-ACHA-MES                             SECTION.
      *-----------------------------------------------------------------

           SET WRK-MES-NAO TO TRUE.

           PERFORM 0261-COMPARA-MES
               VARYING WRK-IDX-MES FROM 1 BY 1
               UNTIL WRK-IDX-MES GREATER WRK-QT-MESES
                  OR WRK-MES-SIM.

           IF WRK-MES-SIM
               SUBTRACT 1 FROM WRK-IDX-MES
               GO TO 0260-ACHA-MES-FIM
           END-IF.

           IF WRK-QT-MESES NOT LESS 240
               DISPLAY "TABELA DE MESES CHEIA (240) - MES "
                   WRK-MES-PROCURADO " SO NO TOTAL GERAL"
               GO TO 0260-ACHA-MES-FIM
           END-IF.

           ADD 1 TO WRK-QT-MESES.
           MOVE WRK-QT-MESES      TO WRK-IDX-MES.
           MOVE WRK-MES-PROCURADO TO WRK-MES-ANOMES(WRK-IDX-MES).
           MOVE ZEROS TO WRK-MES-QTD(WRK-IDX-MES)
                         WRK-MES-BRUTO(WRK-IDX-MES)
                         WRK-MES-IR(WRK-IDX-MES)
                         WRK-MES-LIQUIDO(WRK-IDX-MES).
           SET WRK-MES-SIM TO TRUE.

       0260-ACHA-MES-FIM.                        EXIT.

      *-----------------------------------------------------------------
       0261-COMPARA-MES                          SECTION.
      *-----------------------------------------------------------------

           IF WRK-MES-ANOMES(WRK-IDX-MES) EQUAL WRK-MES-PROCURADO
               SET WRK-MES-SIM TO TRUE
           END-IF.

       0261-COMPARA-MES-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0300-IMPRIME-RELATORIO                    SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DATA-RELATORIO TO WRK-TIT-DATA.
           WRITE REG-RELCDB FROM WRK-LIN-TITULO.
           DISPLAY WRK-LIN-TITULO.

           WRITE REG-RELCDB FROM WRK-LIN-SECAO-CARTEIRA.
           DISPLAY WRK-LIN-SECAO-CARTEIRA.
           WRITE REG-RELCDB FROM WRK-LIN-CABEC-CARTEIRA.
           DISPLAY WRK-LIN-CABEC-CARTEIRA.

           PERFORM 0310-IMPRIME-AGENCIA
               VARYING WRK-IDX-AGE FROM 1 BY 1
               UNTIL WRK-IDX-AGE GREATER WRK-QT-AGENCIAS.

           MOVE "TOTAL"            TO WRK-LIN-AGE-ROTULO.
           MOVE WRK-CAR-QTD        TO WRK-LIN-AGE-QTD.
           MOVE WRK-CAR-APLICADO   TO WRK-LIN-AGE-APLICADO.
           MOVE WRK-CAR-BRUTO      TO WRK-LIN-AGE-BRUTO.
           MOVE WRK-CAR-IR         TO WRK-LIN-AGE-IR.
           MOVE WRK-CAR-LIQUIDO    TO WRK-LIN-AGE-LIQUIDO.
           WRITE REG-RELCDB FROM WRK-LIN-AGENCIA.
           DISPLAY WRK-LIN-AGENCIA.

           MOVE SPACES TO REG-RELCDB.
           WRITE REG-RELCDB.

           WRITE REG-RELCDB FROM WRK-LIN-SECAO-RETIDO.
           DISPLAY WRK-LIN-SECAO-RETIDO.
           WRITE REG-RELCDB FROM WRK-LIN-CABEC-RETIDO.
           DISPLAY WRK-LIN-CABEC-RETIDO.

           PERFORM 0320-IMPRIME-MES
               VARYING WRK-IDX-MES FROM 1 BY 1
               UNTIL WRK-IDX-MES GREATER WRK-QT-MESES.

           MOVE "TOTAL"            TO WRK-LIN-MES-ROTULO.
           MOVE WRK-RET-QTD        TO WRK-LIN-MES-QTD.
           MOVE WRK-RET-BRUTO      TO WRK-LIN-MES-BRUTO.
           MOVE WRK-RET-IR         TO WRK-LIN-MES-IR.
           MOVE WRK-RET-LIQUIDO    TO WRK-LIN-MES-LIQUIDO.
           WRITE REG-RELCDB FROM WRK-LIN-MES.
           DISPLAY WRK-LIN-MES.

       0300-IMPRIME-RELATORIO-FIM.               EXIT.

      *-----------------------------------------------------------------
       0310-IMPRIME-AGENCIA                      SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES TO WRK-LIN-AGE-ROTULO.
           MOVE WRK-AGE-AGENCIA(WRK-IDX-AGE) TO WRK-LIN-AGE-ROTULO(1:4).
           MOVE WRK-AGE-QTD(WRK-IDX-AGE)      TO WRK-LIN-AGE-QTD.
           MOVE WRK-AGE-APLICADO(WRK-IDX-AGE) TO WRK-LIN-AGE-APLICADO.
           MOVE WRK-AGE-BRUTO(WRK-IDX-AGE)    TO WRK-LIN-AGE-BRUTO.
           MOVE WRK-AGE-IR(WRK-IDX-AGE)       TO WRK-LIN-AGE-IR.
           MOVE WRK-AGE-LIQUIDO(WRK-IDX-AGE)  TO WRK-LIN-AGE-LIQUIDO.
           WRITE REG-RELCDB FROM WRK-LIN-AGENCIA.
           DISPLAY WRK-LIN-AGENCIA.

       0310-IMPRIME-AGENCIA-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0320-IMPRIME-MES                          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-MES-ANOMES(WRK-IDX-MES)   TO WRK-LIN-MES-ROTULO.
           MOVE WRK-MES-QTD(WRK-IDX-MES)      TO WRK-LIN-MES-QTD.
           MOVE WRK-MES-BRUTO(WRK-IDX-MES)    TO WRK-LIN-MES-BRUTO.
           MOVE WRK-MES-IR(WRK-IDX-MES)       TO WRK-LIN-MES-IR.
           MOVE WRK-MES-LIQUIDO(WRK-IDX-MES)  TO WRK-LIN-MES-LIQUIDO.
           WRITE REG-RELCDB FROM WRK-LIN-MES.
           DISPLAY WRK-LIN-MES.

       0320-IMPRIME-MES-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0400-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE RELCDB.

           DISPLAY WRK-LINHA.
           DISPLAY "CONTRATOS LIDOS.......: " ACU-LIDOS.
           DISPLAY "PENDENTES DE DEBITO...: " ACU-PENDENTES.
           DISPLAY "RELATORIO GRAVADO.....: " WRK-CAMINHO-RELCDB.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0400-FINALIZAR-FIM.                       EXIT.
