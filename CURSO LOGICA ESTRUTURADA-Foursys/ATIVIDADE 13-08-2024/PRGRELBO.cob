       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGRELBO.
      *=================================================================
      * PROGRAMA   : PRGRELBO
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: RELATORIO DIARIO DE PAGAMENTOS DE CONTAS POR
      *              CONVENIO - PARA A DATA INFORMADA, QUANTIDADE E
      *              VALOR DOS PAGAMENTOS ACEITOS (PAGOS NA DATA PELO
      *              PRGBOLPG) E RECUSADOS (NO CAIXA OU NO PRGBOLPG NA
      *              DATA) DE CADA CONVENIO DO PAGBOL.txt, COM O NOME
      *              DO CONVBOL.txt, O TOTAL DO CONVENIO E O TOTAL
      *              GERAL. RECUSAS DE CODIGO INVALIDO (SEM CONVENIO)
      *              SAEM NA LINHA "CODIGO INVALIDO"
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  CONVBOL               INPUT                  #CONVBOL
      *  PAGBOL                INPUT                  #PAGBOL
      *  RELBOL                OUTPUT
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
           SELECT CONVBOL               ASSIGN TO
                                        WRK-CAMINHO-CONVBOL
               FILE STATUS              IS FS-CONVBOL.

           SELECT PAGBOL                ASSIGN TO
                                        WRK-CAMINHO-PAGBOL
               FILE STATUS              IS FS-PAGBOL.

           SELECT RELBOL                ASSIGN TO
                                        WRK-CAMINHO-RELBOL
               FILE STATUS              IS FS-RELBOL.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT -  CONVENIOS DE PAGAMENTO DE CONTAS (CONVBOL)
      *                               LRECL = 036
      *----------------------------------------------------------------*
       FD  CONVBOL.
       COPY '#CONVBOL'.

      *----------------------------------------------------------------*
      *     INPUT -  PAGAMENTOS DE CONTAS (PAGBOL)
      *                               LRECL = 113
      *----------------------------------------------------------------*
       FD  PAGBOL.
       COPY '#PAGBOL'.

      *----------------------------------------------------------------*
      *     OUTPUT - RELATORIO DIARIO DE PAGAMENTOS (RELBOL)
      *                               LRECL = 080
      *----------------------------------------------------------------*
       FD  RELBOL.
       01  REG-RELBOL                   PIC X(080).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-CONVBOL                   PIC 9(002).
       77  FS-PAGBOL                    PIC 9(002).
       77  FS-RELBOL                    PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-CONVBOL          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-PAGBOL           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RELBOL           PIC X(060)        VALUES SPACES.

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DO RELATORIO DE PAGAMENTOS *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-RELATORIO           PIC 9(008)        VALUES ZEROS.
       01  WRK-TIPO-PROCURADO           PIC X(001)        VALUES SPACES.
       01  WRK-CODIGO-PROCURADO         PIC 9(004)        VALUES ZEROS.

      *== ACUMULADORES POR CONVENIO
       01  WRK-QT-CONVENIOS             PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-CNV                  PIC 9(003)        VALUES ZEROS.
       01  WRK-CNV-ACHADO               PIC X(001)        VALUES "N".
           88 WRK-CNV-SIM                         VALUES "S".
           88 WRK-CNV-NAO                         VALUES "N".
       01  WRK-TAB-CONVENIOS.
           05 WRK-CNV-OCO               OCCURS 300 TIMES.
               10 WRK-CNV-TIPO              PIC X(01).
               10 WRK-CNV-CODIGO            PIC 9(04).
               10 WRK-CNV-NOME              PIC X(30).
               10 WRK-CNV-QTD-ACEITOS       PIC 9(05)    COMP-3.
               10 WRK-CNV-VLR-ACEITOS       PIC 9(10)V99 COMP-3.
               10 WRK-CNV-QTD-RECUSADOS     PIC 9(05)    COMP-3.
               10 WRK-CNV-VLR-RECUSADOS     PIC 9(10)V99 COMP-3.

       01  WRK-TOTAL-GERAL.
           05 WRK-GER-QTD-ACEITOS       PIC 9(05)    COMP-3 VALUE 0.
           05 WRK-GER-VLR-ACEITOS       PIC 9(10)V99 COMP-3 VALUE 0.
           05 WRK-GER-QTD-RECUSADOS     PIC 9(05)    COMP-3 VALUE 0.
           05 WRK-GER-VLR-RECUSADOS     PIC 9(10)V99 COMP-3 VALUE 0.

       01  ACU-CONVENIOS-IMPRESSOS      PIC 9(003) COMP-3 VALUES ZEROS.

      *== LINHAS DO RELATORIO
       01  WRK-LIN-TITULO.
           05 FILLER                    PIC X(047) VALUE
              "RELATORIO DIARIO DE PAGAMENTOS DE CONTAS - DATA".
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-TIT-DATA              PIC 9(008).
           05 FILLER                    PIC X(024) VALUE SPACES.

       01  WRK-LIN-CABEC                PIC X(080) VALUE
           "CONV  NOME               ACEIT   VALOR ACEITO RECUS VALOR R
      -    "ECUSADO TOTAL".

       01  WRK-LIN-CONVENIO.
           05 WRK-LIN-ROTULO            PIC X(005).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-NOME              PIC X(018).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-QTD-ACEITOS       PIC ZZZZ9.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-VLR-ACEITOS       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-QTD-RECUSADOS     PIC ZZZZ9.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-VLR-RECUSADOS     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-QTD-TOTAL         PIC ZZZZ9.
           05 FILLER                    PIC X(008) VALUE SPACES.

       01  WRK-QTD-TOTAL                PIC 9(005)        VALUES ZEROS.
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
                  "\CONVBOL.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CONVBOL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\PAGBOL.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-PAGBOL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RELBOL.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RELBOL.

           DISPLAY "==== RELATORIO DIARIO DE PAGAMENTOS DE CONTAS ====".
           DISPLAY "DATA DO RELATORIO (AAAAMMDD, BRANCO=HOJE)?".
           ACCEPT WRK-DATA-RELATORIO.
           IF WRK-DATA-RELATORIO EQUAL ZEROS
               ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD
           END-IF.

           OPEN OUTPUT RELBOL.
           IF FS-RELBOL NOT EQUAL 00
               DISPLAY "RELATORIO DE PAGAMENTOS NAO ABERTO!"
               CALL "FSTATUS" USING FS-RELBOL WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *    CONVENIOS CADASTRADOS ENTRAM NA ORDEM DO CONVBOL, COM NOME
           OPEN INPUT CONVBOL.
           IF FS-CONVBOL EQUAL 00
               READ CONVBOL
               PERFORM 0110-GUARDA-CONVENIO
                   UNTIL FS-CONVBOL NOT EQUAL 00
               CLOSE CONVBOL
           END-IF.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
       0110-GUARDA-CONVENIO                      SECTION.
      *-----------------------------------------------------------------

           MOVE CNV-TIPO   TO WRK-TIPO-PROCURADO.
           MOVE CNV-CODIGO TO WRK-CODIGO-PROCURADO.
           PERFORM 0250-ACHA-CONVENIO.
           IF WRK-CNV-SIM
               MOVE CNV-NOME TO WRK-CNV-NOME(WRK-IDX-CNV)
           END-IF.

           READ CONVBOL.

       0110-GUARDA-CONVENIO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT PAGBOL.
           IF FS-PAGBOL EQUAL 00
               READ PAGBOL
               PERFORM 0210-CONTA-PAGAMENTO
                   UNTIL FS-PAGBOL NOT EQUAL 00
               CLOSE PAGBOL
           END-IF.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    ACEITOS = PAGOS NA DATA; RECUSADOS = RECUSADOS NA DATA
      *-----------------------------------------------------------------
       0210-CONTA-PAGAMENTO                      SECTION.
      *-----------------------------------------------------------------

           IF PGB-DATA-SITUACAO NOT EQUAL WRK-DATA-RELATORIO
              OR (NOT PGB-PAGO AND NOT PGB-RECUSADO)
               GO TO 0210-CONTA-PAGAMENTO-LER
           END-IF.

           MOVE PGB-TIPO-BOLETO TO WRK-TIPO-PROCURADO.
           MOVE PGB-CONVENIO    TO WRK-CODIGO-PROCURADO.
           PERFORM 0250-ACHA-CONVENIO.

           IF PGB-PAGO
               IF WRK-CNV-SIM
                   ADD 1         TO WRK-CNV-QTD-ACEITOS(WRK-IDX-CNV)
                   ADD PGB-VALOR TO WRK-CNV-VLR-ACEITOS(WRK-IDX-CNV)
               END-IF
               ADD 1         TO WRK-GER-QTD-ACEITOS
               ADD PGB-VALOR TO WRK-GER-VLR-ACEITOS
           ELSE
               IF WRK-CNV-SIM
                   ADD 1         TO WRK-CNV-QTD-RECUSADOS(WRK-IDX-CNV)
                   ADD PGB-VALOR TO WRK-CNV-VLR-RECUSADOS(WRK-IDX-CNV)
               END-IF
               ADD 1         TO WRK-GER-QTD-RECUSADOS
               ADD PGB-VALOR TO WRK-GER-VLR-RECUSADOS
           END-IF.

       0210-CONTA-PAGAMENTO-LER.
           READ PAGBOL.

       0210-CONTA-PAGAMENTO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    LOCALIZA O CONVENIO NA TABELA, INCLUINDO-O QUANDO NOVO
      *-----------------------------------------------------------------
       0250-ACHA-CONVENIO                        SECTION.
      *-----------------------------------------------------------------

           SET WRK-CNV-NAO TO TRUE.

           PERFORM 0251-COMPARA-CONVENIO
               VARYING WRK-IDX-CNV FROM 1 BY 1
               UNTIL WRK-IDX-CNV GREATER WRK-QT-CONVENIOS
                  OR WRK-CNV-SIM.

           IF WRK-CNV-SIM
               SUBTRACT 1 FROM WRK-IDX-CNV
               GO TO 0250-ACHA-CONVENIO-FIM
           END-IF.

           IF WRK-QT-CONVENIOS NOT LESS 300
               DISPLAY "TABELA DE CONVENIOS CHEIA (300) - CONVENIO "
                   WRK-TIPO-PROCURADO WRK-CODIGO-PROCURADO
                   " SO NO TOTAL GERAL"
               GO TO 0250-ACHA-CONVENIO-FIM
           END-IF.

           ADD 1 TO WRK-QT-CONVENIOS.
           MOVE WRK-QT-CONVENIOS TO WRK-IDX-CNV.
           MOVE WRK-TIPO-PROCURADO   TO WRK-CNV-TIPO(WRK-IDX-CNV).
           MOVE WRK-CODIGO-PROCURADO TO WRK-CNV-CODIGO(WRK-IDX-CNV).
           IF WRK-TIPO-PROCURADO EQUAL SPACES
               MOVE "CODIGO INVALIDO"  TO WRK-CNV-NOME(WRK-IDX-CNV)
           ELSE
               MOVE "NAO CADASTRADO"   TO WRK-CNV-NOME(WRK-IDX-CNV)
           END-IF.
           MOVE ZEROS TO WRK-CNV-QTD-ACEITOS(WRK-IDX-CNV)
                         WRK-CNV-VLR-ACEITOS(WRK-IDX-CNV)
                         WRK-CNV-QTD-RECUSADOS(WRK-IDX-CNV)
                         WRK-CNV-VLR-RECUSADOS(WRK-IDX-CNV).
           SET WRK-CNV-SIM TO TRUE.

       0250-ACHA-CONVENIO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0251-COMPARA-CONVENIO                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-CNV-TIPO(WRK-IDX-CNV)   EQUAL WRK-TIPO-PROCURADO
              AND WRK-CNV-CODIGO(WRK-IDX-CNV) EQUAL WRK-CODIGO-PROCURADO
               SET WRK-CNV-SIM TO TRUE
           END-IF.

       0251-COMPARA-CONVENIO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0300-IMPRIME-RELATORIO                    SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DATA-RELATORIO TO WRK-TIT-DATA.
           WRITE REG-RELBOL FROM WRK-LIN-TITULO.
           DISPLAY WRK-LIN-TITULO.
           WRITE REG-RELBOL FROM WRK-LIN-CABEC.
           DISPLAY WRK-LIN-CABEC.

           PERFORM 0310-IMPRIME-CONVENIO
               VARYING WRK-IDX-CNV FROM 1 BY 1
               UNTIL WRK-IDX-CNV GREATER WRK-QT-CONVENIOS.

           MOVE "TOTAL"                TO WRK-LIN-ROTULO.
           MOVE "GERAL"                TO WRK-LIN-NOME.
           MOVE WRK-GER-QTD-ACEITOS    TO WRK-LIN-QTD-ACEITOS.
           MOVE WRK-GER-VLR-ACEITOS    TO WRK-LIN-VLR-ACEITOS.
           MOVE WRK-GER-QTD-RECUSADOS  TO WRK-LIN-QTD-RECUSADOS.
           MOVE WRK-GER-VLR-RECUSADOS  TO WRK-LIN-VLR-RECUSADOS.
           COMPUTE WRK-QTD-TOTAL =
               WRK-GER-QTD-ACEITOS + WRK-GER-QTD-RECUSADOS.
           MOVE WRK-QTD-TOTAL          TO WRK-LIN-QTD-TOTAL.
           WRITE REG-RELBOL FROM WRK-LIN-CONVENIO.
           DISPLAY WRK-LIN-CONVENIO.

       0300-IMPRIME-RELATORIO-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    SO SAEM OS CONVENIOS COM MOVIMENTO NA DATA
      *-----------------------------------------------------------------
       0310-IMPRIME-CONVENIO                     SECTION.
      *-----------------------------------------------------------------

           COMPUTE WRK-QTD-TOTAL =
               WRK-CNV-QTD-ACEITOS(WRK-IDX-CNV)
             + WRK-CNV-QTD-RECUSADOS(WRK-IDX-CNV).
           IF WRK-QTD-TOTAL EQUAL ZEROS
               GO TO 0310-IMPRIME-CONVENIO-FIM
           END-IF.

           MOVE SPACES TO WRK-LIN-ROTULO.
           MOVE WRK-CNV-TIPO(WRK-IDX-CNV)   TO WRK-LIN-ROTULO(1:1).
           MOVE WRK-CNV-CODIGO(WRK-IDX-CNV) TO WRK-LIN-ROTULO(2:4).
           MOVE WRK-CNV-NOME(WRK-IDX-CNV)   TO WRK-LIN-NOME.
           MOVE WRK-CNV-QTD-ACEITOS(WRK-IDX-CNV)
                                     TO WRK-LIN-QTD-ACEITOS.
           MOVE WRK-CNV-VLR-ACEITOS(WRK-IDX-CNV)
                                     TO WRK-LIN-VLR-ACEITOS.
           MOVE WRK-CNV-QTD-RECUSADOS(WRK-IDX-CNV)
                                     TO WRK-LIN-QTD-RECUSADOS.
           MOVE WRK-CNV-VLR-RECUSADOS(WRK-IDX-CNV)
                                     TO WRK-LIN-VLR-RECUSADOS.
           MOVE WRK-QTD-TOTAL        TO WRK-LIN-QTD-TOTAL.
           WRITE REG-RELBOL FROM WRK-LIN-CONVENIO.
           DISPLAY WRK-LIN-CONVENIO.

           ADD 1 TO ACU-CONVENIOS-IMPRESSOS.

       0310-IMPRIME-CONVENIO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0400-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE RELBOL.

           DISPLAY WRK-LINHA.
           DISPLAY "CONVENIOS NO RELATORIO: " ACU-CONVENIOS-IMPRESSOS.
           DISPLAY "RELATORIO GRAVADO.....: " WRK-CAMINHO-RELBOL.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0400-FINALIZAR-FIM.                       EXIT.
