       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGCAMPO.
      *=================================================================
      * PROGRAMA   : PRGCAMPO
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: RELATORIO DIARIO DA POSICAO DE CAMBIO - PARA A
      *              DATA INFORMADA, POR MOEDA, A PARTIR DAS OPERACOES
      *              LIQUIDADAS DO CAMBIO.txt (VISAO DO BANCO: CLIENTE
      *              VENDE = BANCO COMPRA, CLIENTE COMPRA = BANCO
      *              VENDE):
      *              1) MOVIMENTO DO DIA - QUANTIDADE E VALOR NA MOEDA
      *                 COMPRADOS E VENDIDOS, RECUSAS DO DIA E RECEITA
      *                 DE SPREAD DO DIA E DO MES ATE A DATA;
      *              2) POSICAO - POSICAO ANTERIOR (LIQUIDADAS ANTES DA
      *                 DATA), POSICAO FINAL (COMPRADA/VENDIDA/ZERADA)
      *                 E SEU CONTRAVALOR EM BRL PELA COTACAO VIGENTE
      *                 NA DATA (COTACOES.txt).
      *              MOEDAS NA ORDEM DO CAMBPARM.txt, MAIS AS QUE SO
      *              APARECEM NO CAMBIO.txt; TOTAL GERAL DA RECEITA DE
      *              SPREAD NO FIM
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  CAMBPARM              INPUT                  #CAMBPARM
      *  COTACOES              INPUT                  #COTACOES
      *  CAMBIO                INPUT                  #CAMBIO
      *  RELCAMB               OUTPUT
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
           SELECT CAMBPARM              ASSIGN TO
                                        WRK-CAMINHO-CAMBPARM
               FILE STATUS              IS FS-CAMBPARM.

           SELECT COTACOES              ASSIGN TO
                                        WRK-CAMINHO-COTACOES
               FILE STATUS              IS FS-COTACOES.

           SELECT CAMBIO                ASSIGN TO
                                        WRK-CAMINHO-CAMBIO
               FILE STATUS              IS FS-CAMBIO.

           SELECT RELCAMB               ASSIGN TO
                                        WRK-CAMINHO-RELCAMB
               FILE STATUS              IS FS-RELCAMB.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT -  PARAMETROS DE CAMBIO POR MOEDA (CAMBPARM)
      *                               LRECL = 037
      *----------------------------------------------------------------*
       FD  CAMBPARM.
       COPY '#CAMBPARM'.

      *----------------------------------------------------------------*
      *     INPUT -  COTACOES DATADAS DE MOEDA (COTACOES)
      *                               LRECL = 019
      *----------------------------------------------------------------*
       FD  COTACOES.
       COPY '#COTACOES'.

      *----------------------------------------------------------------*
      *     INPUT -  OPERACOES DE CAMBIO (CAMBIO)
      *                               LRECL = 112
      *----------------------------------------------------------------*
       FD  CAMBIO.
       COPY '#CAMBIO'.

      *----------------------------------------------------------------*
      *     OUTPUT - RELATORIO DIARIO DA POSICAO DE CAMBIO (RELCAMB)
      *                               LRECL = 080
      *----------------------------------------------------------------*
       FD  RELCAMB.
       01  REG-RELCAMB                  PIC X(080).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-CAMBPARM                  PIC 9(002).
       77  FS-COTACOES                  PIC 9(002).
       77  FS-CAMBIO                    PIC 9(002).
       77  FS-RELCAMB                   PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-CAMBPARM         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-COTACOES         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CAMBIO           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RELCAMB          PIC X(060)        VALUES SPACES.

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DO RELATORIO DE POSICAO *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-RELATORIO           PIC 9(008)        VALUES ZEROS.
       01  FILLER REDEFINES WRK-DATA-RELATORIO.
           05 WRK-MES-RELATORIO         PIC 9(006).
           05 FILLER                    PIC 9(002).
       01  WRK-DATA-OPERACAO            PIC 9(008)        VALUES ZEROS.
       01  FILLER REDEFINES WRK-DATA-OPERACAO.
           05 WRK-MES-OPERACAO          PIC 9(006).
           05 FILLER                    PIC 9(002).
       01  WRK-MOEDA-PROCURADA          PIC X(003)        VALUES SPACES.

      *== POSICAO E MOVIMENTO POR MOEDA
       01  WRK-QT-MOEDAS                PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-MOE                  PIC 9(002)        VALUES ZEROS.
       01  WRK-MOE-ACHADA               PIC X(001)        VALUES "N".
           88 WRK-MOE-SIM                         VALUES "S".
           88 WRK-MOE-NAO                         VALUES "N".
       01  WRK-TAB-MOEDAS.
           05 WRK-MOE-OCO               OCCURS 30 TIMES.
               10 WRK-MOE-MOEDA             PIC X(03).
               10 WRK-MOE-COTACAO           PIC 9(03)V9(05).
               10 WRK-MOE-VIGENCIA          PIC 9(08).
               10 WRK-MOE-POS-ANTERIOR      PIC S9(10)V99 COMP-3.
               10 WRK-MOE-QTD-COMPRAS       PIC 9(05)     COMP-3.
               10 WRK-MOE-VLR-COMPRADO      PIC 9(10)V99  COMP-3.
               10 WRK-MOE-QTD-VENDAS        PIC 9(05)     COMP-3.
               10 WRK-MOE-VLR-VENDIDO       PIC 9(10)V99  COMP-3.
               10 WRK-MOE-QTD-RECUSADAS     PIC 9(05)     COMP-3.
               10 WRK-MOE-SPREAD-DIA        PIC 9(10)V99  COMP-3.
               10 WRK-MOE-SPREAD-MES        PIC 9(10)V99  COMP-3.

       01  WRK-POSICAO-FINAL            PIC S9(10)V99     VALUES ZEROS.
       01  WRK-VALOR-BRL                PIC S9(10)V99     VALUES ZEROS.

       01  WRK-TOTAL-GERAL.
           05 WRK-GER-SPREAD-DIA        PIC 9(10)V99 COMP-3 VALUE 0.
           05 WRK-GER-SPREAD-MES        PIC 9(10)V99 COMP-3 VALUE 0.
           05 WRK-GER-VALOR-BRL         PIC S9(10)V99 COMP-3 VALUE 0.
           05 WRK-GER-QTD-RECUSADAS     PIC 9(05)    COMP-3 VALUE 0.

       01  WRK-LIN-TITULO.
           05 FILLER                    PIC X(038) VALUE
              "RELATORIO DIARIO DE CAMBIO - DATA".
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-TIT-DATA              PIC 9(008).
           05 FILLER                    PIC X(033) VALUE SPACES.

       01  WRK-LIN-SECAO-MOVIMENTO      PIC X(080) VALUE
           "MOVIMENTO DO DIA (VISAO DO BANCO)".
       01  WRK-LIN-CABEC-MOVIMENTO      PIC X(080) VALUE
           "MOE COMP BANCO COMPROU VEND  BANCO VENDEU RECU  SPREAD DIA
      -    "    SPREAD MES".

       01  WRK-LIN-MOVIMENTO.
           05 WRK-MOV-MOEDA             PIC X(003).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-MOV-QTD-COMPRAS       PIC ZZZ9.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-MOV-VLR-COMPRADO      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-MOV-QTD-VENDAS        PIC ZZZ9.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-MOV-VLR-VENDIDO       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-MOV-QTD-RECUSADAS     PIC ZZZ9.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-MOV-SPREAD-DIA        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-MOV-SPREAD-MES        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(002) VALUE SPACES.

       01  WRK-LIN-SECAO-POSICAO        PIC X(080) VALUE
           "POSICAO NA MOEDA E CONTRAVALOR EM BRL".
       01  WRK-LIN-CABEC-POSICAO        PIC X(080) VALUE
           "MOE  POS ANTERIOR      POS FINAL SITUACAO   COTACAO
      -    "VALOR BRL".

       01  WRK-LIN-POSICAO.
           05 WRK-POS-MOEDA             PIC X(003).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-POS-ANTERIOR          PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-POS-FINAL             PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-POS-SITUACAO          PIC X(008).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-POS-COTACAO           PIC ZZ9,99999.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-POS-VALOR-BRL         PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(010) VALUE SPACES.

       01  WRK-LIN-TOTAL.
           05 FILLER                    PIC X(023) VALUE
              "TOTAL GERAL - RECUSAS:".
           05 WRK-TOT-QTD-RECUSADAS     PIC ZZZ9.
           05 FILLER                    PIC X(015) VALUE
              "  SPREAD DIA:".
           05 WRK-TOT-SPREAD-DIA        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(010) VALUE
              "  MES:".
           05 WRK-TOT-SPREAD-MES        PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LIN-TOTAL-BRL.
           05 FILLER                    PIC X(050) VALUE
              "TOTAL GERAL - CONTRAVALOR EM BRL DAS POSICOES....:".
           05 WRK-TOT-VALOR-BRL         PIC -ZZZ.ZZZ.ZZ9,99.
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
                  "\CAMBPARM.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CAMBPARM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\COTACOES.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-COTACOES.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CAMBIO.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CAMBIO.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RELCAMB.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RELCAMB.

           DISPLAY "==== RELATORIO DIARIO DA POSICAO DE CAMBIO ====".
           DISPLAY "DATA DO RELATORIO (AAAAMMDD, BRANCO=HOJE)?".
           ACCEPT WRK-DATA-RELATORIO.
           IF WRK-DATA-RELATORIO EQUAL ZEROS
               ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD
           END-IF.

           OPEN OUTPUT RELCAMB.
           IF FS-RELCAMB NOT EQUAL 00
               DISPLAY "RELATORIO DE CAMBIO NAO ABERTO!"
               CALL "FSTATUS" USING FS-RELCAMB WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *    MOEDAS NEGOCIADAS ENTRAM NA ORDEM DO CAMBPARM
           OPEN INPUT CAMBPARM.
           IF FS-CAMBPARM EQUAL 00
               READ CAMBPARM
               PERFORM 0110-GUARDA-MOEDA
                   UNTIL FS-CAMBPARM NOT EQUAL 00
               CLOSE CAMBPARM
           END-IF.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
       0110-GUARDA-MOEDA                         SECTION.
      *-----------------------------------------------------------------

           MOVE CPM-MOEDA TO WRK-MOEDA-PROCURADA.
           PERFORM 0250-ACHA-MOEDA.

           READ CAMBPARM.

       0110-GUARDA-MOEDA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CAMBIO.
           IF FS-CAMBIO EQUAL 00
               READ CAMBIO
               PERFORM 0210-CONTA-OPERACAO
                   UNTIL FS-CAMBIO NOT EQUAL 00
               CLOSE CAMBIO
           END-IF.

      *    COTACAO VIGENTE NA DATA DE CADA MOEDA DA TABELA
           OPEN INPUT COTACOES.
           IF FS-COTACOES EQUAL 00
               READ COTACOES
               PERFORM 0220-GUARDA-COTACAO
                   UNTIL FS-COTACOES NOT EQUAL 00
               CLOSE COTACOES
           END-IF.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    LIQUIDADAS ANTES DA DATA FORMAM A POSICAO ANTERIOR; AS DA
      *    DATA, O MOVIMENTO DO DIA; RECUSAS CONTAM SO NA DATA
      *-----------------------------------------------------------------
       0210-CONTA-OPERACAO                       SECTION.
      *-----------------------------------------------------------------

           MOVE CMB-DATA-SITUACAO TO WRK-DATA-OPERACAO.

           IF WRK-DATA-OPERACAO GREATER WRK-DATA-RELATORIO
              OR (NOT CMB-LIQUIDADA AND NOT CMB-RECUSADA)
               GO TO 0210-CONTA-OPERACAO-LER
           END-IF.

           MOVE CMB-MOEDA TO WRK-MOEDA-PROCURADA.
           PERFORM 0250-ACHA-MOEDA.
           IF WRK-MOE-NAO
               GO TO 0210-CONTA-OPERACAO-LER
           END-IF.

           IF CMB-RECUSADA
               IF WRK-DATA-OPERACAO EQUAL WRK-DATA-RELATORIO
                   ADD 1 TO WRK-MOE-QTD-RECUSADAS(WRK-IDX-MOE)
                   ADD 1 TO WRK-GER-QTD-RECUSADAS
               END-IF
               GO TO 0210-CONTA-OPERACAO-LER
           END-IF.

           IF WRK-MES-OPERACAO EQUAL WRK-MES-RELATORIO
               ADD CMB-RECEITA-SPREAD
                             TO WRK-MOE-SPREAD-MES(WRK-IDX-MOE)
               ADD CMB-RECEITA-SPREAD TO WRK-GER-SPREAD-MES
           END-IF.

           IF WRK-DATA-OPERACAO LESS WRK-DATA-RELATORIO
               IF CMB-CLIENTE-VENDE
                   ADD CMB-VALOR-MOEDA
                             TO WRK-MOE-POS-ANTERIOR(WRK-IDX-MOE)
               ELSE
                   SUBTRACT CMB-VALOR-MOEDA
                             FROM WRK-MOE-POS-ANTERIOR(WRK-IDX-MOE)
               END-IF
               GO TO 0210-CONTA-OPERACAO-LER
           END-IF.

           IF CMB-CLIENTE-VENDE
               ADD 1               TO WRK-MOE-QTD-COMPRAS(WRK-IDX-MOE)
               ADD CMB-VALOR-MOEDA TO WRK-MOE-VLR-COMPRADO(WRK-IDX-MOE)
           ELSE
               ADD 1               TO WRK-MOE-QTD-VENDAS(WRK-IDX-MOE)
               ADD CMB-VALOR-MOEDA TO WRK-MOE-VLR-VENDIDO(WRK-IDX-MOE)
           END-IF.
           ADD CMB-RECEITA-SPREAD TO WRK-MOE-SPREAD-DIA(WRK-IDX-MOE).
           ADD CMB-RECEITA-SPREAD TO WRK-GER-SPREAD-DIA.

       0210-CONTA-OPERACAO-LER.
           READ CAMBIO.

       0210-CONTA-OPERACAO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0220-GUARDA-COTACAO                       SECTION.
      *-----------------------------------------------------------------

           IF COT-DATA-VIGENCIA NOT GREATER WRK-DATA-RELATORIO
               MOVE COT-MOEDA TO WRK-MOEDA-PROCURADA
               PERFORM 0260-PROCURA-MOEDA
               IF WRK-MOE-SIM
                  AND COT-DATA-VIGENCIA NOT LESS
                      WRK-MOE-VIGENCIA(WRK-IDX-MOE)
                   MOVE COT-COTACAO
                             TO WRK-MOE-COTACAO(WRK-IDX-MOE)
                   MOVE COT-DATA-VIGENCIA
                             TO WRK-MOE-VIGENCIA(WRK-IDX-MOE)
               END-IF
           END-IF.

           READ COTACOES.

       0220-GUARDA-COTACAO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    LOCALIZA A MOEDA NA TABELA, INCLUINDO-A QUANDO NOVA
      *-----------------------------------------------------------------
       0250-ACHA-MOEDA                           SECTION.
      *-----------------------------------------------------------------

           PERFORM 0260-PROCURA-MOEDA.
           IF WRK-MOE-SIM
               GO TO 0250-ACHA-MOEDA-FIM
           END-IF.

           IF WRK-QT-MOEDAS NOT LESS 30
               DISPLAY "TABELA DE MOEDAS CHEIA (30) - MOEDA "
                   WRK-MOEDA-PROCURADA " FORA DO RELATORIO"
               GO TO 0250-ACHA-MOEDA-FIM
           END-IF.

           ADD 1 TO WRK-QT-MOEDAS.
           MOVE WRK-QT-MOEDAS       TO WRK-IDX-MOE.
           MOVE WRK-MOEDA-PROCURADA TO WRK-MOE-MOEDA(WRK-IDX-MOE).
           MOVE ZEROS TO WRK-MOE-COTACAO(WRK-IDX-MOE)
                         WRK-MOE-VIGENCIA(WRK-IDX-MOE)
                         WRK-MOE-POS-ANTERIOR(WRK-IDX-MOE)
                         WRK-MOE-QTD-COMPRAS(WRK-IDX-MOE)
                         WRK-MOE-VLR-COMPRADO(WRK-IDX-MOE)
                         WRK-MOE-QTD-VENDAS(WRK-IDX-MOE)
                         WRK-MOE-VLR-VENDIDO(WRK-IDX-MOE)
                         WRK-MOE-QTD-RECUSADAS(WRK-IDX-MOE)
                         WRK-MOE-SPREAD-DIA(WRK-IDX-MOE)
                         WRK-MOE-SPREAD-MES(WRK-IDX-MOE).
           SET WRK-MOE-SIM TO TRUE.

       0250-ACHA-MOEDA-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0260-PROCURA-MOEDA                        SECTION.
      *-----------------------------------------------------------------

           SET WRK-MOE-NAO TO TRUE.

           PERFORM 0261-COMPARA-MOEDA
               VARYING WRK-IDX-MOE FROM 1 BY 1
               UNTIL WRK-IDX-MOE GREATER WRK-QT-MOEDAS
                  OR WRK-MOE-SIM.

           IF WRK-MOE-SIM
               SUBTRACT 1 FROM WRK-IDX-MOE
           END-IF.

       0260-PROCURA-MOEDA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0261-COMPARA-MOEDA                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-MOE-MOEDA(WRK-IDX-MOE) EQUAL WRK-MOEDA-PROCURADA
               SET WRK-MOE-SIM TO TRUE
           END-IF.

       0261-COMPARA-MOEDA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0300-IMPRIME-RELATORIO                    SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DATA-RELATORIO TO WRK-TIT-DATA.
           WRITE REG-RELCAMB FROM WRK-LIN-TITULO.
           DISPLAY WRK-LIN-TITULO.

           WRITE REG-RELCAMB FROM WRK-LIN-SECAO-MOVIMENTO.
           DISPLAY WRK-LIN-SECAO-MOVIMENTO.
           WRITE REG-RELCAMB FROM WRK-LIN-CABEC-MOVIMENTO.
           DISPLAY WRK-LIN-CABEC-MOVIMENTO.

           PERFORM 0310-IMPRIME-MOVIMENTO
               VARYING WRK-IDX-MOE FROM 1 BY 1
               UNTIL WRK-IDX-MOE GREATER WRK-QT-MOEDAS.

           WRITE REG-RELCAMB FROM WRK-LIN-SECAO-POSICAO.
           DISPLAY WRK-LIN-SECAO-POSICAO.
           WRITE REG-RELCAMB FROM WRK-LIN-CABEC-POSICAO.
           DISPLAY WRK-LIN-CABEC-POSICAO.

           PERFORM 0320-IMPRIME-POSICAO
               VARYING WRK-IDX-MOE FROM 1 BY 1
               UNTIL WRK-IDX-MOE GREATER WRK-QT-MOEDAS.

           MOVE WRK-GER-QTD-RECUSADAS TO WRK-TOT-QTD-RECUSADAS.
           MOVE WRK-GER-SPREAD-DIA    TO WRK-TOT-SPREAD-DIA.
           MOVE WRK-GER-SPREAD-MES    TO WRK-TOT-SPREAD-MES.
           WRITE REG-RELCAMB FROM WRK-LIN-TOTAL.
           DISPLAY WRK-LIN-TOTAL.

           MOVE WRK-GER-VALOR-BRL     TO WRK-TOT-VALOR-BRL.
           WRITE REG-RELCAMB FROM WRK-LIN-TOTAL-BRL.
           DISPLAY WRK-LIN-TOTAL-BRL.

       0300-IMPRIME-RELATORIO-FIM.               EXIT.

      *-----------------------------------------------------------------
       0310-IMPRIME-MOVIMENTO                    SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-MOE-MOEDA(WRK-IDX-MOE)
                                   TO WRK-MOV-MOEDA.
           MOVE WRK-MOE-QTD-COMPRAS(WRK-IDX-MOE)
                                   TO WRK-MOV-QTD-COMPRAS.
           MOVE WRK-MOE-VLR-COMPRADO(WRK-IDX-MOE)
                                   TO WRK-MOV-VLR-COMPRADO.
           MOVE WRK-MOE-QTD-VENDAS(WRK-IDX-MOE)
                                   TO WRK-MOV-QTD-VENDAS.
           MOVE WRK-MOE-VLR-VENDIDO(WRK-IDX-MOE)
                                   TO WRK-MOV-VLR-VENDIDO.
           MOVE WRK-MOE-QTD-RECUSADAS(WRK-IDX-MOE)
                                   TO WRK-MOV-QTD-RECUSADAS.
           MOVE WRK-MOE-SPREAD-DIA(WRK-IDX-MOE)
                                   TO WRK-MOV-SPREAD-DIA.
           MOVE WRK-MOE-SPREAD-MES(WRK-IDX-MOE)
                                   TO WRK-MOV-SPREAD-MES.
           WRITE REG-RELCAMB FROM WRK-LIN-MOVIMENTO.
           DISPLAY WRK-LIN-MOVIMENTO.

       0310-IMPRIME-MOVIMENTO-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    POSICAO FINAL = ANTERIOR + COMPRADO - VENDIDO NA MOEDA
      *-----------------------------------------------------------------
       0320-IMPRIME-POSICAO                      SECTION.
      *-----------------------------------------------------------------

           COMPUTE WRK-POSICAO-FINAL =
               WRK-MOE-POS-ANTERIOR(WRK-IDX-MOE)
             + WRK-MOE-VLR-COMPRADO(WRK-IDX-MOE)
             - WRK-MOE-VLR-VENDIDO(WRK-IDX-MOE).
           COMPUTE WRK-VALOR-BRL ROUNDED =
               WRK-POSICAO-FINAL * WRK-MOE-COTACAO(WRK-IDX-MOE).

           EVALUATE TRUE
               WHEN WRK-POSICAO-FINAL GREATER ZEROS
                   MOVE "COMPRADA"           TO WRK-POS-SITUACAO
               WHEN WRK-POSICAO-FINAL LESS ZEROS
                   MOVE "VENDIDA"            TO WRK-POS-SITUACAO
               WHEN OTHER
                   MOVE "ZERADA"             TO WRK-POS-SITUACAO
           END-EVALUATE.

           MOVE WRK-MOE-MOEDA(WRK-IDX-MOE)        TO WRK-POS-MOEDA.
           MOVE WRK-MOE-POS-ANTERIOR(WRK-IDX-MOE) TO WRK-POS-ANTERIOR.
           MOVE WRK-POSICAO-FINAL                 TO WRK-POS-FINAL.
           MOVE WRK-MOE-COTACAO(WRK-IDX-MOE)      TO WRK-POS-COTACAO.
           MOVE WRK-VALOR-BRL                     TO WRK-POS-VALOR-BRL.
           WRITE REG-RELCAMB FROM WRK-LIN-POSICAO.
           DISPLAY WRK-LIN-POSICAO.

           ADD WRK-VALOR-BRL TO WRK-GER-VALOR-BRL.

           IF WRK-MOE-COTACAO(WRK-IDX-MOE) EQUAL ZEROS
              AND WRK-POSICAO-FINAL NOT EQUAL ZEROS
               DISPLAY "ATENCAO: MOEDA " WRK-MOE-MOEDA(WRK-IDX-MOE)
                   " SEM COTACAO ATE A DATA - CONTRAVALOR ZERADO"
           END-IF.

       0320-IMPRIME-POSICAO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0400-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE RELCAMB.

           DISPLAY WRK-FIM-PRG.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0400-FINALIZAR-FIM.                       EXIT.
