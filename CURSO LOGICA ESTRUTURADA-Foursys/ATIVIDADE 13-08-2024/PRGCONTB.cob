       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGCONTB.
      *=================================================================
      * PROGRAMA   : PRGCONTB
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: MOTOR DE EVENTOS CONTABEIS - DEPOIS DO PRGHISTO,
      *              LE OS MOVIMENTOS POSTADOS NA DATA (MOVHIST.dat) E
      *              TRADUZ CADA UM EM PARTIDA DOBRADA PELA TABELA DE
      *              EVENTOS (EVENTCTB.txt), CHAVEADA POR TIPO DO
      *              LANCAMENTO (D/C), ORIGEM DO LOTE E MOEDA. A ORIGEM
      *              VEM DO LOTECTL.txt PELO NUMERO DO LOTE DO
      *              IDENTIFICADOR DO MOVIMENTO (MOV-ID-LOTE) - O
      *              MOVIMENTO SEM LOTE CONHECIDO SO CASA COM EVENTO DE
      *              ORIGEM ZEROS. O VALOR EM MOEDA ESTRANGEIRA E
      *              CONVERTIDO PARA REAIS PELA COTACAO VIGENTE NA DATA
      *              (COTACOES.txt). AS CONTAS DEBITADA E CREDITADA TEM
      *              DE EXISTIR ATIVAS NO PLANO DE CONTAS (PLANOCTB.txt)
      *              GRAVA O DIARIO CONTABIL DIARIOCTB_AAAAMMDD.txt
      *              (DUAS PARTIDAS POR MOVIMENTO) E A RELACAO
      *              RELCONTB.txt COM O BALANCETE DO DIA POR CONTA
      *              CONTABIL, A PROVA DEBITOS = CREDITOS E A LISTA DOS
      *              MOVIMENTOS SEM EVENTO, SEM CONTA OU SEM COTACAO -
      *              NENHUM MOVIMENTO SOME EM SILENCIO
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  PLANOCTB              INPUT                  #PLANOCTB
      *  EVENTCTB              INPUT                  #EVENTCTB
      *  LOTECTL               INPUT                  #LOTECTL
      *  COTACOES              INPUT                  #COTACOES
      *  MOVHIST               INPUT                  #MOVHIST
      *  DIARIOCTB             OUTPUT                 #PARTIDA
      *  RELCONTB              OUTPUT
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS / SPOOLREG
      *
      *-----------------------------------------------------------------
      * ALTERACOES.:
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O MOVHIST VIROU ARQUIVO INDEXADO (MOVHIST.dat) CHAVEADO POR
      *   AGENCIA+CONTA+DATA+LOTE+SEQ - A LEITURA CONTINUA
      *   SEQUENCIAL, AGORA PELA ORDEM DA CHAVE
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O MOVHIST PASSOU A GRAVAR A ORIGEM DO LOTE - COM A ORIGEM
      *   PREENCHIDA, O LOTE SO CASA COM O LOTECTL DA MESMA ORIGEM (O
      *   NUMERO DE LOTE SE REPETE ENTRE ORIGENS); HISTORICO SEM ORIGEM
      *   CONTINUA PELO NUMERO
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
           SELECT PLANOCTB              ASSIGN TO
                                        WRK-CAMINHO-PLANOCTB
               FILE STATUS              IS FS-PLANOCTB.

           SELECT EVENTCTB              ASSIGN TO
                                        WRK-CAMINHO-EVENTCTB
               FILE STATUS              IS FS-EVENTCTB.

           SELECT LOTECTL               ASSIGN TO
                                        WRK-CAMINHO-LOTECTL
               FILE STATUS              IS FS-LOTECTL.

           SELECT COTACOES              ASSIGN TO
                                        WRK-CAMINHO-COTACOES
               FILE STATUS              IS FS-COTACOES.

           SELECT MOVHIST               ASSIGN TO
                                        WRK-CAMINHO-MOVHIST
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS SEQUENTIAL
               RECORD KEY               IS MOV-CHAVE
               FILE STATUS              IS FS-MOVHIST.

           SELECT DIARIOCTB             ASSIGN TO
                                        WRK-CAMINHO-DIARIOCTB
               FILE STATUS              IS FS-DIARIOCTB.

           SELECT RELCONTB              ASSIGN TO
                                        WRK-CAMINHO-RELCONTB
               FILE STATUS              IS FS-RELCONTB.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT -  PLANO DE CONTAS CONTABIL (PLANOCTB)
      *                               LRECL = 042
      *----------------------------------------------------------------*
       FD  PLANOCTB.
       COPY '#PLANOCTB'.

      *----------------------------------------------------------------*
      *     INPUT -  TABELA DE EVENTOS CONTABEIS (EVENTCTB)
      *                               LRECL = 058
      *----------------------------------------------------------------*
       FD  EVENTCTB.
       COPY '#EVENTCTB'.

      *----------------------------------------------------------------*
      *     INPUT -  CONTROLE DE LOTES PROCESSADOS (LOTECTL)
      *                               LRECL = 018
      *----------------------------------------------------------------*
       FD  LOTECTL.
       COPY '#LOTECTL'.

      *----------------------------------------------------------------*
      *     INPUT -  COTACOES DATADAS DE MOEDA (COTACOES)
      *                               LRECL = 019
      *----------------------------------------------------------------*
       FD  COTACOES.
       COPY '#COTACOES'.

      *----------------------------------------------------------------*
      *     INPUT -  HISTORICO DE MOVIMENTOS POSTADOS (MOVHIST)
      *                               LRECL = 046
      *----------------------------------------------------------------*
       FD  MOVHIST.
       COPY '#MOVHIST'.

      *----------------------------------------------------------------*
      *     OUTPUT - DIARIO CONTABIL DO DIA (DIARIOCTB)
      *                               LRECL = 104
      *----------------------------------------------------------------*
       FD  DIARIOCTB.
       COPY '#PARTIDA'.

      *----------------------------------------------------------------*
      *     OUTPUT - BALANCETE E PENDENCIAS CONTABEIS (RELCONTB)
      *                               LRECL = 132
      *----------------------------------------------------------------*
       FD  RELCONTB.
       01  REG-RELCONTB                 PIC X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-PLANOCTB                  PIC 9(002).
       77  FS-EVENTCTB                  PIC 9(002).
       77  FS-LOTECTL                   PIC 9(002).
       77  FS-COTACOES                  PIC 9(002).
       77  FS-MOVHIST                   PIC 9(002).
       77  FS-DIARIOCTB                 PIC 9(002).
       77  FS-RELCONTB                  PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-PLANOCTB         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-EVENTCTB         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LOTECTL          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-COTACOES         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-MOVHIST          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-DIARIOCTB        PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RELCONTB         PIC X(060)        VALUES SPACES.

      *-----------------------------------------------------------------
      *== AREA DE CHAMADA DO MODULO SPOOLREG (CATALOGO DE SPOOL)
      *-----------------------------------------------------------------
       01  WRK-SPOOL.
           05 WRK-SPL-RELATORIO         PIC X(012)        VALUES SPACES.
           05 WRK-SPL-PROGRAMA          PIC X(008)        VALUES SPACES.
           05 WRK-SPL-ARQUIVO           PIC X(060)        VALUES SPACES.
           05 WRK-SPL-DESTINATARIO      PIC X(020)        VALUES SPACES.

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DO MOTOR CONTABIL *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-PROCESSAMENTO       PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-PROCESSAMENTO-X     PIC X(008)        VALUES SPACES.

      *== PLANO DE CONTAS COM OS TOTAIS DO DIA
       01  WRK-CONTA-CONTABIL           PIC X(010)        VALUES SPACES.
       01  WRK-QT-CONTAS                PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-CONTA                PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-DEBITO               PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-CREDITO              PIC 9(003)        VALUES ZEROS.
       01  WRK-CONTA-ACHADA             PIC X(001)        VALUES "N".
           88 WRK-CONTA-SIM                       VALUES "S".
           88 WRK-CONTA-NAO                       VALUES "N".
       01  WRK-TAB-CONTAS.
           05 WRK-PLC-OCO               OCCURS 300 TIMES.
               10 WRK-PLC-CONTA             PIC X(10).
               10 WRK-PLC-DESCRICAO         PIC X(30).
               10 WRK-PLC-NATUREZA          PIC X(01).
               10 WRK-PLC-SITUACAO          PIC X(01).
               10 WRK-PLC-DEBITOS           PIC 9(12)V99 COMP-3.
               10 WRK-PLC-CREDITOS          PIC 9(12)V99 COMP-3.

      *== TABELA DE EVENTOS
       01  WRK-QT-EVENTOS               PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-EVENTO               PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-ESCOLHIDO            PIC 9(003)        VALUES ZEROS.
       01  WRK-PONTOS                   PIC 9(001)        VALUES ZEROS.
       01  WRK-PONTOS-ESCOLHIDO         PIC 9(001)        VALUES ZEROS.
       01  WRK-TAB-EVENTOS.
           05 WRK-EVC-OCO               OCCURS 200 TIMES.
               10 WRK-EVC-TIPO              PIC X(01).
               10 WRK-EVC-ORIGEM            PIC 9(04).
               10 WRK-EVC-MOEDA             PIC X(03).
               10 WRK-EVC-CONTA-DEBITO      PIC X(10).
               10 WRK-EVC-CONTA-CREDITO     PIC X(10).
               10 WRK-EVC-HISTORICO         PIC X(30).

      *== LOTES JA PROCESSADOS PELO ATI4 (NUMERO -> ORIGEM)
       01  WRK-QT-LOTES                 PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-LOTE                 PIC 9(004)        VALUES ZEROS.
       01  WRK-LOTE-ACHADO              PIC X(001)        VALUES "N".
           88 WRK-LOTE-SIM                        VALUES "S".
           88 WRK-LOTE-NAO                        VALUES "N".
       01  WRK-TAB-LOTES.
           05 WRK-LOT-OCO               OCCURS 3000 TIMES.
               10 WRK-LOT-ORIGEM            PIC 9(04).
               10 WRK-LOT-NUMERO            PIC 9(06).

      *== COTACOES VIGENTES NA DATA (MAIS RECENTE ATE A DATA)
       01  WRK-QT-COTACOES              PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-MOEDA                PIC 9(002)        VALUES ZEROS.
       01  WRK-MOEDA-ACHADA             PIC X(001)        VALUES "N".
           88 WRK-MOEDA-SIM                       VALUES "S".
           88 WRK-MOEDA-NAO                       VALUES "N".
       01  WRK-TAB-COTACOES.
           05 WRK-COT-OCO               OCCURS 20 TIMES.
               10 WRK-COT-MOEDA             PIC X(003).
               10 WRK-COT-COTACAO           PIC 9(03)V9(05).
               10 WRK-COT-VIGENCIA          PIC 9(008).

      *== MOVIMENTO EM TRATAMENTO
       01  WRK-ORIGEM                   PIC 9(004)        VALUES ZEROS.
       01  WRK-COTACAO                  PIC 9(03)V9(05)   VALUES ZEROS.
       01  WRK-VALOR-BRL                PIC 9(010)V99     VALUES ZEROS.
       01  WRK-NUMERO-LANCAMENTO        PIC 9(006)        VALUES ZEROS.
       01  WRK-MOTIVO-PENDENCIA         PIC X(030)        VALUES SPACES.

      *== TOTAIS DO DIA
       01  WRK-TOTAL-DEBITOS            PIC 9(012)V99     VALUES ZEROS.
       01  WRK-TOTAL-CREDITOS           PIC 9(012)V99     VALUES ZEROS.
       01  WRK-TOTAL-PENDENTE           PIC 9(012)V99     VALUES ZEROS.

       01  ACU-LIDOS                    PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-CONTABILIZADOS           PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-PENDENTES                PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-PARTIDAS                 PIC 9(006) COMP-3 VALUES ZEROS.

      *== LINHAS DA RELACAO
       01  WRK-LIN-TITULO.
           05 FILLER                    PIC X(040) VALUE
              "BALANCETE CONTABIL DO DIA -".
           05 FILLER                    PIC X(005) VALUE
              "DATA ".
           05 WRK-TIT-DATA              PIC 9(008).
           05 FILLER                    PIC X(079) VALUE SPACES.

       01  WRK-LIN-CABEC.
           05 FILLER                    PIC X(011) VALUE
              "CONTA".
           05 FILLER                    PIC X(033) VALUE
              "DESCRICAO".
           05 FILLER                    PIC X(002) VALUE
              "N".
           05 FILLER                    PIC X(019) VALUE
              "            DEBITOS".
           05 FILLER                    PIC X(019) VALUE
              "           CREDITOS".
           05 FILLER                    PIC X(048) VALUE
              "         SALDO DO DIA".

       01  WRK-LIN-CONTA.
           05 WRK-LIN-CONTA-CTB         PIC X(010).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-DESCRICAO         PIC X(030).
           05 FILLER                    PIC X(003) VALUE SPACES.
           05 WRK-LIN-NATUREZA          PIC X(001).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-DEBITOS           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-CREDITOS          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-SALDO             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-SALDO-DC          PIC X(001).
           05 FILLER                    PIC X(027) VALUE SPACES.

       01  WRK-LIN-TOTAL.
           05 FILLER                    PIC X(047) VALUE
              "TOTAL DO DIA".
           05 WRK-TOT-DEBITOS           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-TOT-CREDITOS          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(003) VALUE SPACES.
           05 WRK-TOT-PROVA             PIC X(044).

       01  WRK-LIN-TITULO-PEND.
           05 FILLER                    PIC X(060) VALUE
              "MOVIMENTOS NAO CONTABILIZADOS NA DATA".
           05 FILLER                    PIC X(072) VALUE SPACES.

       01  WRK-LIN-CABEC-PEND.
           05 FILLER                    PIC X(011) VALUE
              "AGEN CONTA ".
           05 FILLER                    PIC X(013) VALUE
              "LOTE   SEQ   ".
           05 FILLER                    PIC X(005) VALUE
              "ORIG ".
           05 FILLER                    PIC X(006) VALUE
              "T MOE ".
           05 FILLER                    PIC X(015) VALUE
              "          VALOR".
           05 FILLER                    PIC X(082) VALUE
              " MOTIVO".

       01  WRK-LIN-PENDENTE.
           05 WRK-LPD-AGENCIA           PIC 9(004).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LPD-CONTA             PIC 9(005).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LPD-LOTE              PIC 9(006).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LPD-SEQ               PIC 9(005).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LPD-ORIGEM            PIC 9(004).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LPD-TIPO              PIC X(001).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LPD-MOEDA             PIC X(003).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LPD-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 WRK-LPD-MOTIVO            PIC X(030).
           05 FILLER                    PIC X(050) VALUE SPACES.

       01  WRK-LIN-BRANCO               PIC X(132) VALUE SPACES.

       01  WRK-VALOR-ED                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-SALDO-DIA                PIC S9(12)V99     VALUES ZEROS.

      *== BOOK DE MENSAGENS ERRO
       COPY "#BOOKMSG".

      *=================================================================
       PROCEDURE                                 DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       0001-PRINCIPAL                            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0100-INICIAR.
           PERFORM 0200-CONTABILIZA UNTIL FS-MOVHIST NOT EQUAL 00.
           PERFORM 0300-BALANCETE.
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
                  "\PLANOCTB.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-PLANOCTB.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\EVENTCTB.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-EVENTCTB.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\LOTECTL.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LOTECTL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\COTACOES.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-COTACOES.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\MOVHIST.dat"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-MOVHIST.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RELCONTB.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RELCONTB.

           DISPLAY "==== MOTOR DE EVENTOS CONTABEIS ====".
           DISPLAY "DATA DE PROCESSAMENTO (AAAAMMDD, BRANCO=HOJE)?".
           ACCEPT WRK-DATA-PROCESSAMENTO.
           IF WRK-DATA-PROCESSAMENTO EQUAL ZEROS
               ACCEPT WRK-DATA-PROCESSAMENTO FROM DATE YYYYMMDD
           END-IF.
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-DATA-PROCESSAMENTO-X.

           STRING WRK-DIR-DADOS            DELIMITED BY SPACE
                  "\DIARIOCTB_"            DELIMITED BY SIZE
                  WRK-DATA-PROCESSAMENTO-X DELIMITED BY SIZE
                  ".txt"                   DELIMITED BY SIZE
                  INTO WRK-CAMINHO-DIARIOCTB.

           PERFORM 0110-CARREGA-PLANO.
           PERFORM 0120-CARREGA-EVENTOS.
           PERFORM 0130-CARREGA-LOTES.
           PERFORM 0140-CARREGA-COTACOES.

           OPEN INPUT MOVHIST.
           IF FS-MOVHIST NOT EQUAL 00
               DISPLAY "MOVHIST NAO ABERTO!"
               CALL "FSTATUS" USING FS-MOVHIST WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT DIARIOCTB.
           OPEN OUTPUT RELCONTB.

           MOVE WRK-DATA-PROCESSAMENTO TO WRK-TIT-DATA.
           WRITE REG-RELCONTB FROM WRK-LIN-TITULO-PEND.
           WRITE REG-RELCONTB FROM WRK-LIN-CABEC-PEND.

           READ MOVHIST.
           IF FS-MOVHIST EQUAL 10
               DISPLAY WRK-ARQ-EXISTE
           END-IF.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
       0110-CARREGA-PLANO                        SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT PLANOCTB.
           IF FS-PLANOCTB NOT EQUAL 00
               DISPLAY "PLANO DE CONTAS NAO ABERTO!"
               CALL "FSTATUS" USING FS-PLANOCTB WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           READ PLANOCTB.
           PERFORM 0111-GUARDA-CONTA
               UNTIL FS-PLANOCTB NOT EQUAL 00.

           CLOSE PLANOCTB.

       0110-CARREGA-PLANO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0111-GUARDA-CONTA                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-CONTAS LESS 300
               ADD 1 TO WRK-QT-CONTAS
               MOVE PLC-CONTA     TO WRK-PLC-CONTA(WRK-QT-CONTAS)
               MOVE PLC-DESCRICAO TO WRK-PLC-DESCRICAO(WRK-QT-CONTAS)
               MOVE PLC-NATUREZA  TO WRK-PLC-NATUREZA(WRK-QT-CONTAS)
               MOVE PLC-SITUACAO  TO WRK-PLC-SITUACAO(WRK-QT-CONTAS)
               MOVE ZEROS         TO WRK-PLC-DEBITOS(WRK-QT-CONTAS)
                                     WRK-PLC-CREDITOS(WRK-QT-CONTAS)
           ELSE
               DISPLAY "PLANO DE CONTAS CHEIO (300) - CONTA "
                   PLC-CONTA " IGNORADA"
           END-IF.

           READ PLANOCTB.

       0111-GUARDA-CONTA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0120-CARREGA-EVENTOS                      SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT EVENTCTB.
           IF FS-EVENTCTB NOT EQUAL 00
               DISPLAY "TABELA DE EVENTOS NAO ABERTA!"
               CALL "FSTATUS" USING FS-EVENTCTB WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           READ EVENTCTB.
           PERFORM 0121-GUARDA-EVENTO
               UNTIL FS-EVENTCTB NOT EQUAL 00.

           CLOSE EVENTCTB.

       0120-CARREGA-EVENTOS-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0121-GUARDA-EVENTO                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-EVENTOS LESS 200
               ADD 1 TO WRK-QT-EVENTOS
               MOVE EVC-TIPO      TO WRK-EVC-TIPO(WRK-QT-EVENTOS)
               MOVE EVC-ORIGEM    TO WRK-EVC-ORIGEM(WRK-QT-EVENTOS)
               MOVE EVC-MOEDA     TO WRK-EVC-MOEDA(WRK-QT-EVENTOS)
               MOVE EVC-CONTA-DEBITO
                                 TO WRK-EVC-CONTA-DEBITO(WRK-QT-EVENTOS)
               MOVE EVC-CONTA-CREDITO
                                TO WRK-EVC-CONTA-CREDITO(WRK-QT-EVENTOS)
               MOVE EVC-HISTORICO TO WRK-EVC-HISTORICO(WRK-QT-EVENTOS)
           ELSE
               DISPLAY "TABELA DE EVENTOS CHEIA (200) - EVENTO "
                   EVC-TIPO "/" EVC-ORIGEM "/" EVC-MOEDA " IGNORADO"
           END-IF.

           READ EVENTCTB.

       0121-GUARDA-EVENTO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0130-CARREGA-LOTES                        SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT LOTECTL.
           IF FS-LOTECTL NOT EQUAL 00
               DISPLAY "LOTECTL AUSENTE - ORIGENS NAO IDENTIFICADAS"
               GO TO 0130-CARREGA-LOTES-FIM
           END-IF.

           READ LOTECTL.
           PERFORM 0131-GUARDA-LOTE
               UNTIL FS-LOTECTL NOT EQUAL 00.

           CLOSE LOTECTL.

       0130-CARREGA-LOTES-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0131-GUARDA-LOTE                          SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-LOTES LESS 3000
               ADD 1 TO WRK-QT-LOTES
               MOVE LOT-ORIGEM TO WRK-LOT-ORIGEM(WRK-QT-LOTES)
               MOVE LOT-NUMERO TO WRK-LOT-NUMERO(WRK-QT-LOTES)
           ELSE
               DISPLAY "TABELA DE LOTES CHEIA (3000) - LOTE "
                   LOT-ORIGEM "/" LOT-NUMERO " IGNORADO"
           END-IF.

           READ LOTECTL.

       0131-GUARDA-LOTE-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    PARA CADA MOEDA FICA A COTACAO MAIS RECENTE COM VIGENCIA ATE
      *    A DATA DE PROCESSAMENTO (MESMA REGRA DO ATI4)
      *-----------------------------------------------------------------
       0140-CARREGA-COTACOES                     SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT COTACOES.
           IF FS-COTACOES NOT EQUAL 00
               DISPLAY "COTACOES AUSENTES - SO MOVIMENTO EM BRL"
               GO TO 0140-CARREGA-COTACOES-FIM
           END-IF.

           READ COTACOES.
           PERFORM 0141-GUARDA-COTACAO
               UNTIL FS-COTACOES NOT EQUAL 00.

           CLOSE COTACOES.

       0140-CARREGA-COTACOES-FIM.                EXIT.

      *-----------------------------------------------------------------
       0141-GUARDA-COTACAO                       SECTION.
      *-----------------------------------------------------------------

           IF COT-DATA-VIGENCIA GREATER WRK-DATA-PROCESSAMENTO
               GO TO 0141-GUARDA-COTACAO-LER
           END-IF.

           SET WRK-MOEDA-NAO TO TRUE.
           PERFORM 0142-COMPARA-COTACAO
               VARYING WRK-IDX-MOEDA FROM 1 BY 1
               UNTIL WRK-IDX-MOEDA GREATER WRK-QT-COTACOES
                  OR WRK-MOEDA-SIM.

           IF WRK-MOEDA-SIM
               SUBTRACT 1 FROM WRK-IDX-MOEDA
               IF COT-DATA-VIGENCIA NOT LESS
                  WRK-COT-VIGENCIA(WRK-IDX-MOEDA)
                   MOVE COT-COTACAO TO WRK-COT-COTACAO(WRK-IDX-MOEDA)
                   MOVE COT-DATA-VIGENCIA
                                    TO WRK-COT-VIGENCIA(WRK-IDX-MOEDA)
               END-IF
               GO TO 0141-GUARDA-COTACAO-LER
           END-IF.

           IF WRK-QT-COTACOES LESS 20
               ADD 1 TO WRK-QT-COTACOES
               MOVE COT-MOEDA     TO WRK-COT-MOEDA(WRK-QT-COTACOES)
               MOVE COT-COTACAO   TO WRK-COT-COTACAO(WRK-QT-COTACOES)
               MOVE COT-DATA-VIGENCIA
                                  TO WRK-COT-VIGENCIA(WRK-QT-COTACOES)
           END-IF.

       0141-GUARDA-COTACAO-LER.
           READ COTACOES.

       0141-GUARDA-COTACAO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0142-COMPARA-COTACAO                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-COT-MOEDA(WRK-IDX-MOEDA) EQUAL COT-MOEDA
               SET WRK-MOEDA-SIM TO TRUE
           END-IF.

       0142-COMPARA-COTACAO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    UM MOVIMENTO DA DATA: ORIGEM, EVENTO, CONTAS E VALOR EM REAIS
      *    - FALTANDO QUALQUER UM, VAI PARA A LISTA DE PENDENTES
      *-----------------------------------------------------------------
       0200-CONTABILIZA                          SECTION.
      *-----------------------------------------------------------------

           IF MOV-DATA NOT EQUAL WRK-DATA-PROCESSAMENTO
               GO TO 0200-CONTABILIZA-LER
           END-IF.

           ADD 1 TO ACU-LIDOS.

           PERFORM 0210-ACHA-ORIGEM.

           PERFORM 0220-ACHA-EVENTO.
           IF WRK-IDX-ESCOLHIDO EQUAL ZEROS
               MOVE "SEM EVENTO CONTABIL"   TO WRK-MOTIVO-PENDENCIA
               PERFORM 0260-GRAVA-PENDENTE
               GO TO 0200-CONTABILIZA-LER
           END-IF.

           MOVE WRK-EVC-CONTA-DEBITO(WRK-IDX-ESCOLHIDO)
                                            TO WRK-CONTA-CONTABIL.
           PERFORM 0230-ACHA-CONTA.
           IF WRK-CONTA-NAO
               MOVE "CONTA DEBITO FORA DO PLANO" TO WRK-MOTIVO-PENDENCIA
               PERFORM 0260-GRAVA-PENDENTE
               GO TO 0200-CONTABILIZA-LER
           END-IF.
           MOVE WRK-IDX-CONTA TO WRK-IDX-DEBITO.

           MOVE WRK-EVC-CONTA-CREDITO(WRK-IDX-ESCOLHIDO)
                                            TO WRK-CONTA-CONTABIL.
           PERFORM 0230-ACHA-CONTA.
           IF WRK-CONTA-NAO
               MOVE "CONTA CREDITO FORA DO PLANO"
                                            TO WRK-MOTIVO-PENDENCIA
               PERFORM 0260-GRAVA-PENDENTE
               GO TO 0200-CONTABILIZA-LER
           END-IF.
           MOVE WRK-IDX-CONTA TO WRK-IDX-CREDITO.

           PERFORM 0240-CONVERTE-VALOR.
           IF WRK-MOEDA-NAO
               MOVE "MOEDA SEM COTACAO NA DATA" TO WRK-MOTIVO-PENDENCIA
               PERFORM 0260-GRAVA-PENDENTE
               GO TO 0200-CONTABILIZA-LER
           END-IF.

           PERFORM 0250-GRAVA-PARTIDAS.

       0200-CONTABILIZA-LER.
           READ MOVHIST.

       0200-CONTABILIZA-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    ORIGEM DO LOTE PELO NUMERO DO IDENTIFICADOR (CONFERIDO COM
      *    A ORIGEM GRAVADA NO MOVHIST, QUANDO HOUVER); SEM LOTE OU
      *    LOTE NAO ACHADO, ORIGEM ZEROS
      *-----------------------------------------------------------------
       0210-ACHA-ORIGEM                          SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-ORIGEM.

           IF MOV-ID-LOTE EQUAL ZEROS
               GO TO 0210-ACHA-ORIGEM-FIM
           END-IF.

           SET WRK-LOTE-NAO TO TRUE.
           PERFORM 0211-COMPARA-LOTE
               VARYING WRK-IDX-LOTE FROM 1 BY 1
               UNTIL WRK-IDX-LOTE GREATER WRK-QT-LOTES
                  OR WRK-LOTE-SIM.

           IF WRK-LOTE-SIM
               SUBTRACT 1 FROM WRK-IDX-LOTE
               MOVE WRK-LOT-ORIGEM(WRK-IDX-LOTE) TO WRK-ORIGEM
           END-IF.

       0210-ACHA-ORIGEM-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0211-COMPARA-LOTE                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-LOT-NUMERO(WRK-IDX-LOTE) EQUAL MOV-ID-LOTE
              AND (MOV-ORIGEM EQUAL ZEROS
               OR WRK-LOT-ORIGEM(WRK-IDX-LOTE) EQUAL MOV-ORIGEM)
               SET WRK-LOTE-SIM TO TRUE
           END-IF.

       0211-COMPARA-LOTE-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    ESCOLHE O EVENTO MAIS ESPECIFICO DO TIPO: ORIGEM+MOEDA (4),
      *    ORIGEM (3), MOEDA (2), GENERICO (1). ZERO = SEM EVENTO
      *-----------------------------------------------------------------
       0220-ACHA-EVENTO                          SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-IDX-ESCOLHIDO.
           MOVE ZEROS TO WRK-PONTOS-ESCOLHIDO.

           PERFORM 0221-AVALIA-EVENTO
               VARYING WRK-IDX-EVENTO FROM 1 BY 1
               UNTIL WRK-IDX-EVENTO GREATER WRK-QT-EVENTOS.

       0220-ACHA-EVENTO-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0221-AVALIA-EVENTO                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-EVC-TIPO(WRK-IDX-EVENTO) NOT EQUAL MOV-TIPO-LANCAMENTO
               GO TO 0221-AVALIA-EVENTO-FIM
           END-IF.

           IF WRK-EVC-ORIGEM(WRK-IDX-EVENTO) NOT EQUAL ZEROS
              AND WRK-EVC-ORIGEM(WRK-IDX-EVENTO) NOT EQUAL WRK-ORIGEM
               GO TO 0221-AVALIA-EVENTO-FIM
           END-IF.

           IF WRK-EVC-MOEDA(WRK-IDX-EVENTO) NOT EQUAL SPACES
              AND WRK-EVC-MOEDA(WRK-IDX-EVENTO) NOT EQUAL MOV-MOEDA
               GO TO 0221-AVALIA-EVENTO-FIM
           END-IF.

           MOVE 1 TO WRK-PONTOS.
           IF WRK-EVC-ORIGEM(WRK-IDX-EVENTO) NOT EQUAL ZEROS
               ADD 2 TO WRK-PONTOS
           END-IF.
           IF WRK-EVC-MOEDA(WRK-IDX-EVENTO) NOT EQUAL SPACES
               ADD 1 TO WRK-PONTOS
           END-IF.

           IF WRK-PONTOS GREATER WRK-PONTOS-ESCOLHIDO
               MOVE WRK-PONTOS     TO WRK-PONTOS-ESCOLHIDO
               MOVE WRK-IDX-EVENTO TO WRK-IDX-ESCOLHIDO
           END-IF.

       0221-AVALIA-EVENTO-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    CONTA WRK-CONTA-CONTABIL ATIVA NO PLANO (INDICE EM
      *    WRK-IDX-CONTA)
      *-----------------------------------------------------------------
       0230-ACHA-CONTA                           SECTION.
      *-----------------------------------------------------------------

           SET WRK-CONTA-NAO TO TRUE.
           PERFORM 0231-COMPARA-CONTA
               VARYING WRK-IDX-CONTA FROM 1 BY 1
               UNTIL WRK-IDX-CONTA GREATER WRK-QT-CONTAS
                  OR WRK-CONTA-SIM.

           IF WRK-CONTA-SIM
               SUBTRACT 1 FROM WRK-IDX-CONTA
               IF WRK-PLC-SITUACAO(WRK-IDX-CONTA) NOT EQUAL "A"
                   SET WRK-CONTA-NAO TO TRUE
               END-IF
           END-IF.

       0230-ACHA-CONTA-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0231-COMPARA-CONTA                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-PLC-CONTA(WRK-IDX-CONTA) EQUAL WRK-CONTA-CONTABIL
               SET WRK-CONTA-SIM TO TRUE
           END-IF.

       0231-COMPARA-CONTA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0240-CONVERTE-VALOR                       SECTION.
      *-----------------------------------------------------------------

           IF MOV-MOEDA EQUAL "BRL"
              OR MOV-MOEDA EQUAL SPACES
               MOVE MOV-VALOR TO WRK-VALOR-BRL
               SET WRK-MOEDA-SIM TO TRUE
               GO TO 0240-CONVERTE-VALOR-FIM
           END-IF.

           SET WRK-MOEDA-NAO TO TRUE.
           PERFORM 0241-COMPARA-MOEDA
               VARYING WRK-IDX-MOEDA FROM 1 BY 1
               UNTIL WRK-IDX-MOEDA GREATER WRK-QT-COTACOES
                  OR WRK-MOEDA-SIM.

           IF WRK-MOEDA-SIM
               SUBTRACT 1 FROM WRK-IDX-MOEDA
               MOVE WRK-COT-COTACAO(WRK-IDX-MOEDA) TO WRK-COTACAO
               COMPUTE WRK-VALOR-BRL ROUNDED =
                       MOV-VALOR * WRK-COTACAO
           END-IF.

       0240-CONVERTE-VALOR-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0241-COMPARA-MOEDA                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-COT-MOEDA(WRK-IDX-MOEDA) EQUAL MOV-MOEDA
               SET WRK-MOEDA-SIM TO TRUE
           END-IF.

       0241-COMPARA-MOEDA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    DUAS PARTIDAS DO MESMO VALOR - DEBITO E CREDITO
      *-----------------------------------------------------------------
       0250-GRAVA-PARTIDAS                       SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO WRK-NUMERO-LANCAMENTO.
           ADD 1 TO ACU-CONTABILIZADOS.

           INITIALIZE REG-PARTIDA.
           MOVE WRK-DATA-PROCESSAMENTO   TO PTD-DATA.
           MOVE WRK-NUMERO-LANCAMENTO    TO PTD-LANCAMENTO.
           MOVE "D"                      TO PTD-DC.
           MOVE WRK-PLC-CONTA(WRK-IDX-DEBITO) TO PTD-CONTA-CONTABIL.
           MOVE WRK-VALOR-BRL            TO PTD-VALOR.
           MOVE MOV-AGENCIA              TO PTD-AGENCIA.
           MOVE MOV-CONTA                TO PTD-CONTA.
           MOVE MOV-ID-LOTE              TO PTD-ID-LOTE.
           MOVE MOV-ID-SEQ               TO PTD-ID-SEQ.
           MOVE WRK-ORIGEM               TO PTD-ORIGEM.
           MOVE MOV-MOEDA                TO PTD-MOEDA.
           MOVE MOV-VALOR                TO PTD-VALOR-MOEDA.
           MOVE WRK-EVC-HISTORICO(WRK-IDX-ESCOLHIDO) TO PTD-HISTORICO.
           WRITE REG-PARTIDA.

           MOVE "C"                      TO PTD-DC.
           MOVE WRK-PLC-CONTA(WRK-IDX-CREDITO) TO PTD-CONTA-CONTABIL.
           WRITE REG-PARTIDA.

           ADD 2 TO ACU-PARTIDAS.
           ADD WRK-VALOR-BRL TO WRK-PLC-DEBITOS(WRK-IDX-DEBITO).
           ADD WRK-VALOR-BRL TO WRK-PLC-CREDITOS(WRK-IDX-CREDITO).
           ADD WRK-VALOR-BRL TO WRK-TOTAL-DEBITOS.
           ADD WRK-VALOR-BRL TO WRK-TOTAL-CREDITOS.

       0250-GRAVA-PARTIDAS-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0260-GRAVA-PENDENTE                       SECTION.
      *-----------------------------------------------------------------

           ADD 1         TO ACU-PENDENTES.
           ADD MOV-VALOR TO WRK-TOTAL-PENDENTE.

           MOVE MOV-AGENCIA          TO WRK-LPD-AGENCIA.
           MOVE MOV-CONTA            TO WRK-LPD-CONTA.
           MOVE MOV-ID-LOTE          TO WRK-LPD-LOTE.
           MOVE MOV-ID-SEQ           TO WRK-LPD-SEQ.
           MOVE WRK-ORIGEM           TO WRK-LPD-ORIGEM.
           MOVE MOV-TIPO-LANCAMENTO  TO WRK-LPD-TIPO.
           MOVE MOV-MOEDA            TO WRK-LPD-MOEDA.
           MOVE MOV-VALOR            TO WRK-LPD-VALOR.
           MOVE WRK-MOTIVO-PENDENCIA TO WRK-LPD-MOTIVO.
           WRITE REG-RELCONTB FROM WRK-LIN-PENDENTE.

       0260-GRAVA-PENDENTE-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    BALANCETE DO DIA - CONTAS COM MOVIMENTO, NA ORDEM DO PLANO,
      *    E A PROVA DEBITOS = CREDITOS
      *-----------------------------------------------------------------
       0300-BALANCETE                            SECTION.
      *-----------------------------------------------------------------

           CLOSE MOVHIST.
           CLOSE DIARIOCTB.

           IF ACU-PENDENTES EQUAL ZEROS
               MOVE "NENHUM" TO WRK-LIN-BRANCO
               WRITE REG-RELCONTB FROM WRK-LIN-BRANCO
               MOVE SPACES   TO WRK-LIN-BRANCO
           END-IF.

           WRITE REG-RELCONTB FROM WRK-LIN-BRANCO.
           WRITE REG-RELCONTB FROM WRK-LIN-TITULO.
           WRITE REG-RELCONTB FROM WRK-LIN-CABEC.

           PERFORM 0310-LINHA-CONTA
               VARYING WRK-IDX-CONTA FROM 1 BY 1
               UNTIL WRK-IDX-CONTA GREATER WRK-QT-CONTAS.

           MOVE WRK-TOTAL-DEBITOS  TO WRK-TOT-DEBITOS.
           MOVE WRK-TOTAL-CREDITOS TO WRK-TOT-CREDITOS.
           IF WRK-TOTAL-DEBITOS EQUAL WRK-TOTAL-CREDITOS
               MOVE "DEBITOS = CREDITOS - DIA BALANCEADO"
                                   TO WRK-TOT-PROVA
           ELSE
               MOVE "*** DEBITOS <> CREDITOS - DIA DESBALANCEADO ***"
                                   TO WRK-TOT-PROVA
           END-IF.
           WRITE REG-RELCONTB FROM WRK-LIN-BRANCO.
           WRITE REG-RELCONTB FROM WRK-LIN-TOTAL.

       0300-BALANCETE-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0310-LINHA-CONTA                          SECTION.
      *-----------------------------------------------------------------

           IF WRK-PLC-DEBITOS(WRK-IDX-CONTA)  EQUAL ZEROS
              AND WRK-PLC-CREDITOS(WRK-IDX-CONTA) EQUAL ZEROS
               GO TO 0310-LINHA-CONTA-FIM
           END-IF.

           MOVE WRK-PLC-CONTA(WRK-IDX-CONTA)     TO WRK-LIN-CONTA-CTB.
           MOVE WRK-PLC-DESCRICAO(WRK-IDX-CONTA) TO WRK-LIN-DESCRICAO.
           MOVE WRK-PLC-NATUREZA(WRK-IDX-CONTA)  TO WRK-LIN-NATUREZA.
           MOVE WRK-PLC-DEBITOS(WRK-IDX-CONTA)   TO WRK-LIN-DEBITOS.
           MOVE WRK-PLC-CREDITOS(WRK-IDX-CONTA)  TO WRK-LIN-CREDITOS.

           COMPUTE WRK-SALDO-DIA = WRK-PLC-DEBITOS(WRK-IDX-CONTA)
                                 - WRK-PLC-CREDITOS(WRK-IDX-CONTA).
           IF WRK-SALDO-DIA LESS ZEROS
               COMPUTE WRK-SALDO-DIA = ZEROS - WRK-SALDO-DIA
               MOVE "C" TO WRK-LIN-SALDO-DC
           ELSE
               MOVE "D" TO WRK-LIN-SALDO-DC
           END-IF.
           MOVE WRK-SALDO-DIA TO WRK-LIN-SALDO.

           WRITE REG-RELCONTB FROM WRK-LIN-CONTA.

       0310-LINHA-CONTA-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0400-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE RELCONTB.

           MOVE "RELCONTB"             TO WRK-SPL-RELATORIO.
           MOVE "PRGCONTB"             TO WRK-SPL-PROGRAMA.
           MOVE WRK-CAMINHO-RELCONTB   TO WRK-SPL-ARQUIVO.
           MOVE "CONTABILIDADE"        TO WRK-SPL-DESTINATARIO.
           CALL "SPOOLREG" USING WRK-SPOOL.

           DISPLAY WRK-LINHA.
           DISPLAY "MOVIMENTOS DA DATA..: " ACU-LIDOS.
           DISPLAY "CONTABILIZADOS......: " ACU-CONTABILIZADOS.
           DISPLAY "PARTIDAS GRAVADAS...: " ACU-PARTIDAS.
           DISPLAY "NAO CONTABILIZADOS..: " ACU-PENDENTES.
           MOVE WRK-TOTAL-DEBITOS  TO WRK-VALOR-ED.
           DISPLAY "TOTAL DE DEBITOS....: " WRK-VALOR-ED.
           MOVE WRK-TOTAL-CREDITOS TO WRK-VALOR-ED.
           DISPLAY "TOTAL DE CREDITOS...: " WRK-VALOR-ED.
           DISPLAY "DIARIO GRAVADO......: " WRK-CAMINHO-DIARIOCTB.
           DISPLAY "RELACAO GRAVADA.....: " WRK-CAMINHO-RELCONTB.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           IF ACU-PENDENTES GREATER ZEROS
              OR WRK-TOTAL-DEBITOS NOT EQUAL WRK-TOTAL-CREDITOS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0400-FINALIZAR-FIM.                       EXIT.
