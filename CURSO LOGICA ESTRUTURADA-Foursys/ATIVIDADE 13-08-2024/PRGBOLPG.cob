       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGBOLPG.
      *=================================================================
      * PROGRAMA   : PRGBOLPG
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: DEBITO DOS PAGAMENTOS DE CONTAS E REPASSE AOS
      *              CONVENIOS - RODA ANTES DO ATI4. TRATA:
      *              1) OS PAGAMENTOS CAPTURADOS NO CAIXA (PAGBOL.txt,
      *                 SITUACAO C, CAPTURA ATE A DATA DE MOVIMENTO);
      *              2) O ARQUIVO DE PAGAMENTOS RECEBIDO EM LOTE
      *                 (BOLENTR.txt), COM LINHA DIGITAVEL/CODIGO DE
      *                 BARRAS CONFERIDO PELO VALBOL (08), VALOR (07) E
      *                 VENCIMENTO - CADA REGISTRO VIRA UM PAGAMENTO NO
      *                 PAGBOL.txt E O ARQUIVO E ESVAZIADO NO FIM.
      *              CADA PAGAMENTO E CONFERIDO CONTRA O CONVENIO ATIVO
      *              NO CONVBOL.txt (06), O VENCIMENTO (04), OS BOLETOS
      *              JA PAGOS (05), A CONTA NO CONTAS.dat (01/02) E O
      *              SALDO DO SALDOCTA.dat MAIS O CTA-LIMITE-ESPECIAL,
      *              MENOS OS BLOQUEIOS EM VIGOR (BLOQJUD.txt) E O JA
      *              DEBITADO NA RODADA (03). O ACEITO:
      *              A) VIRA TRANSFERENCIA "T" NO LAYOUT #LANCAM EM
      *                 LANCBOL.txt (LOTE COMPLETO, ORIGEM INTERNA 9016,
      *                 SEQUENCIA EM BOLLOTE.txt), DEBITANDO O CLIENTE
      *                 E CREDITANDO A CONTA TRANSITORIA DE REPASSE DO
      *                 BOLPARAM.txt NA POSTAGEM DO ATI4;
      *              B) VAI PARA O ARQUIVO DE REPASSE DO SEU CONVENIO
      *                 (REPBOL<TIPO><CODIGO>.txt, HEADER, DETALHES E
      *                 TRAILER COM QUANTIDADE E VALOR);
      *              C) FICA PAGO NO PAGBOL.txt.
      *              O RECUSADO FICA COM A SITUACAO R E O MOTIVO, SEM
      *              DEBITO. O PAGBOL.txt E REGRAVADO VIA PAGTMP.txt.
      *              O RELATORIO DO DIA POR CONVENIO E O PRGRELBO
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  BOLPARAM              INPUT                  #BOLPARAM
      *  CONVBOL               INPUT                  #CONVBOL
      *  CONTAS                INPUT                  #CONTAS
      *  SALDOCTA              INPUT                  #SALDOCTA
      *  BLOQJUD               INPUT                  #BLOQJUD
      *  PARAMVAL              INPUT                  #PARAMVAL
      *  PAGBOL                INPUT/OUTPUT           #PAGBOL
      *  PAGTMP                WORK
      *  BOLENTR               INPUT/OUTPUT           #BOLENT
      *  LANCBOL               OUTPUT (EXTEND)        #LANCAM
      *  LOTESEQ               INPUT/OUTPUT
      *  REPBOL                OUTPUT                 #REPBOL
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS / VALBOL
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
           SELECT BOLPARAM              ASSIGN TO
                                        WRK-CAMINHO-BOLPARAM
               FILE STATUS              IS FS-BOLPARAM.

           SELECT CONVBOL               ASSIGN TO
                                        WRK-CAMINHO-CONVBOL
               FILE STATUS              IS FS-CONVBOL.

           SELECT CONTAS                ASSIGN TO
                                        WRK-CAMINHO-CONTAS
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS CTA-CHAVE
               FILE STATUS              IS FS-CONTAS.

           SELECT SALDOCTA              ASSIGN TO
                                        WRK-CAMINHO-SALDOCTA
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS REG-CHAVE-SALDO
               FILE STATUS              IS FS-SALDOCTA.

           SELECT BLOQJUD               ASSIGN TO
                                        WRK-CAMINHO-BLOQJUD
               FILE STATUS              IS FS-BLOQJUD.

           SELECT PARAMVAL              ASSIGN TO
                                        WRK-CAMINHO-PARAMVAL
               FILE STATUS              IS FS-PARAMVAL.

           SELECT PAGBOL                ASSIGN TO
                                        WRK-CAMINHO-PAGBOL
               FILE STATUS              IS FS-PAGBOL.

           SELECT PAGTMP                ASSIGN TO
                                        WRK-CAMINHO-PAGTMP
               FILE STATUS              IS FS-PAGTMP.

           SELECT BOLENTR               ASSIGN TO
                                        WRK-CAMINHO-BOLENTR
               FILE STATUS              IS FS-BOLENTR.

           SELECT LANCBOL               ASSIGN TO
                                        WRK-CAMINHO-LANCBOL
               FILE STATUS              IS FS-LANCBOL.

           SELECT LOTESEQ               ASSIGN TO
                                        WRK-CAMINHO-LOTESEQ
               FILE STATUS              IS FS-LOTESEQ.

           SELECT REPBOL                ASSIGN TO
                                        WRK-CAMINHO-REPBOL
               FILE STATUS              IS FS-REPBOL.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT -  PARAMETROS DO PAGAMENTO DE CONTAS (BOLPARAM)
      *                               LRECL = 019
      *----------------------------------------------------------------*
       FD  BOLPARAM.
       COPY '#BOLPARAM'.

      *----------------------------------------------------------------*
      *     INPUT -  CONVENIOS DE PAGAMENTO DE CONTAS (CONVBOL)
      *                               LRECL = 036
      *----------------------------------------------------------------*
       FD  CONVBOL.
       COPY '#CONVBOL'.

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE CONTAS (CONTAS)
      *                               LRECL = 026
      *----------------------------------------------------------------*
       FD  CONTAS.
       COPY '#CONTAS'.

      *----------------------------------------------------------------*
      *     INPUT -  SALDOS DAS CONTAS (SALDOCTA)
      *                               LRECL = 021
      *----------------------------------------------------------------*
       FD  SALDOCTA.
       COPY '#SALDOCTA'.

      *----------------------------------------------------------------*
      *     INPUT -  BLOQUEIOS DE SALDO (BLOQJUD)
      *                               LRECL = 103
      *----------------------------------------------------------------*
       FD  BLOQJUD.
       COPY '#BLOQJUD'.

      *----------------------------------------------------------------*
      *     INPUT -  PARAMETROS DE VALIDACAO VIGENTES (PARAMVAL)
      *                               LRECL = 014
      *----------------------------------------------------------------*
       FD  PARAMVAL.
       COPY '#PARAMVAL'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - PAGAMENTOS DE CONTAS (PAGBOL)
      *                               LRECL = 113
      *----------------------------------------------------------------*
       FD  PAGBOL.
       COPY '#PAGBOL'.

      *----------------------------------------------------------------*
      *     WORK  -  REGRAVACAO DOS PAGAMENTOS
      *                               LRECL = 113
      *----------------------------------------------------------------*
       FD  PAGTMP.
       01  REG-PAGTMP                   PIC X(113).

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - PAGAMENTOS RECEBIDOS EM LOTE (BOLENTR)
      *                               LRECL = 077
      *----------------------------------------------------------------*
       FD  BOLENTR.
       COPY '#BOLENT'.

      *----------------------------------------------------------------*
      *     OUTPUT-  DEBITOS DOS PAGAMENTOS PARA O PROXIMO ATI4
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  LANCBOL.
       COPY '#LANCAM'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - ULTIMO NUMERO DE LOTE EMITIDO
      *                               LRECL = 006
      *----------------------------------------------------------------*
       FD  LOTESEQ.
       01  REG-LOTESEQ.
           05 SEQ-ULTIMO-LOTE           PIC  9(06).

      *----------------------------------------------------------------*
      *     OUTPUT-  REPASSE A UM CONVENIO (REPBOL<TIPO><CODIGO>)
      *                               LRECL = 080
      *----------------------------------------------------------------*
       FD  REPBOL.
       COPY '#REPBOL'.

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-BOLPARAM                  PIC 9(002).
       77  FS-CONVBOL                   PIC 9(002).
       77  FS-CONTAS                    PIC 9(002).
       77  FS-SALDOCTA                  PIC 9(002).
       77  FS-BLOQJUD                   PIC 9(002).
       77  FS-PARAMVAL                  PIC 9(002).
       77  FS-PAGBOL                    PIC 9(002).
       77  FS-PAGTMP                    PIC 9(002).
       77  FS-BOLENTR                   PIC 9(002).
       77  FS-LANCBOL                   PIC 9(002).
       77  FS-LOTESEQ                   PIC 9(002).
       77  FS-REPBOL                    PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-BOLPARAM         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CONVBOL          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CONTAS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-SALDOCTA         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-BLOQJUD          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-PARAMVAL         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-PAGBOL           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-PAGTMP           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-BOLENTR          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LANCBOL          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LOTESEQ          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-REPBOL           PIC X(060)        VALUES SPACES.

      *== CONTROLE DO LOTE EMITIDO NESTA RODADA
       01  WRK-LOTE-NUMERO              PIC 9(006)        VALUES ZEROS.
       01  WRK-LOTE-ESTADO              PIC X(001)        VALUES "F".
           88 WRK-LOTE-ABERTO                     VALUES "A".
           88 WRK-LOTE-FECHADO                    VALUES "F".

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DO DEBITO DE PAGAMENTOS *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-PROCESSAMENTO       PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-REFERENCIA          PIC 9(008)        VALUES ZEROS.
       01  WRK-TIPO-CLIENTE-VALIDO      PIC X(001)        VALUES "F".
       01  WRK-GERENTE-VALIDO           PIC X(001)        VALUES "P".
       01  WRK-MOTIVO-RECUSA            PIC 9(002)        VALUES ZEROS.
       01  WRK-ULTIMO-PAGAMENTO         PIC 9(006)        VALUES ZEROS.

      *== PARAMETROS DO PAGAMENTO DE CONTAS
       01  WRK-AGENCIA-TRANSITORIA      PIC 9(004)        VALUES ZEROS.
       01  WRK-CONTA-TRANSITORIA        PIC 9(005)        VALUES ZEROS.
       01  WRK-VALOR-MAXIMO             PIC 9(008)V99     VALUES ZEROS.

       01  WRK-CHAVE-PROCURADA.
           05 WRK-CHV-AGENCIA           PIC 9(004)        VALUES ZEROS.
           05 WRK-CHV-CONTA             PIC 9(005)        VALUES ZEROS.

      *== CONVENIOS (CONVBOL.txt) COM O TOTAL PAGO NA RODADA
       01  WRK-QT-CONVENIOS             PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-CONVENIO             PIC 9(003)        VALUES ZEROS.
       01  WRK-CONVENIO-ACHADO          PIC X(001)        VALUES "N".
           88 WRK-CONVENIO-SIM                    VALUES "S".
           88 WRK-CONVENIO-NAO                    VALUES "N".
       01  WRK-TAB-CONVENIOS.
           05 WRK-CNV-OCO               OCCURS 300 TIMES.
               10 WRK-CNV-TIPO              PIC X(01).
               10 WRK-CNV-CODIGO            PIC 9(04).
               10 WRK-CNV-NOME              PIC X(30).
               10 WRK-CNV-SITUACAO          PIC X(01).
               10 WRK-CNV-QTD-PAGOS         PIC 9(06) COMP-3.
               10 WRK-CNV-VALOR-PAGO        PIC 9(12)V99 COMP-3.

      *== CODIGOS DE BARRAS JA PAGOS (PAGBOL + PAGOS NA RODADA)
       01  WRK-QT-JA-PAGOS              PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-JA-PAGO              PIC 9(004)        VALUES ZEROS.
       01  WRK-JA-PAGO-ACHADO           PIC X(001)        VALUES "N".
           88 WRK-JA-PAGO-SIM                     VALUES "S".
           88 WRK-JA-PAGO-NAO                     VALUES "N".
       01  WRK-TAB-JA-PAGOS.
           05 WRK-JPG-BARRAS            OCCURS 9000 TIMES
                                        PIC X(44).

      *== PAGAMENTOS DEBITADOS NA RODADA (BASE DOS REPASSES)
       01  WRK-QT-PAGOS-RODADA          PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-PAGO                 PIC 9(004)        VALUES ZEROS.
       01  WRK-TAB-PAGOS-RODADA.
           05 WRK-PRD-OCO               OCCURS 5000 TIMES.
               10 WRK-PRD-CONVENIO          PIC 9(03).
               10 WRK-PRD-NUMERO            PIC 9(06).
               10 WRK-PRD-BARRAS            PIC X(44).
               10 WRK-PRD-VALOR             PIC 9(08)V99.
               10 WRK-PRD-CANAL             PIC X(01).

      *== BLOQUEIOS EM VIGOR NA DATA DE PROCESSAMENTO, POR CONTA
       01  WRK-QT-BLOQUEIOS             PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-BLOQUEIO             PIC 9(003)        VALUES ZEROS.
       01  WRK-BLOQUEIO-ACHADO          PIC X(001)        VALUES "N".
           88 WRK-BLOQUEIO-SIM                    VALUES "S".
           88 WRK-BLOQUEIO-NAO                    VALUES "N".
       01  WRK-TAB-BLOQUEIOS.
           05 WRK-BLQ-OCO               OCCURS 500 TIMES.
               10 WRK-BLQ-AGENCIA           PIC 9(04).
               10 WRK-BLQ-CONTA             PIC 9(05).
               10 WRK-BLQ-VALOR             PIC 9(10)V99 COMP-3.

      *== PAGAMENTOS JA DEBITADOS NA RODADA, POR CONTA
       01  WRK-QT-DEBITADAS             PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-DEBITADA             PIC 9(004)        VALUES ZEROS.
       01  WRK-DEBITADA-ACHADA          PIC X(001)        VALUES "N".
           88 WRK-DEBITADA-SIM                    VALUES "S".
           88 WRK-DEBITADA-NAO                    VALUES "N".
       01  WRK-TAB-DEBITADAS.
           05 WRK-DEB-OCO               OCCURS 1000 TIMES.
               10 WRK-DEB-AGENCIA           PIC 9(04).
               10 WRK-DEB-CONTA             PIC 9(05).
               10 WRK-DEB-VALOR             PIC 9(10)V99 COMP-3.

      *== SALDO DISPONIVEL PARA O PAGAMENTO
       01  WRK-SALDO-CONTA              PIC S9(10)V99     VALUES ZEROS.
       01  WRK-SALDO-DISPONIVEL         PIC S9(10)V99     VALUES ZEROS.

       01  ACU-LIDOS                    PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-ENTRADAS                 PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-PAGOS                    PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-RECUSADOS                PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-ADIADOS                  PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-REPASSES                 PIC 9(006) COMP-3 VALUES ZEROS.
       01  WRK-TOTAL-PAGO               PIC 9(010)V99     VALUES ZEROS.
       01  WRK-TOTAL-RECUSADO           PIC 9(010)V99     VALUES ZEROS.
       01  WRK-VALOR-ED                 PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-TOTAL-ED                 PIC Z.ZZZ.ZZZ.ZZ9,99.

      *== AREA DE CHAMADA DO MODULO VALBOL (LINHA DIGITAVEL/BARRAS)
       01  WRK-VALBOL.
           05 WRK-VBL-FUNCAO            PIC X(001)        VALUES "L".
           05 WRK-VBL-LINHA             PIC X(048)        VALUES SPACES.
           05 WRK-VBL-BARRAS            PIC X(044)        VALUES SPACES.
           05 WRK-VBL-TIPO-BOLETO       PIC X(001)        VALUES SPACES.
               88 WRK-VBL-BANCARIO                VALUES "B".
               88 WRK-VBL-CONSUMO                 VALUES "C".
           05 WRK-VBL-CONVENIO          PIC 9(004)        VALUES ZEROS.
           05 WRK-VBL-VENCIMENTO        PIC 9(008)        VALUES ZEROS.
           05 WRK-VBL-VALOR             PIC 9(009)V99     VALUES ZEROS.
           05 WRK-VBL-VALIDO            PIC X(001)        VALUES "N".
               88 WRK-VBL-OK                      VALUES "S".
               88 WRK-VBL-INVALIDO                VALUES "N".

      *== BOOK DE MENSAGENS ERRO
       COPY "#BOOKMSG".

      *=================================================================
       PROCEDURE                                 DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       0001-PRINCIPAL                            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR UNTIL FS-PAGBOL NOT EQUAL 00.
           PERFORM 0400-RECEBE-ARQUIVO.
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
                  "\BOLPARAM.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-BOLPARAM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CONVBOL.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CONVBOL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CONTAS.dat"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CONTAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\SALDOCTA.dat"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-SALDOCTA.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\BLOQJUD.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-BLOQJUD.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\PARAMVAL.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-PARAMVAL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\PAGBOL.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-PAGBOL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\PAGTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-PAGTMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\BOLENTR.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-BOLENTR.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\LANCBOL.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LANCBOL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\BOLLOTE.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LOTESEQ.

           DISPLAY "==== DEBITO DE PAGAMENTOS DE CONTAS ====".
           DISPLAY "DATA DE PROCESSAMENTO (AAAAMMDD, BRANCO=HOJE)?".
           ACCEPT WRK-DATA-PROCESSAMENTO.
           IF WRK-DATA-PROCESSAMENTO EQUAL ZEROS
               ACCEPT WRK-DATA-PROCESSAMENTO FROM DATE YYYYMMDD
           END-IF.

           PERFORM 0110-RECEBE-PARAMETRO.
           PERFORM 0120-CARREGA-CONVENIOS.
           PERFORM 0130-CARREGA-JA-PAGOS.
           PERFORM 0140-CARREGA-BLOQUEIOS.

           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL 00
               DISPLAY "CADASTRO DE CONTAS NAO ABERTO!"
               CALL "FSTATUS" USING FS-CONTAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WRK-AGENCIA-TRANSITORIA TO CTA-AGENCIA.
           MOVE WRK-CONTA-TRANSITORIA   TO CTA-CONTA.
           READ CONTAS KEY IS CTA-CHAVE
               INVALID KEY
                   MOVE 23 TO FS-CONTAS
           END-READ.
           IF FS-CONTAS NOT EQUAL 00
              OR NOT CTA-ABERTA
               DISPLAY "CONTA TRANSITORIA " WRK-AGENCIA-TRANSITORIA
                   "/" WRK-CONTA-TRANSITORIA " INEXISTENTE OU NAO"
                   " ABERTA - PAGAMENTOS NAO PROCESSADOS"
               CLOSE CONTAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  SALDOCTA.
           OPEN OUTPUT PAGTMP.

           OPEN EXTEND LANCBOL.
           IF FS-LANCBOL EQUAL 35
               OPEN OUTPUT LANCBOL
               CLOSE LANCBOL
               OPEN EXTEND LANCBOL
           END-IF.

           OPEN INPUT PAGBOL.
           IF FS-PAGBOL EQUAL 00
               READ PAGBOL
           END-IF.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    BOLPARAM E OBRIGATORIO (CONTA TRANSITORIA DE REPASSE); O
      *    PARAMVAL DA O TIPO DE CLIENTE/GERENTE DOS LANCAMENTOS
      *-----------------------------------------------------------------
       0110-RECEBE-PARAMETRO                     SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT BOLPARAM.
           IF FS-BOLPARAM            EQUAL 00
               READ BOLPARAM
               CLOSE BOLPARAM
           END-IF.

           IF FS-BOLPARAM NOT EQUAL 00
               DISPLAY "PARAMETROS DO PAGAMENTO DE CONTAS (BOLPARAM)"
                   " NAO LIDOS - PAGAMENTOS NAO PROCESSADOS"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE BPR-AGENCIA-TRANSITORIA TO WRK-AGENCIA-TRANSITORIA.
           MOVE BPR-CONTA-TRANSITORIA   TO WRK-CONTA-TRANSITORIA.
           MOVE BPR-VALOR-MAXIMO        TO WRK-VALOR-MAXIMO.

           OPEN INPUT PARAMVAL.
           IF FS-PARAMVAL            EQUAL 00
               READ PARAMVAL
               IF FS-PARAMVAL        EQUAL 00
                   MOVE REG-TIPO-CLIENTE-VALIDO
                                     TO WRK-TIPO-CLIENTE-VALIDO
                   MOVE REG-GERENTE-VALIDO      TO WRK-GERENTE-VALIDO
               END-IF
               CLOSE PARAMVAL
           END-IF.

       0110-RECEBE-PARAMETRO-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    SEM O CADASTRO DE CONVENIOS NADA PODE SER PAGO NEM REPASSADO
      *-----------------------------------------------------------------
       0120-CARREGA-CONVENIOS                    SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CONVBOL.
           IF FS-CONVBOL NOT EQUAL 00
               DISPLAY "CADASTRO DE CONVENIOS (CONVBOL) NAO ABERTO -"
                   " PAGAMENTOS NAO PROCESSADOS"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           READ CONVBOL.
           PERFORM 0121-GUARDA-CONVENIO
               UNTIL FS-CONVBOL NOT EQUAL 00.

           CLOSE CONVBOL.

       0120-CARREGA-CONVENIOS-FIM.               EXIT.

      *-----------------------------------------------------------------
       0121-GUARDA-CONVENIO                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-CONVENIOS LESS 300
               ADD 1 TO WRK-QT-CONVENIOS
               MOVE CNV-TIPO     TO WRK-CNV-TIPO(WRK-QT-CONVENIOS)
               MOVE CNV-CODIGO   TO WRK-CNV-CODIGO(WRK-QT-CONVENIOS)
               MOVE CNV-NOME     TO WRK-CNV-NOME(WRK-QT-CONVENIOS)
               MOVE CNV-SITUACAO TO WRK-CNV-SITUACAO(WRK-QT-CONVENIOS)
               MOVE ZEROS        TO WRK-CNV-QTD-PAGOS(WRK-QT-CONVENIOS)
                                    WRK-CNV-VALOR-PAGO(WRK-QT-CONVENIOS)
           ELSE
               DISPLAY "TABELA DE CONVENIOS CHEIA (300) - CONVENIO "
                   CNV-TIPO CNV-CODIGO " IGNORADO"
           END-IF.

           READ CONVBOL.

       0121-GUARDA-CONVENIO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    PRIMEIRA LEITURA DO PAGBOL - CODIGOS DE BARRAS JA PAGOS E O
      *    MAIOR NUMERO DE PAGAMENTO (NUMERACAO DO ARQUIVO EM LOTE)
      *-----------------------------------------------------------------
       0130-CARREGA-JA-PAGOS                     SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT PAGBOL.
           IF FS-PAGBOL NOT EQUAL 00
               GO TO 0130-CARREGA-JA-PAGOS-FIM
           END-IF.

           READ PAGBOL.
           PERFORM 0131-GUARDA-JA-PAGO
               UNTIL FS-PAGBOL NOT EQUAL 00.

           CLOSE PAGBOL.

       0130-CARREGA-JA-PAGOS-FIM.                EXIT.

      *-----------------------------------------------------------------
       0131-GUARDA-JA-PAGO                       SECTION.
      *-----------------------------------------------------------------

           IF PGB-NUMERO GREATER WRK-ULTIMO-PAGAMENTO
               MOVE PGB-NUMERO TO WRK-ULTIMO-PAGAMENTO
           END-IF.

           IF PGB-PAGO
               IF WRK-QT-JA-PAGOS NOT LESS 9000
                   DISPLAY "TABELA DE BOLETOS PAGOS CHEIA (9000) -"
                       " EXPURGAR O PAGBOL ANTES DE PROCESSAR"
                   CLOSE PAGBOL
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WRK-QT-JA-PAGOS
               MOVE PGB-CODIGO-BARRAS
                                 TO WRK-JPG-BARRAS(WRK-QT-JA-PAGOS)
           END-IF.

           READ PAGBOL.

       0131-GUARDA-JA-PAGO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    SOMA POR CONTA OS BLOQUEIOS EM VIGOR NA DATA DE
      *    PROCESSAMENTO (REGRA DO BOOK #BLOQJUD, A MESMA DO ATI4)
      *-----------------------------------------------------------------
       0140-CARREGA-BLOQUEIOS                    SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT BLOQJUD.
           IF FS-BLOQJUD NOT EQUAL 00
               GO TO 0140-CARREGA-BLOQUEIOS-FIM
           END-IF.

           READ BLOQJUD.
           PERFORM 0141-GUARDA-BLOQUEIO
               UNTIL FS-BLOQJUD NOT EQUAL 00.

           CLOSE BLOQJUD.

       0140-CARREGA-BLOQUEIOS-FIM.               EXIT.

      *-----------------------------------------------------------------
       0141-GUARDA-BLOQUEIO                      SECTION.
      *-----------------------------------------------------------------

           IF BLQ-DATA-INICIO NOT GREATER WRK-DATA-PROCESSAMENTO
              AND (BLQ-DATA-LIBERACAO EQUAL ZEROS
               OR BLQ-DATA-LIBERACAO GREATER WRK-DATA-PROCESSAMENTO)
              AND BLQ-VALOR-BLOQUEADO GREATER ZEROS
               MOVE BLQ-AGENCIA TO WRK-CHV-AGENCIA
               MOVE BLQ-CONTA   TO WRK-CHV-CONTA
               PERFORM 0240-PROCURA-BLOQUEIO
               IF WRK-BLOQUEIO-SIM
                   ADD BLQ-VALOR-BLOQUEADO
                                 TO WRK-BLQ-VALOR(WRK-IDX-BLOQUEIO)
               ELSE
                   IF WRK-QT-BLOQUEIOS LESS 500
                       ADD 1 TO WRK-QT-BLOQUEIOS
                       MOVE BLQ-AGENCIA
                             TO WRK-BLQ-AGENCIA(WRK-QT-BLOQUEIOS)
                       MOVE BLQ-CONTA
                             TO WRK-BLQ-CONTA(WRK-QT-BLOQUEIOS)
                       MOVE BLQ-VALOR-BLOQUEADO
                             TO WRK-BLQ-VALOR(WRK-QT-BLOQUEIOS)
                   ELSE
                       DISPLAY "TABELA DE BLOQUEIOS CHEIA (500) -"
                           " BLOQUEIO " BLQ-NUMERO " FORA DA RODADA"
                   END-IF
               END-IF
           END-IF.

           READ BLOQJUD.

       0141-GUARDA-BLOQUEIO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    PAGAMENTOS CAPTURADOS NO CAIXA - O VENCIMENTO VALE PELA DATA
      *    DA CAPTURA (O CLIENTE PAGOU NO CAIXA NAQUELE DIA)
      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           IF PGB-CAPTURADO
              AND PGB-DATA-CAPTURA NOT GREATER WRK-DATA-PROCESSAMENTO
               IF WRK-QT-PAGOS-RODADA NOT LESS 5000
                   ADD 1 TO ACU-ADIADOS
               ELSE
                   ADD 1 TO ACU-LIDOS
                   MOVE PGB-DATA-CAPTURA TO WRK-DATA-REFERENCIA
                   MOVE ZEROS            TO WRK-MOTIVO-RECUSA
                   PERFORM 0210-CONFERE-PAGAMENTO
                   PERFORM 0230-TRATA-PAGAMENTO
               END-IF
           END-IF.

           WRITE REG-PAGTMP FROM REG-PAGBOL.

           READ PAGBOL.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    CONFERENCIA DO PAGAMENTO EM REG-PAGBOL - MOTIVO ZERADO =
      *    DEBITA
      *-----------------------------------------------------------------
       0210-CONFERE-PAGAMENTO                    SECTION.
      *-----------------------------------------------------------------

           PERFORM 0260-PROCURA-CONVENIO.
           IF WRK-CONVENIO-NAO
               MOVE 06 TO WRK-MOTIVO-RECUSA
               GO TO 0210-CONFERE-PAGAMENTO-FIM
           END-IF.

           IF PGB-VENCIMENTO GREATER ZEROS
              AND PGB-VENCIMENTO LESS WRK-DATA-REFERENCIA
               MOVE 04 TO WRK-MOTIVO-RECUSA
               GO TO 0210-CONFERE-PAGAMENTO-FIM
           END-IF.

           PERFORM 0270-PROCURA-JA-PAGO.
           IF WRK-JA-PAGO-SIM
               MOVE 05 TO WRK-MOTIVO-RECUSA
               GO TO 0210-CONFERE-PAGAMENTO-FIM
           END-IF.

           MOVE PGB-AGENCIA TO CTA-AGENCIA.
           MOVE PGB-CONTA   TO CTA-CONTA.
           READ CONTAS KEY IS CTA-CHAVE
               INVALID KEY
                   MOVE 01 TO WRK-MOTIVO-RECUSA
                   GO TO 0210-CONFERE-PAGAMENTO-FIM
           END-READ.

           IF CTA-ENCERRADA
               MOVE 01 TO WRK-MOTIVO-RECUSA
               GO TO 0210-CONFERE-PAGAMENTO-FIM
           END-IF.

           IF CTA-BLOQUEADA
               MOVE 02 TO WRK-MOTIVO-RECUSA
               GO TO 0210-CONFERE-PAGAMENTO-FIM
           END-IF.

           MOVE PGB-AGENCIA TO WRK-CHV-AGENCIA.
           MOVE PGB-CONTA   TO WRK-CHV-CONTA.
           PERFORM 0250-APURA-DISPONIVEL.
           IF PGB-VALOR GREATER WRK-SALDO-DISPONIVEL
               MOVE 03 TO WRK-MOTIVO-RECUSA
           END-IF.

       0210-CONFERE-PAGAMENTO-FIM.               EXIT.

      *-----------------------------------------------------------------
       0230-TRATA-PAGAMENTO                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-MOTIVO-RECUSA EQUAL ZEROS
               PERFORM 0280-DEBITA-PAGAMENTO
           ELSE
               PERFORM 0285-RECUSA-PAGAMENTO
           END-IF.

       0230-TRATA-PAGAMENTO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0240-PROCURA-BLOQUEIO                     SECTION.
      *-----------------------------------------------------------------

           SET WRK-BLOQUEIO-NAO TO TRUE.

           PERFORM 0241-COMPARA-BLOQUEIO
               VARYING WRK-IDX-BLOQUEIO FROM 1 BY 1
               UNTIL WRK-IDX-BLOQUEIO GREATER WRK-QT-BLOQUEIOS
                  OR WRK-BLOQUEIO-SIM.

           IF WRK-BLOQUEIO-SIM
               SUBTRACT 1 FROM WRK-IDX-BLOQUEIO
           END-IF.

       0240-PROCURA-BLOQUEIO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0241-COMPARA-BLOQUEIO                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-BLQ-AGENCIA(WRK-IDX-BLOQUEIO) EQUAL WRK-CHV-AGENCIA
              AND WRK-BLQ-CONTA(WRK-IDX-BLOQUEIO) EQUAL WRK-CHV-CONTA
               SET WRK-BLOQUEIO-SIM TO TRUE
           END-IF.

       0241-COMPARA-BLOQUEIO-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    DISPONIVEL = SALDO + LIMITE ESPECIAL - BLOQUEIOS EM VIGOR -
      *    PAGAMENTOS JA DEBITADOS DA CONTA NESTA RODADA
      *-----------------------------------------------------------------
       0250-APURA-DISPONIVEL                     SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-SALDO-CONTA.

           IF FS-SALDOCTA EQUAL 00
              OR FS-SALDOCTA EQUAL 23
               MOVE PGB-AGENCIA TO REG-AGENCIA-SALDO
               MOVE PGB-CONTA   TO REG-CONTA-SALDO
               READ SALDOCTA KEY IS REG-CHAVE-SALDO
                   INVALID KEY
                       MOVE ZEROS     TO WRK-SALDO-CONTA
                   NOT INVALID KEY
                       MOVE REG-SALDO TO WRK-SALDO-CONTA
               END-READ
           END-IF.

           COMPUTE WRK-SALDO-DISPONIVEL =
               WRK-SALDO-CONTA + CTA-LIMITE-ESPECIAL.

           PERFORM 0240-PROCURA-BLOQUEIO.
           IF WRK-BLOQUEIO-SIM
               SUBTRACT WRK-BLQ-VALOR(WRK-IDX-BLOQUEIO)
                   FROM WRK-SALDO-DISPONIVEL
           END-IF.

           PERFORM 0290-PROCURA-DEBITADA.
           IF WRK-DEBITADA-SIM
               SUBTRACT WRK-DEB-VALOR(WRK-IDX-DEBITADA)
                   FROM WRK-SALDO-DISPONIVEL
           END-IF.

       0250-APURA-DISPONIVEL-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    CONVENIO DO PAGAMENTO PRECISA ESTAR CADASTRADO E ATIVO
      *-----------------------------------------------------------------
       0260-PROCURA-CONVENIO                     SECTION.
      *-----------------------------------------------------------------

           SET WRK-CONVENIO-NAO TO TRUE.

           PERFORM 0261-COMPARA-CONVENIO
               VARYING WRK-IDX-CONVENIO FROM 1 BY 1
               UNTIL WRK-IDX-CONVENIO GREATER WRK-QT-CONVENIOS
                  OR WRK-CONVENIO-SIM.

           IF WRK-CONVENIO-SIM
               SUBTRACT 1 FROM WRK-IDX-CONVENIO
               IF WRK-CNV-SITUACAO(WRK-IDX-CONVENIO) NOT EQUAL "A"
                   SET WRK-CONVENIO-NAO TO TRUE
               END-IF
           END-IF.

       0260-PROCURA-CONVENIO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0261-COMPARA-CONVENIO                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-CNV-TIPO(WRK-IDX-CONVENIO) EQUAL PGB-TIPO-BOLETO
              AND WRK-CNV-CODIGO(WRK-IDX-CONVENIO) EQUAL PGB-CONVENIO
               SET WRK-CONVENIO-SIM TO TRUE
           END-IF.

       0261-COMPARA-CONVENIO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0270-PROCURA-JA-PAGO                      SECTION.
      *-----------------------------------------------------------------

           SET WRK-JA-PAGO-NAO TO TRUE.

           PERFORM 0271-COMPARA-JA-PAGO
               VARYING WRK-IDX-JA-PAGO FROM 1 BY 1
               UNTIL WRK-IDX-JA-PAGO GREATER WRK-QT-JA-PAGOS
                  OR WRK-JA-PAGO-SIM.

       0270-PROCURA-JA-PAGO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0271-COMPARA-JA-PAGO                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-JPG-BARRAS(WRK-IDX-JA-PAGO) EQUAL PGB-CODIGO-BARRAS
               SET WRK-JA-PAGO-SIM TO TRUE
           END-IF.

       0271-COMPARA-JA-PAGO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    PAGAMENTO ACEITO - "T" DO CLIENTE PARA A CONTA TRANSITORIA
      *    NO LOTE, ITEM NO REPASSE DO CONVENIO E SITUACAO PAGO
      *-----------------------------------------------------------------
       0280-DEBITA-PAGAMENTO                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-LOTE-FECHADO
               PERFORM 0295-INICIA-LOTE
           END-IF.

           MOVE PGB-AGENCIA                 TO REG-AGENCIA.
           MOVE PGB-CONTA                   TO REG-CONTA.
           MOVE PGB-VALOR                   TO REG-LANCAMENTO.
           MOVE WRK-TIPO-CLIENTE-VALIDO     TO REG-TIPO-CLIENTE.
           MOVE WRK-GERENTE-VALIDO          TO REG-GERENTE.
           MOVE "T"                         TO REG-TIPO-LANCAMENTO.
           MOVE "BRL"                       TO REG-MOEDA-LANCAM.
           MOVE WRK-DATA-PROCESSAMENTO      TO REG-DATA-LANCAM.
           MOVE ZEROS                       TO REG-TENTATIVAS-LANCAM.
           MOVE WRK-AGENCIA-TRANSITORIA     TO REG-CONTRA-AGENCIA.
           MOVE WRK-CONTA-TRANSITORIA       TO REG-CONTRA-CONTA.
           MOVE ZEROS                       TO REG-ID-LOTE
                                               REG-ID-SEQ.
           MOVE PGB-DV-CONTA                TO REG-DV-CONTA.
           WRITE REG-LANCAM.

           SET PGB-PAGO                     TO TRUE.
           MOVE WRK-DATA-PROCESSAMENTO      TO PGB-DATA-SITUACAO.
           MOVE ZEROS                       TO PGB-MOTIVO.

           ADD 1 TO WRK-QT-PAGOS-RODADA.
           MOVE WRK-IDX-CONVENIO
                         TO WRK-PRD-CONVENIO(WRK-QT-PAGOS-RODADA).
           MOVE PGB-NUMERO
                         TO WRK-PRD-NUMERO(WRK-QT-PAGOS-RODADA).
           MOVE PGB-CODIGO-BARRAS
                         TO WRK-PRD-BARRAS(WRK-QT-PAGOS-RODADA).
           MOVE PGB-VALOR
                         TO WRK-PRD-VALOR(WRK-QT-PAGOS-RODADA).
           MOVE PGB-CANAL
                         TO WRK-PRD-CANAL(WRK-QT-PAGOS-RODADA).
           ADD 1         TO WRK-CNV-QTD-PAGOS(WRK-IDX-CONVENIO).
           ADD PGB-VALOR TO WRK-CNV-VALOR-PAGO(WRK-IDX-CONVENIO).

           IF WRK-QT-JA-PAGOS LESS 9000
               ADD 1 TO WRK-QT-JA-PAGOS
               MOVE PGB-CODIGO-BARRAS
                                 TO WRK-JPG-BARRAS(WRK-QT-JA-PAGOS)
           END-IF.

           PERFORM 0290-PROCURA-DEBITADA.
           IF WRK-DEBITADA-SIM
               ADD PGB-VALOR TO WRK-DEB-VALOR(WRK-IDX-DEBITADA)
           ELSE
               IF WRK-QT-DEBITADAS LESS 1000
                   ADD 1 TO WRK-QT-DEBITADAS
                   MOVE PGB-AGENCIA
                         TO WRK-DEB-AGENCIA(WRK-QT-DEBITADAS)
                   MOVE PGB-CONTA
                         TO WRK-DEB-CONTA(WRK-QT-DEBITADAS)
                   MOVE PGB-VALOR
                         TO WRK-DEB-VALOR(WRK-QT-DEBITADAS)
               END-IF
           END-IF.

           ADD 1         TO ACU-PAGOS.
           ADD PGB-VALOR TO WRK-TOTAL-PAGO.

           MOVE PGB-VALOR TO WRK-VALOR-ED.
           DISPLAY "PAGO.....: PAG " PGB-NUMERO " AG " PGB-AGENCIA
               " CTA " PGB-CONTA " VALOR " WRK-VALOR-ED
               " CONVENIO " PGB-TIPO-BOLETO PGB-CONVENIO.

       0280-DEBITA-PAGAMENTO-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    PAGAMENTO RECUSADO - SEM DEBITO E SEM REPASSE
      *-----------------------------------------------------------------
       0285-RECUSA-PAGAMENTO                     SECTION.
      *-----------------------------------------------------------------

           SET PGB-RECUSADO            TO TRUE.
           MOVE WRK-MOTIVO-RECUSA      TO PGB-MOTIVO.
           MOVE WRK-DATA-PROCESSAMENTO TO PGB-DATA-SITUACAO.

           ADD 1         TO ACU-RECUSADOS.
           ADD PGB-VALOR TO WRK-TOTAL-RECUSADO.

           MOVE PGB-VALOR TO WRK-VALOR-ED.
           DISPLAY "RECUSADO.: PAG " PGB-NUMERO " AG " PGB-AGENCIA
               " CTA " PGB-CONTA " VALOR " WRK-VALOR-ED
               " MOTIVO " WRK-MOTIVO-RECUSA.

       0285-RECUSA-PAGAMENTO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0290-PROCURA-DEBITADA                     SECTION.
      *-----------------------------------------------------------------

           SET WRK-DEBITADA-NAO TO TRUE.

           PERFORM 0291-COMPARA-DEBITADA
               VARYING WRK-IDX-DEBITADA FROM 1 BY 1
               UNTIL WRK-IDX-DEBITADA GREATER WRK-QT-DEBITADAS
                  OR WRK-DEBITADA-SIM.

           IF WRK-DEBITADA-SIM
               SUBTRACT 1 FROM WRK-IDX-DEBITADA
           END-IF.

       0290-PROCURA-DEBITADA-FIM.                EXIT.

      *-----------------------------------------------------------------
       0291-COMPARA-DEBITADA                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-DEB-AGENCIA(WRK-IDX-DEBITADA) EQUAL PGB-AGENCIA
              AND WRK-DEB-CONTA(WRK-IDX-DEBITADA) EQUAL PGB-CONTA
               SET WRK-DEBITADA-SIM TO TRUE
           END-IF.

       0291-COMPARA-DEBITADA-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    ABRE O LOTE DA RODADA NO PRIMEIRO PAGAMENTO DEBITADO - LE A
      *    SEQUENCIA PERSISTIDA, AVANCA E GRAVA O HEADER "0000" COM A
      *    ORIGEM INTERNA 9016
      *-----------------------------------------------------------------
       0295-INICIA-LOTE                          SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT LOTESEQ.
           IF FS-LOTESEQ             EQUAL 00
               READ LOTESEQ
               IF FS-LOTESEQ         EQUAL 00
                   MOVE SEQ-ULTIMO-LOTE TO WRK-LOTE-NUMERO
               END-IF
               CLOSE LOTESEQ
           END-IF.

           ADD 1 TO WRK-LOTE-NUMERO.

           MOVE SPACES              TO REG-LANCAM.
           MOVE "0000"              TO HDR-MARCA-LANCAM.
           MOVE WRK-LOTE-NUMERO     TO HDR-LOTE-LANCAM.
           MOVE 9016                TO HDR-ORIGEM-LANCAM.
           WRITE REG-LANCAM.

           SET WRK-LOTE-ABERTO TO TRUE.

       0295-INICIA-LOTE-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    FECHA O LOTE DA RODADA: TRAILER "9999" COM QUANTIDADE E
      *    VALOR DEBITADOS E REGRAVACAO DA SEQUENCIA
      *-----------------------------------------------------------------
       0296-FECHA-LOTE                           SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES              TO REG-LANCAM.
           MOVE "9999"              TO TRL-MARCA-LANCAM.
           MOVE ACU-PAGOS           TO TRL-QTD-LANCAM.
           MOVE WRK-TOTAL-PAGO      TO TRL-TOTAL-LANCAM.
           WRITE REG-LANCAM.

           OPEN OUTPUT LOTESEQ.
           MOVE WRK-LOTE-NUMERO     TO SEQ-ULTIMO-LOTE.
           WRITE REG-LOTESEQ.
           CLOSE LOTESEQ.

           SET WRK-LOTE-FECHADO TO TRUE.

       0296-FECHA-LOTE-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE PAGTMP.
           CLOSE CONTAS.
           CLOSE SALDOCTA.

           IF WRK-LOTE-ABERTO
               PERFORM 0296-FECHA-LOTE
           END-IF.
           CLOSE LANCBOL.

           PERFORM 0310-GERA-REPASSES
               VARYING WRK-IDX-CONVENIO FROM 1 BY 1
               UNTIL WRK-IDX-CONVENIO GREATER WRK-QT-CONVENIOS.

           PERFORM 0320-REGRAVA-PAGBOL.

           DISPLAY WRK-LINHA.
           DISPLAY "RELATORIO DO DEBITO DE PAGAMENTOS DE CONTAS".
           DISPLAY "CAPTURADOS NO CAIXA.....: " ACU-LIDOS.
           DISPLAY "RECEBIDOS EM ARQUIVO....: " ACU-ENTRADAS.
           DISPLAY "PAGOS...................: " ACU-PAGOS.
           MOVE WRK-TOTAL-PAGO TO WRK-TOTAL-ED.
           DISPLAY "VALOR PAGO..............: " WRK-TOTAL-ED.
           DISPLAY "RECUSADOS...............: " ACU-RECUSADOS.
           MOVE WRK-TOTAL-RECUSADO TO WRK-TOTAL-ED.
           DISPLAY "VALOR RECUSADO..........: " WRK-TOTAL-ED.
           DISPLAY "ADIADOS (RODADA CHEIA)..: " ACU-ADIADOS.
           DISPLAY "ARQUIVOS DE REPASSE.....: " ACU-REPASSES.
           DISPLAY "LOTE DA RODADA..........: " WRK-LOTE-NUMERO.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0300-FINALIZAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    UM ARQUIVO DE REPASSE POR CONVENIO COM PAGAMENTOS NA RODADA
      *-----------------------------------------------------------------
       0310-GERA-REPASSES                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-CNV-QTD-PAGOS(WRK-IDX-CONVENIO) EQUAL ZEROS
               GO TO 0310-GERA-REPASSES-FIM
           END-IF.

           MOVE SPACES TO WRK-CAMINHO-REPBOL.
           STRING WRK-DIR-DADOS                  DELIMITED BY SPACE
                  "\REPBOL"                      DELIMITED BY SIZE
                  WRK-CNV-TIPO(WRK-IDX-CONVENIO) DELIMITED BY SIZE
                  WRK-CNV-CODIGO(WRK-IDX-CONVENIO)
                                                 DELIMITED BY SIZE
                  ".txt"                         DELIMITED BY SIZE
                  INTO WRK-CAMINHO-REPBOL.

           OPEN OUTPUT REPBOL.
           IF FS-REPBOL NOT EQUAL 00
               DISPLAY "REPASSE " WRK-CAMINHO-REPBOL " NAO ABERTO!"
               CALL "FSTATUS" USING FS-REPBOL WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               GO TO 0310-GERA-REPASSES-FIM
           END-IF.

           MOVE SPACES                 TO REG-REPBOL.
           MOVE "0"                    TO RPH-TIPO-REGISTRO.
           MOVE WRK-CNV-TIPO(WRK-IDX-CONVENIO)   TO RPH-TIPO-CONVENIO.
           MOVE WRK-CNV-CODIGO(WRK-IDX-CONVENIO) TO RPH-CONVENIO.
           MOVE WRK-CNV-NOME(WRK-IDX-CONVENIO)
                                       TO RPH-NOME-CONVENIO.
           MOVE WRK-DATA-PROCESSAMENTO TO RPH-DATA-PAGAMENTO.
           WRITE REG-REPBOL.

           PERFORM 0311-GRAVA-DETALHE-REPASSE
               VARYING WRK-IDX-PAGO FROM 1 BY 1
               UNTIL WRK-IDX-PAGO GREATER WRK-QT-PAGOS-RODADA.

           MOVE SPACES                 TO REG-REPBOL.
           MOVE "9"                    TO RPT-TIPO-REGISTRO.
           MOVE WRK-CNV-QTD-PAGOS(WRK-IDX-CONVENIO)
                                       TO RPT-QTD-DETALHES.
           MOVE WRK-CNV-VALOR-PAGO(WRK-IDX-CONVENIO)
                                       TO RPT-VALOR-TOTAL.
           WRITE REG-REPBOL.

           CLOSE REPBOL.

           ADD 1 TO ACU-REPASSES.
           MOVE WRK-CNV-VALOR-PAGO(WRK-IDX-CONVENIO) TO WRK-TOTAL-ED.
           DISPLAY "REPASSE..: " WRK-CNV-TIPO(WRK-IDX-CONVENIO)
               WRK-CNV-CODIGO(WRK-IDX-CONVENIO) " "
               WRK-CNV-NOME(WRK-IDX-CONVENIO) " "
               WRK-CNV-QTD-PAGOS(WRK-IDX-CONVENIO) " " WRK-TOTAL-ED.

       0310-GERA-REPASSES-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0311-GRAVA-DETALHE-REPASSE                SECTION.
      *-----------------------------------------------------------------

           IF WRK-PRD-CONVENIO(WRK-IDX-PAGO) EQUAL WRK-IDX-CONVENIO
               MOVE SPACES                   TO REG-REPBOL
               MOVE "1"                      TO RPB-TIPO-REGISTRO
               MOVE WRK-PRD-NUMERO(WRK-IDX-PAGO)
                                             TO RPB-NUMERO-PAGAMENTO
               MOVE WRK-PRD-BARRAS(WRK-IDX-PAGO)
                                             TO RPB-CODIGO-BARRAS
               MOVE WRK-PRD-VALOR(WRK-IDX-PAGO)  TO RPB-VALOR
               MOVE WRK-DATA-PROCESSAMENTO   TO RPB-DATA-PAGAMENTO
               MOVE WRK-PRD-CANAL(WRK-IDX-PAGO)  TO RPB-CANAL
               WRITE REG-REPBOL
           END-IF.

       0311-GRAVA-DETALHE-REPASSE-FIM.           EXIT.

      *-----------------------------------------------------------------
      *    DEVOLVE O PAGTMP (SITUACOES ATUALIZADAS + PAGAMENTOS DO
      *    ARQUIVO EM LOTE) AO PAGBOL
      *-----------------------------------------------------------------
       0320-REGRAVA-PAGBOL                       SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT PAGBOL.
           OPEN INPUT  PAGTMP.

           READ PAGTMP
               AT END
                   CONTINUE
           END-READ.

           PERFORM 0321-COPIA-PARA-PAGBOL
               UNTIL FS-PAGTMP NOT EQUAL 00.

           CLOSE PAGBOL.
           CLOSE PAGTMP.

       0320-REGRAVA-PAGBOL-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0321-COPIA-PARA-PAGBOL                    SECTION.
      *-----------------------------------------------------------------

           WRITE REG-PAGBOL FROM REG-PAGTMP.

           READ PAGTMP
               AT END
                   CONTINUE
           END-READ.

       0321-COPIA-PARA-PAGBOL-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    ARQUIVO DE PAGAMENTOS EM LOTE - CADA REGISTRO VIRA UM
      *    PAGAMENTO (CANAL A) NO PAGTMP; NO FIM O BOLENTR E ESVAZIADO
      *    PARA NAO SER PROCESSADO DE NOVO
      *-----------------------------------------------------------------
       0400-RECEBE-ARQUIVO                       SECTION.
      *-----------------------------------------------------------------

           CLOSE PAGBOL.

           OPEN INPUT BOLENTR.
           IF FS-BOLENTR NOT EQUAL 00
               DISPLAY "SEM ARQUIVO DE PAGAMENTOS EM LOTE (BOLENTR)"
               GO TO 0400-RECEBE-ARQUIVO-FIM
           END-IF.

           READ BOLENTR.
           PERFORM 0410-TRATA-ENTRADA
               UNTIL FS-BOLENTR NOT EQUAL 00.

           CLOSE BOLENTR.

           OPEN OUTPUT BOLENTR.
           CLOSE BOLENTR.

       0400-RECEBE-ARQUIVO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    MONTA O PAGAMENTO A PARTIR DO REGISTRO RECEBIDO: CODIGO PELO
      *    VALBOL (08), VALOR DO CODIGO OU INFORMADO (07) E VENCIMENTO
      *    DO FATOR OU INFORMADO (CONTA DE CONSUMO). COM A RODADA
      *    CHEIA O PAGAMENTO FICA CAPTURADO PARA A PROXIMA
      *-----------------------------------------------------------------
       0410-TRATA-ENTRADA                        SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-ENTRADAS.
           ADD 1 TO WRK-ULTIMO-PAGAMENTO.
           MOVE ZEROS TO WRK-MOTIVO-RECUSA.

           MOVE SPACES                   TO REG-PAGBOL.
           MOVE WRK-ULTIMO-PAGAMENTO     TO PGB-NUMERO.
           MOVE WRK-DATA-PROCESSAMENTO   TO PGB-DATA-CAPTURA.
           SET PGB-CANAL-ARQUIVO         TO TRUE.
           MOVE ENT-AGENCIA              TO PGB-AGENCIA.
           MOVE ENT-CONTA                TO PGB-CONTA.
           MOVE ENT-DV-CONTA             TO PGB-DV-CONTA.
           MOVE ENT-CODIGO(1:44)         TO PGB-CODIGO-BARRAS.
           MOVE ZEROS                    TO PGB-CONVENIO
                                            PGB-VENCIMENTO
                                            PGB-DATA-SITUACAO
                                            PGB-MOTIVO.
           MOVE ENT-VALOR                TO PGB-VALOR.
           MOVE "BOLENTR"                TO PGB-OPERADOR.
           SET PGB-CAPTURADO             TO TRUE.

           IF NOT ENT-FORMA-LINHA AND NOT ENT-FORMA-BARRAS
               MOVE 08 TO WRK-MOTIVO-RECUSA
               GO TO 0410-TRATA-ENTRADA-DESTINO
           END-IF.

           MOVE ENT-FORMA              TO WRK-VBL-FUNCAO.
           MOVE SPACES                 TO WRK-VBL-LINHA
                                          WRK-VBL-BARRAS.
           IF ENT-FORMA-LINHA
               MOVE ENT-CODIGO         TO WRK-VBL-LINHA
           ELSE
               MOVE ENT-CODIGO(1:44)   TO WRK-VBL-BARRAS
           END-IF.
           CALL "VALBOL" USING WRK-VALBOL.
           IF WRK-VBL-INVALIDO
               MOVE 08 TO WRK-MOTIVO-RECUSA
               GO TO 0410-TRATA-ENTRADA-DESTINO
           END-IF.

           MOVE WRK-VBL-BARRAS         TO PGB-CODIGO-BARRAS.
           MOVE WRK-VBL-TIPO-BOLETO    TO PGB-TIPO-BOLETO.
           MOVE WRK-VBL-CONVENIO       TO PGB-CONVENIO.
           IF WRK-VBL-CONSUMO
               MOVE ENT-VENCIMENTO     TO PGB-VENCIMENTO
           ELSE
               MOVE WRK-VBL-VENCIMENTO TO PGB-VENCIMENTO
           END-IF.

           IF WRK-VBL-VALOR GREATER 99999999,99
               MOVE 07 TO WRK-MOTIVO-RECUSA
               GO TO 0410-TRATA-ENTRADA-DESTINO
           END-IF.
           IF WRK-VBL-VALOR GREATER ZEROS
               IF ENT-VALOR GREATER ZEROS
                  AND ENT-VALOR NOT EQUAL WRK-VBL-VALOR
                   MOVE 07 TO WRK-MOTIVO-RECUSA
                   GO TO 0410-TRATA-ENTRADA-DESTINO
               END-IF
               MOVE WRK-VBL-VALOR      TO PGB-VALOR
           END-IF.
           IF PGB-VALOR EQUAL ZEROS
              OR (WRK-VALOR-MAXIMO GREATER ZEROS
              AND PGB-VALOR GREATER WRK-VALOR-MAXIMO)
               MOVE 07 TO WRK-MOTIVO-RECUSA
               GO TO 0410-TRATA-ENTRADA-DESTINO
           END-IF.

           IF WRK-QT-PAGOS-RODADA NOT LESS 5000
               ADD 1 TO ACU-ADIADOS
               GO TO 0410-TRATA-ENTRADA-GRAVA
           END-IF.

           MOVE WRK-DATA-PROCESSAMENTO TO WRK-DATA-REFERENCIA.
           PERFORM 0210-CONFERE-PAGAMENTO.

       0410-TRATA-ENTRADA-DESTINO.
           PERFORM 0230-TRATA-PAGAMENTO.

       0410-TRATA-ENTRADA-GRAVA.
           WRITE REG-PAGTMP FROM REG-PAGBOL.

           READ BOLENTR.

       0410-TRATA-ENTRADA-FIM.                   EXIT.
