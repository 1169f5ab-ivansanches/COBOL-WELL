       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGCAMLQ.
      *=================================================================
      * PROGRAMA   : PRGCAMLQ
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: LIQUIDACAO DIARIA DAS OPERACOES DE CAMBIO
      *              (CAMBIO.txt) - RODA ANTES DO ATI4. A CADA RODADA:
      *              1) OPERACAO CAPTURADA (C) ATE A DATA: CONFERE A
      *                 MOEDA NO CAMBPARM.txt (05), A IDADE DA COTACAO
      *                 USADA NA CAPTURA NA DATA DE PROCESSAMENTO (04),
      *                 A CONTA NO CONTAS.dat (01/02) E, QUANDO O
      *                 CLIENTE COMPRA, O SALDO DO SALDOCTA.dat +
      *                 CTA-LIMITE-ESPECIAL - BLOQUEIOS EM VIGOR
      *                 (BLOQJUD.txt) - JA DEBITADO NA RODADA (03) E O
      *                 DISPONIVEL DA CONTA DE POSICAO DA MOEDA PARA O
      *                 CONTRAVALOR A COTACAO DO DIA (08);
      *              2) OPERACOES RECEBIDAS EM LOTE (CAMENTR.txt) SAO
      *                 PRECIFICADAS PELA COTACAO DO DIA + SPREAD,
      *                 INCLUIDAS NO CAMBIO.txt (CANAL A) E LIQUIDADAS
      *                 NA MESMA RODADA; O CAMENTR.txt E ESVAZIADO.
      *              A OPERACAO ACEITA GERA AS DUAS PERNAS NO LAYOUT
      *              #LANCAM EM LANCCAM.txt (LOTE COMPLETO, ORIGEM
      *              INTERNA 9020, SEQUENCIA EM CAMLOTE.txt):
      *                 CLIENTE COMPRA - DEBITO "D" EM BRL NA CONTA DO
      *                 CLIENTE E DEBITO "D" NA MOEDA NA CONTA DE
      *                 POSICAO; CLIENTE VENDE - CREDITO "C" EM BRL NA
      *                 CONTA DO CLIENTE E CREDITO "C" NA MOEDA NA
      *                 CONTA DE POSICAO (O ATI4 CONVERTE A PERNA EM
      *                 MOEDA PELA COTACAO DO DIA);
      *              E FICA LIQUIDADA (L) COM O NUMERO DO LOTE; A
      *              RECUSADA FICA (R) COM O MOTIVO. O CAMBIO.txt E
      *              REGRAVADO VIA CAMTMP.txt
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  CAMBIO                INPUT/OUTPUT           #CAMBIO
      *  CAMTMP                WORK
      *  CAMENTR               INPUT/OUTPUT           #CAMENT
      *  CAMBPARM              INPUT                  #CAMBPARM
      *  COTACOES              INPUT                  #COTACOES
      *  CONTAS                INPUT                  #CONTAS
      *  SALDOCTA              INPUT                  #SALDOCTA
      *  BLOQJUD               INPUT                  #BLOQJUD
      *  PARAMVAL              INPUT                  #PARAMVAL
      *  LANCCAM               OUTPUT (EXTEND)        #LANCAM
      *  LOTESEQ               INPUT/OUTPUT
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS / VALCTA
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
           SELECT CAMBIO                ASSIGN TO
                                        WRK-CAMINHO-CAMBIO
               FILE STATUS              IS FS-CAMBIO.

           SELECT CAMTMP                ASSIGN TO
                                        WRK-CAMINHO-CAMTMP
               FILE STATUS              IS FS-CAMTMP.

           SELECT CAMENTR               ASSIGN TO
                                        WRK-CAMINHO-CAMENTR
               FILE STATUS              IS FS-CAMENTR.

           SELECT CAMBPARM              ASSIGN TO
                                        WRK-CAMINHO-CAMBPARM
               FILE STATUS              IS FS-CAMBPARM.

           SELECT COTACOES              ASSIGN TO
                                        WRK-CAMINHO-COTACOES
               FILE STATUS              IS FS-COTACOES.

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

           SELECT LANCCAM               ASSIGN TO
                                        WRK-CAMINHO-LANCCAM
               FILE STATUS              IS FS-LANCCAM.

           SELECT LOTESEQ               ASSIGN TO
                                        WRK-CAMINHO-LOTESEQ
               FILE STATUS              IS FS-LOTESEQ.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - OPERACOES DE CAMBIO (CAMBIO)
      *                               LRECL = 112
      *----------------------------------------------------------------*
       FD  CAMBIO.
       COPY '#CAMBIO'.

      *----------------------------------------------------------------*
      *     WORK  -  REGRAVACAO DAS OPERACOES
      *                               LRECL = 112
      *----------------------------------------------------------------*
       FD  CAMTMP.
       01  REG-CAMTMP                   PIC X(112).

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - OPERACOES RECEBIDAS EM LOTE (CAMENTR)
      *                               LRECL = 024
      *----------------------------------------------------------------*
       FD  CAMENTR.
       COPY '#CAMENT'.

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
      *     OUTPUT-  PERNAS DAS OPERACOES DE CAMBIO PARA O PROXIMO ATI4
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  LANCCAM.
       COPY '#LANCAM'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - ULTIMO NUMERO DE LOTE EMITIDO
      *                               LRECL = 006
      *----------------------------------------------------------------*
       FD  LOTESEQ.
       01  REG-LOTESEQ.
           05 SEQ-ULTIMO-LOTE           PIC  9(06).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-CAMBIO                    PIC 9(002).
       77  FS-CAMTMP                    PIC 9(002).
       77  FS-CAMENTR                   PIC 9(002).
       77  FS-CAMBPARM                  PIC 9(002).
       77  FS-COTACOES                  PIC 9(002).
       77  FS-CONTAS                    PIC 9(002).
       77  FS-SALDOCTA                  PIC 9(002).
       77  FS-BLOQJUD                   PIC 9(002).
       77  FS-PARAMVAL                  PIC 9(002).
       77  FS-LANCCAM                   PIC 9(002).
       77  FS-LOTESEQ                   PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-CAMBIO           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CAMTMP           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CAMENTR          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CAMBPARM         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-COTACOES         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CONTAS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-SALDOCTA         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-BLOQJUD          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-PARAMVAL         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LANCCAM          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LOTESEQ          PIC X(060)        VALUES SPACES.

      *== CONTROLE DO LOTE EMITIDO NESTA RODADA
       01  WRK-LOTE-NUMERO              PIC 9(006)        VALUES ZEROS.
       01  WRK-LOTE-ESTADO              PIC X(001)        VALUES "F".
           88 WRK-LOTE-ABERTO                     VALUES "A".
           88 WRK-LOTE-FECHADO                    VALUES "F".

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DA LIQUIDACAO DE CAMBIO *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-PROCESSAMENTO       PIC 9(008)        VALUES ZEROS.
       01  WRK-TIPO-CLIENTE-VALIDO      PIC X(001)        VALUES "F".
       01  WRK-GERENTE-VALIDO           PIC X(001)        VALUES "P".
       01  WRK-MOTIVO-RECUSA            PIC 9(002)        VALUES ZEROS.
       01  WRK-ULTIMA-OPERACAO          PIC 9(006)        VALUES ZEROS.

      *== PERNA A GRAVAR NO LANCCAM
       01  WRK-LAN-AGENCIA              PIC 9(004)        VALUES ZEROS.
       01  WRK-LAN-CONTA                PIC 9(005)        VALUES ZEROS.
       01  WRK-LAN-DV                   PIC 9(001)        VALUES ZEROS.
       01  WRK-LAN-TIPO                 PIC X(001)        VALUES SPACES.
       01  WRK-LAN-MOEDA                PIC X(003)        VALUES SPACES.
       01  WRK-LAN-VALOR                PIC 9(010)V99     VALUES ZEROS.

      *== PRECIFICACAO (TAXA DE REFERENCIA -/+ SPREAD)
       01  WRK-MOEDA                    PIC X(003)        VALUES SPACES.
       01  WRK-IDADE-COTACAO            PIC S9(005)       VALUES ZEROS.
       01  WRK-VALOR-REFERENCIA         PIC 9(010)V99     VALUES ZEROS.
       01  WRK-CONTRAVALOR-POSICAO      PIC 9(010)V99     VALUES ZEROS.

      *== MOEDAS NEGOCIADAS (CAMBPARM.txt)
       01  WRK-QT-PARAMETROS            PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-PARAMETRO            PIC 9(002)        VALUES ZEROS.
       01  WRK-PARAMETRO-ACHADO         PIC X(001)        VALUES "N".
           88 WRK-PARAMETRO-SIM                   VALUES "S".
           88 WRK-PARAMETRO-NAO                   VALUES "N".
       01  WRK-TAB-PARAMETROS.
           05 WRK-CPM-OCO               OCCURS 20 TIMES.
               10 WRK-CPM-MOEDA             PIC X(03).
               10 WRK-CPM-SPREAD-COMPRA     PIC 9(02)V9(04).
               10 WRK-CPM-SPREAD-VENDA      PIC 9(02)V9(04).
               10 WRK-CPM-DIAS-VALIDADE     PIC 9(02).
               10 WRK-CPM-AGENCIA-POSICAO   PIC 9(04).
               10 WRK-CPM-CONTA-POSICAO     PIC 9(05).
               10 WRK-CPM-DV-POSICAO        PIC 9(01).
               10 WRK-CPM-VALOR-MAXIMO      PIC 9(08)V99.

      *== COTACOES VIGENTES NA DATA DE PROCESSAMENTO
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

       01  WRK-CHAVE-PROCURADA.
           05 WRK-CHV-AGENCIA           PIC 9(004)        VALUES ZEROS.
           05 WRK-CHV-CONTA             PIC 9(005)        VALUES ZEROS.

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

      *== VALORES JA DEBITADOS NA RODADA, POR CONTA (EM BRL)
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

      *== SALDO DISPONIVEL PARA O DEBITO
       01  WRK-SALDO-CONTA              PIC S9(10)V99     VALUES ZEROS.
       01  WRK-SALDO-DISPONIVEL         PIC S9(10)V99     VALUES ZEROS.

      *== AREA DE CHAMADA DO MODULO VALCTA (DV DE AGENCIA+CONTA)
       01  WRK-VALCTA.
           05 WRK-VCT-FUNCAO            PIC X(001)        VALUES "V".
           05 WRK-VCT-AGENCIA           PIC 9(004)        VALUES ZEROS.
           05 WRK-VCT-CONTA             PIC 9(005)        VALUES ZEROS.
           05 WRK-VCT-DV-INFORMADO      PIC 9(001)        VALUES ZEROS.
           05 WRK-VCT-DV-CALCULADO      PIC 9(001)        VALUES ZEROS.
           05 WRK-VCT-VALIDA            PIC X(001)        VALUES "N".
               88 WRK-VCT-OK                      VALUES "S".
               88 WRK-VCT-INVALIDA                VALUES "N".

       01  ACU-LIDOS                    PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-ENTRADAS                 PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-LIQUIDADAS               PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-RECUSADAS                PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-LANCAMENTOS              PIC 9(006) COMP-3 VALUES ZEROS.
       01  WRK-TOTAL-LOTE               PIC 9(010)V99     VALUES ZEROS.
       01  WRK-TOTAL-DEBITADO           PIC 9(010)V99     VALUES ZEROS.
       01  WRK-TOTAL-CREDITADO          PIC 9(010)V99     VALUES ZEROS.
       01  WRK-TOTAL-SPREAD             PIC 9(010)V99     VALUES ZEROS.
       01  WRK-VALOR-ED                 PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WRK-VALOR-ED2                PIC Z.ZZZ.ZZZ.ZZ9,99.

      *== BOOK DE MENSAGENS ERRO
       COPY "#BOOKMSG".

      *=================================================================
       PROCEDURE                                 DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       0001-PRINCIPAL                            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR UNTIL FS-CAMBIO NOT EQUAL 00.
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
                  "\CAMBIO.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CAMBIO.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CAMTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CAMTMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CAMENTR.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CAMENTR.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CAMBPARM.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CAMBPARM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\COTACOES.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-COTACOES.
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
                  "\LANCCAM.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LANCCAM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CAMLOTE.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LOTESEQ.

           DISPLAY "==== LIQUIDACAO DIARIA DE CAMBIO ====".
           DISPLAY "DATA DE PROCESSAMENTO (AAAAMMDD, BRANCO=HOJE)?".
           ACCEPT WRK-DATA-PROCESSAMENTO.
           IF WRK-DATA-PROCESSAMENTO EQUAL ZEROS
               ACCEPT WRK-DATA-PROCESSAMENTO FROM DATE YYYYMMDD
           END-IF.

           PERFORM 0110-RECEBE-PARAMETRO.
           PERFORM 0120-CARREGA-PARAMETROS.
           PERFORM 0130-CARREGA-COTACOES.
           PERFORM 0140-CARREGA-BLOQUEIOS.

           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL 00
               DISPLAY "CADASTRO DE CONTAS NAO ABERTO!"
               CALL "FSTATUS" USING FS-CONTAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  SALDOCTA.
           OPEN OUTPUT CAMTMP.

           OPEN EXTEND LANCCAM.
           IF FS-LANCCAM EQUAL 35
               OPEN OUTPUT LANCCAM
               CLOSE LANCCAM
               OPEN EXTEND LANCCAM
           END-IF.

           OPEN INPUT CAMBIO.
           IF FS-CAMBIO NOT EQUAL 00
               DISPLAY "SEM OPERACOES CAPTURADAS (CAMBIO)"
               MOVE 10 TO FS-CAMBIO
               GO TO 0100-INICIAR-FIM
           END-IF.

           READ CAMBIO.
           IF FS-CAMBIO EQUAL 10
               DISPLAY WRK-ARQ-EXISTE
           END-IF.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
       0110-RECEBE-PARAMETRO                     SECTION.
      *-----------------------------------------------------------------

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
      *    SEM O CAMBPARM TODA OPERACAO E RECUSADA (MOTIVO 05)
      *-----------------------------------------------------------------
       0120-CARREGA-PARAMETROS                   SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CAMBPARM.
           IF FS-CAMBPARM NOT EQUAL 00
               DISPLAY "PARAMETROS DE CAMBIO (CAMBPARM) NAO LIDOS"
               GO TO 0120-CARREGA-PARAMETROS-FIM
           END-IF.

           READ CAMBPARM.
           PERFORM 0121-GUARDA-PARAMETRO
               UNTIL FS-CAMBPARM NOT EQUAL 00.

           CLOSE CAMBPARM.

       0120-CARREGA-PARAMETROS-FIM.              EXIT.

      *-----------------------------------------------------------------
       0121-GUARDA-PARAMETRO                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-PARAMETROS LESS 20
               ADD 1 TO WRK-QT-PARAMETROS
               MOVE CPM-MOEDA
                         TO WRK-CPM-MOEDA(WRK-QT-PARAMETROS)
               MOVE CPM-SPREAD-COMPRA
                         TO WRK-CPM-SPREAD-COMPRA(WRK-QT-PARAMETROS)
               MOVE CPM-SPREAD-VENDA
                         TO WRK-CPM-SPREAD-VENDA(WRK-QT-PARAMETROS)
               MOVE CPM-DIAS-VALIDADE
                         TO WRK-CPM-DIAS-VALIDADE(WRK-QT-PARAMETROS)
               MOVE CPM-AGENCIA-POSICAO
                         TO WRK-CPM-AGENCIA-POSICAO(WRK-QT-PARAMETROS)
               MOVE CPM-CONTA-POSICAO
                         TO WRK-CPM-CONTA-POSICAO(WRK-QT-PARAMETROS)
               MOVE CPM-DV-POSICAO
                         TO WRK-CPM-DV-POSICAO(WRK-QT-PARAMETROS)
               MOVE CPM-VALOR-MAXIMO
                         TO WRK-CPM-VALOR-MAXIMO(WRK-QT-PARAMETROS)
           ELSE
               DISPLAY "TABELA DE MOEDAS CHEIA (20) - MOEDA "
                   CPM-MOEDA " IGNORADA"
           END-IF.

           READ CAMBPARM.

       0121-GUARDA-PARAMETRO-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    PARA CADA MOEDA FICA A COTACAO MAIS RECENTE COM VIGENCIA ATE
      *    A DATA DE PROCESSAMENTO (MESMA REGRA DO ATI4)
      *-----------------------------------------------------------------
       0130-CARREGA-COTACOES                     SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT COTACOES.
           IF FS-COTACOES NOT EQUAL 00
               DISPLAY "COTACOES (COTACOES.txt) NAO LIDAS"
               GO TO 0130-CARREGA-COTACOES-FIM
           END-IF.

           READ COTACOES.
           PERFORM 0131-GUARDA-COTACAO
               UNTIL FS-COTACOES NOT EQUAL 00.

           CLOSE COTACOES.

       0130-CARREGA-COTACOES-FIM.                EXIT.

      *-----------------------------------------------------------------
       0131-GUARDA-COTACAO                       SECTION.
      *-----------------------------------------------------------------

           IF COT-DATA-VIGENCIA NOT GREATER WRK-DATA-PROCESSAMENTO
               MOVE COT-MOEDA TO WRK-MOEDA
               PERFORM 0280-PROCURA-COTACAO
               IF WRK-MOEDA-SIM
                   IF COT-DATA-VIGENCIA NOT LESS
                      WRK-COT-VIGENCIA(WRK-IDX-MOEDA)
                       MOVE COT-COTACAO
                                 TO WRK-COT-COTACAO(WRK-IDX-MOEDA)
                       MOVE COT-DATA-VIGENCIA
                                 TO WRK-COT-VIGENCIA(WRK-IDX-MOEDA)
                   END-IF
               ELSE
                   IF WRK-QT-COTACOES LESS 20
                       ADD 1 TO WRK-QT-COTACOES
                       MOVE COT-MOEDA
                                 TO WRK-COT-MOEDA(WRK-QT-COTACOES)
                       MOVE COT-COTACAO
                                 TO WRK-COT-COTACAO(WRK-QT-COTACOES)
                       MOVE COT-DATA-VIGENCIA
                                 TO WRK-COT-VIGENCIA(WRK-QT-COTACOES)
                   END-IF
               END-IF
           END-IF.

           READ COTACOES.

       0131-GUARDA-COTACAO-FIM.                  EXIT.

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
               PERFORM 0260-PROCURA-BLOQUEIO
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
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.

           IF CMB-NUMERO GREATER WRK-ULTIMA-OPERACAO
               MOVE CMB-NUMERO TO WRK-ULTIMA-OPERACAO
           END-IF.

           IF CMB-CAPTURADA
              AND CMB-DATA-CAPTURA NOT GREATER WRK-DATA-PROCESSAMENTO
               PERFORM 0210-LIQUIDA-OPERACAO
           END-IF.

           WRITE REG-CAMTMP FROM REG-CAMBIO.

           READ CAMBIO.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    CONFERE E LIQUIDA A OPERACAO CAPTURADA EM REG-CAMBIO PELA
      *    TAXA CONTRATADA NA CAPTURA
      *-----------------------------------------------------------------
       0210-LIQUIDA-OPERACAO                     SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS     TO WRK-MOTIVO-RECUSA.
           MOVE CMB-MOEDA TO WRK-MOEDA.

           IF NOT CMB-CLIENTE-COMPRA AND NOT CMB-CLIENTE-VENDE
               MOVE 07 TO WRK-MOTIVO-RECUSA
               GO TO 0210-LIQUIDA-OPERACAO-RECUSA
           END-IF.

           PERFORM 0270-PROCURA-PARAMETRO.
           IF WRK-PARAMETRO-NAO
               MOVE 05 TO WRK-MOTIVO-RECUSA
               GO TO 0210-LIQUIDA-OPERACAO-RECUSA
           END-IF.

           IF CMB-DATA-COTACAO EQUAL ZEROS
              OR CMB-TAXA-APLICADA EQUAL ZEROS
               MOVE 04 TO WRK-MOTIVO-RECUSA
               GO TO 0210-LIQUIDA-OPERACAO-RECUSA
           END-IF.
           COMPUTE WRK-IDADE-COTACAO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-PROCESSAMENTO)
               - FUNCTION INTEGER-OF-DATE(CMB-DATA-COTACAO).
           IF WRK-IDADE-COTACAO GREATER
              WRK-CPM-DIAS-VALIDADE(WRK-IDX-PARAMETRO)
               MOVE 04 TO WRK-MOTIVO-RECUSA
               GO TO 0210-LIQUIDA-OPERACAO-RECUSA
           END-IF.

           MOVE CMB-AGENCIA TO CTA-AGENCIA.
           MOVE CMB-CONTA   TO CTA-CONTA.
           READ CONTAS KEY IS CTA-CHAVE
               INVALID KEY
                   MOVE 01 TO WRK-MOTIVO-RECUSA
           END-READ.
           IF WRK-MOTIVO-RECUSA EQUAL ZEROS
               EVALUATE TRUE
                   WHEN CTA-ENCERRADA
                       MOVE 01 TO WRK-MOTIVO-RECUSA
                   WHEN CTA-BLOQUEADA
                       MOVE 02 TO WRK-MOTIVO-RECUSA
                   WHEN CMB-CLIENTE-COMPRA
                       MOVE CMB-AGENCIA TO WRK-CHV-AGENCIA
                       MOVE CMB-CONTA   TO WRK-CHV-CONTA
                       PERFORM 0250-APURA-DISPONIVEL
                       IF CMB-VALOR-REAIS GREATER WRK-SALDO-DISPONIVEL
                           MOVE 03 TO WRK-MOTIVO-RECUSA
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WRK-MOTIVO-RECUSA NOT EQUAL ZEROS
               GO TO 0210-LIQUIDA-OPERACAO-RECUSA
           END-IF.

           PERFORM 0220-CONFERE-POSICAO.
           IF WRK-MOTIVO-RECUSA NOT EQUAL ZEROS
               GO TO 0210-LIQUIDA-OPERACAO-RECUSA
           END-IF.

           MOVE CMB-AGENCIA            TO WRK-LAN-AGENCIA.
           MOVE CMB-CONTA              TO WRK-LAN-CONTA.
           MOVE CMB-DV-CONTA           TO WRK-LAN-DV.
           MOVE "BRL"                  TO WRK-LAN-MOEDA.
           MOVE CMB-VALOR-REAIS        TO WRK-LAN-VALOR.
           IF CMB-CLIENTE-COMPRA
               MOVE "D"                TO WRK-LAN-TIPO
           ELSE
               MOVE "C"                TO WRK-LAN-TIPO
           END-IF.
           PERFORM 0290-GRAVA-LANCAMENTO.

           MOVE WRK-CPM-AGENCIA-POSICAO(WRK-IDX-PARAMETRO)
                                       TO WRK-LAN-AGENCIA.
           MOVE WRK-CPM-CONTA-POSICAO(WRK-IDX-PARAMETRO)
                                       TO WRK-LAN-CONTA.
           MOVE WRK-CPM-DV-POSICAO(WRK-IDX-PARAMETRO)
                                       TO WRK-LAN-DV.
           MOVE CMB-MOEDA              TO WRK-LAN-MOEDA.
           MOVE CMB-VALOR-MOEDA        TO WRK-LAN-VALOR.
           PERFORM 0290-GRAVA-LANCAMENTO.

           IF CMB-CLIENTE-COMPRA
               MOVE CMB-AGENCIA        TO WRK-CHV-AGENCIA
               MOVE CMB-CONTA          TO WRK-CHV-CONTA
               MOVE CMB-VALOR-REAIS    TO WRK-LAN-VALOR
               PERFORM 0240-SOMA-DEBITADA
               MOVE WRK-CPM-AGENCIA-POSICAO(WRK-IDX-PARAMETRO)
                                       TO WRK-CHV-AGENCIA
               MOVE WRK-CPM-CONTA-POSICAO(WRK-IDX-PARAMETRO)
                                       TO WRK-CHV-CONTA
               MOVE WRK-CONTRAVALOR-POSICAO
                                       TO WRK-LAN-VALOR
               PERFORM 0240-SOMA-DEBITADA
               ADD CMB-VALOR-REAIS     TO WRK-TOTAL-DEBITADO
           ELSE
               ADD CMB-VALOR-REAIS     TO WRK-TOTAL-CREDITADO
           END-IF.

           SET CMB-LIQUIDADA           TO TRUE.
           MOVE WRK-DATA-PROCESSAMENTO TO CMB-DATA-SITUACAO.
           MOVE ZEROS                  TO CMB-MOTIVO.
           MOVE WRK-LOTE-NUMERO        TO CMB-LOTE.

           ADD 1                       TO ACU-LIQUIDADAS.
           ADD CMB-RECEITA-SPREAD      TO WRK-TOTAL-SPREAD.

           MOVE CMB-VALOR-MOEDA TO WRK-VALOR-ED.
           MOVE CMB-VALOR-REAIS TO WRK-VALOR-ED2.
           DISPLAY "LIQUIDADA: OPE " CMB-NUMERO " " CMB-OPERACAO
               " AG " CMB-AGENCIA " CTA " CMB-CONTA " " CMB-MOEDA
               " " WRK-VALOR-ED " BRL " WRK-VALOR-ED2.

           GO TO 0210-LIQUIDA-OPERACAO-FIM.

       0210-LIQUIDA-OPERACAO-RECUSA.
           SET CMB-RECUSADA            TO TRUE.
           MOVE WRK-MOTIVO-RECUSA      TO CMB-MOTIVO.
           MOVE WRK-DATA-PROCESSAMENTO TO CMB-DATA-SITUACAO.
           ADD 1 TO ACU-RECUSADAS.
           MOVE CMB-VALOR-MOEDA TO WRK-VALOR-ED.
           DISPLAY "RECUSADA.: OPE " CMB-NUMERO " " CMB-OPERACAO
               " AG " CMB-AGENCIA " CTA " CMB-CONTA " " CMB-MOEDA
               " " WRK-VALOR-ED " MOTIVO " WRK-MOTIVO-RECUSA.

       0210-LIQUIDA-OPERACAO-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    CONTA DE POSICAO DA MOEDA: TEM DE EXISTIR E ESTAR ABERTA;
      *    QUANDO O CLIENTE COMPRA, O DISPONIVEL DELA TEM DE COBRIR O
      *    CONTRAVALOR DA MOEDA A COTACAO DO DIA (MOTIVO 08)
      *-----------------------------------------------------------------
       0220-CONFERE-POSICAO                      SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-CONTRAVALOR-POSICAO.

           MOVE WRK-CPM-AGENCIA-POSICAO(WRK-IDX-PARAMETRO)
                                       TO CTA-AGENCIA.
           MOVE WRK-CPM-CONTA-POSICAO(WRK-IDX-PARAMETRO)
                                       TO CTA-CONTA.
           READ CONTAS KEY IS CTA-CHAVE
               INVALID KEY
                   MOVE 08 TO WRK-MOTIVO-RECUSA
           END-READ.
           IF WRK-MOTIVO-RECUSA NOT EQUAL ZEROS
               GO TO 0220-CONFERE-POSICAO-FIM
           END-IF.
           IF NOT CTA-ABERTA
               MOVE 08 TO WRK-MOTIVO-RECUSA
               GO TO 0220-CONFERE-POSICAO-FIM
           END-IF.

           IF NOT CMB-CLIENTE-COMPRA
               GO TO 0220-CONFERE-POSICAO-FIM
           END-IF.

           PERFORM 0280-PROCURA-COTACAO.
           IF WRK-MOEDA-SIM
               COMPUTE WRK-CONTRAVALOR-POSICAO ROUNDED =
                   CMB-VALOR-MOEDA * WRK-COT-COTACAO(WRK-IDX-MOEDA)
           ELSE
               COMPUTE WRK-CONTRAVALOR-POSICAO ROUNDED =
                   CMB-VALOR-MOEDA * CMB-TAXA-REFERENCIA
           END-IF.

           MOVE CTA-AGENCIA TO WRK-CHV-AGENCIA.
           MOVE CTA-CONTA   TO WRK-CHV-CONTA.
           PERFORM 0250-APURA-DISPONIVEL.
           IF WRK-CONTRAVALOR-POSICAO GREATER WRK-SALDO-DISPONIVEL
               MOVE 08 TO WRK-MOTIVO-RECUSA
           END-IF.

       0220-CONFERE-POSICAO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    SOMA WRK-LAN-VALOR AO JA DEBITADO NA RODADA DA CONTA
      *    WRK-CHAVE-PROCURADA
      *-----------------------------------------------------------------
       0240-SOMA-DEBITADA                        SECTION.
      *-----------------------------------------------------------------

           PERFORM 0265-PROCURA-DEBITADA.
           IF WRK-DEBITADA-SIM
               ADD WRK-LAN-VALOR TO WRK-DEB-VALOR(WRK-IDX-DEBITADA)
           ELSE
               IF WRK-QT-DEBITADAS LESS 1000
                   ADD 1 TO WRK-QT-DEBITADAS
                   MOVE WRK-CHV-AGENCIA
                         TO WRK-DEB-AGENCIA(WRK-QT-DEBITADAS)
                   MOVE WRK-CHV-CONTA
                         TO WRK-DEB-CONTA(WRK-QT-DEBITADAS)
                   MOVE WRK-LAN-VALOR
                         TO WRK-DEB-VALOR(WRK-QT-DEBITADAS)
               END-IF
           END-IF.

       0240-SOMA-DEBITADA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    DISPONIVEL DA CONTA WRK-CHAVE-PROCURADA (CONTAS JA LIDO):
      *    SALDO + LIMITE - BLOQUEIOS - JA DEBITADO NA RODADA
      *-----------------------------------------------------------------
       0250-APURA-DISPONIVEL                     SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-SALDO-CONTA.

           IF FS-SALDOCTA EQUAL 00
              OR FS-SALDOCTA EQUAL 23
               MOVE WRK-CHV-AGENCIA TO REG-AGENCIA-SALDO
               MOVE WRK-CHV-CONTA   TO REG-CONTA-SALDO
               READ SALDOCTA KEY IS REG-CHAVE-SALDO
                   INVALID KEY
                       MOVE ZEROS     TO WRK-SALDO-CONTA
                   NOT INVALID KEY
                       MOVE REG-SALDO TO WRK-SALDO-CONTA
               END-READ
           END-IF.

           COMPUTE WRK-SALDO-DISPONIVEL =
               WRK-SALDO-CONTA + CTA-LIMITE-ESPECIAL.

           PERFORM 0260-PROCURA-BLOQUEIO.
           IF WRK-BLOQUEIO-SIM
               SUBTRACT WRK-BLQ-VALOR(WRK-IDX-BLOQUEIO)
                   FROM WRK-SALDO-DISPONIVEL
           END-IF.

           PERFORM 0265-PROCURA-DEBITADA.
           IF WRK-DEBITADA-SIM
               SUBTRACT WRK-DEB-VALOR(WRK-IDX-DEBITADA)
                   FROM WRK-SALDO-DISPONIVEL
           END-IF.

       0250-APURA-DISPONIVEL-FIM.                EXIT.

      *-----------------------------------------------------------------
       0260-PROCURA-BLOQUEIO                     SECTION.
      *-----------------------------------------------------------------

           SET WRK-BLOQUEIO-NAO TO TRUE.

           PERFORM 0261-COMPARA-BLOQUEIO
               VARYING WRK-IDX-BLOQUEIO FROM 1 BY 1
               UNTIL WRK-IDX-BLOQUEIO GREATER WRK-QT-BLOQUEIOS
                  OR WRK-BLOQUEIO-SIM.

           IF WRK-BLOQUEIO-SIM
               SUBTRACT 1 FROM WRK-IDX-BLOQUEIO
           END-IF.

       0260-PROCURA-BLOQUEIO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0261-COMPARA-BLOQUEIO                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-BLQ-AGENCIA(WRK-IDX-BLOQUEIO) EQUAL WRK-CHV-AGENCIA
              AND WRK-BLQ-CONTA(WRK-IDX-BLOQUEIO) EQUAL WRK-CHV-CONTA
               SET WRK-BLOQUEIO-SIM TO TRUE
           END-IF.

       0261-COMPARA-BLOQUEIO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0265-PROCURA-DEBITADA                     SECTION.
      *-----------------------------------------------------------------

           SET WRK-DEBITADA-NAO TO TRUE.

           PERFORM 0266-COMPARA-DEBITADA
               VARYING WRK-IDX-DEBITADA FROM 1 BY 1
               UNTIL WRK-IDX-DEBITADA GREATER WRK-QT-DEBITADAS
                  OR WRK-DEBITADA-SIM.

           IF WRK-DEBITADA-SIM
               SUBTRACT 1 FROM WRK-IDX-DEBITADA
           END-IF.

       0265-PROCURA-DEBITADA-FIM.                EXIT.

      *-----------------------------------------------------------------
       0266-COMPARA-DEBITADA                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-DEB-AGENCIA(WRK-IDX-DEBITADA) EQUAL WRK-CHV-AGENCIA
              AND WRK-DEB-CONTA(WRK-IDX-DEBITADA) EQUAL WRK-CHV-CONTA
               SET WRK-DEBITADA-SIM TO TRUE
           END-IF.

       0266-COMPARA-DEBITADA-FIM.                EXIT.

      *-----------------------------------------------------------------
       0270-PROCURA-PARAMETRO                    SECTION.
      *-----------------------------------------------------------------

           SET WRK-PARAMETRO-NAO TO TRUE.

           PERFORM 0271-COMPARA-PARAMETRO
               VARYING WRK-IDX-PARAMETRO FROM 1 BY 1
               UNTIL WRK-IDX-PARAMETRO GREATER WRK-QT-PARAMETROS
                  OR WRK-PARAMETRO-SIM.

           IF WRK-PARAMETRO-SIM
               SUBTRACT 1 FROM WRK-IDX-PARAMETRO
           END-IF.

       0270-PROCURA-PARAMETRO-FIM.               EXIT.

      *-----------------------------------------------------------------
       0271-COMPARA-PARAMETRO                    SECTION.
      *-----------------------------------------------------------------

           IF WRK-CPM-MOEDA(WRK-IDX-PARAMETRO) EQUAL WRK-MOEDA
              AND WRK-MOEDA NOT EQUAL "BRL"
               SET WRK-PARAMETRO-SIM TO TRUE
           END-IF.

       0271-COMPARA-PARAMETRO-FIM.               EXIT.

      *-----------------------------------------------------------------
       0280-PROCURA-COTACAO                      SECTION.
      *-----------------------------------------------------------------

           SET WRK-MOEDA-NAO TO TRUE.

           PERFORM 0281-COMPARA-COTACAO
               VARYING WRK-IDX-MOEDA FROM 1 BY 1
               UNTIL WRK-IDX-MOEDA GREATER WRK-QT-COTACOES
                  OR WRK-MOEDA-SIM.

           IF WRK-MOEDA-SIM
               SUBTRACT 1 FROM WRK-IDX-MOEDA
           END-IF.

       0280-PROCURA-COTACAO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0281-COMPARA-COTACAO                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-COT-MOEDA(WRK-IDX-MOEDA) EQUAL WRK-MOEDA
               SET WRK-MOEDA-SIM TO TRUE
           END-IF.

       0281-COMPARA-COTACAO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    GRAVA A PERNA WRK-LAN-* NO LANCCAM (ABRE O LOTE NA PRIMEIRA)
      *-----------------------------------------------------------------
       0290-GRAVA-LANCAMENTO                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-LOTE-FECHADO
               PERFORM 0295-INICIA-LOTE
           END-IF.

           MOVE WRK-LAN-AGENCIA             TO REG-AGENCIA.
           MOVE WRK-LAN-CONTA               TO REG-CONTA.
           MOVE WRK-LAN-VALOR               TO REG-LANCAMENTO.
           MOVE WRK-TIPO-CLIENTE-VALIDO     TO REG-TIPO-CLIENTE.
           MOVE WRK-GERENTE-VALIDO          TO REG-GERENTE.
           MOVE WRK-LAN-TIPO                TO REG-TIPO-LANCAMENTO.
           MOVE WRK-LAN-MOEDA               TO REG-MOEDA-LANCAM.
           MOVE WRK-DATA-PROCESSAMENTO      TO REG-DATA-LANCAM.
           MOVE ZEROS                       TO REG-TENTATIVAS-LANCAM.
           MOVE ZEROS                       TO REG-CONTRA-AGENCIA
                                               REG-CONTRA-CONTA.
           MOVE ZEROS                       TO REG-ID-LOTE
                                               REG-ID-SEQ.
           MOVE WRK-LAN-DV                  TO REG-DV-CONTA.
           WRITE REG-LANCAM.

           ADD 1             TO ACU-LANCAMENTOS.
           ADD WRK-LAN-VALOR TO WRK-TOTAL-LOTE.

       0290-GRAVA-LANCAMENTO-FIM.                EXIT.

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
           MOVE 9020                TO HDR-ORIGEM-LANCAM.
           WRITE REG-LANCAM.

           SET WRK-LOTE-ABERTO TO TRUE.

       0295-INICIA-LOTE-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0296-FECHA-LOTE                           SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES              TO REG-LANCAM.
           MOVE "9999"              TO TRL-MARCA-LANCAM.
           MOVE ACU-LANCAMENTOS     TO TRL-QTD-LANCAM.
           MOVE WRK-TOTAL-LOTE      TO TRL-TOTAL-LANCAM.
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

           CLOSE CAMTMP.
           CLOSE CONTAS.
           CLOSE SALDOCTA.

           IF WRK-LOTE-ABERTO
               PERFORM 0296-FECHA-LOTE
           END-IF.
           CLOSE LANCCAM.

           PERFORM 0310-REGRAVA-CAMBIO.

           DISPLAY WRK-LINHA.
           DISPLAY "RELATORIO DA LIQUIDACAO DIARIA DE CAMBIO".
           DISPLAY "OPERACOES LIDAS.........: " ACU-LIDOS.
           DISPLAY "RECEBIDAS EM LOTE.......: " ACU-ENTRADAS.
           DISPLAY "OPERACOES LIQUIDADAS....: " ACU-LIQUIDADAS.
           DISPLAY "OPERACOES RECUSADAS.....: " ACU-RECUSADAS.
           MOVE WRK-TOTAL-DEBITADO TO WRK-VALOR-ED.
           DISPLAY "DEBITADO AOS CLIENTES...: " WRK-VALOR-ED.
           MOVE WRK-TOTAL-CREDITADO TO WRK-VALOR-ED.
           DISPLAY "CREDITADO AOS CLIENTES..: " WRK-VALOR-ED.
           MOVE WRK-TOTAL-SPREAD TO WRK-VALOR-ED.
           DISPLAY "RECEITA DE SPREAD.......: " WRK-VALOR-ED.
           DISPLAY "LANCAMENTOS EMITIDOS....: " ACU-LANCAMENTOS.
           DISPLAY "LOTE DA RODADA..........: " WRK-LOTE-NUMERO.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0300-FINALIZAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0310-REGRAVA-CAMBIO                       SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT CAMBIO.
           OPEN INPUT  CAMTMP.

           READ CAMTMP
               AT END
                   CONTINUE
           END-READ.

           PERFORM 0311-COPIA-PARA-CAMBIO
               UNTIL FS-CAMTMP NOT EQUAL 00.

           CLOSE CAMBIO.
           CLOSE CAMTMP.

       0310-REGRAVA-CAMBIO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0311-COPIA-PARA-CAMBIO                    SECTION.
      *-----------------------------------------------------------------

           WRITE REG-CAMBIO FROM REG-CAMTMP.

           READ CAMTMP
               AT END
                   CONTINUE
           END-READ.

       0311-COPIA-PARA-CAMBIO-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    ARQUIVO DE OPERACOES EM LOTE - CADA REGISTRO VIRA UMA
      *    OPERACAO (CANAL A) PRECIFICADA PELA COTACAO DO DIA E
      *    LIQUIDADA NA RODADA; NO FIM O CAMENTR E ESVAZIADO PARA NAO
      *    SER PROCESSADO DE NOVO
      *-----------------------------------------------------------------
       0400-RECEBE-ARQUIVO                       SECTION.
      *-----------------------------------------------------------------

           CLOSE CAMBIO.

           OPEN INPUT CAMENTR.
           IF FS-CAMENTR NOT EQUAL 00
               DISPLAY "SEM ARQUIVO DE OPERACOES EM LOTE (CAMENTR)"
               GO TO 0400-RECEBE-ARQUIVO-FIM
           END-IF.

           READ CAMENTR.
           PERFORM 0410-TRATA-ENTRADA
               UNTIL FS-CAMENTR NOT EQUAL 00.

           CLOSE CAMENTR.

           OPEN OUTPUT CAMENTR.
           CLOSE CAMENTR.

       0400-RECEBE-ARQUIVO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    MONTA A OPERACAO A PARTIR DO REGISTRO RECEBIDO: DV PELO
      *    VALCTA (01), OPERACAO (07), MOEDA (05), VALOR (06) E
      *    COTACAO DO DIA DENTRO DA IDADE MAXIMA (04)
      *-----------------------------------------------------------------
       0410-TRATA-ENTRADA                        SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-ENTRADAS.
           ADD 1 TO WRK-ULTIMA-OPERACAO.
           MOVE ZEROS TO WRK-MOTIVO-RECUSA.

           MOVE SPACES                   TO REG-CAMBIO.
           MOVE WRK-ULTIMA-OPERACAO      TO CMB-NUMERO.
           MOVE WRK-DATA-PROCESSAMENTO   TO CMB-DATA-CAPTURA.
           SET CMB-CANAL-ARQUIVO         TO TRUE.
           MOVE ENT-AGENCIA              TO CMB-AGENCIA.
           MOVE ENT-CONTA                TO CMB-CONTA.
           MOVE ENT-DV-CONTA             TO CMB-DV-CONTA.
           MOVE ENT-OPERACAO             TO CMB-OPERACAO.
           MOVE ENT-MOEDA                TO CMB-MOEDA.
           MOVE ENT-VALOR-MOEDA          TO CMB-VALOR-MOEDA.
           MOVE ZEROS                    TO CMB-DATA-COTACAO
                                            CMB-TAXA-REFERENCIA
                                            CMB-TAXA-APLICADA
                                            CMB-VALOR-REAIS
                                            CMB-RECEITA-SPREAD
                                            CMB-DATA-SITUACAO
                                            CMB-MOTIVO
                                            CMB-LOTE.
           MOVE "CAMENTR"                TO CMB-OPERADOR.
           SET CMB-CAPTURADA             TO TRUE.

           MOVE "V"                      TO WRK-VCT-FUNCAO.
           MOVE ENT-AGENCIA              TO WRK-VCT-AGENCIA.
           MOVE ENT-CONTA                TO WRK-VCT-CONTA.
           MOVE ENT-DV-CONTA             TO WRK-VCT-DV-INFORMADO.
           CALL "VALCTA" USING WRK-VALCTA.
           IF WRK-VCT-INVALIDA
               MOVE 01 TO WRK-MOTIVO-RECUSA
               GO TO 0410-TRATA-ENTRADA-RECUSA
           END-IF.

           IF NOT CMB-CLIENTE-COMPRA AND NOT CMB-CLIENTE-VENDE
               MOVE 07 TO WRK-MOTIVO-RECUSA
               GO TO 0410-TRATA-ENTRADA-RECUSA
           END-IF.

           MOVE ENT-MOEDA TO WRK-MOEDA.
           PERFORM 0270-PROCURA-PARAMETRO.
           IF WRK-PARAMETRO-NAO
               MOVE 05 TO WRK-MOTIVO-RECUSA
               GO TO 0410-TRATA-ENTRADA-RECUSA
           END-IF.

           IF CMB-VALOR-MOEDA EQUAL ZEROS
              OR (WRK-CPM-VALOR-MAXIMO(WRK-IDX-PARAMETRO) GREATER ZEROS
              AND CMB-VALOR-MOEDA GREATER
                  WRK-CPM-VALOR-MAXIMO(WRK-IDX-PARAMETRO))
               MOVE 06 TO WRK-MOTIVO-RECUSA
               GO TO 0410-TRATA-ENTRADA-RECUSA
           END-IF.

           PERFORM 0280-PROCURA-COTACAO.
           IF WRK-MOEDA-NAO
               MOVE 04 TO WRK-MOTIVO-RECUSA
               GO TO 0410-TRATA-ENTRADA-RECUSA
           END-IF.
           MOVE WRK-COT-VIGENCIA(WRK-IDX-MOEDA) TO CMB-DATA-COTACAO.
           MOVE WRK-COT-COTACAO(WRK-IDX-MOEDA)  TO CMB-TAXA-REFERENCIA.
           IF CMB-TAXA-REFERENCIA EQUAL ZEROS
               MOVE 04 TO WRK-MOTIVO-RECUSA
               GO TO 0410-TRATA-ENTRADA-RECUSA
           END-IF.

           PERFORM 0420-PRECIFICA.
           IF CMB-VALOR-REAIS GREATER 99999999,99
               MOVE ZEROS TO CMB-TAXA-APLICADA
                             CMB-VALOR-REAIS
                             CMB-RECEITA-SPREAD
               MOVE 06 TO WRK-MOTIVO-RECUSA
               GO TO 0410-TRATA-ENTRADA-RECUSA
           END-IF.

           PERFORM 0210-LIQUIDA-OPERACAO.
           GO TO 0410-TRATA-ENTRADA-GRAVA.

       0410-TRATA-ENTRADA-RECUSA.
           SET CMB-RECUSADA              TO TRUE.
           MOVE WRK-MOTIVO-RECUSA        TO CMB-MOTIVO.
           MOVE WRK-DATA-PROCESSAMENTO   TO CMB-DATA-SITUACAO.
           ADD 1 TO ACU-RECUSADAS.
           MOVE CMB-VALOR-MOEDA TO WRK-VALOR-ED.
           DISPLAY "RECUSADA.: OPE " CMB-NUMERO " " CMB-OPERACAO
               " AG " CMB-AGENCIA " CTA " CMB-CONTA " " CMB-MOEDA
               " " WRK-VALOR-ED " MOTIVO " WRK-MOTIVO-RECUSA.

       0410-TRATA-ENTRADA-GRAVA.
           WRITE REG-CAMTMP FROM REG-CAMBIO.

           READ CAMENTR.

       0410-TRATA-ENTRADA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    TAXA APLICADA = REFERENCIA + SPREAD DE VENDA (CLIENTE
      *    COMPRA) OU - SPREAD DE COMPRA (CLIENTE VENDE); A RECEITA DE
      *    SPREAD E A DIFERENCA PARA O VALOR A REFERENCIA
      *-----------------------------------------------------------------
       0420-PRECIFICA                            SECTION.
      *-----------------------------------------------------------------

           IF CMB-CLIENTE-COMPRA
               COMPUTE CMB-TAXA-APLICADA ROUNDED =
                   CMB-TAXA-REFERENCIA
                   * (1 + WRK-CPM-SPREAD-VENDA(WRK-IDX-PARAMETRO)
                   / 100)
           ELSE
               COMPUTE CMB-TAXA-APLICADA ROUNDED =
                   CMB-TAXA-REFERENCIA
                   * (1 - WRK-CPM-SPREAD-COMPRA(WRK-IDX-PARAMETRO)
                   / 100)
           END-IF.

           COMPUTE CMB-VALOR-REAIS ROUNDED =
               CMB-VALOR-MOEDA * CMB-TAXA-APLICADA.
           COMPUTE WRK-VALOR-REFERENCIA ROUNDED =
               CMB-VALOR-MOEDA * CMB-TAXA-REFERENCIA.

           IF CMB-CLIENTE-COMPRA
               COMPUTE CMB-RECEITA-SPREAD =
                   CMB-VALOR-REAIS - WRK-VALOR-REFERENCIA
           ELSE
               COMPUTE CMB-RECEITA-SPREAD =
                   WRK-VALOR-REFERENCIA - CMB-VALOR-REAIS
           END-IF.

       0420-PRECIFICA-FIM.                       EXIT.
