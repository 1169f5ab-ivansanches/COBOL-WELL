       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGCDBDI.
      *=================================================================
      * PROGRAMA   : PRGCDBDI
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: PROCESSAMENTO DIARIO DOS CONTRATOS DE CDB
      *              (CDBCONT.txt) - RODA ANTES DO ATI4. A CADA RODADA:
      *              1) APLICACAO PENDENTE (P) DIGITADA ATE A DATA:
      *                 CONFERE A CONTA NO CONTAS.dat (01/02) E O
      *                 SALDO DO SALDOCTA.dat + CTA-LIMITE-ESPECIAL -
      *                 BLOQUEIOS EM VIGOR (BLOQJUD.txt) - JA DEBITADO
      *                 NA RODADA (03); ACEITA, EMITE O DEBITO "D" DO
      *                 VALOR APLICADO E O CONTRATO FICA ATIVO (A) COM
      *                 INICIO NA DATA; RECUSADA, FICA CANCELADA (C);
      *              2) CONTRATO ATIVO: ATUALIZA O VALOR BRUTO PELA
      *                 TAXA AO ANO CAPITALIZADA POR DIA CORRIDO
      *                 (BRUTO = APLICADO * (1 + TAXA) ** (DIAS/365)),
      *                 O IR PELA FAIXA REGRESSIVA DO PRAZO DECORRIDO
      *                 (CDBFAIXA.txt, OU A TABELA PADRAO) SOBRE O
      *                 RENDIMENTO E O LIQUIDO; NO VENCIMENTO LIQUIDA
      *                 (L) PELA POSICAO DO VENCIMENTO;
      *              3) RESGATE ANTECIPADO PEDIDO (R): LIQUIDA (E) PELA
      *                 POSICAO DA DATA DE PROCESSAMENTO.
      *              A LIQUIDACAO EMITE O CREDITO "C" DO VALOR LIQUIDO
      *              NA CONTA E GUARDA O IR RETIDO NO CONTRATO. DEBITOS
      *              E CREDITOS VAO NO LAYOUT #LANCAM EM LANCCDB.txt
      *              (LOTE COMPLETO, ORIGEM INTERNA 9017, SEQUENCIA EM
      *              CDBLOTE.txt) E SEGUEM PELO ATI4. O CDBCONT.txt E
      *              REGRAVADO VIA CDBTMP.txt
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  CDBCONT               INPUT/OUTPUT           #CDBCONT
      *  CDBTMP                WORK
      *  CDBFAIXA              INPUT                  #CDBFAIXA
      *  CONTAS                INPUT                  #CONTAS
      *  SALDOCTA              INPUT                  #SALDOCTA
      *  BLOQJUD               INPUT                  #BLOQJUD
      *  PARAMVAL              INPUT                  #PARAMVAL
      *  LANCCDB               OUTPUT (EXTEND)        #LANCAM
      *  LOTESEQ               INPUT/OUTPUT
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

           SELECT CDBTMP                ASSIGN TO
                                        WRK-CAMINHO-CDBTMP
               FILE STATUS              IS FS-CDBTMP.

           SELECT CDBFAIXA              ASSIGN TO
                                        WRK-CAMINHO-CDBFAIXA
               FILE STATUS              IS FS-CDBFAIXA.

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

           SELECT LANCCDB               ASSIGN TO
                                        WRK-CAMINHO-LANCCDB
               FILE STATUS              IS FS-LANCCDB.

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
      *     INPUT/OUTPUT - CONTRATOS DE CDB (CDBCONT)
      *                               LRECL = 128
      *----------------------------------------------------------------*
       FD  CDBCONT.
       COPY '#CDBCONT'.

      *----------------------------------------------------------------*
      *     WORK  -  REGRAVACAO DOS CONTRATOS
      *                               LRECL = 128
      *----------------------------------------------------------------*
       FD  CDBTMP.
       01  REG-CDBTMP                   PIC X(128).

      *----------------------------------------------------------------*
      *     INPUT -  FAIXAS REGRESSIVAS DE IR (CDBFAIXA)
      *                               LRECL = 009
      *----------------------------------------------------------------*
       FD  CDBFAIXA.
       COPY '#CDBFAIXA'.

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
      *     OUTPUT-  DEBITOS E CREDITOS DO CDB PARA O PROXIMO ATI4
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  LANCCDB.
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

       77  FS-CDBCONT                   PIC 9(002).
       77  FS-CDBTMP                    PIC 9(002).
       77  FS-CDBFAIXA                  PIC 9(002).
       77  FS-CONTAS                    PIC 9(002).
       77  FS-SALDOCTA                  PIC 9(002).
       77  FS-BLOQJUD                   PIC 9(002).
       77  FS-PARAMVAL                  PIC 9(002).
       77  FS-LANCCDB                   PIC 9(002).
       77  FS-LOTESEQ                   PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-CDBCONT          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CDBTMP           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CDBFAIXA         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CONTAS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-SALDOCTA         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-BLOQJUD          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-PARAMVAL         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LANCCDB          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LOTESEQ          PIC X(060)        VALUES SPACES.

      *== CONTROLE DO LOTE EMITIDO NESTA RODADA
       01  WRK-LOTE-NUMERO              PIC 9(006)        VALUES ZEROS.
       01  WRK-LOTE-ESTADO              PIC X(001)        VALUES "F".
           88 WRK-LOTE-ABERTO                     VALUES "A".
           88 WRK-LOTE-FECHADO                    VALUES "F".

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DO PROCESSAMENTO DE CDB *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-PROCESSAMENTO       PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-REFERENCIA          PIC 9(008)        VALUES ZEROS.
       01  WRK-TIPO-CLIENTE-VALIDO      PIC X(001)        VALUES "F".
       01  WRK-GERENTE-VALIDO           PIC X(001)        VALUES "P".
       01  WRK-MOTIVO-RECUSA            PIC 9(002)        VALUES ZEROS.
       01  WRK-TIPO-LANCAMENTO          PIC X(001)        VALUES SPACES.
       01  WRK-VALOR-LANCAMENTO         PIC 9(010)V99     VALUES ZEROS.

      *== CALCULO DA POSICAO DO CONTRATO
       01  WRK-DIAS-CORRIDOS            PIC S9(005)       VALUES ZEROS.
       01  WRK-FATOR                    PIC 9(003)V9(12)  VALUES ZEROS.
       01  WRK-RENDIMENTO               PIC 9(010)V99     VALUES ZEROS.

      *== FAIXAS REGRESSIVAS DE IR (PADRAO SE CDBFAIXA.txt AUSENTE)
       01  WRK-QT-FAIXAS                PIC 9(002)        VALUES 4.
       01  WRK-IDX-FAIXA                PIC 9(002)        VALUES ZEROS.
       01  WRK-FAIXA-ACHADA             PIC X(001)        VALUES "N".
           88 WRK-FAIXA-SIM                       VALUES "S".
           88 WRK-FAIXA-NAO                       VALUES "N".
       01  WRK-CARREGOU-FAIXAS          PIC X(001)        VALUES "N".
           88 WRK-FAIXAS-DO-ARQUIVO               VALUES "S".
       01  WRK-TAB-FAIXAS.
           05 WRK-FXC-OCO               OCCURS 10 TIMES.
               10 WRK-FXC-DIAS-LIMITE       PIC 9(05).
               10 WRK-FXC-ALIQUOTA          PIC 9(02)V99.

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

      *== APLICACOES JA DEBITADAS NA RODADA, POR CONTA
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

      *== SALDO DISPONIVEL PARA A APLICACAO
       01  WRK-SALDO-CONTA              PIC S9(10)V99     VALUES ZEROS.
       01  WRK-SALDO-DISPONIVEL         PIC S9(10)V99     VALUES ZEROS.

       01  ACU-LIDOS                    PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-APLICADOS                PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-RECUSADOS                PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-ATUALIZADOS              PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-LIQUIDADOS               PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-RESGATADOS               PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-LANCAMENTOS              PIC 9(006) COMP-3 VALUES ZEROS.
       01  WRK-TOTAL-LOTE               PIC 9(010)V99     VALUES ZEROS.
       01  WRK-TOTAL-APLICADO           PIC 9(010)V99     VALUES ZEROS.
       01  WRK-TOTAL-CREDITADO          PIC 9(010)V99     VALUES ZEROS.
       01  WRK-TOTAL-IR-RETIDO          PIC 9(010)V99     VALUES ZEROS.
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
           PERFORM 0200-PROCESSAR UNTIL FS-CDBCONT NOT EQUAL 00.
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
                  "\CDBCONT.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CDBCONT.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CDBTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CDBTMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CDBFAIXA.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CDBFAIXA.
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
                  "\LANCCDB.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LANCCDB.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CDBLOTE.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LOTESEQ.

           DISPLAY "==== PROCESSAMENTO DIARIO DE CDB ====".
           DISPLAY "DATA DE PROCESSAMENTO (AAAAMMDD, BRANCO=HOJE)?".
           ACCEPT WRK-DATA-PROCESSAMENTO.
           IF WRK-DATA-PROCESSAMENTO EQUAL ZEROS
               ACCEPT WRK-DATA-PROCESSAMENTO FROM DATE YYYYMMDD
           END-IF.

           PERFORM 0110-RECEBE-PARAMETRO.
           PERFORM 0120-FAIXAS-PADRAO.
           PERFORM 0130-CARREGA-FAIXAS.
           PERFORM 0140-CARREGA-BLOQUEIOS.

           OPEN INPUT CDBCONT.
           IF FS-CDBCONT NOT EQUAL 00
               DISPLAY "CADASTRO DE CDB NAO ABERTO - NADA A PROCESSAR"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL 00
               DISPLAY "CADASTRO DE CONTAS NAO ABERTO!"
               CALL "FSTATUS" USING FS-CONTAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               CLOSE CDBCONT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  SALDOCTA.
           OPEN OUTPUT CDBTMP.

           OPEN EXTEND LANCCDB.
           IF FS-LANCCDB EQUAL 35
               OPEN OUTPUT LANCCDB
               CLOSE LANCCDB
               OPEN EXTEND LANCCDB
           END-IF.

           READ CDBCONT.
           IF FS-CDBCONT EQUAL 10
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
      *    FAIXAS PADRAO COMPILADAS - VALEM QUANDO CDBFAIXA.txt ESTA
      *    AUSENTE OU VAZIO
      *-----------------------------------------------------------------
       0120-FAIXAS-PADRAO                        SECTION.
      *-----------------------------------------------------------------

           MOVE 00180     TO WRK-FXC-DIAS-LIMITE(1).
           MOVE 22,50     TO WRK-FXC-ALIQUOTA(1).
           MOVE 00360     TO WRK-FXC-DIAS-LIMITE(2).
           MOVE 20,00     TO WRK-FXC-ALIQUOTA(2).
           MOVE 00720     TO WRK-FXC-DIAS-LIMITE(3).
           MOVE 17,50     TO WRK-FXC-ALIQUOTA(3).
           MOVE 99999     TO WRK-FXC-DIAS-LIMITE(4).
           MOVE 15,00     TO WRK-FXC-ALIQUOTA(4).

       0120-FAIXAS-PADRAO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0130-CARREGA-FAIXAS                       SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CDBFAIXA.
           IF FS-CDBFAIXA NOT EQUAL 00
               DISPLAY "CDBFAIXA.txt AUSENTE - USANDO FAIXAS PADRAO"
               GO TO 0130-CARREGA-FAIXAS-FIM
           END-IF.

           READ CDBFAIXA.
           PERFORM 0131-GUARDA-FAIXA
               UNTIL FS-CDBFAIXA NOT EQUAL 00.

           CLOSE CDBFAIXA.

       0130-CARREGA-FAIXAS-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0131-GUARDA-FAIXA                         SECTION.
      *-----------------------------------------------------------------

           IF NOT WRK-FAIXAS-DO-ARQUIVO
               MOVE "S"   TO WRK-CARREGOU-FAIXAS
               MOVE ZEROS TO WRK-QT-FAIXAS
           END-IF.

           IF WRK-QT-FAIXAS LESS 10
               ADD 1 TO WRK-QT-FAIXAS
               MOVE FXC-DIAS-LIMITE
                                 TO WRK-FXC-DIAS-LIMITE(WRK-QT-FAIXAS)
               MOVE FXC-ALIQUOTA
                                 TO WRK-FXC-ALIQUOTA(WRK-QT-FAIXAS)
           END-IF.

           READ CDBFAIXA.

       0131-GUARDA-FAIXA-FIM.                    EXIT.

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

           EVALUATE TRUE
               WHEN CDB-PENDENTE
                AND CDB-DATA-APLICACAO NOT GREATER
                    WRK-DATA-PROCESSAMENTO
                   PERFORM 0210-DEBITA-APLICACAO
               WHEN CDB-ATIVO
                AND WRK-DATA-PROCESSAMENTO NOT LESS
                    CDB-DATA-VENCIMENTO
                   MOVE CDB-DATA-VENCIMENTO    TO WRK-DATA-REFERENCIA
                   PERFORM 0230-ATUALIZA-POSICAO
                   SET CDB-LIQUIDADO           TO TRUE
                   PERFORM 0240-LIQUIDA-CONTRATO
               WHEN CDB-ATIVO
                   MOVE WRK-DATA-PROCESSAMENTO TO WRK-DATA-REFERENCIA
                   PERFORM 0230-ATUALIZA-POSICAO
               WHEN CDB-RESGATE-PEDIDO
                   MOVE WRK-DATA-PROCESSAMENTO TO WRK-DATA-REFERENCIA
                   IF WRK-DATA-REFERENCIA GREATER CDB-DATA-VENCIMENTO
                       MOVE CDB-DATA-VENCIMENTO TO WRK-DATA-REFERENCIA
                   END-IF
                   PERFORM 0230-ATUALIZA-POSICAO
                   IF WRK-DATA-REFERENCIA EQUAL CDB-DATA-VENCIMENTO
                       SET CDB-LIQUIDADO       TO TRUE
                   ELSE
                       SET CDB-RESGATADO       TO TRUE
                   END-IF
                   PERFORM 0240-LIQUIDA-CONTRATO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           WRITE REG-CDBTMP FROM REG-CDBCONT.

           READ CDBCONT.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    DEBITO DA APLICACAO PENDENTE - CONTA E SALDO CONFERIDOS COMO
      *    NO PRGTEDEN; RECUSADA, A APLICACAO FICA CANCELADA
      *-----------------------------------------------------------------
       0210-DEBITA-APLICACAO                     SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-MOTIVO-RECUSA.

           MOVE CDB-AGENCIA TO CTA-AGENCIA.
           MOVE CDB-CONTA   TO CTA-CONTA.
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
                   WHEN OTHER
                       PERFORM 0250-APURA-DISPONIVEL
                       IF CDB-VALOR-APLICADO GREATER
                          WRK-SALDO-DISPONIVEL
                           MOVE 03 TO WRK-MOTIVO-RECUSA
                       END-IF
               END-EVALUATE
           END-IF.

           IF WRK-MOTIVO-RECUSA NOT EQUAL ZEROS
               SET CDB-CANCELADO           TO TRUE
               MOVE WRK-MOTIVO-RECUSA      TO CDB-MOTIVO
               MOVE WRK-DATA-PROCESSAMENTO TO CDB-DATA-RESGATE
               ADD 1 TO ACU-RECUSADOS
               MOVE CDB-VALOR-APLICADO TO WRK-VALOR-ED
               DISPLAY "RECUSADO.: CTR " CDB-CONTRATO " AG "
                   CDB-AGENCIA " CTA " CDB-CONTA " VALOR "
                   WRK-VALOR-ED " MOTIVO " WRK-MOTIVO-RECUSA
               GO TO 0210-DEBITA-APLICACAO-FIM
           END-IF.

           MOVE "D"                   TO WRK-TIPO-LANCAMENTO.
           MOVE CDB-VALOR-APLICADO    TO WRK-VALOR-LANCAMENTO.
           PERFORM 0280-GRAVA-LANCAMENTO.

           SET CDB-ATIVO               TO TRUE.
           MOVE WRK-DATA-PROCESSAMENTO TO CDB-DATA-INICIO
                                          CDB-DATA-POSICAO.
           MOVE ZEROS                  TO CDB-DIAS-CORRIDOS
                                          CDB-ALIQUOTA-IR
                                          CDB-VALOR-IR
                                          CDB-MOTIVO.
           MOVE CDB-VALOR-APLICADO     TO CDB-VALOR-BRUTO
                                          CDB-VALOR-LIQUIDO.
           MOVE WRK-LOTE-NUMERO        TO CDB-LOTE.

           PERFORM 0290-PROCURA-DEBITADA.
           IF WRK-DEBITADA-SIM
               ADD CDB-VALOR-APLICADO TO WRK-DEB-VALOR(WRK-IDX-DEBITADA)
           ELSE
               IF WRK-QT-DEBITADAS LESS 1000
                   ADD 1 TO WRK-QT-DEBITADAS
                   MOVE CDB-AGENCIA
                         TO WRK-DEB-AGENCIA(WRK-QT-DEBITADAS)
                   MOVE CDB-CONTA
                         TO WRK-DEB-CONTA(WRK-QT-DEBITADAS)
                   MOVE CDB-VALOR-APLICADO
                         TO WRK-DEB-VALOR(WRK-QT-DEBITADAS)
               END-IF
           END-IF.

           ADD 1                  TO ACU-APLICADOS.
           ADD CDB-VALOR-APLICADO TO WRK-TOTAL-APLICADO.

           MOVE CDB-VALOR-APLICADO TO WRK-VALOR-ED.
           DISPLAY "APLICADO.: CTR " CDB-CONTRATO " AG " CDB-AGENCIA
               " CTA " CDB-CONTA " VALOR " WRK-VALOR-ED
               " VENC " CDB-DATA-VENCIMENTO.

       0210-DEBITA-APLICACAO-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    POSICAO DO CONTRATO EM WRK-DATA-REFERENCIA: BRUTO PELA TAXA
      *    AO ANO CAPITALIZADA NOS DIAS CORRIDOS DESDE O INICIO, IR DA
      *    FAIXA DO PRAZO DECORRIDO SOBRE O RENDIMENTO E LIQUIDO
      *-----------------------------------------------------------------
       0230-ATUALIZA-POSICAO                     SECTION.
      *-----------------------------------------------------------------

           COMPUTE WRK-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-REFERENCIA)
               - FUNCTION INTEGER-OF-DATE(CDB-DATA-INICIO).
           IF WRK-DIAS-CORRIDOS LESS ZEROS
               MOVE ZEROS TO WRK-DIAS-CORRIDOS
           END-IF.

           COMPUTE WRK-FATOR ROUNDED =
               (1 + CDB-TAXA-ANO / 100) ** (WRK-DIAS-CORRIDOS / 365).
           COMPUTE CDB-VALOR-BRUTO ROUNDED =
               CDB-VALOR-APLICADO * WRK-FATOR.
           IF CDB-VALOR-BRUTO LESS CDB-VALOR-APLICADO
               MOVE CDB-VALOR-APLICADO TO CDB-VALOR-BRUTO
           END-IF.
           COMPUTE WRK-RENDIMENTO =
               CDB-VALOR-BRUTO - CDB-VALOR-APLICADO.

           PERFORM 0270-PROCURA-FAIXA.
           COMPUTE CDB-VALOR-IR ROUNDED =
               WRK-RENDIMENTO * CDB-ALIQUOTA-IR / 100.
           COMPUTE CDB-VALOR-LIQUIDO =
               CDB-VALOR-BRUTO - CDB-VALOR-IR.

           MOVE WRK-DATA-REFERENCIA TO CDB-DATA-POSICAO.
           MOVE WRK-DIAS-CORRIDOS   TO CDB-DIAS-CORRIDOS.

           ADD 1 TO ACU-ATUALIZADOS.

       0230-ATUALIZA-POSICAO-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    LIQUIDACAO (SITUACAO L OU E JA MARCADA): CREDITO DO LIQUIDO
      *    NA CONTA; O IR DA POSICAO FICA COMO IR RETIDO DO CONTRATO
      *-----------------------------------------------------------------
       0240-LIQUIDA-CONTRATO                     SECTION.
      *-----------------------------------------------------------------

           MOVE "C"                   TO WRK-TIPO-LANCAMENTO.
           MOVE CDB-VALOR-LIQUIDO     TO WRK-VALOR-LANCAMENTO.
           PERFORM 0280-GRAVA-LANCAMENTO.

           MOVE WRK-DATA-PROCESSAMENTO TO CDB-DATA-RESGATE.
           MOVE WRK-LOTE-NUMERO        TO CDB-LOTE.

           IF CDB-LIQUIDADO
               ADD 1 TO ACU-LIQUIDADOS
           ELSE
               ADD 1 TO ACU-RESGATADOS
           END-IF.
           ADD CDB-VALOR-LIQUIDO TO WRK-TOTAL-CREDITADO.
           ADD CDB-VALOR-IR      TO WRK-TOTAL-IR-RETIDO.

           MOVE CDB-VALOR-LIQUIDO TO WRK-VALOR-ED.
           MOVE CDB-VALOR-IR      TO WRK-VALOR-ED2.
           DISPLAY "RESGATE..: CTR " CDB-CONTRATO " SIT " CDB-SITUACAO
               " AG " CDB-AGENCIA " CTA " CDB-CONTA
               " LIQUIDO " WRK-VALOR-ED " IR " WRK-VALOR-ED2.

       0240-LIQUIDA-CONTRATO-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    DISPONIVEL = SALDO + LIMITE ESPECIAL - BLOQUEIOS EM VIGOR -
      *    APLICACOES JA DEBITADAS DA CONTA NESTA RODADA
      *-----------------------------------------------------------------
       0250-APURA-DISPONIVEL                     SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-SALDO-CONTA.

           IF FS-SALDOCTA EQUAL 00
              OR FS-SALDOCTA EQUAL 23
               MOVE CDB-AGENCIA TO REG-AGENCIA-SALDO
               MOVE CDB-CONTA   TO REG-CONTA-SALDO
               READ SALDOCTA KEY IS REG-CHAVE-SALDO
                   INVALID KEY
                       MOVE ZEROS     TO WRK-SALDO-CONTA
                   NOT INVALID KEY
                       MOVE REG-SALDO TO WRK-SALDO-CONTA
               END-READ
           END-IF.

           COMPUTE WRK-SALDO-DISPONIVEL =
               WRK-SALDO-CONTA + CTA-LIMITE-ESPECIAL.

           MOVE CDB-AGENCIA TO WRK-CHV-AGENCIA.
           MOVE CDB-CONTA   TO WRK-CHV-CONTA.
           PERFORM 0260-PROCURA-BLOQUEIO.
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
      *    ALIQUOTA DA PRIMEIRA FAIXA QUE COBRE OS DIAS CORRIDOS; ACIMA
      *    DA ULTIMA FAIXA VALE A ULTIMA
      *-----------------------------------------------------------------
       0270-PROCURA-FAIXA                        SECTION.
      *-----------------------------------------------------------------

           SET WRK-FAIXA-NAO TO TRUE.

           PERFORM 0271-COMPARA-FAIXA
               VARYING WRK-IDX-FAIXA FROM 1 BY 1
               UNTIL WRK-IDX-FAIXA GREATER WRK-QT-FAIXAS
                  OR WRK-FAIXA-SIM.

           SUBTRACT 1 FROM WRK-IDX-FAIXA.
           IF WRK-IDX-FAIXA EQUAL ZEROS
               MOVE ZEROS TO CDB-ALIQUOTA-IR
           ELSE
               MOVE WRK-FXC-ALIQUOTA(WRK-IDX-FAIXA) TO CDB-ALIQUOTA-IR
           END-IF.

       0270-PROCURA-FAIXA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0271-COMPARA-FAIXA                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-DIAS-CORRIDOS NOT GREATER
              WRK-FXC-DIAS-LIMITE(WRK-IDX-FAIXA)
               SET WRK-FAIXA-SIM TO TRUE
           END-IF.

       0271-COMPARA-FAIXA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    LINHA DO LOTE PARA A CONTA DO CONTRATO - "D" NA APLICACAO,
      *    "C" NO RESGATE
      *-----------------------------------------------------------------
       0280-GRAVA-LANCAMENTO                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-LOTE-FECHADO
               PERFORM 0295-INICIA-LOTE
           END-IF.

           MOVE CDB-AGENCIA                 TO REG-AGENCIA.
           MOVE CDB-CONTA                   TO REG-CONTA.
           MOVE WRK-VALOR-LANCAMENTO        TO REG-LANCAMENTO.
           MOVE WRK-TIPO-CLIENTE-VALIDO     TO REG-TIPO-CLIENTE.
           MOVE WRK-GERENTE-VALIDO          TO REG-GERENTE.
           MOVE WRK-TIPO-LANCAMENTO         TO REG-TIPO-LANCAMENTO.
           MOVE "BRL"                       TO REG-MOEDA-LANCAM.
           MOVE WRK-DATA-PROCESSAMENTO      TO REG-DATA-LANCAM.
           MOVE ZEROS                       TO REG-TENTATIVAS-LANCAM.
           MOVE ZEROS                       TO REG-CONTRA-AGENCIA
                                               REG-CONTRA-CONTA.
           MOVE ZEROS                       TO REG-ID-LOTE
                                               REG-ID-SEQ.
           MOVE CDB-DV-CONTA                TO REG-DV-CONTA.
           WRITE REG-LANCAM.

           ADD 1                    TO ACU-LANCAMENTOS.
           ADD WRK-VALOR-LANCAMENTO TO WRK-TOTAL-LOTE.

       0280-GRAVA-LANCAMENTO-FIM.                EXIT.

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

           IF WRK-DEB-AGENCIA(WRK-IDX-DEBITADA) EQUAL CDB-AGENCIA
              AND WRK-DEB-CONTA(WRK-IDX-DEBITADA) EQUAL CDB-CONTA
               SET WRK-DEBITADA-SIM TO TRUE
           END-IF.

       0291-COMPARA-DEBITADA-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    ABRE O LOTE DA RODADA NO PRIMEIRO LANCAMENTO - LE A
      *    SEQUENCIA PERSISTIDA, AVANCA E GRAVA O HEADER "0000" COM A
      *    ORIGEM INTERNA 9017
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
           MOVE 9017                TO HDR-ORIGEM-LANCAM.
           WRITE REG-LANCAM.

           SET WRK-LOTE-ABERTO TO TRUE.

       0295-INICIA-LOTE-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    FECHA O LOTE DA RODADA: TRAILER "9999" COM QUANTIDADE E
      *    VALOR DOS LANCAMENTOS E REGRAVACAO DA SEQUENCIA
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

           CLOSE CDBCONT.
           CLOSE CDBTMP.
           CLOSE CONTAS.
           CLOSE SALDOCTA.

           IF WRK-LOTE-ABERTO
               PERFORM 0296-FECHA-LOTE
           END-IF.
           CLOSE LANCCDB.

           PERFORM 0310-REGRAVA-CDBCONT.

           DISPLAY WRK-LINHA.
           DISPLAY "RELATORIO DO PROCESSAMENTO DIARIO DE CDB".
           DISPLAY "CONTRATOS LIDOS.........: " ACU-LIDOS.
           DISPLAY "APLICACOES DEBITADAS....: " ACU-APLICADOS.
           MOVE WRK-TOTAL-APLICADO TO WRK-VALOR-ED.
           DISPLAY "VALOR APLICADO..........: " WRK-VALOR-ED.
           DISPLAY "APLICACOES RECUSADAS....: " ACU-RECUSADOS.
           DISPLAY "POSICOES ATUALIZADAS....: " ACU-ATUALIZADOS.
           DISPLAY "LIQUIDADOS NO VENCIMENTO: " ACU-LIQUIDADOS.
           DISPLAY "RESGATES ANTECIPADOS....: " ACU-RESGATADOS.
           MOVE WRK-TOTAL-CREDITADO TO WRK-VALOR-ED.
           DISPLAY "VALOR LIQUIDO CREDITADO.: " WRK-VALOR-ED.
           MOVE WRK-TOTAL-IR-RETIDO TO WRK-VALOR-ED.
           DISPLAY "IR RETIDO...............: " WRK-VALOR-ED.
           DISPLAY "LOTE DA RODADA..........: " WRK-LOTE-NUMERO.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0300-FINALIZAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    DEVOLVE O CDBTMP (POSICOES E SITUACOES ATUALIZADAS) AO
      *    CDBCONT
      *-----------------------------------------------------------------
       0310-REGRAVA-CDBCONT                      SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT CDBCONT.
           OPEN INPUT  CDBTMP.

           READ CDBTMP
               AT END
                   CONTINUE
           END-READ.

           PERFORM 0311-COPIA-PARA-CDBCONT
               UNTIL FS-CDBTMP NOT EQUAL 00.

           CLOSE CDBCONT.
           CLOSE CDBTMP.

       0310-REGRAVA-CDBCONT-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0311-COPIA-PARA-CDBCONT                   SECTION.
      *-----------------------------------------------------------------

           WRITE REG-CDBCONT FROM REG-CDBTMP.

           READ CDBTMP
               AT END
                   CONTINUE
           END-READ.

       0311-COPIA-PARA-CDBCONT-FIM.              EXIT.
