      *  MOVHIST               INPUT                  #MOVHIST
      *  COTACOES              INPUT                  #COTACOES
      *  EXTRATO               OUTPUT
      *  BLOQJUD               INPUT                  #BLOQJUD
      *  CTAXREF               INPUT                  #CTAXREF
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS
      *   AGENCIA+CONTA (MODULO VALCTA), PARA A AGENCIA DIGITAR O DV
      *   JUNTO COM A CONTA NAS CAPTURAS
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O FECHAMENTO DO EXTRATO PASSOU A MOSTRAR, ALEM DO SALDO DE
      *   FECHAMENTO (CONTABIL), O SALDO BLOQUEADO POR ORDEM JUDICIAL
      *   OU ADMINISTRATIVA EM VIGOR NO FIM DO PERIODO (BLOQJUD.txt,
      *   BOOK #BLOQJUD) E O SALDO DISPONIVEL (CONTABIL - BLOQUEADO)
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O MOVHIST PASSOU A SER INDEXADO (MOVHIST.dat, CHAVE
      *   AGENCIA+CONTA+DATA+LOTE+SEQ) - O EXTRATO POSICIONA (START)
      *   NO PRIMEIRO MOVIMENTO DA CONTA E LE SO ATE A DATA FINAL OU
      *   A TROCA DE CONTA, EM VEZ DE VARRER O HISTORICO INTEIRO
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   FUSAO DE AGENCIAS - O HISTORICO FICA NA NUMERACAO EM QUE FOI
      *   POSTADO, ENTAO O EXTRATO PASSOU A LER A REFERENCIA CRUZADA
      *   (CTAXREF.txt, BOOK #CTAXREF, GRAVADA PELO PRGFUSAG) E A
      *   JUNTAR TODAS AS NUMERACOES DA CONTA, DA MAIS ANTIGA PARA A
      *   ATUAL, QUALQUER QUE SEJA A INFORMADA: O SALDO CORRE PELAS
      *   DUAS, CADA TRECHO SAI COM A LINHA "MOVIMENTOS NA CONTA" E
      *   ESTORNOS E BLOQUEIOS VALEM EM QUALQUER DAS NUMERACOES
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   A CHAVE DO MOVHIST GANHOU A ORIGEM DO LOTE (AGENCIA+CONTA+
      *   DATA+ORIGEM+LOTE+SEQ) - O START DE CADA CONTA DA CADEIA ZERA A
      *   ORIGEM; NO FILTRO POR IDENTIFICADOR A ORIGEM E PERGUNTADA
      *   (BRANCO=QUALQUER). A REFERENCIA CRUZADA DEIXOU DE SER
      *   CARREGADA INTEIRA EM TABELA (500 CONTAS, QUE AS FUSOES
      *   ACUMULADAS ESTOURARIAM): A CADEIA DA CONTA CONSULTADA E
      *   MONTADA DIRETO DO CTAXREF, EM PASSADAS QUE SO JUNTAM LINHA
      *   MIGRADA LIGADA A UMA NUMERACAO JA NA CADEIA; SO CONTA COM MAIS
      *   DE 10 NUMERACOES ENCERRA COM RETORNO 16
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================
       FILE-CONTROL.
           SELECT MOVHIST               ASSIGN TO
                                        WRK-CAMINHO-MOVHIST
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS MOV-CHAVE
               FILE STATUS              IS FS-MOVHIST.

           SELECT COTACOES              ASSIGN TO
                                        WRK-CAMINHO-ESTORNOS
               FILE STATUS              IS FS-ESTORNOS.

           SELECT BLOQJUD               ASSIGN TO
                                        WRK-CAMINHO-BLOQJUD
               FILE STATUS              IS FS-BLOQJUD.

           SELECT CTAXREF               ASSIGN TO
                                        WRK-CAMINHO-CTAXREF
               FILE STATUS              IS FS-CTAXREF.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================

      *----------------------------------------------------------------*
      *     INPUT -  HISTORICO MENSAL DE MOVIMENTOS (MOVHIST)
      *                               LRECL = 046
      *----------------------------------------------------------------*
       FD  MOVHIST.
       COPY '#MOVHIST'.
       FD  ESTORNOS.
       COPY '#ESTORNO'.

      *----------------------------------------------------------------*
      *     INPUT -  BLOQUEIOS JUDICIAIS/ADMINISTRATIVOS (BLOQJUD)
      *                               LRECL = 103
      *----------------------------------------------------------------*
       FD  BLOQJUD.
       COPY '#BLOQJUD'.

      *----------------------------------------------------------------*
      *     INPUT -  REFERENCIA CRUZADA DA FUSAO DE AGENCIAS (CTAXREF)
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  CTAXREF.
       COPY '#CTAXREF'.

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------
               10 WRK-EST-TIPO-ORIG         PIC X(001).
               10 WRK-EST-DATA-EST          PIC 9(008).

       01  WRK-CAMINHO-BLOQJUD          PIC X(060)        VALUES SPACES.
       77  FS-BLOQJUD                   PIC 9(002).

      *== BLOQUEIOS DA CONTA EM VIGOR NA DATA DE REFERENCIA (FIM DO
      *== PERIODO, OU HOJE QUANDO O PERIODO E EM ABERTO)
       01  WRK-DATA-REFERENCIA          PIC 9(008)        VALUES ZEROS.
       01  WRK-SALDO-BLOQUEADO          PIC S9(010)V99 COMP-3
                                                          VALUES ZEROS.
       01  WRK-SALDO-DISPONIVEL         PIC S9(010)V99 COMP-3
                                                          VALUES ZEROS.

       01  WRK-CAMINHO-CTAXREF          PIC X(060)        VALUES SPACES.
       77  FS-CTAXREF                   PIC 9(002).

      *== PASSADAS NA REFERENCIA CRUZADA DA FUSAO PARA MONTAR A CADEIA
       01  WRK-QT-PASSADAS              PIC 9(002)        VALUES ZEROS.
       01  WRK-NOVIDADE-XREF            PIC X(001)        VALUES "N".
           88 WRK-PASSADA-COM-NOVIDADE            VALUES "S".
           88 WRK-PASSADA-SEM-NOVIDADE            VALUES "N".
       01  WRK-ANTIGA-NA-CADEIA         PIC X(001)        VALUES "N".
           88 WRK-ANTIGA-ACHADA                   VALUES "S".
       01  WRK-NOVA-NA-CADEIA           PIC X(001)        VALUES "N".
           88 WRK-NOVA-ACHADA                     VALUES "S".

      *== ELOS DA CADEIA (CONTA ANTIGA -> CONTA NOVA) ACHADOS NO CTAXREF
       01  WRK-QT-ELOS                  PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-ELO                  PIC 9(002)        VALUES ZEROS.
       01  WRK-ELO-ACHADO               PIC X(001)        VALUES "N".
           88 WRK-ELO-FOI-ACHADO                  VALUES "S".
           88 WRK-ELO-NAO-ACHADO                  VALUES "N".
       01  WRK-TAB-ELOS.
           05 WRK-ELO-OCO               OCCURS 10 TIMES.
               10 WRK-ELO-ANTIGA            PIC 9(009).
               10 WRK-ELO-NOVA              PIC 9(009).
       01  WRK-QT-ORDEM                 PIC 9(002)        VALUES ZEROS.
       01  WRK-TAB-ORDEM.
           05 WRK-ORD-CHAVE             OCCURS 10 TIMES PIC 9(009).

      *== NUMERACOES DA CONTA, DA MAIS ANTIGA PARA A ATUAL (CADEIA DE
      *== FUSOES) - SEM FUSAO, SO A CONTA INFORMADA
       01  WRK-QT-CADEIA                PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-CADEIA               PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-PASSO                PIC 9(002)        VALUES ZEROS.
       01  WRK-CADEIA-ACHADA            PIC X(001)        VALUES "N".
           88 WRK-CADEIA-FOI-ACHADA               VALUES "S".
           88 WRK-CADEIA-NAO-ACHADA               VALUES "N".
       01  WRK-CHAVE-CORRENTE.
           05 WRK-CHV-AGENCIA           PIC 9(004)        VALUES ZEROS.
           05 WRK-CHV-CONTA             PIC 9(005)        VALUES ZEROS.
       01  WRK-CHAVE-CORRENTE-R REDEFINES WRK-CHAVE-CORRENTE
                                        PIC 9(009).
       01  WRK-TAB-CADEIA.
           05 WRK-CADEIA-OCO            OCCURS 10 TIMES.
               10 WRK-CAD-AGENCIA           PIC 9(004).
               10 WRK-CAD-CONTA             PIC 9(005).
       01  WRK-TAB-CADEIA-R REDEFINES WRK-TAB-CADEIA.
           05 WRK-CAD-CHAVE             OCCURS 10 TIMES PIC 9(009).
       01  WRK-TRECHO-IMPRESSO          PIC X(001)        VALUES "N".
           88 WRK-TRECHO-JA-IMPRESSO              VALUES "S".

       01  WRK-OBS-ESTORNO.
           05 FILLER                    PIC X(007)  VALUE "EST.DE ".
           05 WRK-OBS-DATA              PIC 9(008).
       01  WRK-DATA-INICIAL             PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-FINAL               PIC 9(008)        VALUES
           99999999.
       01  WRK-ID-ORIGEM                PIC 9(004)        VALUES ZEROS.
       01  WRK-ID-LOTE                  PIC 9(006)        VALUES ZEROS.
       01  WRK-ID-SEQ                   PIC 9(005)        VALUES ZEROS.

           05 WRK-MOV-SALDO-ED          PIC -.ZZZ.ZZZ.ZZ9,99.
           05 WRK-MOV-OBS               PIC X(015)  VALUE SPACES.

       01  WRK-LINHA-TRECHO.
           05 WRK-TRC-ROTULO            PIC X(022)  VALUE
              "MOVIMENTOS NA CONTA...".
           05 WRK-TRC-AGENCIA           PIC 9(004).
           05 FILLER                    PIC X(001)  VALUE "/".
           05 WRK-TRC-CONTA             PIC 9(005).
           05 FILLER                    PIC X(001)  VALUE "-".
           05 WRK-TRC-DV                PIC 9(001).
           05 FILLER                    PIC X(046)  VALUE SPACES.

       01  WRK-CABEC-COLUNAS            PIC X(080)  VALUE
           "DATA      T  MOE          VALOR      VALOR BRL
      -    "  SALDO CORRENTE".
           END-IF.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\MOVHIST.dat"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-MOVHIST.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\ESTORNOS.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-ESTORNOS.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\BLOQJUD.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-BLOQJUD.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CTAXREF.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CTAXREF.

           PERFORM 0120-CARREGA-COTACOES.

           DISPLAY "========== EXTRATO DE CONTA ==========".
           DISPLAY "LOTE DA TRANSACAO (BRANCO=TODAS)?".
           ACCEPT WRK-ID-LOTE.
           IF WRK-ID-LOTE GREATER ZEROS
               DISPLAY "ORIGEM DO LOTE (BRANCO=QUALQUER)?"
               ACCEPT WRK-ID-ORIGEM
               DISPLAY "SEQUENCIA NO LOTE?"
               ACCEPT WRK-ID-SEQ
           END-IF.

           PERFORM 0150-MONTA-CADEIA.

           PERFORM 0130-CARREGA-ESTORNOS.
           PERFORM 0140-CARREGA-BLOQUEIOS.

           OPEN INPUT MOVHIST.
           IF FS-MOVHIST NOT EQUAL 00
           CALL "VALCTA" USING WRK-VALCTA.
           MOVE WRK-VCT-DV-CALCULADO TO WRK-CAB-DV.
           WRITE REG-EXTRATO FROM WRK-CABEC-EXTRATO.
           IF WRK-QT-CADEIA GREATER 1
               MOVE "JUNTO COM A CONTA....." TO WRK-TRC-ROTULO
               PERFORM 0165-IMPRIME-CADEIA
                   VARYING WRK-IDX-CADEIA FROM 1 BY 1
                   UNTIL WRK-IDX-CADEIA GREATER WRK-QT-CADEIA
               MOVE "MOVIMENTOS NA CONTA..." TO WRK-TRC-ROTULO
           END-IF.
           WRITE REG-EXTRATO FROM WRK-CABEC-COLUNAS.

           MOVE ZEROS TO WRK-IDX-CADEIA.
           PERFORM 0250-PROXIMA-CONTA.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    MOVIMENTO ANTERIOR AO PERIODO COMPOE O SALDO DE ABERTURA;
      *    MOVIMENTO DENTRO DO PERIODO VIRA LINHA DO EXTRATO COM O
      *    SALDO CORRENTE. A CHAVE DO MOVHIST ENTREGA OS MOVIMENTOS
      *    DA CONTA EM ORDEM DE DATA - A TROCA DE CONTA OU A PRIMEIRA
      *    DATA DEPOIS DO PERIODO ENCERRA A LEITURA
      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           IF MOV-AGENCIA NOT EQUAL WRK-CAD-AGENCIA(WRK-IDX-CADEIA)
              OR MOV-CONTA NOT EQUAL WRK-CAD-CONTA(WRK-IDX-CADEIA)
              OR MOV-DATA GREATER WRK-DATA-FINAL
               PERFORM 0250-PROXIMA-CONTA
               GO TO 0200-PROCESSAR-FIM
           END-IF.

           PERFORM 0210-BUSCA-COTACAO-MOEDA.
               GO TO 0200-LE-PROXIMO
           END-IF.

           IF ACU-MOVIMENTOS EQUAL ZEROS
               MOVE WRK-SALDO-ABERTURA TO WRK-SALDO-CORRENTE
               PERFORM 0220-IMPRIME-ABERTURA

           IF WRK-ID-LOTE GREATER ZEROS
              AND (MOV-ID-LOTE NOT EQUAL WRK-ID-LOTE
               OR MOV-ID-SEQ NOT EQUAL WRK-ID-SEQ
               OR (WRK-ID-ORIGEM NOT EQUAL ZEROS
                  AND MOV-ORIGEM NOT EQUAL WRK-ID-ORIGEM))
               GO TO 0200-LE-PROXIMO
           END-IF.

           IF WRK-QT-CADEIA GREATER 1
              AND NOT WRK-TRECHO-JA-IMPRESSO
               PERFORM 0255-IMPRIME-TRECHO
           END-IF.

           MOVE MOV-DATA             TO WRK-MOV-DATA.
           MOVE MOV-TIPO-LANCAMENTO  TO WRK-MOV-TIPO.
           MOVE MOV-MOEDA            TO WRK-MOV-MOEDA.

       0200-LE-PROXIMO.

           READ MOVHIST NEXT.

       0200-PROCESSAR-FIM.                       EXIT.

       0131-GUARDA-ESTORNO                       SECTION.
      *-----------------------------------------------------------------

           MOVE EST-AGENCIA TO WRK-CHV-AGENCIA.
           MOVE EST-CONTA   TO WRK-CHV-CONTA.
           PERFORM 0170-PROCURA-CADEIA.

           IF WRK-CADEIA-FOI-ACHADA
              AND WRK-QT-ESTORNOS LESS 200
               ADD 1 TO WRK-QT-ESTORNOS
               MOVE EST-DATA-ORIGINAL TO

       0131-GUARDA-ESTORNO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    SOMA OS BLOQUEIOS DA CONTA EM VIGOR NA DATA DE REFERENCIA
      *    (REGRA DO BOOK #BLOQJUD) - ARQUIVO AUSENTE E BLOQUEIO ZERO
      *-----------------------------------------------------------------
       0140-CARREGA-BLOQUEIOS                    SECTION.
      *-----------------------------------------------------------------

           IF WRK-DATA-FINAL EQUAL 99999999
               ACCEPT WRK-DATA-REFERENCIA FROM DATE YYYYMMDD
           ELSE
               MOVE WRK-DATA-FINAL TO WRK-DATA-REFERENCIA
           END-IF.

           OPEN INPUT BLOQJUD.
           IF FS-BLOQJUD NOT EQUAL 00
               GO TO 0140-CARREGA-BLOQUEIOS-FIM
           END-IF.

           READ BLOQJUD.
           PERFORM 0141-SOMA-BLOQUEIO
               UNTIL FS-BLOQJUD NOT EQUAL 00.

           CLOSE BLOQJUD.

       0140-CARREGA-BLOQUEIOS-FIM.               EXIT.

      *-----------------------------------------------------------------
       0141-SOMA-BLOQUEIO                        SECTION.
      *-----------------------------------------------------------------

           MOVE BLQ-AGENCIA TO WRK-CHV-AGENCIA.
           MOVE BLQ-CONTA   TO WRK-CHV-CONTA.
           PERFORM 0170-PROCURA-CADEIA.

           IF WRK-CADEIA-FOI-ACHADA
              AND BLQ-DATA-INICIO NOT GREATER WRK-DATA-REFERENCIA
              AND (BLQ-DATA-LIBERACAO EQUAL ZEROS
               OR BLQ-DATA-LIBERACAO GREATER WRK-DATA-REFERENCIA)
               ADD BLQ-VALOR-BLOQUEADO TO WRK-SALDO-BLOQUEADO
           END-IF.

           READ BLOQJUD.

       0141-SOMA-BLOQUEIO-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    CADEIA DE NUMERACOES DA CONTA PELA REFERENCIA CRUZADA DA
      *    FUSAO DE AGENCIAS - O EXTRATO SO PRECISA DAS NUMERACOES DA
      *    CONTA CONSULTADA: CADA PASSADA NO CTAXREF JUNTA AS LINHAS
      *    MIGRADAS (M) CUJA CONTA ANTIGA OU NOVA JA ESTA NA CADEIA,
      *    ATE UMA PASSADA NAO TRAZER NUMERACAO NOVA (NO MAXIMO 10).
      *    ARQUIVO AUSENTE SIGNIFICA NENHUMA FUSAO
      *-----------------------------------------------------------------
       0150-MONTA-CADEIA                         SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-AGENCIA TO WRK-CAD-AGENCIA(1).
           MOVE WRK-CONTA   TO WRK-CAD-CONTA(1).
           MOVE 1           TO WRK-QT-CADEIA.
           MOVE ZEROS       TO WRK-QT-ELOS
                               WRK-QT-PASSADAS.

           SET WRK-PASSADA-COM-NOVIDADE TO TRUE.
           PERFORM 0151-PASSADA-XREF
               UNTIL WRK-PASSADA-SEM-NOVIDADE
                  OR WRK-QT-PASSADAS NOT LESS 10.

           IF WRK-QT-ELOS GREATER ZEROS
               PERFORM 0160-ORDENA-CADEIA
           END-IF.

       0150-MONTA-CADEIA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0151-PASSADA-XREF                         SECTION.
      *-----------------------------------------------------------------

           SET WRK-PASSADA-SEM-NOVIDADE TO TRUE.

           OPEN INPUT CTAXREF.
           IF FS-CTAXREF NOT EQUAL 00
               GO TO 0151-PASSADA-XREF-FIM
           END-IF.

           ADD 1 TO WRK-QT-PASSADAS.
           READ CTAXREF.
           PERFORM 0152-CONFERE-XREF
               UNTIL FS-CTAXREF NOT EQUAL 00.

           CLOSE CTAXREF.

       0151-PASSADA-XREF-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    LINHA MIGRADA COM UMA PONTA NA CADEIA TRAZ A OUTRA PONTA -
      *    CONTA COM MAIS DE 10 NUMERACOES NAO CABE NO EXTRATO
      *-----------------------------------------------------------------
       0152-CONFERE-XREF                         SECTION.
      *-----------------------------------------------------------------

           IF NOT XRF-MIGRADA
               GO TO 0152-LE-PROXIMA
           END-IF.

           MOVE XRF-CHAVE-ANTIGA  TO WRK-CHAVE-CORRENTE.
           PERFORM 0170-PROCURA-CADEIA.
           MOVE WRK-CADEIA-ACHADA TO WRK-ANTIGA-NA-CADEIA.

           MOVE XRF-CHAVE-NOVA    TO WRK-CHAVE-CORRENTE.
           PERFORM 0170-PROCURA-CADEIA.
           MOVE WRK-CADEIA-ACHADA TO WRK-NOVA-NA-CADEIA.

           IF WRK-ANTIGA-NA-CADEIA EQUAL WRK-NOVA-NA-CADEIA
               GO TO 0152-LE-PROXIMA
           END-IF.

           IF WRK-QT-CADEIA NOT LESS 10
               DISPLAY "CONTA COM MAIS DE 10 NUMERACOES NA REFERENCIA"
                   " CRUZADA - AG " XRF-AGENCIA-ANTIGA
                   " CTA " XRF-CONTA-ANTIGA
                   " FORA - EXTRATO NAO EMITIDO"
               CLOSE CTAXREF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ADD 1 TO WRK-QT-CADEIA.
           IF WRK-ANTIGA-ACHADA
               MOVE XRF-CHAVE-NOVA   TO WRK-CAD-CHAVE(WRK-QT-CADEIA)
           ELSE
               MOVE XRF-CHAVE-ANTIGA TO WRK-CAD-CHAVE(WRK-QT-CADEIA)
           END-IF.

           ADD 1 TO WRK-QT-ELOS.
           MOVE XRF-CHAVE-ANTIGA TO WRK-ELO-ANTIGA(WRK-QT-ELOS).
           MOVE XRF-CHAVE-NOVA   TO WRK-ELO-NOVA(WRK-QT-ELOS).

           SET WRK-PASSADA-COM-NOVIDADE TO TRUE.

       0152-LE-PROXIMA.

           READ CTAXREF.

       0152-CONFERE-XREF-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    COLOCA A CADEIA EM ORDEM - VOLTA PELOS ELOS DA CONTA
      *    INFORMADA ATE A NUMERACAO MAIS ANTIGA E DAI AVANCA ATE A
      *    ATUAL
      *-----------------------------------------------------------------
       0160-ORDENA-CADEIA                        SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-CAD-CHAVE(1) TO WRK-CHAVE-CORRENTE-R.

           SET WRK-ELO-FOI-ACHADO TO TRUE.
           PERFORM 0161-VOLTA-NUMERACAO
               VARYING WRK-IDX-PASSO FROM 1 BY 1
               UNTIL WRK-IDX-PASSO GREATER WRK-QT-ELOS
                  OR WRK-ELO-NAO-ACHADO.

           MOVE 1                    TO WRK-QT-ORDEM.
           MOVE WRK-CHAVE-CORRENTE-R TO WRK-ORD-CHAVE(1).

           SET WRK-ELO-FOI-ACHADO TO TRUE.
           PERFORM 0162-AVANCA-NUMERACAO
               UNTIL WRK-QT-ORDEM NOT LESS WRK-QT-CADEIA
                  OR WRK-ELO-NAO-ACHADO.

           MOVE WRK-TAB-ORDEM TO WRK-TAB-CADEIA.
           MOVE WRK-QT-ORDEM  TO WRK-QT-CADEIA.

       0160-ORDENA-CADEIA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0161-VOLTA-NUMERACAO                      SECTION.
      *-----------------------------------------------------------------

           SET WRK-ELO-NAO-ACHADO TO TRUE.
           PERFORM 0163-COMPARA-ELO-NOVA
               VARYING WRK-IDX-ELO FROM 1 BY 1
               UNTIL WRK-IDX-ELO GREATER WRK-QT-ELOS
                  OR WRK-ELO-FOI-ACHADO.

           IF WRK-ELO-FOI-ACHADO
               SUBTRACT 1 FROM WRK-IDX-ELO
               MOVE WRK-ELO-ANTIGA(WRK-IDX-ELO) TO WRK-CHAVE-CORRENTE-R
           END-IF.

       0161-VOLTA-NUMERACAO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0162-AVANCA-NUMERACAO                     SECTION.
      *-----------------------------------------------------------------

           SET WRK-ELO-NAO-ACHADO TO TRUE.
           PERFORM 0164-COMPARA-ELO-ANTIGA
               VARYING WRK-IDX-ELO FROM 1 BY 1
               UNTIL WRK-IDX-ELO GREATER WRK-QT-ELOS
                  OR WRK-ELO-FOI-ACHADO.

           IF WRK-ELO-FOI-ACHADO
               SUBTRACT 1 FROM WRK-IDX-ELO
               ADD 1 TO WRK-QT-ORDEM
               MOVE WRK-ELO-NOVA(WRK-IDX-ELO)
                                 TO WRK-ORD-CHAVE(WRK-QT-ORDEM)
               MOVE WRK-ELO-NOVA(WRK-IDX-ELO) TO WRK-CHAVE-CORRENTE-R
           END-IF.

       0162-AVANCA-NUMERACAO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0163-COMPARA-ELO-NOVA                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-ELO-NOVA(WRK-IDX-ELO) EQUAL WRK-CHAVE-CORRENTE-R
               SET WRK-ELO-FOI-ACHADO TO TRUE
           END-IF.

       0163-COMPARA-ELO-NOVA-FIM.                EXIT.

      *-----------------------------------------------------------------
       0164-COMPARA-ELO-ANTIGA                   SECTION.
      *-----------------------------------------------------------------

           IF WRK-ELO-ANTIGA(WRK-IDX-ELO) EQUAL WRK-CHAVE-CORRENTE-R
               SET WRK-ELO-FOI-ACHADO TO TRUE
           END-IF.

       0164-COMPARA-ELO-ANTIGA-FIM.              EXIT.

      *-----------------------------------------------------------------
       0165-IMPRIME-CADEIA                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-CAD-AGENCIA(WRK-IDX-CADEIA) NOT EQUAL WRK-AGENCIA
              OR WRK-CAD-CONTA(WRK-IDX-CADEIA) NOT EQUAL WRK-CONTA
               PERFORM 0255-IMPRIME-TRECHO
           END-IF.

       0165-IMPRIME-CADEIA-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    A AGENCIA/CONTA EM WRK-CHAVE-CORRENTE E UMA DAS NUMERACOES
      *    DA CONTA CONSULTADA?
      *-----------------------------------------------------------------
       0170-PROCURA-CADEIA                       SECTION.
      *-----------------------------------------------------------------

           SET WRK-CADEIA-NAO-ACHADA TO TRUE.
           PERFORM 0171-COMPARA-CADEIA
               VARYING WRK-IDX-PASSO FROM 1 BY 1
               UNTIL WRK-IDX-PASSO GREATER WRK-QT-CADEIA
                  OR WRK-CADEIA-FOI-ACHADA.

       0170-PROCURA-CADEIA-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0171-COMPARA-CADEIA                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-CAD-CHAVE(WRK-IDX-PASSO) EQUAL WRK-CHAVE-CORRENTE-R
               SET WRK-CADEIA-FOI-ACHADA TO TRUE
           END-IF.

       0171-COMPARA-CADEIA-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    POSICIONA NA PROXIMA NUMERACAO DA CADEIA QUE TENHA
      *    MOVIMENTO - ACABADA A CADEIA, ENCERRA A LEITURA
      *-----------------------------------------------------------------
       0250-PROXIMA-CONTA                        SECTION.
      *-----------------------------------------------------------------

           MOVE 10 TO FS-MOVHIST.
           PERFORM 0251-POSICIONA-CONTA
               UNTIL FS-MOVHIST EQUAL 00
                  OR WRK-IDX-CADEIA NOT LESS WRK-QT-CADEIA.

       0250-PROXIMA-CONTA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0251-POSICIONA-CONTA                      SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO WRK-IDX-CADEIA.
           MOVE "N" TO WRK-TRECHO-IMPRESSO.

           MOVE WRK-CAD-AGENCIA(WRK-IDX-CADEIA) TO MOV-AGENCIA.
           MOVE WRK-CAD-CONTA(WRK-IDX-CADEIA)   TO MOV-CONTA.
           MOVE ZEROS       TO MOV-DATA
                               MOV-ORIGEM
                               MOV-ID-LOTE
                               MOV-ID-SEQ.
           START MOVHIST KEY NOT LESS MOV-CHAVE
               INVALID KEY
                   MOVE 10 TO FS-MOVHIST
           END-START.

           IF FS-MOVHIST EQUAL 00
               READ MOVHIST NEXT
           END-IF.

       0251-POSICIONA-CONTA-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0255-IMPRIME-TRECHO                       SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-CAD-AGENCIA(WRK-IDX-CADEIA) TO WRK-TRC-AGENCIA.
           MOVE WRK-CAD-CONTA(WRK-IDX-CADEIA)   TO WRK-TRC-CONTA.
           MOVE "C"                             TO WRK-VCT-FUNCAO.
           MOVE WRK-CAD-AGENCIA(WRK-IDX-CADEIA) TO WRK-VCT-AGENCIA.
           MOVE WRK-CAD-CONTA(WRK-IDX-CADEIA)   TO WRK-VCT-CONTA.
           CALL "VALCTA" USING WRK-VALCTA.
           MOVE WRK-VCT-DV-CALCULADO            TO WRK-TRC-DV.
           WRITE REG-EXTRATO FROM WRK-LINHA-TRECHO.
           MOVE "S" TO WRK-TRECHO-IMPRESSO.

       0255-IMPRIME-TRECHO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    ANOTA O VINCULO DE ESTORNO NA LINHA DO EXTRATO - O
      *    MOVIMENTO ORIGINAL ESTORNADO RECEBE "ESTORNADO" E O
           MOVE WRK-SALDO-CORRENTE       TO WRK-SALDO-ED.
           WRITE REG-EXTRATO FROM WRK-LINHA-SALDO.

           COMPUTE WRK-SALDO-DISPONIVEL =
               WRK-SALDO-CORRENTE - WRK-SALDO-BLOQUEADO.
           MOVE "SALDO BLOQUEADO......." TO WRK-SALDO-ROTULO.
           MOVE WRK-SALDO-BLOQUEADO      TO WRK-SALDO-ED.
           WRITE REG-EXTRATO FROM WRK-LINHA-SALDO.
           MOVE "SALDO DISPONIVEL......" TO WRK-SALDO-ROTULO.
           MOVE WRK-SALDO-DISPONIVEL     TO WRK-SALDO-ED.
           WRITE REG-EXTRATO FROM WRK-LINHA-SALDO.

           CLOSE MOVHIST.
           CLOSE EXTRATO.

