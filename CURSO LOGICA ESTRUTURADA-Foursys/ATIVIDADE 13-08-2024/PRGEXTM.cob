      *  MOVHIST               INPUT                  #MOVHIST
      *  COTACOES              INPUT                  #COTACOES
      *  EXTRATOM              OUTPUT
      *  BLOQJUD               INPUT                  #BLOQJUD
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS
      *   CATALOGADO COM O DESTINATARIO DO ROTEIRO - A SEGUNDA VIA
      *   SAI PELO PRGSPOOL, SEM REGERAR
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O FECHAMENTO DE CADA EXTRATO PASSOU A MOSTRAR, ALEM DO SALDO
      *   DE FECHAMENTO (CONTABIL), O SALDO BLOQUEADO POR ORDEM
      *   JUDICIAL OU ADMINISTRATIVA EM VIGOR NO FIM DO PERIODO
      *   (BLOQJUD.txt, BOOK #BLOQJUD) E O SALDO DISPONIVEL
      *   (CONTABIL - BLOQUEADO), COMO NO PRGEXTRA
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O ROTEIRO.txt PASSOU A TRAZER TAMBEM AS ADESOES DE CONTA AO
      *   EXTRATO ELETRONICO DO PRGEXTPJ (ROT-CONTA PREENCHIDA) -
      *   ESSAS LINHAS SAO IGNORADAS AQUI, SO A REGRA DA AGENCIA
      *   (ROT-CONTA ZEROS OU AUSENTE) QUEBRA O CONSOLIDADO
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O MOVHIST PASSOU A SER INDEXADO (MOVHIST.dat, CHAVE
      *   AGENCIA+CONTA+DATA+LOTE+SEQ) - CADA EXTRATO POSICIONA
      *   (START) NO PRIMEIRO MOVIMENTO DA CONTA E LE SO ATE A DATA
      *   FINAL OU A TROCA DE CONTA; A EMISSAO DEIXA DE VARRER O
      *   HISTORICO INTEIRO UMA VEZ POR CONTA DO CADASTRO
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   A CHAVE DO MOVHIST GANHOU A ORIGEM DO LOTE (AGENCIA+CONTA+
      *   DATA+ORIGEM+LOTE+SEQ) - O POSICIONAMENTO (START) ZERA TAMBEM A
      *   ORIGEM
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================

           SELECT MOVHIST               ASSIGN TO
                                        WRK-CAMINHO-MOVHIST
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS MOV-CHAVE
               FILE STATUS              IS FS-MOVHIST.

           SELECT COTACOES              ASSIGN TO
                                        WRK-CAMINHO-EXTRATOM
               FILE STATUS              IS FS-EXTRATOM.

           SELECT BLOQJUD               ASSIGN TO
                                        WRK-CAMINHO-BLOQJUD
               FILE STATUS              IS FS-BLOQJUD.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================

      *----------------------------------------------------------------*
      *     INPUT -  HISTORICO MENSAL DE MOVIMENTOS (MOVHIST)
      *                               LRECL = 046
      *----------------------------------------------------------------*
       FD  MOVHIST.
       COPY '#MOVHIST'.

      *----------------------------------------------------------------*
      *     INPUT -  ROTEIRO DE AGENCIAS (ROTEIRO)
      *                               LRECL = 029
      *----------------------------------------------------------------*
       FD  ROTEIRO.
       COPY '#ROTEIRO'.
       FD  EXTMAG.
       01  REG-EXTMAG                   PIC X(080).

      *----------------------------------------------------------------*
      *     INPUT -  BLOQUEIOS JUDICIAIS/ADMINISTRATIVOS (BLOQJUD)
      *                               LRECL = 103
      *----------------------------------------------------------------*
       FD  BLOQJUD.
       COPY '#BLOQJUD'.

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------
       01  WRK-CAMINHO-EXTMAG           PIC X(060)        VALUES SPACES.
       77  FS-ROTEIRO                   PIC 9(002)        VALUES ZEROS.
       77  FS-EXTMAG                    PIC 9(002)        VALUES ZEROS.
       01  WRK-CAMINHO-BLOQJUD          PIC X(060)        VALUES SPACES.
       77  FS-BLOQJUD                   PIC 9(002)        VALUES ZEROS.

      *-----------------------------------------------------------------
      *    BLOQUEIOS EM VIGOR NA DATA DE REFERENCIA (FIM DO PERIODO, OU
      *    HOJE QUANDO O PERIODO E EM ABERTO), SOMADOS POR CONTA
      *-----------------------------------------------------------------
       01  WRK-DATA-REFERENCIA          PIC 9(008)        VALUES ZEROS.
       01  WRK-QT-BLOQUEIOS             PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-BLOQUEIO             PIC 9(003)        VALUES ZEROS.
       01  WRK-BLOQUEIO-ACHADO          PIC X(001)        VALUES "N".
           88 WRK-BLOQUEIO-FOI-ACHADO             VALUES "S".
           88 WRK-BLOQUEIO-NAO-ACHADO             VALUES "N".
       01  WRK-TAB-BLOQUEIOS.
           05 WRK-BLOQUEIO-OCO          OCCURS 500 TIMES.
               10 WRK-BLQ-AGENCIA           PIC 9(004).
               10 WRK-BLQ-CONTA             PIC 9(005).
               10 WRK-BLQ-VALOR             PIC 9(010)V99  COMP-3.
       01  WRK-BLQ-AGENCIA-PROCURADA    PIC 9(004)        VALUES ZEROS.
       01  WRK-BLQ-CONTA-PROCURADA      PIC 9(005)        VALUES ZEROS.
       01  WRK-SALDO-BLOQUEADO          PIC S9(010)V99 COMP-3
                                                          VALUES ZEROS.
       01  WRK-SALDO-DISPONIVEL         PIC S9(010)V99 COMP-3
                                                          VALUES ZEROS.

      *-----------------------------------------------------------------
      *    ROTEIRO DE AGENCIAS - QUEM TEM REGRA GANHA ARQUIVO PROPRIO
                  "\CONTAS.dat"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CONTAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\MOVHIST.dat"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-MOVHIST.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\COTACOES.txt"      DELIMITED BY SIZE
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\ROTEIRO.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-ROTEIRO.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\BLOQJUD.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-BLOQJUD.

           PERFORM 0110-CARREGA-COTACOES.
           PERFORM 0120-CARREGA-CONTAS.
           PERFORM 0130-CARREGA-ROTEIRO.
           PERFORM 0140-CARREGA-BLOQUEIOS.

           OPEN OUTPUT EXTRATOM.

       0131-GUARDA-ROTA                          SECTION.
      *-----------------------------------------------------------------

           IF ROT-CONTA IS NUMERIC
              AND ROT-CONTA NOT EQUAL ZEROS
               GO TO 0131-GUARDA-ROTA-LER
           END-IF.

           IF WRK-QT-ROTAS LESS 20
               ADD 1 TO WRK-QT-ROTAS
               MOVE ROT-AGENCIA      TO WRK-ROTA-AGENCIA(WRK-QT-ROTAS)
                   WRK-ROTA-JA-ABERTA(WRK-QT-ROTAS)
           END-IF.

       0131-GUARDA-ROTA-LER.
           READ ROTEIRO.

       0131-GUARDA-ROTA-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    CARREGA OS BLOQUEIOS EM VIGOR NA DATA DE REFERENCIA (REGRA
      *    DO BOOK #BLOQJUD) - ARQUIVO AUSENTE E BLOQUEIO ZERO
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
           PERFORM 0141-GUARDA-BLOQUEIO
               UNTIL FS-BLOQJUD NOT EQUAL 00.

           CLOSE BLOQJUD.

       0140-CARREGA-BLOQUEIOS-FIM.               EXIT.

      *-----------------------------------------------------------------
       0141-GUARDA-BLOQUEIO                      SECTION.
      *-----------------------------------------------------------------

           IF BLQ-DATA-INICIO NOT GREATER WRK-DATA-REFERENCIA
              AND (BLQ-DATA-LIBERACAO EQUAL ZEROS
               OR BLQ-DATA-LIBERACAO GREATER WRK-DATA-REFERENCIA)
              AND BLQ-VALOR-BLOQUEADO GREATER ZEROS
               MOVE BLQ-AGENCIA TO WRK-BLQ-AGENCIA-PROCURADA
               MOVE BLQ-CONTA   TO WRK-BLQ-CONTA-PROCURADA
               PERFORM 0340-PROCURA-BLOQUEIO
               IF WRK-BLOQUEIO-FOI-ACHADO
                   ADD BLQ-VALOR-BLOQUEADO TO
                       WRK-BLQ-VALOR(WRK-IDX-BLOQUEIO)
               ELSE
                   IF WRK-QT-BLOQUEIOS LESS 500
                       ADD 1 TO WRK-QT-BLOQUEIOS
                       MOVE BLQ-AGENCIA TO
                           WRK-BLQ-AGENCIA(WRK-QT-BLOQUEIOS)
                       MOVE BLQ-CONTA   TO
                           WRK-BLQ-CONTA(WRK-QT-BLOQUEIOS)
                       MOVE BLQ-VALOR-BLOQUEADO TO
                           WRK-BLQ-VALOR(WRK-QT-BLOQUEIOS)
                   END-IF
               END-IF
           END-IF.

           READ BLOQJUD.

       0141-GUARDA-BLOQUEIO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    LEITURA DO MOVHIST POSICIONADA NA CONTA, NA MESMA LOGICA
      *    DO PRGEXTRA - CONTA SEM MOVIMENTO NO PERIODO NAO GERA
      *    EXTRATO
      *-----------------------------------------------------------------
       0300-EMITE-CONTA                          SECTION.
      *-----------------------------------------------------------------
               GO TO 0300-EMITE-CONTA-FIM
           END-IF.

           MOVE WRK-AGENCIA TO MOV-AGENCIA.
           MOVE WRK-CONTA   TO MOV-CONTA.
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
           PERFORM 0310-PROCESSA-MOVIMENTO
               UNTIL FS-MOVHIST NOT EQUAL 00.

               MOVE WRK-SALDO-CORRENTE       TO WRK-SALDO-ED
               MOVE WRK-LINHA-SALDO TO WRK-LINHA-SPOOL
               PERFORM 0900-GRAVA-LINHA
               PERFORM 0350-IMPRIME-DISPONIVEL
               MOVE WRK-LINHA-SEPARA TO WRK-LINHA-SPOOL
               PERFORM 0900-GRAVA-LINHA
           END-IF.

           IF MOV-AGENCIA NOT EQUAL WRK-AGENCIA
              OR MOV-CONTA NOT EQUAL WRK-CONTA
              OR MOV-DATA GREATER WRK-DATA-FINAL
               MOVE 10 TO FS-MOVHIST
               GO TO 0310-PROCESSA-MOVIMENTO-FIM
           END-IF.

           PERFORM 0320-BUSCA-COTACAO-MOEDA.
               GO TO 0310-LE-PROXIMO
           END-IF.

           IF ACU-MOVIMENTOS-CONTA EQUAL ZEROS
               MOVE WRK-AGENCIA TO WRK-CAB-AGENCIA
               MOVE WRK-CONTA   TO WRK-CAB-CONTA

       0310-LE-PROXIMO.

           READ MOVHIST NEXT.

       0310-PROCESSA-MOVIMENTO-FIM.              EXIT.


       0321-PROCURA-MOEDA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    SALDO BLOQUEADO E SALDO DISPONIVEL (CONTABIL - BLOQUEADO)
      *    DA CONTA DA VEZ, LOGO ABAIXO DO SALDO DE FECHAMENTO
      *-----------------------------------------------------------------
       0350-IMPRIME-DISPONIVEL                   SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS       TO WRK-SALDO-BLOQUEADO.
           MOVE WRK-AGENCIA TO WRK-BLQ-AGENCIA-PROCURADA.
           MOVE WRK-CONTA   TO WRK-BLQ-CONTA-PROCURADA.
           PERFORM 0340-PROCURA-BLOQUEIO.
           IF WRK-BLOQUEIO-FOI-ACHADO
               MOVE WRK-BLQ-VALOR(WRK-IDX-BLOQUEIO)
                                     TO WRK-SALDO-BLOQUEADO
           END-IF.

           COMPUTE WRK-SALDO-DISPONIVEL =
               WRK-SALDO-CORRENTE - WRK-SALDO-BLOQUEADO.

           MOVE "SALDO BLOQUEADO......." TO WRK-SALDO-ROTULO.
           MOVE WRK-SALDO-BLOQUEADO      TO WRK-SALDO-ED.
           MOVE WRK-LINHA-SALDO TO WRK-LINHA-SPOOL.
           PERFORM 0900-GRAVA-LINHA.
           MOVE "SALDO DISPONIVEL......" TO WRK-SALDO-ROTULO.
           MOVE WRK-SALDO-DISPONIVEL     TO WRK-SALDO-ED.
           MOVE WRK-LINHA-SALDO TO WRK-LINHA-SPOOL.
           PERFORM 0900-GRAVA-LINHA.

       0350-IMPRIME-DISPONIVEL-FIM.              EXIT.

      *-----------------------------------------------------------------
       0340-PROCURA-BLOQUEIO                     SECTION.
      *-----------------------------------------------------------------

           SET WRK-BLOQUEIO-NAO-ACHADO TO TRUE.
           PERFORM 0341-COMPARA-BLOQUEIO
               VARYING WRK-IDX-BLOQUEIO FROM 1 BY 1
               UNTIL WRK-IDX-BLOQUEIO GREATER WRK-QT-BLOQUEIOS
                  OR WRK-BLOQUEIO-FOI-ACHADO.

           IF WRK-BLOQUEIO-FOI-ACHADO
               SUBTRACT 1 FROM WRK-IDX-BLOQUEIO
           END-IF.

       0340-PROCURA-BLOQUEIO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0341-COMPARA-BLOQUEIO                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-BLQ-AGENCIA(WRK-IDX-BLOQUEIO) EQUAL
              WRK-BLQ-AGENCIA-PROCURADA
              AND WRK-BLQ-CONTA(WRK-IDX-BLOQUEIO) EQUAL
                  WRK-BLQ-CONTA-PROCURADA
               SET WRK-BLOQUEIO-FOI-ACHADO TO TRUE
           END-IF.

       0341-COMPARA-BLOQUEIO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0500-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------
