      *              (LANCCOB.txt, LANCJUR.txt, LANCTAR.txt, LOTES DO
      *              PRGAGEND ETC., CAMINHO INFORMADO COMO NO PRGCONSO)
      *              E PROVA QUE CADA COBRANCA DO LOTE APARECEU EM
      *              ALGUM LUGAR DO FLUXO: POSTADA NO MOVHIST.dat,
      *              REJEITADA NO REJEITADOS.txt (COM O MOTIVO),
      *              SUSPENSA NO SUSPCAM.txt OU ESCALADA NO
      *              ESCALADOS.txt. COBRANCA QUE NAO ESTA EM LUGAR
      *-----------------------------------------------------------------
      * ALTERACOES.:
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O MOVHIST PASSOU A SER INDEXADO (MOVHIST.dat, CHAVE
      *   AGENCIA+CONTA+DATA+ORIGEM+LOTE+SEQ) - EM VEZ DE VARRER O
      *   HISTORICO INTEIRO, CADA COBRANCA DO LOTE E PROCURADA
      *   POSICIONANDO (START) NA SUA AGENCIA/CONTA/DATA; CONTINUA
      *   VALENDO QUE UM MOVIMENTO SO CONFIRMA UMA COBRANCA
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O #REJCAM E O #SUSPCAM GANHARAM A ORIGEM DO IDENTIFICADOR
      *   (LRECL 61 E 48) - IMAGEM DOS ESCALADOS AMPLIADA; O START NO
      *   MOVHIST ZERA A ORIGEM, QUE ENTROU NA CHAVE ANTES DO LOTE
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

           SELECT REJEITADOS            ASSIGN TO

      *----------------------------------------------------------------*
      *     INPUT -  LOTE GERADO A CONFIRMAR (LOTEGER)
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  LOTEGER.
       COPY '#LANCAM'.

      *----------------------------------------------------------------*
      *     INPUT -  HISTORICO MENSAL DE MOVIMENTOS (MOVHIST)
      *                               LRECL = 046
      *----------------------------------------------------------------*
       FD  MOVHIST.
       COPY '#MOVHIST'.

      *----------------------------------------------------------------*
      *     INPUT -  LANCAMENTOS REJEITADOS (REJEITADOS)
      *                               LRECL = 061
      *----------------------------------------------------------------*
       FD  REJEITADOS.
       COPY '#REJCAM'.

      *----------------------------------------------------------------*
      *     INPUT -  LANCAMENTOS SUSPEITOS (SUSPCAM)
      *                               LRECL = 048
      *----------------------------------------------------------------*
       FD  SUSPCAM.
       COPY '#SUSPCAM'.

      *----------------------------------------------------------------*
      *     INPUT -  TRANSACOES ESCALADAS (ESCALADOS)
      *                               LRECL = 061
      *----------------------------------------------------------------*
       FD  ESCALADOS.
       01  REG-ESCALADO-IMG             PIC X(061).

      *----------------------------------------------------------------*
      *     OUTPUT - RELATORIO DE CONFIRMACAO (CONFLOTE)

       01  WRK-QT-COBRANCAS             PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-COB                  PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-ANT                  PIC 9(004)        VALUES ZEROS.
       01  WRK-QT-JA-CASADAS            PIC 9(004)        VALUES ZEROS.
       01  WRK-QT-CASAMENTOS            PIC 9(004)        VALUES ZEROS.
       01  WRK-LOTE-CORRENTE            PIC 9(006)        VALUES ZEROS.
       01  WRK-TAB-COBRANCAS.
           05 WRK-COB-OCO               OCCURS 2000 TIMES.
           PERFORM 0100-INICIAR.
           PERFORM 0200-CARREGA-LOTE
               UNTIL FS-LOTEGER NOT EQUAL 00.
           PERFORM 0300-CASA-MOVHIST.
           PERFORM 0400-CASA-REJEITADOS
               UNTIL FS-REJEITADOS NOT EQUAL 00.
           PERFORM 0500-CASA-SUSPENSOS
           END-IF.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\MOVHIST.dat"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-MOVHIST.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\REJEITADOS.txt"    DELIMITED BY SIZE
           READ LOTEGER.
           IF FS-LOTEGER NOT EQUAL 00
               CLOSE LOTEGER
           END-IF.

       0200-CARREGA-LOTE-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    CADA COBRANCA PENDENTE E PROCURADA PELA CHAVE DO MOVHIST
      *    (AGENCIA/CONTA/DATA). CADA MOVIMENTO SO CONSOME UMA
      *    COBRANCA, PARA DUAS COBRANCAS IGUAIS NAO SEREM CONFIRMADAS
      *    POR UM UNICO MOVIMENTO: A COBRANCA PULA TANTOS MOVIMENTOS
      *    IGUAIS QUANTAS COBRANCAS IGUAIS ANTERIORES JA FORAM POSTADAS
      *-----------------------------------------------------------------
       0300-CASA-MOVHIST                         SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT MOVHIST.
           IF FS-MOVHIST EQUAL 00
               PERFORM 0310-CASA-COBRANCA
                   VARYING WRK-IDX-COB FROM 1 BY 1
                   UNTIL WRK-IDX-COB GREATER WRK-QT-COBRANCAS
               CLOSE MOVHIST
           END-IF.

           OPEN INPUT REJEITADOS.
           IF FS-REJEITADOS EQUAL 00
               READ REJEITADOS
           END-IF.

       0300-CASA-MOVHIST-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0310-CASA-COBRANCA                        SECTION.
      *-----------------------------------------------------------------

           IF NOT WRK-COB-PENDENTE(WRK-IDX-COB)
               GO TO 0310-CASA-COBRANCA-FIM
           END-IF.

           MOVE ZEROS TO WRK-QT-JA-CASADAS
                         WRK-QT-CASAMENTOS.
           PERFORM 0311-CONTA-JA-CASADA
               VARYING WRK-IDX-ANT FROM 1 BY 1
               UNTIL WRK-IDX-ANT NOT LESS WRK-IDX-COB.

           MOVE WRK-COB-AGENCIA(WRK-IDX-COB) TO MOV-AGENCIA.
           MOVE WRK-COB-CONTA(WRK-IDX-COB)   TO MOV-CONTA.
           MOVE WRK-COB-DATA(WRK-IDX-COB)    TO MOV-DATA.
           MOVE ZEROS                        TO MOV-ORIGEM
                                                MOV-ID-LOTE
                                                MOV-ID-SEQ.
           START MOVHIST KEY NOT LESS MOV-CHAVE
               INVALID KEY
                   MOVE 10 TO FS-MOVHIST
           END-START.

           IF FS-MOVHIST EQUAL 00
               READ MOVHIST NEXT
           END-IF.
           PERFORM 0312-MARCA-POSTADA
               UNTIL FS-MOVHIST NOT EQUAL 00.

       0310-CASA-COBRANCA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0311-CONTA-JA-CASADA                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-COB-POSTADA(WRK-IDX-ANT)
              AND WRK-COB-AGENCIA(WRK-IDX-ANT) EQUAL
                  WRK-COB-AGENCIA(WRK-IDX-COB)
              AND WRK-COB-CONTA(WRK-IDX-ANT) EQUAL
                  WRK-COB-CONTA(WRK-IDX-COB)
              AND WRK-COB-VALOR(WRK-IDX-ANT) EQUAL
                  WRK-COB-VALOR(WRK-IDX-COB)
              AND WRK-COB-TIPO(WRK-IDX-ANT) EQUAL
                  WRK-COB-TIPO(WRK-IDX-COB)
              AND WRK-COB-DATA(WRK-IDX-ANT) EQUAL
                  WRK-COB-DATA(WRK-IDX-COB)
               ADD 1 TO WRK-QT-JA-CASADAS
           END-IF.

       0311-CONTA-JA-CASADA-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0312-MARCA-POSTADA                        SECTION.
      *-----------------------------------------------------------------

           IF MOV-AGENCIA NOT EQUAL WRK-COB-AGENCIA(WRK-IDX-COB)
              OR MOV-CONTA NOT EQUAL WRK-COB-CONTA(WRK-IDX-COB)
              OR MOV-DATA NOT EQUAL WRK-COB-DATA(WRK-IDX-COB)
               MOVE 10 TO FS-MOVHIST
               GO TO 0312-MARCA-POSTADA-FIM
           END-IF.

           IF WRK-COB-VALOR(WRK-IDX-COB) EQUAL MOV-VALOR
              AND WRK-COB-TIPO(WRK-IDX-COB) EQUAL MOV-TIPO-LANCAMENTO
               ADD 1 TO WRK-QT-CASAMENTOS
               IF WRK-QT-CASAMENTOS GREATER WRK-QT-JA-CASADAS
                   MOVE "P" TO WRK-COB-DESTINO(WRK-IDX-COB)
                   ADD 1 TO ACU-POSTADAS
                   MOVE 10 TO FS-MOVHIST
                   GO TO 0312-MARCA-POSTADA-FIM
               END-IF
           END-IF.

           READ MOVHIST NEXT.

       0312-MARCA-POSTADA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0400-CASA-REJEITADOS                      SECTION.
