       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGMOVCV.
      *=================================================================
      * PROGRAMA   : PRGMOVCV
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: CARGA DO HISTORICO INDEXADO - LE O HISTORICO
      *              SEQUENCIAL ANTIGO MOVHIST.txt (LAYOUT ANTERIOR A
      *              CHAVE, DESCRITO NO PROPRIO FD) E GRAVA CADA
      *              MOVIMENTO NO MOVHIST.dat PELA CHAVE AGENCIA+CONTA+
      *              DATA+ORIGEM+LOTE+SEQ. RODA UMA VEZ, ANTES DO
      *              PRIMEIRO PRGHISTO SOBRE O ARQUIVO INDEXADO. O
      *              HISTORICO ANTIGO NAO GUARDAVA A ORIGEM DO LOTE: ELA
      *              VEM DO LOTECTL.txt, DO LOTE DE MESMO NUMERO
      *              PROCESSADO NA DATA DO MOVIMENTO OU LOGO DEPOIS (SEM
      *              LOTECTL OU SEM LOTE QUE SIRVA, ORIGEM ZEROS).
      *              MOVIMENTO ANTIGO SEM IDENTIFICADOR (LOTE ZERO) QUE
      *              COLIDE COM OUTRO DA MESMA CONTA E DATA RECEBE A
      *              PROXIMA SEQUENCIA LIVRE; MOVIMENTO COM IDENTIFICA-
      *              DOR QUE JA ESTA NO INDEXADO E RECUSADO E CONTADO
      *              (RETORNO 4)
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  MOVANT                INPUT
      *  LOTECTL               INPUT                  #LOTECTL
      *  MOVHIST               INPUT/OUTPUT           #MOVHIST
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
           SELECT MOVANT                ASSIGN TO
                                        WRK-CAMINHO-MOVANT
               FILE STATUS              IS FS-MOVANT.

           SELECT LOTECTL               ASSIGN TO
                                        WRK-CAMINHO-LOTECTL
               FILE STATUS              IS FS-LOTECTL.

           SELECT MOVHIST               ASSIGN TO
                                        WRK-CAMINHO-MOVHIST
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS RANDOM
               RECORD KEY               IS MOV-CHAVE
               FILE STATUS              IS FS-MOVHIST.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT -  HISTORICO SEQUENCIAL ANTIGO (MOVHIST.txt)
      *                               LRECL = 042
      *----------------------------------------------------------------*
       FD  MOVANT.
       01  REG-MOVANT.
           05 ANT-AGENCIA               PIC  9(04).
           05 ANT-CONTA                 PIC  9(05).
           05 ANT-DATA                  PIC  9(08).
           05 ANT-VALOR                 PIC  9(08)V99.
           05 ANT-TIPO-LANCAMENTO       PIC  X(01).
           05 ANT-MOEDA                 PIC  X(03).
           05 ANT-ID-LOTE               PIC  9(06).
           05 ANT-ID-SEQ                PIC  9(05).

      *----------------------------------------------------------------*
      *     INPUT -  CONTROLE DE LOTES PROCESSADOS (LOTECTL)
      *                               LRECL = 018
      *----------------------------------------------------------------*
       FD  LOTECTL.
       COPY '#LOTECTL'.

      *----------------------------------------------------------------*
      *     OUTPUT-  HISTORICO DE MOVIMENTOS INDEXADO (MOVHIST)
      *                               LRECL = 046
      *----------------------------------------------------------------*
       FD  MOVHIST.
       COPY '#MOVHIST'.

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-MOVANT                    PIC 9(002).
       77  FS-LOTECTL                   PIC 9(002).
       77  FS-MOVHIST                   PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-MOVANT           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LOTECTL          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-MOVHIST          PIC X(060)        VALUES SPACES.

       01  WRK-GRAVACAO                 PIC X(001)        VALUES "N".
           88 WRK-GRAVACAO-PENDENTE               VALUES "S".
           88 WRK-GRAVACAO-CONCLUIDA              VALUES "N".

       01  ACU-LIDOS                    PIC 9(007) COMP-3 VALUES ZEROS.
       01  ACU-CARREGADOS               PIC 9(007) COMP-3 VALUES ZEROS.
       01  ACU-RENUMERADOS              PIC 9(007) COMP-3 VALUES ZEROS.
       01  ACU-DUPLICADOS               PIC 9(007) COMP-3 VALUES ZEROS.
       01  ACU-SEM-ORIGEM               PIC 9(007) COMP-3 VALUES ZEROS.

      *== LOTES JA PROCESSADOS PELO ATI4 (NUMERO+DATA -> ORIGEM)
       01  WRK-QT-LOTES                 PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-LOTE                 PIC 9(004)        VALUES ZEROS.
       01  WRK-DATA-ESCOLHIDA           PIC 9(008)        VALUES ZEROS.
       01  WRK-TAB-LOTES.
           05 WRK-LOT-OCO               OCCURS 3000 TIMES.
               10 WRK-LOT-ORIGEM            PIC 9(04).
               10 WRK-LOT-NUMERO            PIC 9(06).
               10 WRK-LOT-DATA              PIC 9(08).

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
           PERFORM 0200-PROCESSAR UNTIL FS-MOVANT NOT EQUAL 00.
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
                  "\MOVHIST.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-MOVANT.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\MOVHIST.dat"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-MOVHIST.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\LOTECTL.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LOTECTL.

           PERFORM 0110-CARREGA-LOTES.

           OPEN INPUT MOVANT.
           IF FS-MOVANT NOT EQUAL 00
               MOVE WRK-ERRO-ABERTURA TO WRK-FS-DESCRICAO
               DISPLAY WRK-FS-DESCRICAO
               CALL "FSTATUS" USING FS-MOVANT WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O MOVHIST.
           IF FS-MOVHIST EQUAL 35
               OPEN OUTPUT MOVHIST
               CLOSE MOVHIST
               OPEN I-O MOVHIST
           END-IF.
           IF FS-MOVHIST NOT EQUAL 00
               MOVE WRK-ERRO-ABERTURA TO WRK-FS-DESCRICAO
               DISPLAY WRK-FS-DESCRICAO
               CALL "FSTATUS" USING FS-MOVHIST WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               CLOSE MOVANT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           READ MOVANT.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    TABELA CHEIA NAO PODE SEGUIR: MOVIMENTO DE LOTE FORA DA
      *    TABELA FICARIA SEM ORIGEM E PODERIA COLIDIR NA CHAVE COM
      *    OUTRO LOTE DE MESMO NUMERO
      *-----------------------------------------------------------------
       0110-CARREGA-LOTES                        SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT LOTECTL.
           IF FS-LOTECTL NOT EQUAL 00
               DISPLAY "LOTECTL AUSENTE - ORIGENS NAO IDENTIFICADAS"
               GO TO 0110-CARREGA-LOTES-FIM
           END-IF.

           READ LOTECTL.
           PERFORM 0111-GUARDA-LOTE
               UNTIL FS-LOTECTL NOT EQUAL 00.

           CLOSE LOTECTL.

       0110-CARREGA-LOTES-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0111-GUARDA-LOTE                          SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-LOTES NOT LESS 3000
               DISPLAY "TABELA DE LOTES CHEIA (3000) NO LOTE "
                   LOT-ORIGEM "/" LOT-NUMERO " - CARGA CANCELADA"
               CLOSE LOTECTL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ADD 1 TO WRK-QT-LOTES.
           MOVE LOT-ORIGEM TO WRK-LOT-ORIGEM(WRK-QT-LOTES).
           MOVE LOT-NUMERO TO WRK-LOT-NUMERO(WRK-QT-LOTES).
           MOVE LOT-DATA   TO WRK-LOT-DATA(WRK-QT-LOTES).

           READ LOTECTL.

       0111-GUARDA-LOTE-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.

           MOVE ANT-AGENCIA         TO MOV-AGENCIA.
           MOVE ANT-CONTA           TO MOV-CONTA.
           MOVE ANT-DATA            TO MOV-DATA.
           MOVE ZEROS               TO MOV-ORIGEM.
           MOVE ANT-ID-LOTE         TO MOV-ID-LOTE.
           MOVE ANT-ID-SEQ          TO MOV-ID-SEQ.
           MOVE ANT-VALOR           TO MOV-VALOR.
           MOVE ANT-TIPO-LANCAMENTO TO MOV-TIPO-LANCAMENTO.
           MOVE ANT-MOEDA           TO MOV-MOEDA.

           IF MOV-ID-LOTE NOT EQUAL ZEROS
               PERFORM 0220-ACHA-ORIGEM
           END-IF.

           SET WRK-GRAVACAO-PENDENTE TO TRUE.
           PERFORM 0210-GRAVA-MOVHIST
               UNTIL WRK-GRAVACAO-CONCLUIDA.

           READ MOVANT.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    CHAVE OCUPADA: MOVIMENTO SEM IDENTIFICADOR (LOTE ZERO, DE
      *    ANTES DO CARIMBO DO ATI4) TENTA A SEQUENCIA SEGUINTE;
      *    MOVIMENTO COM IDENTIFICADOR E O MESMO MOVIMENTO ARQUIVADO
      *    DUAS VEZES E NAO E CARREGADO
      *-----------------------------------------------------------------
       0210-GRAVA-MOVHIST                        SECTION.
      *-----------------------------------------------------------------

           WRITE REG-MOVHIST
               INVALID KEY
                   IF MOV-ID-LOTE EQUAL ZEROS
                      AND MOV-ID-SEQ LESS 99999
                       ADD 1 TO MOV-ID-SEQ
                   ELSE
                       ADD 1 TO ACU-DUPLICADOS
                       DISPLAY "JA CARREGADO: AG " MOV-AGENCIA
                           " CTA " MOV-CONTA " DATA " MOV-DATA
                           " ID " MOV-ORIGEM "/" MOV-ID-LOTE "/"
                           MOV-ID-SEQ
                       SET WRK-GRAVACAO-CONCLUIDA TO TRUE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO ACU-CARREGADOS
                   IF MOV-ID-SEQ NOT EQUAL ANT-ID-SEQ
                       ADD 1 TO ACU-RENUMERADOS
                   END-IF
                   SET WRK-GRAVACAO-CONCLUIDA TO TRUE
           END-WRITE.

       0210-GRAVA-MOVHIST-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    ORIGEM DO MOVIMENTO ANTIGO: ENTRE OS LOTES DE MESMO NUMERO,
      *    O PROCESSADO NA DATA DO MOVIMENTO OU O PRIMEIRO DEPOIS DELA
      *    (O ATI4 SO POSTA MOVIMENTO DA DATA DO LOTE OU ANTERIOR)
      *-----------------------------------------------------------------
       0220-ACHA-ORIGEM                          SECTION.
      *-----------------------------------------------------------------

           MOVE 99999999 TO WRK-DATA-ESCOLHIDA.

           PERFORM 0221-COMPARA-LOTE
               VARYING WRK-IDX-LOTE FROM 1 BY 1
               UNTIL WRK-IDX-LOTE GREATER WRK-QT-LOTES.

           IF MOV-ORIGEM EQUAL ZEROS
               ADD 1 TO ACU-SEM-ORIGEM
           END-IF.

       0220-ACHA-ORIGEM-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0221-COMPARA-LOTE                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-LOT-NUMERO(WRK-IDX-LOTE) EQUAL MOV-ID-LOTE
              AND WRK-LOT-DATA(WRK-IDX-LOTE) NOT LESS MOV-DATA
              AND WRK-LOT-DATA(WRK-IDX-LOTE) LESS WRK-DATA-ESCOLHIDA
               MOVE WRK-LOT-DATA(WRK-IDX-LOTE)   TO WRK-DATA-ESCOLHIDA
               MOVE WRK-LOT-ORIGEM(WRK-IDX-LOTE) TO MOV-ORIGEM
           END-IF.

       0221-COMPARA-LOTE-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE MOVANT.
           CLOSE MOVHIST.

           DISPLAY WRK-LINHA.
           DISPLAY "LIDOS DO MOVHIST.txt.....: " ACU-LIDOS.
           DISPLAY "CARREGADOS NO MOVHIST.dat: " ACU-CARREGADOS.
           DISPLAY "  COM SEQUENCIA ATRIBUIDA: " ACU-RENUMERADOS.
           DISPLAY "  COM LOTE SEM ORIGEM....: " ACU-SEM-ORIGEM.
           DISPLAY "JA CARREGADOS (RECUSADOS): " ACU-DUPLICADOS.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           IF ACU-DUPLICADOS GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0300-FINALIZAR-FIM.                       EXIT.
