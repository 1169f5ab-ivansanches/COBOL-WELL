      * DATA.......: 12/08/2024
      *-----------------------------------------------------------------
      * OBJETIVO...: CONSULTA DO HISTORICO MENSAL DE MOVIMENTOS
      *              (MOVHIST.dat) - DADA UMA AGENCIA/CONTA E UM
      *              PERIODO (DATA INICIAL/FINAL), LISTA TODOS OS
      *              MOVIMENTOS DA CONTA NO PERIODO COM D/C, MOEDA E
      *              TOTALIZACAO - E POR ONDE COMECA TODA INVESTIGACAO
      *   LOTE INFORMADO, A BUSCA E SO PELO IDENTIFICADOR E OS DEMAIS
      *   FILTROS SAO IGNORADOS; O IDENTIFICADOR SAI EM CADA LINHA
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O MOVHIST PASSOU A SER INDEXADO (MOVHIST.dat, CHAVE
      *   AGENCIA+CONTA+DATA+LOTE+SEQ) - A BUSCA POR CONTA POSICIONA
      *   (START) NA AGENCIA/CONTA/DATA INICIAL E PARA NA TROCA DE
      *   CONTA OU NA DATA FINAL; A BUSCA SO PELO IDENTIFICADOR, QUE
      *   NAO FAZ PARTE DO INICIO DA CHAVE, CONTINUA PERCORRENDO O
      *   ARQUIVO
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   A CHAVE DO MOVHIST GANHOU A ORIGEM DO LOTE (AGENCIA+CONTA+
      *   DATA+ORIGEM+LOTE+SEQ) - O START ZERA A ORIGEM; NA BUSCA PELO
      *   IDENTIFICADOR A ORIGEM E PERGUNTADA (BRANCO=QUALQUER), JA QUE
      *   O MESMO NUMERO DE LOTE SE REPETE ENTRE ORIGENS; A LINHA MOSTRA
      *   ORIGEM/LOTE/SEQ
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

      *=================================================================

      *----------------------------------------------------------------*
      *     INPUT -  HISTORICO MENSAL DE MOVIMENTOS (MOVHIST)
      *                               LRECL = 046
      *----------------------------------------------------------------*
       FD  MOVHIST.
       COPY '#MOVHIST'.
       01  WRK-DATA-INICIAL             PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-FINAL               PIC 9(008)        VALUES
           99999999.
       01  WRK-ID-ORIGEM                PIC 9(004)        VALUES ZEROS.
       01  WRK-ID-LOTE                  PIC 9(006)        VALUES ZEROS.
       01  WRK-ID-SEQ                   PIC 9(005)        VALUES ZEROS.

           END-IF.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\MOVHIST.dat"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-MOVHIST.

           DISPLAY "==== CONSULTA DE MOVIMENTOS (MOVHIST) ====".
           DISPLAY "LOTE DA TRANSACAO (BRANCO=BUSCA POR CONTA)?".
           ACCEPT WRK-ID-LOTE.
           IF WRK-ID-LOTE GREATER ZEROS
               DISPLAY "ORIGEM DO LOTE (BRANCO=QUALQUER)?"
               ACCEPT WRK-ID-ORIGEM
               DISPLAY "SEQUENCIA NO LOTE?"
               ACCEPT WRK-ID-SEQ
               GO TO 0100-ABRE-MOVHIST
               GOBACK
           END-IF.

           IF WRK-ID-LOTE GREATER ZEROS
               MOVE ZEROS            TO MOV-CHAVE
           ELSE
               MOVE WRK-AGENCIA      TO MOV-AGENCIA
               MOVE WRK-CONTA        TO MOV-CONTA
               MOVE WRK-DATA-INICIAL TO MOV-DATA
               MOVE ZEROS            TO MOV-ORIGEM
                                        MOV-ID-LOTE
                                        MOV-ID-SEQ
           END-IF.
           START MOVHIST KEY NOT LESS MOV-CHAVE
               INVALID KEY
                   MOVE 10 TO FS-MOVHIST
           END-START.

           IF FS-MOVHIST EQUAL 00
               READ MOVHIST NEXT
           END-IF.
           IF FS-MOVHIST EQUAL 10
               DISPLAY WRK-ARQ-EXISTE
           END-IF.
           IF WRK-ID-LOTE GREATER ZEROS
               IF MOV-ID-LOTE EQUAL WRK-ID-LOTE
                  AND MOV-ID-SEQ EQUAL WRK-ID-SEQ
                  AND (WRK-ID-ORIGEM EQUAL ZEROS
                   OR MOV-ORIGEM EQUAL WRK-ID-ORIGEM)
                   PERFORM 0210-MOSTRA-MOVIMENTO
               END-IF
           ELSE
               IF MOV-AGENCIA NOT EQUAL WRK-AGENCIA
                  OR MOV-CONTA NOT EQUAL WRK-CONTA
                  OR MOV-DATA GREATER WRK-DATA-FINAL
                   MOVE 10 TO FS-MOVHIST
                   GO TO 0200-PROCESSAR-FIM
               END-IF
               PERFORM 0210-MOSTRA-MOVIMENTO
           END-IF.

           READ MOVHIST NEXT.

       0200-PROCESSAR-FIM.                       EXIT.

           ADD 1 TO ACU-ACHADOS.
           DISPLAY MOV-DATA " AG " MOV-AGENCIA " CTA " MOV-CONTA
               " " MOV-TIPO-LANCAMENTO " " MOV-MOEDA " " MOV-VALOR
               " ID " MOV-ORIGEM "/" MOV-ID-LOTE "/" MOV-ID-SEQ.
           IF MOV-TIPO-LANCAMENTO EQUAL "D"
               SUBTRACT MOV-VALOR FROM WRK-TOTAL-PERIODO
           ELSE
