      * OBJETIVO...: BATIMENTO DIARIO CONTA A CONTA - PARA CADA
      *              AGENCIA/CONTA, PARTE DA ULTIMA FOTOGRAFIA DE
      *              SALDO ANTERIOR A DATA (SALDOHIST.txt), APLICA OS
      *              MOVIMENTOS DA DATA (MOVHIST.dat, DEBITO SUBTRAI E
      *              CREDITO SOMA, NO VALOR DE FACE EM QUE O SALDOCTA
      *              E ACUMULADO PELO ATI4) E PROVA QUE O RESULTADO E
      *              IGUAL AO REG-SALDO CORRENTE DO SALDOCTA.dat -
      *-----------------------------------------------------------------
      * ALTERACOES.:
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O MOVHIST PASSOU A SER INDEXADO (MOVHIST.dat, CHAVE
      *   AGENCIA+CONTA+DATA+LOTE+SEQ) - A CARGA DOS MOVIMENTOS
      *   SALTA, EM CADA CONTA, DIRETO PARA A DATA DO BATIMENTO
      *   (START) E DA ULTIMA MOVIMENTACAO DO DIA PARA A CONTA
      *   SEGUINTE, SEM LER O HISTORICO ANTIGO
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   A CHAVE DO MOVHIST GANHOU A ORIGEM DO LOTE (AGENCIA+CONTA+
      *   DATA+ORIGEM+LOTE+SEQ) - O POSICIONAMENTO NA DATA ZERA A ORIGEM
      *   E O SALTO PARA A CONTA SEGUINTE PARTE DA ORIGEM 9999
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

           SELECT SALDOCTA              ASSIGN TO

      *----------------------------------------------------------------*
      *     INPUT -  HISTORICO MENSAL DE MOVIMENTOS (MOVHIST)
      *                               LRECL = 046
      *----------------------------------------------------------------*
       FD  MOVHIST.
       COPY '#MOVHIST'.
                  "\SALDOHIST.txt"     DELIMITED BY SIZE
                  INTO WRK-CAMINHO-SALDHIST.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\MOVHIST.dat"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-MOVHIST.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\SALDOCTA.dat"      DELIMITED BY SIZE
           IF FS-MOVHIST NOT EQUAL 00
               DISPLAY "MOVHIST AUSENTE - DIA SEM MOVIMENTO"
           ELSE
               MOVE ZEROS TO MOV-CHAVE
               MOVE WRK-DATA-BATIMENTO TO MOV-DATA
               PERFORM 0310-POSICIONA-DATA
           END-IF.

           OPEN INPUT SALDOCTA.
      *-----------------------------------------------------------------
      *    APLICA OS MOVIMENTOS DA DATA DO BATIMENTO - DEBITO SUBTRAI,
      *    CREDITO SOMA, NO VALOR DE FACE (MESMA ARITMETICA DO
      *    0285-ATUALIZA-SALDO DO ATI4). MOVIMENTO ANTERIOR A DATA
      *    REPOSICIONA NA DATA DA MESMA CONTA; POSTERIOR, NA CONTA
      *    SEGUINTE
      *-----------------------------------------------------------------
       0300-CARREGA-MOVIMENTOS                   SECTION.
      *-----------------------------------------------------------------

           IF MOV-DATA LESS WRK-DATA-BATIMENTO
               MOVE WRK-DATA-BATIMENTO TO MOV-DATA
               MOVE ZEROS              TO MOV-ORIGEM
                                          MOV-ID-LOTE
                                          MOV-ID-SEQ
               PERFORM 0310-POSICIONA-DATA
               GO TO 0300-CARREGA-MOVIMENTOS-FIM
           END-IF.

           IF MOV-DATA GREATER WRK-DATA-BATIMENTO
               PERFORM 0320-PROXIMA-CONTA
               GO TO 0300-CARREGA-MOVIMENTOS-FIM
           END-IF.

           MOVE MOV-AGENCIA TO WRK-AGENCIA-CORRENTE.

       0300-CARREGA-MOVIMENTOS-LER.

           PERFORM 0330-LE-MOVHIST.

       0300-CARREGA-MOVIMENTOS-FIM.              EXIT.

      *-----------------------------------------------------------------
      *    POSICIONA NO PRIMEIRO MOVIMENTO A PARTIR DA CHAVE MONTADA
      *    EM MOV-CHAVE (CONTA + DATA DO BATIMENTO)
      *-----------------------------------------------------------------
       0310-POSICIONA-DATA                       SECTION.
      *-----------------------------------------------------------------

           START MOVHIST KEY NOT LESS MOV-CHAVE
               INVALID KEY
                   MOVE 10 TO FS-MOVHIST
           END-START.

           IF FS-MOVHIST EQUAL 00
               PERFORM 0330-LE-MOVHIST
           ELSE
               CLOSE MOVHIST
           END-IF.

       0310-POSICIONA-DATA-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    PASSA DO ULTIMO MOVIMENTO POSSIVEL DA CONTA CORRENTE PARA O
      *    PRIMEIRO MOVIMENTO DA CONTA SEGUINTE
      *-----------------------------------------------------------------
       0320-PROXIMA-CONTA                        SECTION.
      *-----------------------------------------------------------------

           MOVE 99999999 TO MOV-DATA.
           MOVE 9999     TO MOV-ORIGEM.
           MOVE 999999   TO MOV-ID-LOTE.
           MOVE 99999    TO MOV-ID-SEQ.

           START MOVHIST KEY GREATER MOV-CHAVE
               INVALID KEY
                   MOVE 10 TO FS-MOVHIST
           END-START.

           IF FS-MOVHIST EQUAL 00
               PERFORM 0330-LE-MOVHIST
           ELSE
               CLOSE MOVHIST
           END-IF.

       0320-PROXIMA-CONTA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0330-LE-MOVHIST                           SECTION.
      *-----------------------------------------------------------------

           READ MOVHIST NEXT.
           IF FS-MOVHIST NOT EQUAL 00
               CLOSE MOVHIST
           END-IF.

       0330-LE-MOVHIST-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0250-ACHA-CONTA                           SECTION.
