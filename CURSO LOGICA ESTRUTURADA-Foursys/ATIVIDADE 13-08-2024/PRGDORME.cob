      * CONSULTORIA: FOURSYS
      * DATA.......: 01/09/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: DETECCAO DE CONTAS DORMENTES - PERCORRE O
      *              CADASTRO CONTAS.dat E PROCURA NO MOVHIST.dat O
      *              MOVIMENTO MAIS RECENTE DE CADA AGENCIA/CONTA:
      *              CONTA ABERTA SEM MOVIMENTO HA MAIS DE
      *              N MESES (N PARAMETRIZADO EM DORMEPRM.txt, PADRAO
      *              12) OU SEM MOVIMENTO ALGUM E APONTADA COMO
      *              DORMENTE NO RELATORIO DORMENTES.txt, COM SUBTOTAL
      *              (BOOK #JORNAL), DE ONDE O PRGVOLTA CONSEGUE
      *              DESFAZER UM BLOQUEIO EM MASSA ERRADO
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *              O MOVHIST PASSOU A SER INDEXADO (MOVHIST.dat,
      *              CHAVE AGENCIA+CONTA+DATA+LOTE+SEQ) - A VARREDURA
      *              INTEIRA DO HISTORICO (E A TABELA DE 1000 CONTAS)
      *              DEU LUGAR A UMA LEITURA POSICIONADA POR CONTA DO
      *              CADASTRO NA DATA DE CORTE (START); SO A CONTA
      *              DORMENTE TEM O HISTORICO LIDO PARA ACHAR O ULTIMO
      *              MOVIMENTO
      *
      * 01/09/2026 - WELLINGTON SOARES CORDEIRO
      *              O RELATORIO DORMENTES.txt PASSOU A SER REGISTRADO
      *              NO CATALOGO DE SPOOL (SPOOLCTL.txt, MODULO
      *              SPOOLREG) - A SEGUNDA VIA SAI PELO PRGSPOOL
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   A CHAVE DO MOVHIST GANHOU A ORIGEM DO LOTE (AGENCIA+CONTA+
      *   DATA+ORIGEM+LOTE+SEQ) - O POSICIONAMENTO (START) ZERA TAMBEM A
      *   ORIGEM
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

           SELECT CONTAS                ASSIGN TO

      *----------------------------------------------------------------*
      *     INPUT -  HISTORICO MENSAL DE MOVIMENTOS (MOVHIST)
      *                               LRECL = 046
      *----------------------------------------------------------------*
       FD  MOVHIST.
       COPY '#MOVHIST'.
           88 WRK-BLOQUEIA-SIM                    VALUES "S".
       01  WRK-OPERADOR                 PIC X(010)        VALUES SPACES.

      *== ULTIMO MOVIMENTO DA AGENCIA/CONTA (DO MOVHIST)
       01  WRK-MOVHIST-ABERTO           PIC X(001)        VALUES "N".
           88 WRK-MOVHIST-PRESENTE                VALUES "S".
           88 WRK-MOVHIST-AUSENTE                 VALUES "N".

       01  WRK-ULTIMO-MOVIMENTO         PIC 9(008)        VALUES ZEROS.

      *-----------------------------------------------------------------

           PERFORM 0100-INICIAR.
           PERFORM 0300-VARRE-CONTAS
               UNTIL FS-CONTAS NOT EQUAL 00.
           PERFORM 0400-FINALIZAR.
           END-IF.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\MOVHIST.dat"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-MOVHIST.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CONTAS.dat"        DELIMITED BY SIZE
           IF FS-MOVHIST NOT EQUAL 00
               DISPLAY "MOVHIST AUSENTE - TODA CONTA ABERTA SERA "
                   "TRATADA COMO SEM MOVIMENTO"
               SET WRK-MOVHIST-AUSENTE  TO TRUE
           ELSE
               SET WRK-MOVHIST-PRESENTE TO TRUE
           END-IF.

           IF WRK-BLOQUEIA-SIM

       0120-CALCULA-CORTE-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0300-VARRE-CONTAS                         SECTION.
      *-----------------------------------------------------------------

       0300-VARRE-CONTAS-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    CONTA COM MOVIMENTO NA DATA DE CORTE OU DEPOIS NAO E
      *    DORMENTE - BASTA POSICIONAR NA CHAVE CONTA+CORTE. SO A
      *    DORMENTE TEM O HISTORICO LIDO DESDE O INICIO, PARA ACHAR
      *    O ULTIMO MOVIMENTO QUE SAI NO RELATORIO
      *-----------------------------------------------------------------
       0310-ULTIMO-MOVIMENTO                     SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-ULTIMO-MOVIMENTO.

           IF WRK-MOVHIST-AUSENTE
               GO TO 0310-ULTIMO-MOVIMENTO-FIM
           END-IF.

           MOVE CTA-AGENCIA    TO MOV-AGENCIA.
           MOVE CTA-CONTA      TO MOV-CONTA.
           MOVE WRK-DATA-CORTE TO MOV-DATA.
           MOVE ZEROS          TO MOV-ORIGEM
                                  MOV-ID-LOTE
                                  MOV-ID-SEQ.
           PERFORM 0312-POSICIONA-MOVHIST.

           IF FS-MOVHIST EQUAL 00
              AND MOV-AGENCIA EQUAL CTA-AGENCIA
              AND MOV-CONTA EQUAL CTA-CONTA
               MOVE MOV-DATA TO WRK-ULTIMO-MOVIMENTO
               GO TO 0310-ULTIMO-MOVIMENTO-FIM
           END-IF.

           MOVE CTA-AGENCIA    TO MOV-AGENCIA.
           MOVE CTA-CONTA      TO MOV-CONTA.
           MOVE ZEROS          TO MOV-DATA
                                  MOV-ORIGEM
                                  MOV-ID-LOTE
                                  MOV-ID-SEQ.
           PERFORM 0312-POSICIONA-MOVHIST.
           PERFORM 0311-LE-MOVTO-CONTA
               UNTIL FS-MOVHIST NOT EQUAL 00.

       0310-ULTIMO-MOVIMENTO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0311-LE-MOVTO-CONTA                       SECTION.
      *-----------------------------------------------------------------

           IF MOV-AGENCIA NOT EQUAL CTA-AGENCIA
              OR MOV-CONTA NOT EQUAL CTA-CONTA
               MOVE 10 TO FS-MOVHIST
               GO TO 0311-LE-MOVTO-CONTA-FIM
           END-IF.

           MOVE MOV-DATA TO WRK-ULTIMO-MOVIMENTO.

           READ MOVHIST NEXT.

       0311-LE-MOVTO-CONTA-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0312-POSICIONA-MOVHIST                    SECTION.
      *-----------------------------------------------------------------

           START MOVHIST KEY NOT LESS MOV-CHAVE
               INVALID KEY
                   MOVE 10 TO FS-MOVHIST
           END-START.

           IF FS-MOVHIST EQUAL 00
               READ MOVHIST NEXT
           END-IF.

       0312-POSICIONA-MOVHIST-FIM.               EXIT.

      *-----------------------------------------------------------------
       0320-ACUMULA-AGENCIA                      SECTION.

           CLOSE CONTAS.
           CLOSE DORMENTES.
           IF WRK-MOVHIST-PRESENTE
               CLOSE MOVHIST
           END-IF.

           MOVE "DORMENTES"            TO WRK-SPL-RELATORIO.
           MOVE "PRGDORME"             TO WRK-SPL-PROGRAMA.
