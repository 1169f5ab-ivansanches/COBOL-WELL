       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGFECLJ.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : FECHAMENTO DE CAIXA DA LOJA NO FIM DO TURNO -
      *==               DADO O OPERADOR E O DIA, APURA NO PAGVENDA.txt
      *==               (BOOK #PAGVENDA, GRAVADO PELO ATI1 E PELO
      *==               PRGDEVOL) O ESPERADO POR FORMA DE PAGAMENTO
      *==               (RECEBIDO "V" MENOS REEMBOLSADO "D"; NO
      *==               DINHEIRO SOMA O FUNDO DE TROCO), RECEBE O
      *==               CONTADO NA GAVETA E OS TOTAIS DA MAQUINA DE
      *==               CARTAO (DEBITO/CREDITO) E DO EXTRATO PIX,
      *==               MOSTRA A SOBRA OU FALTA DE CADA FORMA E GRAVA
      *==               O FECHAMENTO NO FECHALOJ.txt (BOOK #FECHALOJ)
      *==               PARA O RELATORIO DIARIO DA LOJA (PRGRELLJ)
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================
       ENVIRONMENT                               DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT PAGVENDA ASSIGN TO "PAGVENDA.txt"
               FILE STATUS IS WRK-FS-PAGVENDA.

           SELECT FECHALOJ ASSIGN TO "FECHALOJ.txt"
               FILE STATUS IS WRK-FS-FECHALOJ.

      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD  PAGVENDA.
       COPY "#PAGVENDA".

       FD  FECHALOJ.
       COPY "#FECHALOJ".

       WORKING-STORAGE                           SECTION.
       77  WRK-FS-PAGVENDA               PIC 99    VALUE ZEROS.
       77  WRK-FS-FECHALOJ               PIC 99    VALUE ZEROS.

       77  WRK-OPERADOR                  PIC X(10) VALUE SPACES.
       77  WRK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-AGORA                PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-CAIXA                PIC 9(08) VALUE ZEROS.
       77  WRK-FUNDO-TROCO               PIC 9(07) VALUE ZEROS.
       77  WRK-IDX-FORMA                 PIC 9(01) VALUE ZEROS.
       77  WRK-ACHOU-FORMA               PIC X(01) VALUE "N".
           88 WRK-ACHOU-FORMA-SIM                   VALUE "S".
           88 WRK-ACHOU-FORMA-NAO                   VALUE "N".
       77  WRK-QT-PAGAMENTOS             PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-DIFERENCA             PIC S9(08) VALUE ZEROS.

      *========== FORMAS DE PAGAMENTO (ORDEM DO #FECHALOJ)
       01  WRK-FORMAS-VALORES.
           05 FILLER                     PIC X(12) VALUE "DIDINHEIRO  ".
           05 FILLER                     PIC X(12) VALUE "DBDEBITO    ".
           05 FILLER                     PIC X(12) VALUE "CRCREDITO   ".
           05 FILLER                     PIC X(12) VALUE "PXPIX       ".
       01  WRK-TAB-FORMAS REDEFINES WRK-FORMAS-VALORES.
           05 WRK-TAB-FORMAS-OCO OCCURS 4 TIMES.
              10 WRK-TAB-FORMA           PIC X(02).
              10 WRK-TAB-FORMA-NOME      PIC X(10).

      *========== APURACAO POR FORMA
       01  WRK-TAB-APURACAO.
           05 WRK-TAB-APURACAO-OCO OCCURS 4 TIMES.
              10 WRK-TAB-ESPERADO        PIC S9(07).
              10 WRK-TAB-CONTADO         PIC 9(07).
              10 WRK-TAB-DIFERENCA       PIC S9(07).

       01  WRK-LIN-DETALHE.
           05 WRK-DET-FORMA              PIC X(10).
           05 FILLER                     PIC X(10) VALUE " ESPERADO ".
           05 WRK-DET-ESPERADO           PIC -ZZZZZZ9.
           05 FILLER                     PIC X(09) VALUE " CONTADO ".
           05 WRK-DET-CONTADO            PIC ZZZZZZ9.
           05 FILLER                     PIC X(06) VALUE " DIF. ".
           05 WRK-DET-DIFERENCA          PIC -ZZZZZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DET-SITUACAO           PIC X(05).

       01  WRK-LIN-TOTAL.
           05 FILLER                     PIC X(27) VALUE
              "DIFERENCA TOTAL DO CAIXA..:".
           05 WRK-TOT-DIF-EDITADA        PIC -ZZZZZZZ9.

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.

           DISPLAY "======= FECHAMENTO DE CAIXA DA LOJA =======".

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-TAB-APURACAO.

           DISPLAY "OPERADOR DO CAIXA..".
           ACCEPT WRK-OPERADOR.
           IF WRK-OPERADOR EQUAL SPACES
               DISPLAY "OPERADOR NAO INFORMADO - FECHAMENTO CANCELADO."
               STOP RUN
           END-IF.

           DISPLAY "DATA DO CAIXA (AAAAMMDD, ZERO=HOJE)..".
           ACCEPT WRK-DATA-CAIXA.
           IF WRK-DATA-CAIXA EQUAL ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-CAIXA
           END-IF.

           DISPLAY "FUNDO DE TROCO DA ABERTURA..".
           ACCEPT WRK-FUNDO-TROCO.

       0100-INICIAR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    ESPERADO POR FORMA = RECEBIDO - REEMBOLSADO PELO OPERADOR NO
      *    DIA; A GAVETA DE DINHEIRO TAMBEM TEM O FUNDO DE TROCO
      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           OPEN INPUT PAGVENDA.
           IF WRK-FS-PAGVENDA EQUAL 00
               READ PAGVENDA
               PERFORM 0210-SOMA-PAGAMENTO
                   UNTIL WRK-FS-PAGVENDA NOT EQUAL 00
               CLOSE PAGVENDA
           ELSE
               DISPLAY "PAGVENDA.txt AUSENTE - NENHUM RECEBIMENTO."
           END-IF.

           ADD WRK-FUNDO-TROCO TO WRK-TAB-ESPERADO(1).

           DISPLAY "PAGAMENTOS DO OPERADOR NO DIA: " WRK-QT-PAGAMENTOS.

           PERFORM 0220-RECEBE-CONTADO
               VARYING WRK-IDX-FORMA FROM 1 BY 1
               UNTIL WRK-IDX-FORMA GREATER 4.

       0200-PROCESSAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0210-SOMA-PAGAMENTO                       SECTION.

           IF PGV-OPERADOR EQUAL WRK-OPERADOR
            AND PGV-DATA EQUAL WRK-DATA-CAIXA
               SET WRK-ACHOU-FORMA-NAO TO TRUE
               PERFORM 0211-PROCURA-FORMA
                   VARYING WRK-IDX-FORMA FROM 1 BY 1
                   UNTIL WRK-IDX-FORMA GREATER 4
                      OR WRK-ACHOU-FORMA-SIM
               IF WRK-ACHOU-FORMA-SIM
                   SUBTRACT 1 FROM WRK-IDX-FORMA
                   ADD 1 TO WRK-QT-PAGAMENTOS
                   IF PGV-RECEBIMENTO
                       ADD PGV-VALOR TO WRK-TAB-ESPERADO(WRK-IDX-FORMA)
                   ELSE
                       SUBTRACT PGV-VALOR FROM
                           WRK-TAB-ESPERADO(WRK-IDX-FORMA)
                   END-IF
               END-IF
           END-IF.

           READ PAGVENDA.

       0210-SOMA-PAGAMENTO-FIM. EXIT.

      *-----------------------------------------------------------------
       0211-PROCURA-FORMA                        SECTION.

           IF WRK-TAB-FORMA(WRK-IDX-FORMA) EQUAL PGV-FORMA
               SET WRK-ACHOU-FORMA-SIM TO TRUE
           END-IF.

       0211-PROCURA-FORMA-FIM. EXIT.

      *-----------------------------------------------------------------
       0220-RECEBE-CONTADO                       SECTION.

           IF WRK-IDX-FORMA EQUAL 1
               DISPLAY "DINHEIRO CONTADO NA GAVETA (COM O FUNDO).."
           ELSE
               DISPLAY "TOTAL DE " WRK-TAB-FORMA-NOME(WRK-IDX-FORMA)
                   " NA MAQUINA/EXTRATO.."
           END-IF.
           ACCEPT WRK-TAB-CONTADO(WRK-IDX-FORMA).

           COMPUTE WRK-TAB-DIFERENCA(WRK-IDX-FORMA) =
                   WRK-TAB-CONTADO(WRK-IDX-FORMA)
                 - WRK-TAB-ESPERADO(WRK-IDX-FORMA).

       0220-RECEBE-CONTADO-FIM. EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

           DISPLAY "--------------------------------------------------".
           DISPLAY "CAIXA " WRK-OPERADOR " DO DIA " WRK-DATA-CAIXA.

           MOVE ZEROS TO WRK-TOT-DIFERENCA.
           PERFORM 0310-IMPRIME-FORMA
               VARYING WRK-IDX-FORMA FROM 1 BY 1
               UNTIL WRK-IDX-FORMA GREATER 4.

           MOVE WRK-TOT-DIFERENCA TO WRK-TOT-DIF-EDITADA.
           DISPLAY WRK-LIN-TOTAL.

           PERFORM 0320-GRAVA-FECHAMENTO.

           DISPLAY "FECHAMENTO GRAVADO EM FECHALOJ.txt".
           DISPLAY "======= FIM FECHAMENTO DE CAIXA =======".

       0300-FINALIZAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0310-IMPRIME-FORMA                        SECTION.

           MOVE WRK-TAB-FORMA-NOME(WRK-IDX-FORMA) TO WRK-DET-FORMA.
           MOVE WRK-TAB-ESPERADO(WRK-IDX-FORMA)   TO WRK-DET-ESPERADO.
           MOVE WRK-TAB-CONTADO(WRK-IDX-FORMA)    TO WRK-DET-CONTADO.
           MOVE WRK-TAB-DIFERENCA(WRK-IDX-FORMA)  TO WRK-DET-DIFERENCA.

           IF WRK-TAB-DIFERENCA(WRK-IDX-FORMA) GREATER ZEROS
               MOVE "SOBRA" TO WRK-DET-SITUACAO
           ELSE
               IF WRK-TAB-DIFERENCA(WRK-IDX-FORMA) LESS ZEROS
                   MOVE "FALTA" TO WRK-DET-SITUACAO
               ELSE
                   MOVE "OK"    TO WRK-DET-SITUACAO
               END-IF
           END-IF.

           DISPLAY WRK-LIN-DETALHE.

           ADD WRK-TAB-DIFERENCA(WRK-IDX-FORMA) TO WRK-TOT-DIFERENCA.

       0310-IMPRIME-FORMA-FIM. EXIT.

      *-----------------------------------------------------------------
       0320-GRAVA-FECHAMENTO                     SECTION.

           OPEN EXTEND FECHALOJ.
           IF WRK-FS-FECHALOJ EQUAL 35
               OPEN OUTPUT FECHALOJ
               CLOSE FECHALOJ
               OPEN EXTEND FECHALOJ
           END-IF.

           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE WRK-DATA-CAIXA  TO FCL-DATA.
           MOVE WRK-HORA-AGORA  TO FCL-HORA.
           MOVE WRK-OPERADOR    TO FCL-OPERADOR.
           MOVE WRK-FUNDO-TROCO TO FCL-FUNDO-TROCO.

           PERFORM 0321-MONTA-FORMA
               VARYING WRK-IDX-FORMA FROM 1 BY 1
               UNTIL WRK-IDX-FORMA GREATER 4.

           WRITE REG-FECHALOJ.
           CLOSE FECHALOJ.

       0320-GRAVA-FECHAMENTO-FIM. EXIT.

      *-----------------------------------------------------------------
       0321-MONTA-FORMA                          SECTION.

           MOVE WRK-TAB-FORMA(WRK-IDX-FORMA)
                                    TO FCL-FORMA(WRK-IDX-FORMA).
           MOVE WRK-TAB-ESPERADO(WRK-IDX-FORMA)
                                    TO FCL-ESPERADO(WRK-IDX-FORMA).
           MOVE WRK-TAB-CONTADO(WRK-IDX-FORMA)
                                    TO FCL-CONTADO(WRK-IDX-FORMA).
           MOVE WRK-TAB-DIFERENCA(WRK-IDX-FORMA)
                                    TO FCL-DIFERENCA(WRK-IDX-FORMA).

       0321-MONTA-FORMA-FIM. EXIT.
