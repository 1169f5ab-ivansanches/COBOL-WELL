       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGRELLJ.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : RELATORIO DIARIO DE FECHAMENTO DA LOJA - DADO
      *==               O DIA, TOTALIZA O PAGVENDA.txt (BOOK
      *==               #PAGVENDA) POR FORMA DE PAGAMENTO (RECEBIDO,
      *==               REEMBOLSADO E LIQUIDO) E POR CAIXA (LIQUIDO DE
      *==               CADA FORMA), COM A DIFERENCA APURADA NO
      *==               FECHAMENTO DE CADA CAIXA (FECHALOJ.txt, BOOK
      *==               #FECHALOJ, GRAVADO PELO PRGFECLJ - VALE O
      *==               ULTIMO FECHAMENTO DO OPERADOR NO DIA). CAIXA
      *==               QUE VENDEU E NAO FECHOU SAI MARCADO. SAIDA NO
      *==               RELLOJA.txt E NO CONSOLE
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

           SELECT RELLOJA ASSIGN TO "RELLOJA.txt"
               FILE STATUS IS WRK-FS-RELLOJA.

      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD  PAGVENDA.
       COPY "#PAGVENDA".

       FD  FECHALOJ.
       COPY "#FECHALOJ".

       FD  RELLOJA.
       01  REG-RELLOJA                   PIC X(80).

       WORKING-STORAGE                           SECTION.
       77  WRK-FS-PAGVENDA               PIC 99    VALUE ZEROS.
       77  WRK-FS-FECHALOJ               PIC 99    VALUE ZEROS.
       77  WRK-FS-RELLOJA                PIC 99    VALUE ZEROS.

       77  WRK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-RELATORIO            PIC 9(08) VALUE ZEROS.
       77  WRK-IDX-FORMA                 PIC 9(01) VALUE ZEROS.
       77  WRK-IDX-OPER                  PIC 9(02) VALUE ZEROS.
       77  WRK-QT-OPERADORES             PIC 9(02) VALUE ZEROS.
       77  WRK-ACHOU-FORMA               PIC X(01) VALUE "N".
           88 WRK-ACHOU-FORMA-SIM                   VALUE "S".
           88 WRK-ACHOU-FORMA-NAO                   VALUE "N".
       77  WRK-ACHOU-OPER                PIC X(01) VALUE "N".
           88 WRK-ACHOU-OPER-SIM                    VALUE "S".
           88 WRK-ACHOU-OPER-NAO                    VALUE "N".
       77  WRK-OPERADOR-PROCURA          PIC X(10) VALUE SPACES.
       77  WRK-QT-PAGAMENTOS             PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-RECEBIDO              PIC 9(08) VALUE ZEROS.
       77  WRK-TOT-DEVOLVIDO             PIC 9(08) VALUE ZEROS.
       77  WRK-TOT-LIQUIDO               PIC S9(08) VALUE ZEROS.
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

      *========== TOTAIS DA LOJA POR FORMA
       01  WRK-TAB-LOJA.
           05 WRK-TAB-LOJA-OCO OCCURS 4 TIMES.
              10 WRK-LOJA-RECEBIDO       PIC 9(08).
              10 WRK-LOJA-DEVOLVIDO      PIC 9(08).

      *========== TOTAIS POR CAIXA (ATE 30 OPERADORES NO DIA)
       01  WRK-TAB-CAIXAS.
           05 WRK-TAB-CAIXAS-OCO OCCURS 30 TIMES.
              10 WRK-CX-OPERADOR         PIC X(10).
              10 WRK-CX-LIQUIDO          PIC S9(08) OCCURS 4 TIMES.
              10 WRK-CX-FECHADO          PIC X(01).
              10 WRK-CX-DIFERENCA        PIC S9(08).

       01  WRK-LIN-CABECALHO.
           05 FILLER                     PIC X(35) VALUE
              "RELATORIO DIARIO DA LOJA - DATA: ".
           05 WRK-CAB-DATA               PIC 9(08).

       01  WRK-LIN-TIT-FORMA.
           05 FILLER                     PIC X(50) VALUE
              "FORMA      RECEBIDO  REEMBOLSADO     LIQUIDO".

       01  WRK-LIN-FORMA.
           05 WRK-FOR-NOME               PIC X(10).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-FOR-RECEBIDO           PIC ZZZZZZZ9.
           05 FILLER                     PIC X(05) VALUE SPACES.
           05 WRK-FOR-DEVOLVIDO          PIC ZZZZZZZ9.
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 WRK-FOR-LIQUIDO            PIC -ZZZZZZZ9.

       01  WRK-LIN-TIT-CAIXA.
           05 FILLER                     PIC X(37) VALUE
              "CAIXA      DINHEIRO   DEBITO  CREDITO".
           05 FILLER                     PIC X(43) VALUE
              "      PIX    TOTAL  DIF.FECHAMENTO".

       01  WRK-LIN-CAIXA.
           05 WRK-CX-DET-OPERADOR        PIC X(10).
           05 WRK-CX-DET-VALOR           PIC -ZZZZZZZ9 OCCURS 4 TIMES.
           05 WRK-CX-DET-TOTAL           PIC -ZZZZZZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WRK-CX-DET-DIFERENCA       PIC X(14).

       01  WRK-DIF-EDITADA               PIC -ZZZZZZZ9.

       01  WRK-LIN-TOTAL.
           05 FILLER                     PIC X(32) VALUE
              "DIFERENCA TOTAL DOS FECHAMENTOS:".
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

           DISPLAY "======= RELATORIO DIARIO DA LOJA =======".

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS  TO WRK-TAB-LOJA.
           MOVE SPACES TO WRK-TAB-CAIXAS.

           DISPLAY "DATA DO RELATORIO (AAAAMMDD, ZERO=HOJE)..".
           ACCEPT WRK-DATA-RELATORIO.
           IF WRK-DATA-RELATORIO EQUAL ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-RELATORIO
           END-IF.

           OPEN INPUT PAGVENDA.
           IF WRK-FS-PAGVENDA NOT EQUAL 00
               DISPLAY "PAGVENDA.txt NAO ABRIU - SEM VENDAS A RELATAR."
               STOP RUN
           END-IF.

           OPEN OUTPUT RELLOJA.

       0100-INICIAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           READ PAGVENDA.
           PERFORM 0210-SOMA-PAGAMENTO
               UNTIL WRK-FS-PAGVENDA NOT EQUAL 00.
           CLOSE PAGVENDA.

           OPEN INPUT FECHALOJ.
           IF WRK-FS-FECHALOJ EQUAL 00
               READ FECHALOJ
               PERFORM 0230-GUARDA-FECHAMENTO
                   UNTIL WRK-FS-FECHALOJ NOT EQUAL 00
               CLOSE FECHALOJ
           END-IF.

       0200-PROCESSAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0210-SOMA-PAGAMENTO                       SECTION.

           IF PGV-DATA NOT EQUAL WRK-DATA-RELATORIO
               GO TO 0210-SOMA-PAGAMENTO-LER
           END-IF.

           SET WRK-ACHOU-FORMA-NAO TO TRUE.
           PERFORM 0211-PROCURA-FORMA
               VARYING WRK-IDX-FORMA FROM 1 BY 1
               UNTIL WRK-IDX-FORMA GREATER 4
                  OR WRK-ACHOU-FORMA-SIM.
           IF WRK-ACHOU-FORMA-NAO
               GO TO 0210-SOMA-PAGAMENTO-LER
           END-IF.
           SUBTRACT 1 FROM WRK-IDX-FORMA.

           MOVE PGV-OPERADOR TO WRK-OPERADOR-PROCURA.
           PERFORM 0220-LOCALIZA-CAIXA.
           IF WRK-ACHOU-OPER-NAO
               DISPLAY "TABELA DE CAIXAS CHEIA - IGNORADO: "
                   PGV-OPERADOR
               GO TO 0210-SOMA-PAGAMENTO-LER
           END-IF.

           ADD 1 TO WRK-QT-PAGAMENTOS.
           IF PGV-RECEBIMENTO
               ADD PGV-VALOR TO WRK-LOJA-RECEBIDO(WRK-IDX-FORMA)
               ADD PGV-VALOR TO
                   WRK-CX-LIQUIDO(WRK-IDX-OPER, WRK-IDX-FORMA)
           ELSE
               ADD PGV-VALOR TO WRK-LOJA-DEVOLVIDO(WRK-IDX-FORMA)
               SUBTRACT PGV-VALOR FROM
                   WRK-CX-LIQUIDO(WRK-IDX-OPER, WRK-IDX-FORMA)
           END-IF.

       0210-SOMA-PAGAMENTO-LER.

           READ PAGVENDA.

       0210-SOMA-PAGAMENTO-FIM. EXIT.

      *-----------------------------------------------------------------
       0211-PROCURA-FORMA                        SECTION.

           IF WRK-TAB-FORMA(WRK-IDX-FORMA) EQUAL PGV-FORMA
               SET WRK-ACHOU-FORMA-SIM TO TRUE
           END-IF.

       0211-PROCURA-FORMA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    POSICIONA WRK-IDX-OPER NO CAIXA DE WRK-OPERADOR-PROCURA,
      *    ABRINDO UMA LINHA NOVA QUANDO AINDA NAO EXISTE
      *-----------------------------------------------------------------
       0220-LOCALIZA-CAIXA                       SECTION.

           SET WRK-ACHOU-OPER-NAO TO TRUE.
           PERFORM 0221-PROCURA-CAIXA
               VARYING WRK-IDX-OPER FROM 1 BY 1
               UNTIL WRK-IDX-OPER GREATER WRK-QT-OPERADORES
                  OR WRK-ACHOU-OPER-SIM.

           IF WRK-ACHOU-OPER-SIM
               SUBTRACT 1 FROM WRK-IDX-OPER
           ELSE
               IF WRK-QT-OPERADORES LESS 30
                   ADD 1 TO WRK-QT-OPERADORES
                   MOVE WRK-QT-OPERADORES TO WRK-IDX-OPER
                   MOVE WRK-OPERADOR-PROCURA TO
                       WRK-CX-OPERADOR(WRK-IDX-OPER)
                   MOVE ZEROS TO WRK-CX-LIQUIDO(WRK-IDX-OPER, 1)
                                 WRK-CX-LIQUIDO(WRK-IDX-OPER, 2)
                                 WRK-CX-LIQUIDO(WRK-IDX-OPER, 3)
                                 WRK-CX-LIQUIDO(WRK-IDX-OPER, 4)
                                 WRK-CX-DIFERENCA(WRK-IDX-OPER)
                   MOVE "N" TO WRK-CX-FECHADO(WRK-IDX-OPER)
                   SET WRK-ACHOU-OPER-SIM TO TRUE
               END-IF
           END-IF.

       0220-LOCALIZA-CAIXA-FIM. EXIT.

      *-----------------------------------------------------------------
       0221-PROCURA-CAIXA                        SECTION.

           IF WRK-CX-OPERADOR(WRK-IDX-OPER) EQUAL WRK-OPERADOR-PROCURA
               SET WRK-ACHOU-OPER-SIM TO TRUE
           END-IF.

       0221-PROCURA-CAIXA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    FECHAMENTO DO DIA - O ARQUIVO E CRONOLOGICO, ENTAO O ULTIMO
      *    REGISTRO DO OPERADOR SOBREPOE OS ANTERIORES
      *-----------------------------------------------------------------
       0230-GUARDA-FECHAMENTO                    SECTION.

           IF FCL-DATA EQUAL WRK-DATA-RELATORIO
               MOVE FCL-OPERADOR TO WRK-OPERADOR-PROCURA
               PERFORM 0220-LOCALIZA-CAIXA
               IF WRK-ACHOU-OPER-SIM
                   MOVE "S" TO WRK-CX-FECHADO(WRK-IDX-OPER)
                   COMPUTE WRK-CX-DIFERENCA(WRK-IDX-OPER) =
                           FCL-DIFERENCA(1) + FCL-DIFERENCA(2)
                         + FCL-DIFERENCA(3) + FCL-DIFERENCA(4)
               END-IF
           END-IF.

           READ FECHALOJ.

       0230-GUARDA-FECHAMENTO-FIM. EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

           MOVE WRK-DATA-RELATORIO TO WRK-CAB-DATA.
           MOVE WRK-LIN-CABECALHO  TO REG-RELLOJA.
           PERFORM 0390-IMPRIME-LINHA.
           MOVE SPACES             TO REG-RELLOJA.
           PERFORM 0390-IMPRIME-LINHA.

           MOVE "---- TOTAIS POR FORMA DE PAGAMENTO ----"
                                   TO REG-RELLOJA.
           PERFORM 0390-IMPRIME-LINHA.
           MOVE WRK-LIN-TIT-FORMA  TO REG-RELLOJA.
           PERFORM 0390-IMPRIME-LINHA.

           MOVE ZEROS TO WRK-TOT-RECEBIDO WRK-TOT-DEVOLVIDO
                         WRK-TOT-LIQUIDO.
           PERFORM 0310-IMPRIME-FORMA
               VARYING WRK-IDX-FORMA FROM 1 BY 1
               UNTIL WRK-IDX-FORMA GREATER 4.

           MOVE "TOTAL"            TO WRK-FOR-NOME.
           MOVE WRK-TOT-RECEBIDO   TO WRK-FOR-RECEBIDO.
           MOVE WRK-TOT-DEVOLVIDO  TO WRK-FOR-DEVOLVIDO.
           MOVE WRK-TOT-LIQUIDO    TO WRK-FOR-LIQUIDO.
           MOVE WRK-LIN-FORMA      TO REG-RELLOJA.
           PERFORM 0390-IMPRIME-LINHA.

           MOVE SPACES             TO REG-RELLOJA.
           PERFORM 0390-IMPRIME-LINHA.
           MOVE "---- TOTAIS POR CAIXA (LIQUIDO) ----" TO REG-RELLOJA.
           PERFORM 0390-IMPRIME-LINHA.
           MOVE WRK-LIN-TIT-CAIXA  TO REG-RELLOJA.
           PERFORM 0390-IMPRIME-LINHA.

           MOVE ZEROS TO WRK-TOT-DIFERENCA.
           PERFORM 0320-IMPRIME-CAIXA
               VARYING WRK-IDX-OPER FROM 1 BY 1
               UNTIL WRK-IDX-OPER GREATER WRK-QT-OPERADORES.

           MOVE WRK-TOT-DIFERENCA  TO WRK-TOT-DIF-EDITADA.
           MOVE WRK-LIN-TOTAL      TO REG-RELLOJA.
           PERFORM 0390-IMPRIME-LINHA.

           CLOSE RELLOJA.

           DISPLAY "PAGAMENTOS NO DIA....: " WRK-QT-PAGAMENTOS.
           DISPLAY "RELATORIO EM RELLOJA.txt".
           DISPLAY "======= FIM RELATORIO DIARIO DA LOJA =======".

       0300-FINALIZAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0310-IMPRIME-FORMA                        SECTION.

           MOVE WRK-TAB-FORMA-NOME(WRK-IDX-FORMA) TO WRK-FOR-NOME.
           MOVE WRK-LOJA-RECEBIDO(WRK-IDX-FORMA)  TO WRK-FOR-RECEBIDO.
           MOVE WRK-LOJA-DEVOLVIDO(WRK-IDX-FORMA) TO WRK-FOR-DEVOLVIDO.
           COMPUTE WRK-FOR-LIQUIDO =
                   WRK-LOJA-RECEBIDO(WRK-IDX-FORMA)
                 - WRK-LOJA-DEVOLVIDO(WRK-IDX-FORMA).
           ADD WRK-LOJA-RECEBIDO(WRK-IDX-FORMA)  TO WRK-TOT-RECEBIDO.
           ADD WRK-LOJA-DEVOLVIDO(WRK-IDX-FORMA) TO WRK-TOT-DEVOLVIDO.
           COMPUTE WRK-TOT-LIQUIDO = WRK-TOT-LIQUIDO
                 + WRK-LOJA-RECEBIDO(WRK-IDX-FORMA)
                 - WRK-LOJA-DEVOLVIDO(WRK-IDX-FORMA).

           MOVE WRK-LIN-FORMA TO REG-RELLOJA.
           PERFORM 0390-IMPRIME-LINHA.

       0310-IMPRIME-FORMA-FIM. EXIT.

      *-----------------------------------------------------------------
       0320-IMPRIME-CAIXA                        SECTION.

           MOVE WRK-CX-OPERADOR(WRK-IDX-OPER) TO WRK-CX-DET-OPERADOR.
           MOVE WRK-CX-LIQUIDO(WRK-IDX-OPER, 1) TO WRK-CX-DET-VALOR(1).
           MOVE WRK-CX-LIQUIDO(WRK-IDX-OPER, 2) TO WRK-CX-DET-VALOR(2).
           MOVE WRK-CX-LIQUIDO(WRK-IDX-OPER, 3) TO WRK-CX-DET-VALOR(3).
           MOVE WRK-CX-LIQUIDO(WRK-IDX-OPER, 4) TO WRK-CX-DET-VALOR(4).
           COMPUTE WRK-CX-DET-TOTAL =
                   WRK-CX-LIQUIDO(WRK-IDX-OPER, 1)
                 + WRK-CX-LIQUIDO(WRK-IDX-OPER, 2)
                 + WRK-CX-LIQUIDO(WRK-IDX-OPER, 3)
                 + WRK-CX-LIQUIDO(WRK-IDX-OPER, 4).

           IF WRK-CX-FECHADO(WRK-IDX-OPER) EQUAL "S"
               MOVE WRK-CX-DIFERENCA(WRK-IDX-OPER) TO WRK-DIF-EDITADA
               MOVE WRK-DIF-EDITADA TO WRK-CX-DET-DIFERENCA
               ADD WRK-CX-DIFERENCA(WRK-IDX-OPER) TO WRK-TOT-DIFERENCA
           ELSE
               MOVE "SEM FECHAMENTO" TO WRK-CX-DET-DIFERENCA
           END-IF.

           MOVE WRK-LIN-CAIXA TO REG-RELLOJA.
           PERFORM 0390-IMPRIME-LINHA.

       0320-IMPRIME-CAIXA-FIM. EXIT.

      *-----------------------------------------------------------------
       0390-IMPRIME-LINHA                        SECTION.

           WRITE REG-RELLOJA.
           DISPLAY REG-RELLOJA.

       0390-IMPRIME-LINHA-FIM. EXIT.
