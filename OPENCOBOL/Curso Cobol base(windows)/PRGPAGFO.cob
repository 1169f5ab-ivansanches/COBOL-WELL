       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGPAGFO.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : PAGAMENTO A FORNECEDOR PELO VENCIMENTO - PASSA
      *==               O CTAPAGAR.txt (BOOK #CTAPAG) E PAGA AS NOTAS
      *==               LIBERADAS OU APROVADAS (PRGCTPAG) VENCIDAS ATE
      *==               A DATA DE PAGAMENTO, EM ORDEM DE VENCIMENTO:
      *==               UM DEBITO POR NOTA NA CONTA DA LOJA (APPARAM.txt
      *==               BOOK #APPARAM) NUM LOTE #LANCAM COMPLETO EM
      *==               LANCPAG.txt (HEADER "0000" DE ORIGEM INTERNA
      *==               9021, TRAILER "9999", SEQUENCIA EM PAGLOTE.txt)
      *==               PARA A POSTAGEM DO BANCO. A NOTA PAGA FICA "P"
      *==               COM A DATA E O LOTE DO PAGAMENTO. NO FIM MOSTRA
      *==               A AGENDA DO QUE VENCE DEPOIS DA DATA (RETIDAS
      *==               INCLUSIVE, MARCADAS)
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
           SELECT CTAPAGAR ASSIGN TO "CTAPAGAR.txt"
               FILE STATUS IS WRK-FS-CTAPAGAR.

           SELECT CTPTMP ASSIGN TO "CTPTMP.txt"
               FILE STATUS IS WRK-FS-CTPTMP.

           SELECT APPARAM ASSIGN TO "APPARAM.txt"
               FILE STATUS IS WRK-FS-APPARAM.

           SELECT LANCPAG ASSIGN TO "LANCPAG.txt"
               FILE STATUS IS WRK-FS-LANCPAG.

           SELECT PAGLOTE ASSIGN TO "PAGLOTE.txt"
               FILE STATUS IS WRK-FS-PAGLOTE.

      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD  CTAPAGAR.
       COPY "#CTAPAG".

       FD  CTPTMP.
       01  REG-CTPTMP                    PIC X(103).

       FD  APPARAM.
       COPY "#APPARAM".

       FD  LANCPAG.
       COPY "#LANCAM".

       FD  PAGLOTE.
       01  REG-PAGLOTE.
           05 SEQ-ULTIMO-LOTE            PIC 9(06).

       WORKING-STORAGE                           SECTION.
       77  WRK-FS-CTAPAGAR               PIC 99    VALUE ZEROS.
       77  WRK-FS-CTPTMP                 PIC 99    VALUE ZEROS.
       77  WRK-FS-APPARAM                PIC 99    VALUE ZEROS.
       77  WRK-FS-LANCPAG                PIC 99    VALUE ZEROS.
       77  WRK-FS-PAGLOTE                PIC 99    VALUE ZEROS.

       77  WRK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-PAGTO                PIC 9(08) VALUE ZEROS.
       77  WRK-LOTE-NUMERO               PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-LOTE                PIC 9(10)V99 VALUE ZEROS.
       77  WRK-VALOR-ED                  PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED                  PIC Z.ZZZ.ZZZ.ZZ9,99.

      *========== NOTAS SELECIONADAS (PAGAMENTO E DEPOIS AGENDA)
       77  WRK-QT-NOTAS                  PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-NOTA                  PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-MENOR                 PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-BUSCA                 PIC 9(03) VALUE ZEROS.
       77  WRK-ACHOU-NOTA                PIC X(01) VALUE "N".
           88 WRK-ACHOU-NOTA-SIM                    VALUE "S".
           88 WRK-ACHOU-NOTA-NAO                    VALUE "N".
       77  WRK-MODO-SELECAO              PIC X(01) VALUE "P".
           88 WRK-SELECIONA-PAGAR                   VALUE "P".
           88 WRK-SELECIONA-AGENDA                  VALUE "F".
       01  WRK-TAB-NOTAS.
           05 WRK-TAB-NOTAS-OCO OCCURS 500 TIMES.
              10 WRK-NOT-VENCIMENTO      PIC 9(08).
              10 WRK-NOT-FORNECEDOR      PIC 9(04).
              10 WRK-NOT-NOTA            PIC 9(09).
              10 WRK-NOT-VALOR           PIC 9(09)V99.
              10 WRK-NOT-SITUACAO        PIC X(01).
       01  WRK-NOTA-TROCA                PIC X(33).

      *========== AGENDA - QUEBRA POR DATA DE VENCIMENTO
       77  WRK-VENC-ANTERIOR             PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-DIA                 PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-AGENDA              PIC 9(11)V99 VALUE ZEROS.
       77  WRK-MARCA-RETIDA              PIC X(07) VALUE SPACES.

       77  WRK-ACUM-LIDOS                PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-PAGAS                PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-AGENDA               PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.

           DISPLAY "======= PAGAMENTO A FORNECEDOR =======".

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "DATA DO PAGAMENTO (AAAAMMDD, ZERO=HOJE)..".
           ACCEPT WRK-DATA-PAGTO.
           IF WRK-DATA-PAGTO EQUAL ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-PAGTO
           END-IF.

           OPEN INPUT APPARAM.
           IF WRK-FS-APPARAM NOT EQUAL 00
               DISPLAY "APPARAM.txt NAO ABRIU - SEM CONTA DE DEBITO."
               STOP RUN
           END-IF.
           READ APPARAM.
           IF WRK-FS-APPARAM NOT EQUAL 00
               DISPLAY "APPARAM.txt VAZIO - SEM CONTA DE DEBITO."
               STOP RUN
           END-IF.
           CLOSE APPARAM.

           OPEN INPUT CTAPAGAR.
           IF WRK-FS-CTAPAGAR NOT EQUAL 00
               DISPLAY "CTAPAGAR.txt NAO ABRIU - NADA A PAGAR."
               STOP RUN
           END-IF.
           CLOSE CTAPAGAR.

       0100-INICIAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           SET WRK-SELECIONA-PAGAR TO TRUE.
           PERFORM 0210-SELECIONA-NOTAS.

           IF WRK-QT-NOTAS GREATER ZEROS
               PERFORM 0230-GRAVA-LOTE
               PERFORM 0240-REGRAVA-CTAPAGAR
           ELSE
               DISPLAY "NENHUMA NOTA VENCIDA A PAGAR ATE "
                   WRK-DATA-PAGTO
           END-IF.

           SET WRK-SELECIONA-AGENDA TO TRUE.
           PERFORM 0210-SELECIONA-NOTAS.
           PERFORM 0250-MOSTRA-AGENDA.

       0200-PROCESSAR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    CARREGA NA TABELA AS NOTAS DO MODO (A PAGAR VENCIDAS ATE A
      *    DATA OU EM ABERTO VENCENDO DEPOIS) E ORDENA POR VENCIMENTO
      *-----------------------------------------------------------------
       0210-SELECIONA-NOTAS                      SECTION.

           MOVE ZEROS TO WRK-QT-NOTAS.

           OPEN INPUT CTAPAGAR.
           READ CTAPAGAR.
           PERFORM 0211-CARREGA-NOTA
               UNTIL WRK-FS-CTAPAGAR NOT EQUAL 00.
           CLOSE CTAPAGAR.

           PERFORM 0220-ORDENA-NOTAS
               VARYING WRK-IDX-NOTA FROM 1 BY 1
               UNTIL WRK-IDX-NOTA NOT LESS WRK-QT-NOTAS.

       0210-SELECIONA-NOTAS-FIM. EXIT.

      *-----------------------------------------------------------------
       0211-CARREGA-NOTA                         SECTION.

           IF WRK-SELECIONA-PAGAR
               ADD 1 TO WRK-ACUM-LIDOS
               IF NOT CTP-A-PAGAR
                  OR CTP-VENCIMENTO GREATER WRK-DATA-PAGTO
                   GO TO 0211-CARREGA-NOTA-LER
               END-IF
           ELSE
               IF NOT CTP-EM-ABERTO
                  OR CTP-VENCIMENTO NOT GREATER WRK-DATA-PAGTO
                   GO TO 0211-CARREGA-NOTA-LER
               END-IF
           END-IF.

           IF WRK-QT-NOTAS NOT LESS 500
               DISPLAY "TABELA DE NOTAS CHEIA - FICA PARA A PROXIMA: "
                   CTP-FORNECEDOR " " CTP-NOTA
               GO TO 0211-CARREGA-NOTA-LER
           END-IF.

           ADD 1 TO WRK-QT-NOTAS.
           MOVE CTP-VENCIMENTO TO WRK-NOT-VENCIMENTO(WRK-QT-NOTAS).
           MOVE CTP-FORNECEDOR TO WRK-NOT-FORNECEDOR(WRK-QT-NOTAS).
           MOVE CTP-NOTA       TO WRK-NOT-NOTA(WRK-QT-NOTAS).
           MOVE CTP-VALOR      TO WRK-NOT-VALOR(WRK-QT-NOTAS).
           MOVE CTP-SITUACAO   TO WRK-NOT-SITUACAO(WRK-QT-NOTAS).

       0211-CARREGA-NOTA-LER.
           READ CTAPAGAR.

       0211-CARREGA-NOTA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    ORDENACAO POR SELECAO - VENCIMENTO, FORNECEDOR E NOTA
      *-----------------------------------------------------------------
       0220-ORDENA-NOTAS                         SECTION.

           MOVE WRK-IDX-NOTA TO WRK-IDX-MENOR.
           PERFORM 0221-PROCURA-MENOR
               VARYING WRK-IDX-BUSCA FROM WRK-IDX-NOTA BY 1
               UNTIL WRK-IDX-BUSCA GREATER WRK-QT-NOTAS.

           IF WRK-IDX-MENOR NOT EQUAL WRK-IDX-NOTA
               MOVE WRK-TAB-NOTAS-OCO(WRK-IDX-NOTA)  TO WRK-NOTA-TROCA
               MOVE WRK-TAB-NOTAS-OCO(WRK-IDX-MENOR)
                 TO WRK-TAB-NOTAS-OCO(WRK-IDX-NOTA)
               MOVE WRK-NOTA-TROCA
                 TO WRK-TAB-NOTAS-OCO(WRK-IDX-MENOR)
           END-IF.

       0220-ORDENA-NOTAS-FIM. EXIT.

      *-----------------------------------------------------------------
       0221-PROCURA-MENOR                        SECTION.

           IF WRK-TAB-NOTAS-OCO(WRK-IDX-BUSCA)(1:21) LESS
              WRK-TAB-NOTAS-OCO(WRK-IDX-MENOR)(1:21)
               MOVE WRK-IDX-BUSCA TO WRK-IDX-MENOR
           END-IF.

       0221-PROCURA-MENOR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    LOTE #LANCAM - HEADER, UM DEBITO POR NOTA, TRAILER
      *-----------------------------------------------------------------
       0230-GRAVA-LOTE                           SECTION.

           OPEN INPUT PAGLOTE.
           IF WRK-FS-PAGLOTE EQUAL 00
               READ PAGLOTE
               IF WRK-FS-PAGLOTE EQUAL 00
                   MOVE SEQ-ULTIMO-LOTE TO WRK-LOTE-NUMERO
               END-IF
               CLOSE PAGLOTE
           END-IF.
           ADD 1 TO WRK-LOTE-NUMERO.

           OPEN EXTEND LANCPAG.
           IF WRK-FS-LANCPAG EQUAL 35
               OPEN OUTPUT LANCPAG
               CLOSE LANCPAG
               OPEN EXTEND LANCPAG
           END-IF.

           MOVE SPACES          TO REG-LANCAM.
           MOVE "0000"          TO HDR-MARCA-LANCAM.
           MOVE WRK-LOTE-NUMERO TO HDR-LOTE-LANCAM.
           MOVE 9021            TO HDR-ORIGEM-LANCAM.
           WRITE REG-LANCAM.

           MOVE ZEROS TO WRK-TOTAL-LOTE.
           PERFORM 0231-GRAVA-DEBITO
               VARYING WRK-IDX-NOTA FROM 1 BY 1
               UNTIL WRK-IDX-NOTA GREATER WRK-QT-NOTAS.

           MOVE SPACES          TO REG-LANCAM.
           MOVE "9999"          TO TRL-MARCA-LANCAM.
           MOVE WRK-QT-NOTAS    TO TRL-QTD-LANCAM.
           MOVE WRK-TOTAL-LOTE  TO TRL-TOTAL-LANCAM.
           WRITE REG-LANCAM.

           CLOSE LANCPAG.

           OPEN OUTPUT PAGLOTE.
           MOVE WRK-LOTE-NUMERO TO SEQ-ULTIMO-LOTE.
           WRITE REG-PAGLOTE.
           CLOSE PAGLOTE.

           MOVE WRK-TOTAL-LOTE TO WRK-TOTAL-ED.
           DISPLAY "LOTE " WRK-LOTE-NUMERO " GRAVADO EM LANCPAG.txt - "
               WRK-QT-NOTAS " NOTAS, TOTAL " WRK-TOTAL-ED.

       0230-GRAVA-LOTE-FIM. EXIT.

      *-----------------------------------------------------------------
       0231-GRAVA-DEBITO                         SECTION.

           MOVE APP-AGENCIA                 TO REG-AGENCIA.
           MOVE APP-CONTA                   TO REG-CONTA.
           MOVE WRK-NOT-VALOR(WRK-IDX-NOTA) TO REG-LANCAMENTO.
           MOVE "J"                         TO REG-TIPO-CLIENTE.
           MOVE APP-GERENTE                 TO REG-GERENTE.
           MOVE "D"                         TO REG-TIPO-LANCAMENTO.
           MOVE "BRL"                       TO REG-MOEDA-LANCAM.
           MOVE WRK-DATA-PAGTO              TO REG-DATA-LANCAM.
           MOVE ZEROS                       TO REG-TENTATIVAS-LANCAM.
           MOVE ZEROS                       TO REG-CONTRA-AGENCIA
                                               REG-CONTRA-CONTA.
           MOVE ZEROS                       TO REG-ID-LOTE
                                               REG-ID-SEQ.
           MOVE APP-DV-CONTA                TO REG-DV-CONTA.
           WRITE REG-LANCAM.

           ADD WRK-NOT-VALOR(WRK-IDX-NOTA) TO WRK-TOTAL-LOTE.
           ADD 1 TO WRK-ACUM-PAGAS.

           MOVE WRK-NOT-VALOR(WRK-IDX-NOTA) TO WRK-VALOR-ED.
           DISPLAY "PAGA " WRK-NOT-FORNECEDOR(WRK-IDX-NOTA)
               " NOTA " WRK-NOT-NOTA(WRK-IDX-NOTA)
               " VENC " WRK-NOT-VENCIMENTO(WRK-IDX-NOTA)
               " " WRK-VALOR-ED.

       0231-GRAVA-DEBITO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    REGRAVACAO VIA ARQUIVO DE TRABALHO - AS NOTAS DO LOTE
      *    PASSAM A "P" COM A DATA E O NUMERO DO LOTE
      *-----------------------------------------------------------------
       0240-REGRAVA-CTAPAGAR                     SECTION.

           OPEN INPUT CTAPAGAR.
           OPEN OUTPUT CTPTMP.

           READ CTAPAGAR.
           PERFORM 0241-FILTRA-CTAPAGAR
               UNTIL WRK-FS-CTAPAGAR NOT EQUAL 00.

           CLOSE CTAPAGAR.
           CLOSE CTPTMP.

           OPEN OUTPUT CTAPAGAR.
           OPEN INPUT  CTPTMP.

           READ CTPTMP.
           PERFORM 0242-DEVOLVE-CTAPAGAR
               UNTIL WRK-FS-CTPTMP NOT EQUAL 00.

           CLOSE CTPTMP.
           CLOSE CTAPAGAR.

       0240-REGRAVA-CTAPAGAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0241-FILTRA-CTAPAGAR                      SECTION.

           IF CTP-A-PAGAR
               SET WRK-ACHOU-NOTA-NAO TO TRUE
               PERFORM 0243-PROCURA-NOTA
                   VARYING WRK-IDX-BUSCA FROM 1 BY 1
                   UNTIL WRK-IDX-BUSCA GREATER WRK-QT-NOTAS
                      OR WRK-ACHOU-NOTA-SIM
               IF WRK-ACHOU-NOTA-SIM
                   SET CTP-PAGA          TO TRUE
                   MOVE WRK-DATA-PAGTO   TO CTP-DATA-PAGTO
                   MOVE WRK-LOTE-NUMERO  TO CTP-LOTE
               END-IF
           END-IF.

           WRITE REG-CTPTMP FROM REG-CTAPAGAR.

           READ CTAPAGAR.

       0241-FILTRA-CTAPAGAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0242-DEVOLVE-CTAPAGAR                     SECTION.

           WRITE REG-CTAPAGAR FROM REG-CTPTMP.

           READ CTPTMP.

       0242-DEVOLVE-CTAPAGAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0243-PROCURA-NOTA                         SECTION.

           IF WRK-NOT-FORNECEDOR(WRK-IDX-BUSCA) EQUAL CTP-FORNECEDOR
              AND WRK-NOT-NOTA(WRK-IDX-BUSCA) EQUAL CTP-NOTA
               SET WRK-ACHOU-NOTA-SIM TO TRUE
           END-IF.

       0243-PROCURA-NOTA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    AGENDA DE VENCIMENTOS - O QUE FICA EM ABERTO DEPOIS DA DATA
      *-----------------------------------------------------------------
       0250-MOSTRA-AGENDA                        SECTION.

           DISPLAY "--------------------------------------".
           DISPLAY "AGENDA DE VENCIMENTOS APOS " WRK-DATA-PAGTO.

           IF WRK-QT-NOTAS EQUAL ZEROS
               DISPLAY "NENHUMA NOTA EM ABERTO A VENCER."
               GO TO 0250-MOSTRA-AGENDA-FIM
           END-IF.

           MOVE ZEROS TO WRK-VENC-ANTERIOR WRK-TOTAL-DIA
                         WRK-TOTAL-AGENDA.
           PERFORM 0251-MOSTRA-NOTA
               VARYING WRK-IDX-NOTA FROM 1 BY 1
               UNTIL WRK-IDX-NOTA GREATER WRK-QT-NOTAS.
           PERFORM 0252-TOTAL-DIA.

           MOVE WRK-TOTAL-AGENDA TO WRK-TOTAL-ED.
           DISPLAY "TOTAL A VENCER.......: " WRK-TOTAL-ED.

       0250-MOSTRA-AGENDA-FIM. EXIT.

      *-----------------------------------------------------------------
       0251-MOSTRA-NOTA                          SECTION.

           IF WRK-NOT-VENCIMENTO(WRK-IDX-NOTA)
              NOT EQUAL WRK-VENC-ANTERIOR
               IF WRK-VENC-ANTERIOR NOT EQUAL ZEROS
                   PERFORM 0252-TOTAL-DIA
               END-IF
               MOVE WRK-NOT-VENCIMENTO(WRK-IDX-NOTA)
                 TO WRK-VENC-ANTERIOR
               DISPLAY "VENCIMENTO " WRK-VENC-ANTERIOR
           END-IF.

           IF WRK-NOT-SITUACAO(WRK-IDX-NOTA) EQUAL "R"
               MOVE "RETIDA" TO WRK-MARCA-RETIDA
           ELSE
               MOVE SPACES   TO WRK-MARCA-RETIDA
           END-IF.

           MOVE WRK-NOT-VALOR(WRK-IDX-NOTA) TO WRK-VALOR-ED.
           DISPLAY "   " WRK-NOT-FORNECEDOR(WRK-IDX-NOTA)
               " NOTA " WRK-NOT-NOTA(WRK-IDX-NOTA)
               " " WRK-VALOR-ED " " WRK-MARCA-RETIDA.

           ADD WRK-NOT-VALOR(WRK-IDX-NOTA) TO WRK-TOTAL-DIA
                                              WRK-TOTAL-AGENDA.
           ADD 1 TO WRK-ACUM-AGENDA.

       0251-MOSTRA-NOTA-FIM. EXIT.

      *-----------------------------------------------------------------
       0252-TOTAL-DIA                            SECTION.

           MOVE WRK-TOTAL-DIA TO WRK-TOTAL-ED.
           DISPLAY "   TOTAL DO DIA....: " WRK-TOTAL-ED.
           MOVE ZEROS TO WRK-TOTAL-DIA.

       0252-TOTAL-DIA-FIM. EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

           DISPLAY "--------------------------------------".
           DISPLAY "NOTAS LIDAS..........: " WRK-ACUM-LIDOS.
           DISPLAY "NOTAS PAGAS..........: " WRK-ACUM-PAGAS.
           DISPLAY "NOTAS NA AGENDA......: " WRK-ACUM-AGENDA.
           DISPLAY "======= FIM PAGAMENTO A FORNECEDOR =======".

       0300-FINALIZAR-FIM. EXIT.
