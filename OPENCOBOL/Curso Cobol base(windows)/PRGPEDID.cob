      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *==  O FORNECEDOR DEIXOU DE SER O PRIMEIRO VINCULO DO PRODUTO:
      *==  ENTRE OS VINCULOS DE FORNECEDOR ATIVO VALE O DE MAIOR NOTA
      *==  NA AVALIACAO DO PRGSCORE (FORNSCOR.txt, BOOK #FORNSCOR;
      *==  SEM NOTA VALE A NEUTRA 050, EMPATE FICA COM O PRIMEIRO
      *==  VINCULO). COM A ESCOLHA PELO OPERADOR LIGADA, CADA FALTA
      *==  MOSTRA OS FORNECEDORES POSSIVEIS E O OPERADOR PODE TROCAR O
      *==  SUGERIDO POR OUTRO FORNECEDOR ATIVO VINCULADO AO PRODUTO
      *=================================================================
       ENVIRONMENT                               DIVISION.
       CONFIGURATION                             SECTION.
           SELECT PEDSEQ ASSIGN TO "PEDSEQ.txt"
               FILE STATUS IS WRK-FS-PEDSEQ.

           SELECT FORNSCOR ASSIGN TO "FORNSCOR.txt"
               FILE STATUS IS WRK-FS-FORNSCOR.

      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       01  REG-PEDSEQ.
           05 SEQ-ULTIMO-PEDIDO          PIC 9(06).

       FD  FORNSCOR.
       COPY "#FORNSCOR".

       WORKING-STORAGE                           SECTION.
       77  WRK-FS-REPOSICA               PIC 99    VALUE ZEROS.
       77  WRK-FS-FORNPROD               PIC 99    VALUE ZEROS.
       77  WRK-FS-FORNECED               PIC 99    VALUE ZEROS.
       77  WRK-FS-PEDIDOS                PIC 99    VALUE ZEROS.
       77  WRK-FS-PEDSEQ                 PIC 99    VALUE ZEROS.
       77  WRK-FS-FORNSCOR               PIC 99    VALUE ZEROS.

       77  WRK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WRK-NUMERO-PEDIDO             PIC 9(06) VALUE ZEROS.
               10 WRK-VIN-PRODUTO        PIC 9(04).
               10 WRK-VIN-CUSTO          PIC 9(05)V99.

      *========== NOTAS DOS FORNECEDORES (PRGSCORE)
       77  WRK-QT-NOTAS                  PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-NOTA                  PIC 9(03) VALUE ZEROS.
       77  WRK-NOTA-NEUTRA               PIC 9(03) VALUE 50.
       77  WRK-NOTA-ACHADA               PIC X(01) VALUE "N".
           88 WRK-NOTA-SIM                          VALUE "S".
           88 WRK-NOTA-NAO                          VALUE "N".
       01  WRK-TAB-NOTAS.
           05 WRK-NOTA-OCO OCCURS 300 TIMES.
               10 WRK-NOT-FORNECEDOR     PIC 9(04).
               10 WRK-NOT-NOTA           PIC 9(03).

      *========== ESCOLHA DO FORNECEDOR DA FALTA
       77  WRK-QT-VINC-PRODUTO           PIC 9(03) VALUE ZEROS.
       77  WRK-QT-CANDIDATOS             PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ESCOLHIDO             PIC 9(03) VALUE ZEROS.
       77  WRK-NOTA-CANDIDATO            PIC 9(03) VALUE ZEROS.
       77  WRK-MELHOR-NOTA               PIC 9(03) VALUE ZEROS.
       77  WRK-FORN-OPERADOR             PIC 9(04) VALUE ZEROS.
       77  WRK-CUSTO-ED                  PIC ZZ.ZZ9,99.
       77  WRK-MODO-ESCOLHA              PIC X(01) VALUE "N".
           88 WRK-ESCOLHA-OPERADOR                  VALUE "S".

       77  WRK-ACUM-FALTAS               PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-PEDIDOS              PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-SEM-FORN             PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-TROCAS               PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.

           PERFORM 0110-CARREGA-VINCULOS.
           PERFORM 0120-LE-SEQUENCIA.
           PERFORM 0130-CARREGA-NOTAS.

           DISPLAY "ESCOLHA DO FORNECEDOR PELO OPERADOR (S/N)?".
           ACCEPT WRK-MODO-ESCOLHA.

           OPEN INPUT REPOSICA.
           IF WRK-FS-REPOSICA NOT EQUAL 00

       0120-LE-SEQUENCIA-FIM. EXIT.

      *-----------------------------------------------------------------
       0130-CARREGA-NOTAS                        SECTION.

           OPEN INPUT FORNSCOR.
           IF WRK-FS-FORNSCOR NOT EQUAL 00
               DISPLAY "FORNSCOR.txt AUSENTE - RODE O PRGSCORE; SEM "
                   "NOTA VALE O PRIMEIRO VINCULO."
               GO TO 0130-CARREGA-NOTAS-FIM
           END-IF.

           READ FORNSCOR.
           PERFORM 0131-GUARDA-NOTA
               UNTIL WRK-FS-FORNSCOR NOT EQUAL 00.

           CLOSE FORNSCOR.

           DISPLAY "NOTAS DE FORNECEDOR..: " WRK-QT-NOTAS.

       0130-CARREGA-NOTAS-FIM. EXIT.

      *-----------------------------------------------------------------
       0131-GUARDA-NOTA                          SECTION.

           IF WRK-QT-NOTAS LESS 300
               ADD 1 TO WRK-QT-NOTAS
               MOVE FSC-FORNECEDOR TO WRK-NOT-FORNECEDOR(WRK-QT-NOTAS)
               MOVE FSC-NOTA       TO WRK-NOT-NOTA(WRK-QT-NOTAS)
           END-IF.

           READ FORNSCOR.

       0131-GUARDA-NOTA-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           ADD 1 TO WRK-ACUM-FALTAS.

           MOVE ZEROS TO WRK-QT-VINC-PRODUTO WRK-QT-CANDIDATOS
                         WRK-IDX-ESCOLHIDO WRK-MELHOR-NOTA.
           IF WRK-ESCOLHA-OPERADOR
               DISPLAY "FALTA: " REP-CODIGO " " REP-DESCRICAO
                   " SUGERIDO " REP-SUGERIDO
           END-IF.
           PERFORM 0210-AVALIA-VINCULO
               VARYING WRK-IDX-VINC FROM 1 BY 1
               UNTIL WRK-IDX-VINC GREATER WRK-QT-VINCULOS.

           IF WRK-QT-VINC-PRODUTO EQUAL ZEROS
               ADD 1 TO WRK-ACUM-SEM-FORN
               DISPLAY "SEM FORNECEDOR: " REP-CODIGO " "
                   REP-DESCRICAO " - PEDIR MANUALMENTE"
               GO TO 0200-PROCESSAR-LER
           END-IF.

           IF WRK-QT-CANDIDATOS EQUAL ZEROS
               ADD 1 TO WRK-ACUM-SEM-FORN
               DISPLAY "FORNECEDOR INATIVO OU FORA DO CADASTRO: "
                   REP-CODIGO " " REP-DESCRICAO " - PEDIR MANUALMENTE"
               GO TO 0200-PROCESSAR-LER
           END-IF.

           IF WRK-ESCOLHA-OPERADOR
               PERFORM 0215-ESCOLHA-OPERADOR
           END-IF.

           MOVE WRK-IDX-ESCOLHIDO TO WRK-IDX-VINC.
           PERFORM 0220-EMITE-PEDIDO.

       0200-PROCESSAR-LER.

           READ REPOSICA.

       0200-PROCESSAR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    CADA VINCULO DO PRODUTO COM FORNECEDOR ATIVO E CANDIDATO;
      *    FICA O DE MAIOR NOTA (NO EMPATE, O PRIMEIRO VINCULO)
      *-----------------------------------------------------------------
       0210-AVALIA-VINCULO                       SECTION.

           IF WRK-VIN-PRODUTO(WRK-IDX-VINC) NOT EQUAL REP-CODIGO
               GO TO 0210-AVALIA-VINCULO-FIM
           END-IF.

           ADD 1 TO WRK-QT-VINC-PRODUTO.

           MOVE WRK-VIN-FORNECEDOR(WRK-IDX-VINC) TO FOR-CODIGO.
           READ FORNECED KEY IS FOR-CODIGO
               INVALID KEY
                   GO TO 0210-AVALIA-VINCULO-FIM
           END-READ.

           IF FOR-INATIVO
               GO TO 0210-AVALIA-VINCULO-FIM
           END-IF.

           PERFORM 0211-NOTA-FORNECEDOR.
           ADD 1 TO WRK-QT-CANDIDATOS.

           IF WRK-ESCOLHA-OPERADOR
               MOVE WRK-VIN-CUSTO(WRK-IDX-VINC) TO WRK-CUSTO-ED
               DISPLAY "   FORN " FOR-CODIGO " " FOR-NOME
                   " NOTA " WRK-NOTA-CANDIDATO " CUSTO " WRK-CUSTO-ED
           END-IF.

           IF WRK-QT-CANDIDATOS EQUAL 1
              OR WRK-NOTA-CANDIDATO GREATER WRK-MELHOR-NOTA
               MOVE WRK-IDX-VINC       TO WRK-IDX-ESCOLHIDO
               MOVE WRK-NOTA-CANDIDATO TO WRK-MELHOR-NOTA
           END-IF.

       0210-AVALIA-VINCULO-FIM. EXIT.

      *-----------------------------------------------------------------
       0211-NOTA-FORNECEDOR                      SECTION.

           SET WRK-NOTA-NAO TO TRUE.
           PERFORM 0212-PROCURA-NOTA
               VARYING WRK-IDX-NOTA FROM 1 BY 1
               UNTIL WRK-IDX-NOTA GREATER WRK-QT-NOTAS
                  OR WRK-NOTA-SIM.

           IF WRK-NOTA-SIM
               SUBTRACT 1 FROM WRK-IDX-NOTA
               MOVE WRK-NOT-NOTA(WRK-IDX-NOTA) TO WRK-NOTA-CANDIDATO
           ELSE
               MOVE WRK-NOTA-NEUTRA TO WRK-NOTA-CANDIDATO
           END-IF.

       0211-NOTA-FORNECEDOR-FIM. EXIT.

      *-----------------------------------------------------------------
       0212-PROCURA-NOTA                         SECTION.

           IF WRK-NOT-FORNECEDOR(WRK-IDX-NOTA) EQUAL FOR-CODIGO
               SET WRK-NOTA-SIM TO TRUE
           END-IF.

       0212-PROCURA-NOTA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    O OPERADOR CONFIRMA O SUGERIDO OU TROCA POR OUTRO
      *    FORNECEDOR ATIVO VINCULADO AO PRODUTO
      *-----------------------------------------------------------------
       0215-ESCOLHA-OPERADOR                     SECTION.

           DISPLAY "SUGERIDO O FORNECEDOR "
               WRK-VIN-FORNECEDOR(WRK-IDX-ESCOLHIDO)
               " - FORNECEDOR DO PEDIDO (0=SUGERIDO)..".
           ACCEPT WRK-FORN-OPERADOR.

           IF WRK-FORN-OPERADOR EQUAL ZEROS
              OR WRK-FORN-OPERADOR EQUAL
                 WRK-VIN-FORNECEDOR(WRK-IDX-ESCOLHIDO)
               GO TO 0215-ESCOLHA-OPERADOR-FIM
           END-IF.

           MOVE "N" TO WRK-VINC-ACHADO.
           PERFORM 0216-PROCURA-ESCOLHA
               VARYING WRK-IDX-VINC FROM 1 BY 1
               UNTIL WRK-IDX-VINC GREATER WRK-QT-VINCULOS
                  OR WRK-VINC-SIM.

           IF NOT WRK-VINC-SIM
               DISPLAY "FORNECEDOR SEM VINCULO COM O PRODUTO - "
                   "MANTIDO O SUGERIDO"
               GO TO 0215-ESCOLHA-OPERADOR-FIM
           END-IF.

           SUBTRACT 1 FROM WRK-IDX-VINC.

           MOVE WRK-FORN-OPERADOR TO FOR-CODIGO.
           READ FORNECED KEY IS FOR-CODIGO
               INVALID KEY
                   DISPLAY "FORNECEDOR FORA DO CADASTRO - MANTIDO O "
                       "SUGERIDO"
                   GO TO 0215-ESCOLHA-OPERADOR-FIM
           END-READ.

           IF FOR-INATIVO
               DISPLAY "FORNECEDOR INATIVO - MANTIDO O SUGERIDO"
               GO TO 0215-ESCOLHA-OPERADOR-FIM
           END-IF.

           PERFORM 0211-NOTA-FORNECEDOR.
           MOVE WRK-NOTA-CANDIDATO TO WRK-MELHOR-NOTA.
           MOVE WRK-IDX-VINC       TO WRK-IDX-ESCOLHIDO.
           ADD 1 TO WRK-ACUM-TROCAS.

       0215-ESCOLHA-OPERADOR-FIM. EXIT.

      *-----------------------------------------------------------------
       0216-PROCURA-ESCOLHA                      SECTION.

           IF WRK-VIN-PRODUTO(WRK-IDX-VINC) EQUAL REP-CODIGO
              AND WRK-VIN-FORNECEDOR(WRK-IDX-VINC) EQUAL
                  WRK-FORN-OPERADOR
               SET WRK-VINC-SIM TO TRUE
           END-IF.

       0216-PROCURA-ESCOLHA-FIM. EXIT.

      *-----------------------------------------------------------------
       0220-EMITE-PEDIDO                         SECTION.
           MOVE WRK-DATA-HOJE                    TO PED-DATA-EMISSAO.
           MOVE "A"                              TO PED-SITUACAO.
           MOVE SPACES                           TO PED-OCORRENCIA.
           MOVE ZEROS                       TO PED-DATA-RECEBIMENTO.
           WRITE REG-PEDIDO.

           ADD 1 TO WRK-ACUM-PEDIDOS.

           DISPLAY "PEDIDO " PED-NUMERO " FORN " PED-FORNECEDOR
               " PROD " PED-PRODUTO " QTD " PED-QTD-PEDIDA
               " NOTA FORN " WRK-MELHOR-NOTA.

       0220-EMITE-PEDIDO-FIM. EXIT.

           DISPLAY "FALTAS LIDAS......: " WRK-ACUM-FALTAS.
           DISPLAY "PEDIDOS EMITIDOS..: " WRK-ACUM-PEDIDOS.
           DISPLAY "SEM FORNECEDOR....: " WRK-ACUM-SEM-FORN.
           DISPLAY "TROCAS DO OPERADOR: " WRK-ACUM-TROCAS.
           DISPLAY "======= FIM EMISSAO DE PEDIDOS =======".

       0300-FINALIZAR-FIM. EXIT.
