       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGTRANF.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : TRANSFERENCIA DE MERCADORIA ENTRE LOJAS
      *==               (TRANSFER.txt, BOOK #TRANSF, NUMERO PELA
      *==               SEQUENCIA TRFSEQ.txt) - A EMISSAO TIRA A
      *==               QUANTIDADE DO SALDO DA LOJA DE ORIGEM E A DEIXA
      *==               A CAMINHO NA LOJA DE DESTINO (SITUACAO T); SO
      *==               A LOJA DE DESTINO CONFIRMA O RECEBIMENTO, QUE
      *==               PASSA O A CAMINHO PARA O SALDO DELA (R); O
      *==               CANCELAMENTO DE UMA TRANSFERENCIA A CAMINHO
      *==               DEVOLVE A QUANTIDADE A ORIGEM (C). A OPCAO G
      *==               EMITE, UMA A UMA COM CONFIRMACAO, AS
      *==               TRANSFERENCIAS SUGERIDAS PELO PRGREPOR
      *==               (TRFSUG.txt). OS SALDOS MEXEM PELO MODULO
      *==               MOVLOCAL; O TOTAL DA REDE (PRD-QTD-ESTOQUE) NAO
      *==               MUDA, A MERCADORIA SO TROCA DE LUGAR
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
           SELECT TRANSFER ASSIGN TO "TRANSFER.txt"
               FILE STATUS IS WRK-FS-TRANSFER.

           SELECT TRFTMP ASSIGN TO "TRFTMP.txt"
               FILE STATUS IS WRK-FS-TRFTMP.

           SELECT TRFSEQ ASSIGN TO "TRFSEQ.txt"
               FILE STATUS IS WRK-FS-TRFSEQ.

           SELECT TRFSUG ASSIGN TO "TRFSUG.txt"
               FILE STATUS IS WRK-FS-TRFSUG.

           SELECT PRODUTOS ASSIGN TO "PRODUTOS.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS PRD-CODIGO
               FILE STATUS IS WRK-FS-PRODUTOS.

      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD  TRANSFER.
       COPY "#TRANSF".

       FD  TRFTMP.
       01  REG-TRFTMP                    PIC X(58).

       FD  TRFSEQ.
       01  REG-TRFSEQ.
           05 SEQ-ULTIMA-TRANSF          PIC 9(06).

      *----------------------------------------------------------------*
      *     INPUT - TRANSFERENCIAS SUGERIDAS PELO PRGREPOR
      *                               LRECL = 045
      *----------------------------------------------------------------*
       FD  TRFSUG.
       01  REG-TRFSUG.
           05 SUG-PRODUTO                PIC 9(04).
           05 SUG-DESCRICAO              PIC X(30).
           05 SUG-ORIGEM                 PIC 9(03).
           05 SUG-DESTINO                PIC 9(03).
           05 SUG-QTD                    PIC 9(05).

       FD  PRODUTOS.
       COPY "#PRODREG".

       WORKING-STORAGE                           SECTION.
       77  WRK-FS-TRANSFER               PIC 99    VALUE ZEROS.
       77  WRK-FS-TRFTMP                 PIC 99    VALUE ZEROS.
       77  WRK-FS-TRFSEQ                 PIC 99    VALUE ZEROS.
       77  WRK-FS-TRFSUG                 PIC 99    VALUE ZEROS.
       77  WRK-FS-PRODUTOS               PIC 99    VALUE ZEROS.

       77  WRK-OPCAO                     PIC X(01) VALUE SPACES.
           88 WRK-OPCAO-EMITIR                      VALUE "E".
           88 WRK-OPCAO-RECEBER                     VALUE "R".
           88 WRK-OPCAO-CANCELAR                    VALUE "C".
           88 WRK-OPCAO-LISTAR                      VALUE "L".
           88 WRK-OPCAO-GERAR                       VALUE "G".
           88 WRK-OPCAO-FIM                         VALUE "F".

       77  WRK-OPERADOR                  PIC X(10) VALUE SPACES.
       77  WRK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WRK-NUMERO                    PIC 9(06) VALUE ZEROS.
       77  WRK-ORIGEM                    PIC 9(03) VALUE ZEROS.
       77  WRK-DESTINO                   PIC 9(03) VALUE ZEROS.
       77  WRK-LOCAL-CONFIRMA            PIC 9(03) VALUE ZEROS.
       77  WRK-PRODUTO                   PIC 9(04) VALUE ZEROS.
       77  WRK-QTD                       PIC 9(05) VALUE ZEROS.
       77  WRK-CONFIRMA                  PIC X(01) VALUE SPACES.
       77  WRK-QT-EM-TRANSITO            PIC 9(04) VALUE ZEROS.
       77  WRK-TRANSF-ACHADA             PIC X(01) VALUE "N".
           88 WRK-TRANSF-SIM                        VALUE "S".
           88 WRK-TRANSF-NAO                        VALUE "N".
       77  WRK-EMISSAO                   PIC X(01) VALUE "N".
           88 WRK-EMISSAO-OK                        VALUE "S".
           88 WRK-EMISSAO-ERRO                      VALUE "N".

      *========== TRANSFERENCIA EM BAIXA (COPIA DE TRABALHO)
       01  WRK-TRANSF.
           05 WRK-TRF-NUMERO             PIC 9(06).
           05 WRK-TRF-PRODUTO            PIC 9(04).
           05 WRK-TRF-ORIGEM             PIC 9(03).
           05 WRK-TRF-DESTINO            PIC 9(03).
           05 WRK-TRF-QTD                PIC 9(05).
           05 WRK-TRF-DATA-EMISSAO       PIC 9(08).
           05 WRK-TRF-OPERADOR           PIC X(10).
           05 WRK-TRF-SITUACAO           PIC X(01).
           05 WRK-TRF-DATA-BAIXA         PIC 9(08).
           05 WRK-TRF-OPERADOR-BAIXA     PIC X(10).

      *========== AREA DE CHAMADA DO MODULO MOVLOCAL
       01  WRK-MOVLOCAL.
           05 WRK-MLC-FUNCAO             PIC X(01) VALUE SPACES.
           05 WRK-MLC-LOCAL              PIC 9(03) VALUE ZEROS.
           05 WRK-MLC-NOME-LOCAL         PIC X(20) VALUE SPACES.
           05 WRK-MLC-PRODUTO            PIC 9(04) VALUE ZEROS.
           05 WRK-MLC-MOV-ESTOQUE        PIC S9(05) VALUE ZEROS.
           05 WRK-MLC-MOV-TRANSITO       PIC S9(05) VALUE ZEROS.
           05 WRK-MLC-SALDO              PIC 9(05) VALUE ZEROS.
           05 WRK-MLC-TRANSITO           PIC 9(05) VALUE ZEROS.
           05 WRK-MLC-MINIMO             PIC 9(05) VALUE ZEROS.
           05 WRK-MLC-RESULTADO          PIC X(01) VALUE SPACES.
               88 WRK-MLC-OK                        VALUE "S".
               88 WRK-MLC-SALDO-INSUFICIENTE        VALUE "F".

       77  WRK-ACUM-EMITIDAS             PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-RECEBIDAS            PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-CANCELADAS           PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-FIM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.

           DISPLAY "======= TRANSFERENCIA ENTRE LOJAS =======".
           DISPLAY "OPERADOR..".
           ACCEPT WRK-OPERADOR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

       0100-INICIAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           DISPLAY "----------------------------------------".
           DISPLAY "E=EMITIR R=RECEBER C=CANCELAR L=LISTAR A CAMINHO".
           DISPLAY "G=GERAR DAS SUGESTOES DO PRGREPOR F=FIM".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN WRK-OPCAO-EMITIR
                   PERFORM 0210-EMITIR
               WHEN WRK-OPCAO-RECEBER
                   PERFORM 0220-RECEBER
               WHEN WRK-OPCAO-CANCELAR
                   PERFORM 0230-CANCELAR
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 0240-LISTAR
               WHEN WRK-OPCAO-GERAR
                   PERFORM 0250-GERAR-SUGESTOES
               WHEN WRK-OPCAO-FIM
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO DESCONHECIDA!"
           END-EVALUATE.

       0200-PROCESSAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0210-EMITIR                               SECTION.

           DISPLAY "LOJA DE ORIGEM..".
           ACCEPT WRK-ORIGEM.
           DISPLAY "LOJA DE DESTINO..".
           ACCEPT WRK-DESTINO.
           DISPLAY "CODIGO DO PRODUTO..".
           ACCEPT WRK-PRODUTO.
           DISPLAY "QUANTIDADE..".
           ACCEPT WRK-QTD.

           PERFORM 0211-EMITE-TRANSFERENCIA.

       0210-EMITIR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    EMISSAO - LOJAS DIFERENTES E CADASTRADAS, PRODUTO ATIVO E
      *    SALDO NA ORIGEM; A ORIGEM BAIXA, O DESTINO FICA COM A
      *    QUANTIDADE A CAMINHO
      *-----------------------------------------------------------------
       0211-EMITE-TRANSFERENCIA                  SECTION.

           SET WRK-EMISSAO-ERRO TO TRUE.

           IF WRK-ORIGEM EQUAL WRK-DESTINO
               DISPLAY "ORIGEM E DESTINO IGUAIS!"
               GO TO 0211-EMITE-TRANSFERENCIA-FIM
           END-IF.

           IF WRK-QTD EQUAL ZEROS
               DISPLAY "QUANTIDADE OBRIGATORIA!"
               GO TO 0211-EMITE-TRANSFERENCIA-FIM
           END-IF.

           MOVE "V"         TO WRK-MLC-FUNCAO.
           MOVE WRK-ORIGEM  TO WRK-MLC-LOCAL.
           CALL "MOVLOCAL" USING WRK-MOVLOCAL.
           IF NOT WRK-MLC-OK
               DISPLAY "LOJA DE ORIGEM NAO CADASTRADA!"
               GO TO 0211-EMITE-TRANSFERENCIA-FIM
           END-IF.

           MOVE WRK-DESTINO TO WRK-MLC-LOCAL.
           CALL "MOVLOCAL" USING WRK-MOVLOCAL.
           IF NOT WRK-MLC-OK
               DISPLAY "LOJA DE DESTINO NAO CADASTRADA!"
               GO TO 0211-EMITE-TRANSFERENCIA-FIM
           END-IF.

           PERFORM 0280-CONFERE-PRODUTO.
           IF NOT PRD-ATIVO
               DISPLAY "PRODUTO NAO CADASTRADO OU INATIVO!"
               GO TO 0211-EMITE-TRANSFERENCIA-FIM
           END-IF.

           MOVE "M"         TO WRK-MLC-FUNCAO.
           MOVE WRK-ORIGEM  TO WRK-MLC-LOCAL.
           MOVE WRK-PRODUTO TO WRK-MLC-PRODUTO.
           COMPUTE WRK-MLC-MOV-ESTOQUE = ZEROS - WRK-QTD.
           MOVE ZEROS       TO WRK-MLC-MOV-TRANSITO.
           CALL "MOVLOCAL" USING WRK-MOVLOCAL.
           IF WRK-MLC-SALDO-INSUFICIENTE
               DISPLAY "SALDO INSUFICIENTE NA ORIGEM - TEM "
                   WRK-MLC-SALDO
               GO TO 0211-EMITE-TRANSFERENCIA-FIM
           END-IF.
           IF NOT WRK-MLC-OK
               DISPLAY "ERRO NO ESTOQUE DA ORIGEM! " WRK-MLC-RESULTADO
               GO TO 0211-EMITE-TRANSFERENCIA-FIM
           END-IF.

           MOVE WRK-DESTINO TO WRK-MLC-LOCAL.
           MOVE ZEROS       TO WRK-MLC-MOV-ESTOQUE.
           MOVE WRK-QTD     TO WRK-MLC-MOV-TRANSITO.
           CALL "MOVLOCAL" USING WRK-MOVLOCAL.
           IF NOT WRK-MLC-OK
               DISPLAY "ERRO NO ESTOQUE DO DESTINO! " WRK-MLC-RESULTADO
               MOVE WRK-ORIGEM  TO WRK-MLC-LOCAL
               MOVE WRK-QTD     TO WRK-MLC-MOV-ESTOQUE
               MOVE ZEROS       TO WRK-MLC-MOV-TRANSITO
               CALL "MOVLOCAL" USING WRK-MOVLOCAL
               GO TO 0211-EMITE-TRANSFERENCIA-FIM
           END-IF.

           PERFORM 0290-RESERVA-NUMERO.

           OPEN EXTEND TRANSFER.
           IF WRK-FS-TRANSFER EQUAL 35
               OPEN OUTPUT TRANSFER
               CLOSE TRANSFER
               OPEN EXTEND TRANSFER
           END-IF.

           MOVE WRK-NUMERO    TO TRF-NUMERO.
           MOVE WRK-PRODUTO   TO TRF-PRODUTO.
           MOVE WRK-ORIGEM    TO TRF-ORIGEM.
           MOVE WRK-DESTINO   TO TRF-DESTINO.
           MOVE WRK-QTD       TO TRF-QTD.
           MOVE WRK-DATA-HOJE TO TRF-DATA-EMISSAO.
           MOVE WRK-OPERADOR  TO TRF-OPERADOR.
           SET TRF-EM-TRANSITO TO TRUE.
           MOVE ZEROS         TO TRF-DATA-BAIXA.
           MOVE SPACES        TO TRF-OPERADOR-BAIXA.
           WRITE REG-TRANSF.
           CLOSE TRANSFER.

           SET WRK-EMISSAO-OK TO TRUE.
           ADD 1 TO WRK-ACUM-EMITIDAS.
           DISPLAY "TRANSFERENCIA " WRK-NUMERO " EMITIDA - "
               WRK-QTD " UN DE " PRD-DESCRICAO.
           DISPLAY "LOJA " WRK-ORIGEM " -> LOJA " WRK-DESTINO
               " (A CAMINHO ATE A CONFIRMACAO DO DESTINO)".

       0211-EMITE-TRANSFERENCIA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    RECEBIMENTO - SO A LOJA DE DESTINO CONFIRMA; O A CAMINHO
      *    PASSA PARA O SALDO DELA
      *-----------------------------------------------------------------
       0220-RECEBER                              SECTION.

           PERFORM 0260-PEDE-TRANSFERENCIA.
           IF WRK-TRANSF-NAO
               GO TO 0220-RECEBER-FIM
           END-IF.

           DISPLAY "LOJA QUE CONFIRMA O RECEBIMENTO..".
           ACCEPT WRK-LOCAL-CONFIRMA.
           IF WRK-LOCAL-CONFIRMA NOT EQUAL WRK-TRF-DESTINO
               DISPLAY "SO A LOJA DE DESTINO " WRK-TRF-DESTINO
                   " CONFIRMA O RECEBIMENTO!"
               GO TO 0220-RECEBER-FIM
           END-IF.

           DISPLAY "CONFIRMA O RECEBIMENTO DE " WRK-TRF-QTD
               " UNIDADES (S/N)?".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "RECEBIMENTO NAO CONFIRMADO."
               GO TO 0220-RECEBER-FIM
           END-IF.

           MOVE "M"             TO WRK-MLC-FUNCAO.
           MOVE WRK-TRF-DESTINO TO WRK-MLC-LOCAL.
           MOVE WRK-TRF-PRODUTO TO WRK-MLC-PRODUTO.
           MOVE WRK-TRF-QTD     TO WRK-MLC-MOV-ESTOQUE.
           COMPUTE WRK-MLC-MOV-TRANSITO = ZEROS - WRK-TRF-QTD.
           CALL "MOVLOCAL" USING WRK-MOVLOCAL.
           IF NOT WRK-MLC-OK
               DISPLAY "ERRO NO ESTOQUE DO DESTINO! " WRK-MLC-RESULTADO
               GO TO 0220-RECEBER-FIM
           END-IF.

           MOVE "R"             TO WRK-TRF-SITUACAO.
           MOVE WRK-DATA-HOJE   TO WRK-TRF-DATA-BAIXA.
           MOVE WRK-OPERADOR    TO WRK-TRF-OPERADOR-BAIXA.
           PERFORM 0270-REGRAVA-TRANSFER.

           ADD 1 TO WRK-ACUM-RECEBIDAS.
           DISPLAY "TRANSFERENCIA RECEBIDA - SALDO DA LOJA: "
               WRK-MLC-SALDO.

       0220-RECEBER-FIM. EXIT.

      *-----------------------------------------------------------------
      *    CANCELAMENTO - SAI DO A CAMINHO DO DESTINO E VOLTA AO
      *    SALDO DA ORIGEM
      *-----------------------------------------------------------------
       0230-CANCELAR                             SECTION.

           PERFORM 0260-PEDE-TRANSFERENCIA.
           IF WRK-TRANSF-NAO
               GO TO 0230-CANCELAR-FIM
           END-IF.

           DISPLAY "CONFIRMA O CANCELAMENTO (S/N)?".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "CANCELAMENTO NAO CONFIRMADO."
               GO TO 0230-CANCELAR-FIM
           END-IF.

           MOVE "M"             TO WRK-MLC-FUNCAO.
           MOVE WRK-TRF-DESTINO TO WRK-MLC-LOCAL.
           MOVE WRK-TRF-PRODUTO TO WRK-MLC-PRODUTO.
           MOVE ZEROS           TO WRK-MLC-MOV-ESTOQUE.
           COMPUTE WRK-MLC-MOV-TRANSITO = ZEROS - WRK-TRF-QTD.
           CALL "MOVLOCAL" USING WRK-MOVLOCAL.
           IF NOT WRK-MLC-OK
               DISPLAY "ERRO NO ESTOQUE DO DESTINO! " WRK-MLC-RESULTADO
               GO TO 0230-CANCELAR-FIM
           END-IF.

           MOVE WRK-TRF-ORIGEM  TO WRK-MLC-LOCAL.
           MOVE WRK-TRF-QTD     TO WRK-MLC-MOV-ESTOQUE.
           MOVE ZEROS           TO WRK-MLC-MOV-TRANSITO.
           CALL "MOVLOCAL" USING WRK-MOVLOCAL.
           IF NOT WRK-MLC-OK
               DISPLAY "ERRO NO ESTOQUE DA ORIGEM! " WRK-MLC-RESULTADO
           END-IF.

           MOVE "C"             TO WRK-TRF-SITUACAO.
           MOVE WRK-DATA-HOJE   TO WRK-TRF-DATA-BAIXA.
           MOVE WRK-OPERADOR    TO WRK-TRF-OPERADOR-BAIXA.
           PERFORM 0270-REGRAVA-TRANSFER.

           ADD 1 TO WRK-ACUM-CANCELADAS.
           DISPLAY "TRANSFERENCIA CANCELADA - DEVOLVIDA A LOJA "
               WRK-TRF-ORIGEM.

       0230-CANCELAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0240-LISTAR                               SECTION.

           MOVE ZEROS TO WRK-QT-EM-TRANSITO.

           OPEN INPUT TRANSFER.
           IF WRK-FS-TRANSFER NOT EQUAL 00
               DISPLAY "NENHUMA TRANSFERENCIA EMITIDA."
               GO TO 0240-LISTAR-FIM
           END-IF.

           DISPLAY "NUMERO PROD ORI DES   QTD  EMISSAO  OPERADOR".
           READ TRANSFER.
           PERFORM 0241-LISTA-LINHA
               UNTIL WRK-FS-TRANSFER NOT EQUAL 00.

           CLOSE TRANSFER.

           DISPLAY "A CAMINHO: " WRK-QT-EM-TRANSITO.

       0240-LISTAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0241-LISTA-LINHA                          SECTION.

           IF TRF-EM-TRANSITO
               ADD 1 TO WRK-QT-EM-TRANSITO
               DISPLAY TRF-NUMERO " " TRF-PRODUTO " " TRF-ORIGEM " "
                   TRF-DESTINO " " TRF-QTD " " TRF-DATA-EMISSAO " "
                   TRF-OPERADOR
           END-IF.

           READ TRANSFER.

       0241-LISTA-LINHA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    SUGESTOES DO PRGREPOR - CADA UMA E EMITIDA SO COM A
      *    CONFIRMACAO DO OPERADOR, COM AS MESMAS CONFERENCIAS DA
      *    EMISSAO DIGITADA
      *-----------------------------------------------------------------
       0250-GERAR-SUGESTOES                      SECTION.

           OPEN INPUT TRFSUG.
           IF WRK-FS-TRFSUG NOT EQUAL 00
               DISPLAY "TRFSUG.txt NAO ABRIU - RODE O PRGREPOR."
               GO TO 0250-GERAR-SUGESTOES-FIM
           END-IF.

           READ TRFSUG.
           PERFORM 0251-CONFIRMA-SUGESTAO
               UNTIL WRK-FS-TRFSUG NOT EQUAL 00.

           CLOSE TRFSUG.

       0250-GERAR-SUGESTOES-FIM. EXIT.

      *-----------------------------------------------------------------
       0251-CONFIRMA-SUGESTAO                    SECTION.

           DISPLAY "SUGESTAO: " SUG-QTD " UN DE " SUG-PRODUTO " "
               SUG-DESCRICAO.
           DISPLAY "  LOJA " SUG-ORIGEM " -> LOJA " SUG-DESTINO
               " - EMITE (S/N)?".
           ACCEPT WRK-CONFIRMA.

           IF WRK-CONFIRMA EQUAL "S"
               MOVE SUG-ORIGEM  TO WRK-ORIGEM
               MOVE SUG-DESTINO TO WRK-DESTINO
               MOVE SUG-PRODUTO TO WRK-PRODUTO
               MOVE SUG-QTD     TO WRK-QTD
               PERFORM 0211-EMITE-TRANSFERENCIA
           END-IF.

           READ TRFSUG.

       0251-CONFIRMA-SUGESTAO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    PEDE O NUMERO E LOCALIZA A TRANSFERENCIA A CAMINHO - ACHADA,
      *    FICA NA WRK-TRANSF
      *-----------------------------------------------------------------
       0260-PEDE-TRANSFERENCIA                   SECTION.

           DISPLAY "NUMERO DA TRANSFERENCIA..".
           ACCEPT WRK-NUMERO.

           SET WRK-TRANSF-NAO TO TRUE.

           OPEN INPUT TRANSFER.
           IF WRK-FS-TRANSFER NOT EQUAL 00
               DISPLAY "NENHUMA TRANSFERENCIA EMITIDA."
               GO TO 0260-PEDE-TRANSFERENCIA-FIM
           END-IF.

           READ TRANSFER.
           PERFORM 0261-COMPARA-TRANSFER
               UNTIL WRK-FS-TRANSFER NOT EQUAL 00
                  OR WRK-TRANSF-SIM.

           CLOSE TRANSFER.

           IF WRK-TRANSF-NAO
               DISPLAY "TRANSFERENCIA NAO ENCONTRADA!"
               GO TO 0260-PEDE-TRANSFERENCIA-FIM
           END-IF.

           DISPLAY "TRANSFERENCIA " WRK-TRF-NUMERO " PRODUTO "
               WRK-TRF-PRODUTO " QTD " WRK-TRF-QTD.
           DISPLAY "  LOJA " WRK-TRF-ORIGEM " -> LOJA "
               WRK-TRF-DESTINO " EMITIDA EM " WRK-TRF-DATA-EMISSAO
               " SITUACAO " WRK-TRF-SITUACAO.

           IF WRK-TRF-SITUACAO NOT EQUAL "T"
               DISPLAY "TRANSFERENCIA JA BAIXADA (R=RECEBIDA "
                   "C=CANCELADA)!"
               SET WRK-TRANSF-NAO TO TRUE
           END-IF.

       0260-PEDE-TRANSFERENCIA-FIM. EXIT.

      *-----------------------------------------------------------------
       0261-COMPARA-TRANSFER                     SECTION.

           IF TRF-NUMERO EQUAL WRK-NUMERO
               MOVE REG-TRANSF TO WRK-TRANSF
               SET WRK-TRANSF-SIM TO TRUE
           ELSE
               READ TRANSFER
           END-IF.

       0261-COMPARA-TRANSFER-FIM. EXIT.

      *-----------------------------------------------------------------
      *    REGRAVACAO VIA ARQUIVO DE TRABALHO - A TRANSFERENCIA
      *    BAIXADA ENTRA NO LUGAR DA ANTIGA, O RESTO PASSA IGUAL
      *-----------------------------------------------------------------
       0270-REGRAVA-TRANSFER                     SECTION.

           OPEN INPUT TRANSFER.
           OPEN OUTPUT TRFTMP.

           READ TRANSFER.
           PERFORM 0271-FILTRA-TRANSFER
               UNTIL WRK-FS-TRANSFER NOT EQUAL 00.

           CLOSE TRANSFER.
           CLOSE TRFTMP.

           OPEN OUTPUT TRANSFER.
           OPEN INPUT  TRFTMP.

           READ TRFTMP.
           PERFORM 0272-DEVOLVE-TRANSFER
               UNTIL WRK-FS-TRFTMP NOT EQUAL 00.

           CLOSE TRFTMP.
           CLOSE TRANSFER.

       0270-REGRAVA-TRANSFER-FIM. EXIT.

      *-----------------------------------------------------------------
       0271-FILTRA-TRANSFER                      SECTION.

           IF TRF-NUMERO EQUAL WRK-TRF-NUMERO
               WRITE REG-TRFTMP FROM WRK-TRANSF
           ELSE
               WRITE REG-TRFTMP FROM REG-TRANSF
           END-IF.

           READ TRANSFER.

       0271-FILTRA-TRANSFER-FIM. EXIT.

      *-----------------------------------------------------------------
       0272-DEVOLVE-TRANSFER                     SECTION.

           WRITE REG-TRANSF FROM REG-TRFTMP.

           READ TRFTMP.

       0272-DEVOLVE-TRANSFER-FIM. EXIT.

      *-----------------------------------------------------------------
      *    PRODUTO DA TRANSFERENCIA - FORA DO CADASTRO FICA INATIVO
      *-----------------------------------------------------------------
       0280-CONFERE-PRODUTO                      SECTION.

           MOVE SPACES TO PRD-DESCRICAO.
           SET PRD-INATIVO TO TRUE.

           OPEN INPUT PRODUTOS.
           IF WRK-FS-PRODUTOS NOT EQUAL 00
               DISPLAY "CADASTRO DE PRODUTOS NAO ABERTO! FS: "
                   WRK-FS-PRODUTOS
               GO TO 0280-CONFERE-PRODUTO-FIM
           END-IF.

           MOVE WRK-PRODUTO TO PRD-CODIGO.
           READ PRODUTOS KEY IS PRD-CODIGO
               INVALID KEY
                   MOVE SPACES TO PRD-DESCRICAO
                   SET PRD-INATIVO TO TRUE
           END-READ.

           CLOSE PRODUTOS.

       0280-CONFERE-PRODUTO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    RESERVA O NUMERO DA TRANSFERENCIA NA SEQUENCIA TRFSEQ.txt
      *    (ARQUIVO AUSENTE COMECA DO 1)
      *-----------------------------------------------------------------
       0290-RESERVA-NUMERO                       SECTION.

           MOVE ZEROS TO WRK-NUMERO.

           OPEN INPUT TRFSEQ.
           IF WRK-FS-TRFSEQ EQUAL 00
               READ TRFSEQ
               IF WRK-FS-TRFSEQ EQUAL 00
                   MOVE SEQ-ULTIMA-TRANSF TO WRK-NUMERO
               END-IF
               CLOSE TRFSEQ
           END-IF.

           ADD 1 TO WRK-NUMERO.

           OPEN OUTPUT TRFSEQ.
           MOVE WRK-NUMERO TO SEQ-ULTIMA-TRANSF.
           WRITE REG-TRFSEQ.
           CLOSE TRFSEQ.

       0290-RESERVA-NUMERO-FIM. EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

           DISPLAY "TRANSFERENCIAS EMITIDAS..: " WRK-ACUM-EMITIDAS.
           DISPLAY "TRANSFERENCIAS RECEBIDAS.: " WRK-ACUM-RECEBIDAS.
           DISPLAY "TRANSFERENCIAS CANCELADAS: " WRK-ACUM-CANCELADAS.
           DISPLAY "======= FIM TRANSFERENCIA ENTRE LOJAS =======".

       0300-FINALIZAR-FIM. EXIT.
