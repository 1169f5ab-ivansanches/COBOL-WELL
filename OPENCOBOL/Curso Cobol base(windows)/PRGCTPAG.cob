       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGCTPAG.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : CONTAS A PAGAR DA LOJA - LANCAMENTO DAS NOTAS
      *==               DE FORNECEDOR COM CONFERENCIA DE TRES VIAS:
      *==               CADA ITEM DA NOTA APONTA O PEDIDO DE COMPRA
      *==               (PEDIDOS.txt, BOOK #PEDIDO, EMITIDO PELO
      *==               PRGPEDID E RECEBIDO PELO PRGESTOQ) E E
      *==               CONFERIDO CONTRA O CUSTO DO PEDIDO (PED-CUSTO)
      *==               E CONTRA O QUE CHEGOU (PED-QTD-RECEBIDA, SOMADO
      *==               O QUE OUTRAS NOTAS JA FATURARAM DO PEDIDO),
      *==               COM AS TOLERANCIAS DO APPARAM.txt (BOOK
      *==               #APPARAM). NOTA SEM DIVERGENCIA ENTRA LIBERADA
      *==               NO CTAPAGAR.txt (BOOK #CTAPAG); COM DIVERGENCIA
      *==               FICA RETIDA ATE O SUPERVISOR (NIVEL 3 NO
      *==               OPERADORES.txt, SENHA PELO VALSEN) APROVAR OU
      *==               RECUSAR. ITENS EM NFITENS.txt (BOOK #NFFORN).
      *==               O PAGAMENTO PELO VENCIMENTO E O PRGPAGFO
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
           SELECT FORNECED ASSIGN TO "FORNECED.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FORNECED.

           SELECT PEDIDOS ASSIGN TO "PEDIDOS.txt"
               FILE STATUS IS WRK-FS-PEDIDOS.

           SELECT NFITENS ASSIGN TO "NFITENS.txt"
               FILE STATUS IS WRK-FS-NFITENS.

           SELECT NFITMP ASSIGN TO "NFITMP.txt"
               FILE STATUS IS WRK-FS-NFITMP.

           SELECT CTAPAGAR ASSIGN TO "CTAPAGAR.txt"
               FILE STATUS IS WRK-FS-CTAPAGAR.

           SELECT CTPTMP ASSIGN TO "CTPTMP.txt"
               FILE STATUS IS WRK-FS-CTPTMP.

           SELECT APPARAM ASSIGN TO "APPARAM.txt"
               FILE STATUS IS WRK-FS-APPARAM.

           SELECT OPERADORES ASSIGN TO
           "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\OPERADORES.txt"
               FILE STATUS IS WRK-FS-OPERADORES.

      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD  FORNECED.
       COPY "#FORNREG".

       FD  PEDIDOS.
       COPY "#PEDIDO".

       FD  NFITENS.
       COPY "#NFFORN".

       FD  NFITMP.
       01  REG-NFITMP                    PIC X(50).

       FD  CTAPAGAR.
       COPY "#CTAPAG".

       FD  CTPTMP.
       01  REG-CTPTMP                    PIC X(103).

       FD  APPARAM.
       COPY "#APPARAM".

       FD  OPERADORES.
       COPY "#OPERADOR".

       WORKING-STORAGE                           SECTION.
       77  WRK-FS-FORNECED               PIC 99    VALUE ZEROS.
       77  WRK-FS-PEDIDOS                PIC 99    VALUE ZEROS.
       77  WRK-FS-NFITENS                PIC 99    VALUE ZEROS.
       77  WRK-FS-NFITMP                 PIC 99    VALUE ZEROS.
       77  WRK-FS-CTAPAGAR               PIC 99    VALUE ZEROS.
       77  WRK-FS-CTPTMP                 PIC 99    VALUE ZEROS.
       77  WRK-FS-APPARAM                PIC 99    VALUE ZEROS.
       77  WRK-FS-OPERADORES             PIC 99    VALUE ZEROS.

       77  WRK-OPCAO                     PIC X(01) VALUE SPACES.
           88 WRK-OPCAO-NOTA                        VALUE "N".
           88 WRK-OPCAO-APROVAR                     VALUE "A".
           88 WRK-OPCAO-LISTAR                      VALUE "L".
           88 WRK-OPCAO-SAIR                        VALUE "S".

       77  WRK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WRK-CONFIRMA                  PIC X(01) VALUE SPACES.
       77  WRK-DECISAO                   PIC X(01) VALUE SPACES.

      *========== TOLERANCIAS DA CONFERENCIA (PADRAO SEM APPARAM)
       77  WRK-TOL-PRECO                 PIC 9(02)V99 VALUE 2.
       77  WRK-TOL-QTD                   PIC 9(02)V99 VALUE ZEROS.

      *========== SUPERVISOR DA APROVACAO
       77  WRK-OPERADOR                  PIC X(10) VALUE SPACES.
       77  WRK-SENHA                     PIC X(10) VALUE SPACES.
       77  WRK-ACHOU-OPER                PIC X(01) VALUE "N".
           88 WRK-ACHOU-OPER-SIM                    VALUE "S".
           88 WRK-ACHOU-OPER-NAO                    VALUE "N".
       77  WRK-SUPERVISOR                PIC X(10) VALUE SPACES.

       01  WRK-VALSEN.
           05 WRK-SEN-FUNCAO             PIC X(01) VALUE "V".
           05 WRK-SEN-SENHA              PIC X(10) VALUE SPACES.
           05 WRK-SEN-HASH-GRAVADO       PIC 9(09) VALUE ZEROS.
           05 WRK-SEN-HASH-CALCULADO     PIC 9(09) VALUE ZEROS.
           05 WRK-SEN-VALIDA             PIC X(01) VALUE "N".
               88 WRK-SENHA-OK                     VALUE "S".
               88 WRK-SENHA-INVALIDA               VALUE "N".

      *========== NOTA EM DIGITACAO
       77  WRK-FORNECEDOR                PIC 9(04) VALUE ZEROS.
       77  WRK-NOTA                      PIC 9(09) VALUE ZEROS.
       77  WRK-EMISSAO                   PIC 9(08) VALUE ZEROS.
       77  WRK-VENCIMENTO                PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR-NOTA                PIC 9(09)V99 VALUE ZEROS.
       77  WRK-NUM-PEDIDO                PIC 9(06) VALUE ZEROS.
       77  WRK-QTD                       PIC 9(05) VALUE ZEROS.
       77  WRK-CUSTO-UNIT                PIC 9(05)V99 VALUE ZEROS.
       77  WRK-QT-DIVERGENTES            PIC 9(02) VALUE ZEROS.
       77  WRK-PRIMEIRA-DIVERGENCIA      PIC 9(02) VALUE ZEROS.
       77  WRK-FIM-ITENS                 PIC X(01) VALUE "N".
           88 WRK-FIM-ITENS-SIM                     VALUE "S".
           88 WRK-FIM-ITENS-NAO                     VALUE "N".
       77  WRK-NOTA-ACHADA               PIC X(01) VALUE "N".
           88 WRK-NOTA-SIM                          VALUE "S".
           88 WRK-NOTA-NAO                          VALUE "N".
       77  WRK-PEDIDO-ACHADO             PIC X(01) VALUE "N".
           88 WRK-PEDIDO-SIM                        VALUE "S".
           88 WRK-PEDIDO-NAO                        VALUE "N".

      *========== CONFERENCIA DO ITEM
       77  WRK-QTD-FATURADA              PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-LIMITE                PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DIF-CUSTO                 PIC S9(05)V99 VALUE ZEROS.
       77  WRK-DIF-PERC                  PIC 9(05)V99 VALUE ZEROS.
       77  WRK-DIV-PRECO                 PIC X(01) VALUE "N".
       77  WRK-DIV-QTD                   PIC X(01) VALUE "N".

       77  WRK-QT-ITENS                  PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-ITEM                  PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-SOMA                  PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-ITENS.
           05 WRK-TAB-ITENS-OCO OCCURS 20 TIMES.
              10 WRK-ITE-PEDIDO          PIC 9(06).
              10 WRK-ITE-PRODUTO         PIC 9(04).
              10 WRK-ITE-QTD             PIC 9(05).
              10 WRK-ITE-CUSTO-UNIT      PIC 9(05)V99.
              10 WRK-ITE-VALOR           PIC 9(09)V99.
              10 WRK-ITE-SITUACAO        PIC X(01).
              10 WRK-ITE-OCORRENCIA      PIC X(01).

      *========== PEDIDO ACHADO (MESMO LAYOUT DO #PEDIDO)
       01  WRK-PEDIDO.
           05 WRK-PED-NUMERO             PIC 9(06).
           05 WRK-PED-FORNECEDOR         PIC 9(04).
           05 WRK-PED-PRODUTO            PIC 9(04).
           05 WRK-PED-QTD-PEDIDA         PIC 9(05).
           05 WRK-PED-QTD-RECEBIDA       PIC 9(05).
           05 WRK-PED-CUSTO              PIC 9(05)V99.
           05 WRK-PED-DATA-EMISSAO       PIC 9(08).
           05 WRK-PED-SITUACAO           PIC X(01).
           05 WRK-PED-OCORRENCIA         PIC X(01).
           05 WRK-PED-DATA-RECEBIMENTO   PIC 9(08).

      *========== NOTA ACHADA NO CTAPAGAR (MESMO LAYOUT DO #CTAPAG)
       01  WRK-CTAPAGAR.
           05 WRK-CTP-FORNECEDOR         PIC 9(04).
           05 WRK-CTP-NOTA               PIC 9(09).
           05 WRK-CTP-EMISSAO            PIC 9(08).
           05 WRK-CTP-VENCIMENTO         PIC 9(08).
           05 WRK-CTP-VALOR              PIC 9(09)V99.
           05 WRK-CTP-SITUACAO           PIC X(01).
           05 WRK-CTP-MOTIVO             PIC X(30).
           05 WRK-CTP-APROVADOR          PIC X(10).
           05 WRK-CTP-DATA-DECISAO       PIC 9(08).
           05 WRK-CTP-DATA-PAGTO         PIC 9(08).
           05 WRK-CTP-LOTE               PIC 9(06).

       01  WRK-MOTIVO.
           05 FILLER                     PIC X(19) VALUE
              "DIVERGENCIA NO ITEM".
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-MOT-ITEM               PIC 99.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-MOT-OCORRENCIA         PIC X(07).

       77  WRK-VALOR-ED                  PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-ACUM-NOTAS                PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-RETIDAS              PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-DECISOES             PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-LISTADOS             PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT APPARAM.
           IF WRK-FS-APPARAM EQUAL 00
               READ APPARAM
               IF WRK-FS-APPARAM EQUAL 00
                   MOVE APP-TOL-PRECO TO WRK-TOL-PRECO
                   MOVE APP-TOL-QTD   TO WRK-TOL-QTD
               END-IF
               CLOSE APPARAM
           ELSE
               DISPLAY "APPARAM.txt AUSENTE - TOLERANCIAS PADRAO."
           END-IF.

           OPEN INPUT FORNECED.
           IF WRK-FS-FORNECED NOT EQUAL 00
               DISPLAY "CADASTRO DE FORNECEDORES NAO ABERTO! FS: "
                   WRK-FS-FORNECED
               STOP RUN
           END-IF.

       0100-INICIAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           DISPLAY "======= CONTAS A PAGAR - NOTAS DE FORNECEDOR ===".
           DISPLAY "N=LANCAR NOTA A=APROVAR/RECUSAR RETIDA".
           DISPLAY "L=LISTAR RETIDAS S=SAIR".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN WRK-OPCAO-NOTA
                   PERFORM 0210-LANCA-NOTA
               WHEN WRK-OPCAO-APROVAR
                   PERFORM 0250-APROVA-NOTA
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 0290-LISTA-RETIDAS
               WHEN WRK-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO DESCONHECIDA!"
           END-EVALUATE.

       0200-PROCESSAR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    LANCAMENTO DA NOTA - CABECALHO, ITENS CONTRA O PEDIDO E
      *    GRAVACAO (LIBERADA OU RETIDA)
      *-----------------------------------------------------------------
       0210-LANCA-NOTA                           SECTION.

           DISPLAY "CODIGO DO FORNECEDOR..".
           ACCEPT WRK-FORNECEDOR.
           MOVE WRK-FORNECEDOR TO FOR-CODIGO.

           READ FORNECED KEY IS FOR-CODIGO
               INVALID KEY
                   DISPLAY "ERRO: FORNECEDOR NAO ENCONTRADO!"
                   GO TO 0210-LANCA-NOTA-FIM
           END-READ.

           IF FOR-INATIVO
               DISPLAY "ERRO: FORNECEDOR INATIVO!"
               GO TO 0210-LANCA-NOTA-FIM
           END-IF.
           DISPLAY "FORNECEDOR: " FOR-NOME.

           DISPLAY "NUMERO DA NOTA..".
           ACCEPT WRK-NOTA.
           PERFORM 0220-PROCURA-NOTA.
           IF WRK-NOTA-SIM
               DISPLAY "ERRO: NOTA JA LANCADA PARA O FORNECEDOR!"
               GO TO 0210-LANCA-NOTA-FIM
           END-IF.

           DISPLAY "DATA DE EMISSAO (AAAAMMDD)..".
           ACCEPT WRK-EMISSAO.
           DISPLAY "DATA DE VENCIMENTO (AAAAMMDD)..".
           ACCEPT WRK-VENCIMENTO.
           IF WRK-EMISSAO EQUAL ZEROS
              OR WRK-VENCIMENTO LESS WRK-EMISSAO
               DISPLAY "ERRO: DATAS INVALIDAS!"
               GO TO 0210-LANCA-NOTA-FIM
           END-IF.

           MOVE ZEROS TO WRK-QT-ITENS WRK-VALOR-NOTA
                         WRK-QT-DIVERGENTES WRK-PRIMEIRA-DIVERGENCIA.
           SET WRK-FIM-ITENS-NAO TO TRUE.
           PERFORM 0211-RECEBE-ITEM
               UNTIL WRK-FIM-ITENS-SIM
                  OR WRK-QT-ITENS EQUAL 20.

           IF WRK-QT-ITENS EQUAL ZEROS
               DISPLAY "NOTA SEM ITENS - NADA GRAVADO."
               GO TO 0210-LANCA-NOTA-FIM
           END-IF.

           MOVE WRK-VALOR-NOTA TO WRK-VALOR-ED.
           DISPLAY "ITENS: " WRK-QT-ITENS "  VALOR DA NOTA: "
               WRK-VALOR-ED.
           IF WRK-QT-DIVERGENTES GREATER ZEROS
               DISPLAY "ITENS DIVERGENTES: " WRK-QT-DIVERGENTES
                   " - A NOTA FICA RETIDA PARA APROVACAO"
           ELSE
               DISPLAY "CONFERENCIA OK - A NOTA ENTRA LIBERADA"
           END-IF.
           DISPLAY "CONFIRMA A NOTA (S/N)?".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "NOTA DESCARTADA."
               GO TO 0210-LANCA-NOTA-FIM
           END-IF.

           PERFORM 0215-GRAVA-NOTA.

       0210-LANCA-NOTA-FIM. EXIT.

      *-----------------------------------------------------------------
       0211-RECEBE-ITEM                          SECTION.

           COMPUTE WRK-IDX-ITEM = WRK-QT-ITENS + 1.
           DISPLAY "ITEM " WRK-IDX-ITEM
               " - NUMERO DO PEDIDO (0=FIM DOS ITENS)..".
           ACCEPT WRK-NUM-PEDIDO.
           IF WRK-NUM-PEDIDO EQUAL ZEROS
               SET WRK-FIM-ITENS-SIM TO TRUE
               GO TO 0211-RECEBE-ITEM-FIM
           END-IF.

           PERFORM 0230-LOCALIZA-PEDIDO.
           IF WRK-PEDIDO-SIM
               DISPLAY "PEDIDO " WRK-PED-NUMERO
                   " PROD " WRK-PED-PRODUTO
                   " PEDIDO " WRK-PED-QTD-PEDIDA
                   " RECEBIDO " WRK-PED-QTD-RECEBIDA
           ELSE
               DISPLAY "PEDIDO NAO ENCONTRADO - ITEM SERA RETIDO"
               MOVE ZEROS TO WRK-PED-PRODUTO
           END-IF.

           DISPLAY "QUANTIDADE FATURADA..".
           ACCEPT WRK-QTD.
           DISPLAY "CUSTO UNITARIO DA NOTA..".
           ACCEPT WRK-CUSTO-UNIT.
           IF WRK-QTD EQUAL ZEROS
               DISPLAY "QUANTIDADE ZERO - ITEM IGNORADO."
               GO TO 0211-RECEBE-ITEM-FIM
           END-IF.

           ADD 1 TO WRK-QT-ITENS.
           MOVE WRK-QT-ITENS    TO WRK-IDX-ITEM.
           MOVE WRK-NUM-PEDIDO  TO WRK-ITE-PEDIDO(WRK-IDX-ITEM).
           MOVE WRK-PED-PRODUTO TO WRK-ITE-PRODUTO(WRK-IDX-ITEM).
           MOVE WRK-QTD         TO WRK-ITE-QTD(WRK-IDX-ITEM).
           MOVE WRK-CUSTO-UNIT  TO WRK-ITE-CUSTO-UNIT(WRK-IDX-ITEM).
           COMPUTE WRK-ITE-VALOR(WRK-IDX-ITEM) =
                   WRK-QTD * WRK-CUSTO-UNIT.
           ADD WRK-ITE-VALOR(WRK-IDX-ITEM) TO WRK-VALOR-NOTA.

           PERFORM 0240-CONFERE-ITEM.

       0211-RECEBE-ITEM-FIM. EXIT.

      *-----------------------------------------------------------------
       0215-GRAVA-NOTA                           SECTION.

           OPEN EXTEND NFITENS.
           IF WRK-FS-NFITENS EQUAL 35
               OPEN OUTPUT NFITENS
               CLOSE NFITENS
               OPEN EXTEND NFITENS
           END-IF.

           PERFORM 0216-GRAVA-ITEM
               VARYING WRK-IDX-ITEM FROM 1 BY 1
               UNTIL WRK-IDX-ITEM GREATER WRK-QT-ITENS.

           CLOSE NFITENS.

           OPEN EXTEND CTAPAGAR.
           IF WRK-FS-CTAPAGAR EQUAL 35
               OPEN OUTPUT CTAPAGAR
               CLOSE CTAPAGAR
               OPEN EXTEND CTAPAGAR
           END-IF.

           MOVE WRK-FORNECEDOR TO CTP-FORNECEDOR.
           MOVE WRK-NOTA       TO CTP-NOTA.
           MOVE WRK-EMISSAO    TO CTP-EMISSAO.
           MOVE WRK-VENCIMENTO TO CTP-VENCIMENTO.
           MOVE WRK-VALOR-NOTA TO CTP-VALOR.
           MOVE SPACES         TO CTP-MOTIVO CTP-APROVADOR.
           MOVE ZEROS          TO CTP-DATA-DECISAO CTP-DATA-PAGTO
                                  CTP-LOTE.
           IF WRK-QT-DIVERGENTES GREATER ZEROS
               SET CTP-RETIDA TO TRUE
               MOVE WRK-MOTIVO TO CTP-MOTIVO
               ADD 1 TO WRK-ACUM-RETIDAS
           ELSE
               SET CTP-LIBERADA TO TRUE
           END-IF.
           WRITE REG-CTAPAGAR.
           CLOSE CTAPAGAR.

           ADD 1 TO WRK-ACUM-NOTAS.
           DISPLAY "NOTA GRAVADA NO CONTAS A PAGAR!".

       0215-GRAVA-NOTA-FIM. EXIT.

      *-----------------------------------------------------------------
       0216-GRAVA-ITEM                           SECTION.

           MOVE WRK-FORNECEDOR                   TO NFI-FORNECEDOR.
           MOVE WRK-NOTA                         TO NFI-NOTA.
           MOVE WRK-IDX-ITEM                     TO NFI-ITEM.
           MOVE WRK-ITE-PEDIDO(WRK-IDX-ITEM)     TO NFI-PEDIDO.
           MOVE WRK-ITE-PRODUTO(WRK-IDX-ITEM)    TO NFI-PRODUTO.
           MOVE WRK-ITE-QTD(WRK-IDX-ITEM)        TO NFI-QTD.
           MOVE WRK-ITE-CUSTO-UNIT(WRK-IDX-ITEM) TO NFI-CUSTO-UNIT.
           MOVE WRK-ITE-VALOR(WRK-IDX-ITEM)      TO NFI-VALOR.
           MOVE WRK-ITE-SITUACAO(WRK-IDX-ITEM)   TO NFI-SITUACAO.
           MOVE WRK-ITE-OCORRENCIA(WRK-IDX-ITEM) TO NFI-OCORRENCIA.
           WRITE REG-NFITENS.

       0216-GRAVA-ITEM-FIM. EXIT.

      *-----------------------------------------------------------------
      *    PROCURA NO CTAPAGAR A NOTA WRK-FORNECEDOR/WRK-NOTA QUE NAO
      *    FOI RECUSADA (UMA NOTA RECUSADA PODE SER RELANCADA)
      *-----------------------------------------------------------------
       0220-PROCURA-NOTA                         SECTION.

           SET WRK-NOTA-NAO TO TRUE.

           OPEN INPUT CTAPAGAR.
           IF WRK-FS-CTAPAGAR NOT EQUAL 00
               GO TO 0220-PROCURA-NOTA-FIM
           END-IF.

           READ CTAPAGAR.
           PERFORM 0221-COMPARA-NOTA
               UNTIL WRK-FS-CTAPAGAR NOT EQUAL 00.
           CLOSE CTAPAGAR.

       0220-PROCURA-NOTA-FIM. EXIT.

      *-----------------------------------------------------------------
       0221-COMPARA-NOTA                         SECTION.

           IF CTP-FORNECEDOR EQUAL WRK-FORNECEDOR
              AND CTP-NOTA EQUAL WRK-NOTA
              AND NOT CTP-RECUSADA
               MOVE REG-CTAPAGAR TO WRK-CTAPAGAR
               SET WRK-NOTA-SIM TO TRUE
           END-IF.

           READ CTAPAGAR.

       0221-COMPARA-NOTA-FIM. EXIT.

      *-----------------------------------------------------------------
       0230-LOCALIZA-PEDIDO                      SECTION.

           SET WRK-PEDIDO-NAO TO TRUE.

           OPEN INPUT PEDIDOS.
           IF WRK-FS-PEDIDOS NOT EQUAL 00
               GO TO 0230-LOCALIZA-PEDIDO-FIM
           END-IF.

           READ PEDIDOS.
           PERFORM 0231-COMPARA-PEDIDO
               UNTIL WRK-FS-PEDIDOS NOT EQUAL 00.
           CLOSE PEDIDOS.

       0230-LOCALIZA-PEDIDO-FIM. EXIT.

      *-----------------------------------------------------------------
       0231-COMPARA-PEDIDO                       SECTION.

           IF PED-NUMERO EQUAL WRK-NUM-PEDIDO
               MOVE REG-PEDIDO TO WRK-PEDIDO
               SET WRK-PEDIDO-SIM TO TRUE
           END-IF.

           READ PEDIDOS.

       0231-COMPARA-PEDIDO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    CONFERENCIA DE TRES VIAS DO ITEM WRK-IDX-ITEM:
      *    - PEDIDO PRECISA EXISTIR E SER DO FORNECEDOR DA NOTA;
      *    - QUANTIDADE: TUDO O QUE JA FOI FATURADO DO PEDIDO (OUTRAS
      *      NOTAS NAO RECUSADAS E ESTA NOTA) NAO PASSA DO RECEBIDO
      *      MAIS A TOLERANCIA;
      *    - PRECO: DIFERENCA PARA O PED-CUSTO, PARA MAIS OU PARA
      *      MENOS, DENTRO DA TOLERANCIA
      *-----------------------------------------------------------------
       0240-CONFERE-ITEM                         SECTION.

           MOVE "C"    TO WRK-ITE-SITUACAO(WRK-IDX-ITEM).
           MOVE SPACES TO WRK-ITE-OCORRENCIA(WRK-IDX-ITEM).

           IF WRK-PEDIDO-NAO
              OR WRK-PED-FORNECEDOR NOT EQUAL WRK-FORNECEDOR
               MOVE "N" TO WRK-ITE-OCORRENCIA(WRK-IDX-ITEM)
               MOVE "PEDIDO" TO WRK-MOT-OCORRENCIA
               GO TO 0240-CONFERE-ITEM-DIVERGE
           END-IF.

           MOVE "N" TO WRK-DIV-PRECO WRK-DIV-QTD.

           MOVE ZEROS TO WRK-QTD-FATURADA.
           OPEN INPUT NFITENS.
           IF WRK-FS-NFITENS EQUAL 00
               READ NFITENS
               PERFORM 0241-SOMA-FATURADO
                   UNTIL WRK-FS-NFITENS NOT EQUAL 00
               CLOSE NFITENS
           END-IF.
           PERFORM 0242-SOMA-NOTA-ATUAL
               VARYING WRK-IDX-SOMA FROM 1 BY 1
               UNTIL WRK-IDX-SOMA GREATER WRK-IDX-ITEM.

           COMPUTE WRK-QTD-LIMITE = WRK-PED-QTD-RECEBIDA
                                  * (100 + WRK-TOL-QTD) / 100.
           IF WRK-QTD-FATURADA GREATER WRK-QTD-LIMITE
               MOVE "S" TO WRK-DIV-QTD
               DISPLAY "FATURADO " WRK-QTD-FATURADA
                   " ALEM DO RECEBIDO " WRK-PED-QTD-RECEBIDA
           END-IF.

           IF WRK-PED-CUSTO GREATER ZEROS
               COMPUTE WRK-DIF-CUSTO =
                       WRK-CUSTO-UNIT - WRK-PED-CUSTO
               IF WRK-DIF-CUSTO LESS ZEROS
                   COMPUTE WRK-DIF-CUSTO = WRK-DIF-CUSTO * -1
               END-IF
               COMPUTE WRK-DIF-PERC ROUNDED =
                       WRK-DIF-CUSTO * 100 / WRK-PED-CUSTO
               IF WRK-DIF-PERC GREATER WRK-TOL-PRECO
                   MOVE "S" TO WRK-DIV-PRECO
                   DISPLAY "CUSTO DA NOTA DIFERE DO PEDIDO EM "
                       WRK-DIF-PERC "%"
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WRK-DIV-PRECO EQUAL "S" AND WRK-DIV-QTD EQUAL "S"
                   MOVE "A" TO WRK-ITE-OCORRENCIA(WRK-IDX-ITEM)
                   MOVE "PRC/QTD" TO WRK-MOT-OCORRENCIA
               WHEN WRK-DIV-PRECO EQUAL "S"
                   MOVE "P" TO WRK-ITE-OCORRENCIA(WRK-IDX-ITEM)
                   MOVE "PRECO" TO WRK-MOT-OCORRENCIA
               WHEN WRK-DIV-QTD EQUAL "S"
                   MOVE "Q" TO WRK-ITE-OCORRENCIA(WRK-IDX-ITEM)
                   MOVE "QTD" TO WRK-MOT-OCORRENCIA
               WHEN OTHER
                   DISPLAY "ITEM CONFERE COM PEDIDO E RECEBIMENTO"
                   GO TO 0240-CONFERE-ITEM-FIM
           END-EVALUATE.

       0240-CONFERE-ITEM-DIVERGE.

           MOVE "D" TO WRK-ITE-SITUACAO(WRK-IDX-ITEM).
           ADD 1 TO WRK-QT-DIVERGENTES.
           IF WRK-PRIMEIRA-DIVERGENCIA EQUAL ZEROS
               MOVE WRK-IDX-ITEM TO WRK-PRIMEIRA-DIVERGENCIA
               MOVE WRK-IDX-ITEM TO WRK-MOT-ITEM
           END-IF.
           DISPLAY "ITEM DIVERGENTE - OCORRENCIA "
               WRK-ITE-OCORRENCIA(WRK-IDX-ITEM).

       0240-CONFERE-ITEM-FIM. EXIT.

      *-----------------------------------------------------------------
       0241-SOMA-FATURADO                        SECTION.

           IF NFI-PEDIDO EQUAL WRK-NUM-PEDIDO
              AND NOT NFI-RECUSADO
               ADD NFI-QTD TO WRK-QTD-FATURADA
           END-IF.

           READ NFITENS.

       0241-SOMA-FATURADO-FIM. EXIT.

      *-----------------------------------------------------------------
       0242-SOMA-NOTA-ATUAL                      SECTION.

           IF WRK-ITE-PEDIDO(WRK-IDX-SOMA) EQUAL WRK-NUM-PEDIDO
               ADD WRK-ITE-QTD(WRK-IDX-SOMA) TO WRK-QTD-FATURADA
           END-IF.

       0242-SOMA-NOTA-ATUAL-FIM. EXIT.

      *-----------------------------------------------------------------
      *    APROVACAO DA NOTA RETIDA - SO SUPERVISOR; A APROVADA ENTRA
      *    NO PAGAMENTO, A RECUSADA DEIXA DE SER DIVIDA E SEUS ITENS
      *    DEIXAM DE CONTAR COMO FATURADOS NO PEDIDO
      *-----------------------------------------------------------------
       0250-APROVA-NOTA                          SECTION.

           IF WRK-SUPERVISOR EQUAL SPACES
               PERFORM 0260-SIGNON-SUPERVISOR
               IF WRK-SUPERVISOR EQUAL SPACES
                   GO TO 0250-APROVA-NOTA-FIM
               END-IF
           END-IF.

           DISPLAY "CODIGO DO FORNECEDOR..".
           ACCEPT WRK-FORNECEDOR.
           DISPLAY "NUMERO DA NOTA..".
           ACCEPT WRK-NOTA.
           PERFORM 0220-PROCURA-NOTA.
           IF WRK-NOTA-NAO
               DISPLAY "ERRO: NOTA NAO ENCONTRADA!"
               GO TO 0250-APROVA-NOTA-FIM
           END-IF.
           IF WRK-CTP-SITUACAO NOT EQUAL "R"
               DISPLAY "ERRO: NOTA NAO ESTA RETIDA! SITUACAO "
                   WRK-CTP-SITUACAO
               GO TO 0250-APROVA-NOTA-FIM
           END-IF.

           MOVE WRK-CTP-VALOR TO WRK-VALOR-ED.
           DISPLAY "VALOR " WRK-VALOR-ED " VENCIMENTO "
               WRK-CTP-VENCIMENTO.
           DISPLAY "MOTIVO: " WRK-CTP-MOTIVO.

           OPEN INPUT NFITENS.
           IF WRK-FS-NFITENS EQUAL 00
               READ NFITENS
               PERFORM 0251-MOSTRA-ITEM
                   UNTIL WRK-FS-NFITENS NOT EQUAL 00
               CLOSE NFITENS
           END-IF.

           DISPLAY "A=APROVAR X=RECUSAR (OUTRA TECLA=NADA)..".
           ACCEPT WRK-DECISAO.
           IF WRK-DECISAO NOT EQUAL "A" AND WRK-DECISAO NOT EQUAL "X"
               DISPLAY "NOTA CONTINUA RETIDA."
               GO TO 0250-APROVA-NOTA-FIM
           END-IF.

           MOVE WRK-DECISAO    TO WRK-CTP-SITUACAO.
           MOVE WRK-SUPERVISOR TO WRK-CTP-APROVADOR.
           MOVE WRK-DATA-HOJE  TO WRK-CTP-DATA-DECISAO.
           PERFORM 0270-REGRAVA-CTAPAGAR.

           IF WRK-DECISAO EQUAL "X"
               PERFORM 0280-RECUSA-ITENS
               DISPLAY "NOTA RECUSADA - DEVOLVER AO FORNECEDOR."
           ELSE
               DISPLAY "NOTA APROVADA - ENTRA NO PAGAMENTO."
           END-IF.
           ADD 1 TO WRK-ACUM-DECISOES.

       0250-APROVA-NOTA-FIM. EXIT.

      *-----------------------------------------------------------------
       0251-MOSTRA-ITEM                          SECTION.

           IF NFI-FORNECEDOR EQUAL WRK-FORNECEDOR
              AND NFI-NOTA EQUAL WRK-NOTA
              AND NOT NFI-RECUSADO
               DISPLAY "ITEM " NFI-ITEM " PEDIDO " NFI-PEDIDO
                   " PROD " NFI-PRODUTO " QTD " NFI-QTD
                   " CUSTO " NFI-CUSTO-UNIT
                   " " NFI-SITUACAO NFI-OCORRENCIA
           END-IF.

           READ NFITENS.

       0251-MOSTRA-ITEM-FIM. EXIT.

      *-----------------------------------------------------------------
      *    SIGN-ON DO SUPERVISOR - OPERADOR NIVEL 3, NAO BLOQUEADO E,
      *    HAVENDO SENHA GRAVADA, CONFERIDA PELO MODULO VALSEN
      *-----------------------------------------------------------------
       0260-SIGNON-SUPERVISOR                    SECTION.

           DISPLAY "CODIGO DO SUPERVISOR:".
           ACCEPT WRK-OPERADOR.

           SET WRK-ACHOU-OPER-NAO TO TRUE.

           OPEN INPUT OPERADORES.
           IF WRK-FS-OPERADORES NOT EQUAL 00
               DISPLAY "ARQUIVO DE OPERADORES NAO ABERTO! FS: "
                   WRK-FS-OPERADORES
               GO TO 0260-SIGNON-SUPERVISOR-FIM
           END-IF.

           READ OPERADORES.
           PERFORM 0261-PROCURA-OPERADOR
               UNTIL WRK-FS-OPERADORES NOT EQUAL 00
                  OR WRK-ACHOU-OPER-SIM.

           CLOSE OPERADORES.

           IF WRK-ACHOU-OPER-NAO
               DISPLAY "OPERADOR NAO CADASTRADO!"
               GO TO 0260-SIGNON-SUPERVISOR-FIM
           END-IF.

           IF OPE-ESTA-BLOQUEADO
               DISPLAY "OPERADOR BLOQUEADO!"
               GO TO 0260-SIGNON-SUPERVISOR-FIM
           END-IF.

           IF NOT OPE-NIVEL-SUPERVISOR
               DISPLAY "APROVACAO SO POR SUPERVISOR (NIVEL 3)!"
               GO TO 0260-SIGNON-SUPERVISOR-FIM
           END-IF.

           IF OPE-SENHA-HASH GREATER ZEROS
               DISPLAY "DIGITE A SENHA:"
               ACCEPT WRK-SENHA
               MOVE "V"            TO WRK-SEN-FUNCAO
               MOVE WRK-SENHA      TO WRK-SEN-SENHA
               MOVE OPE-SENHA-HASH TO WRK-SEN-HASH-GRAVADO
               CALL "VALSEN" USING WRK-VALSEN
               IF WRK-SENHA-INVALIDA
                   DISPLAY "SENHA INVALIDA!"
                   GO TO 0260-SIGNON-SUPERVISOR-FIM
               END-IF
           END-IF.

           MOVE WRK-OPERADOR TO WRK-SUPERVISOR.
           DISPLAY "APROVACAO ABERTA POR " OPE-NOME.

       0260-SIGNON-SUPERVISOR-FIM. EXIT.

      *-----------------------------------------------------------------
       0261-PROCURA-OPERADOR                     SECTION.

           IF OPE-CODIGO EQUAL WRK-OPERADOR
               SET WRK-ACHOU-OPER-SIM TO TRUE
           ELSE
               READ OPERADORES
           END-IF.

       0261-PROCURA-OPERADOR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    REGRAVACAO VIA ARQUIVO DE TRABALHO - A NOTA DECIDIDA ENTRA
      *    NO LUGAR DA RETIDA, O RESTO PASSA IGUAL
      *-----------------------------------------------------------------
       0270-REGRAVA-CTAPAGAR                     SECTION.

           OPEN INPUT CTAPAGAR.
           OPEN OUTPUT CTPTMP.

           READ CTAPAGAR.
           PERFORM 0271-FILTRA-CTAPAGAR
               UNTIL WRK-FS-CTAPAGAR NOT EQUAL 00.

           CLOSE CTAPAGAR.
           CLOSE CTPTMP.

           OPEN OUTPUT CTAPAGAR.
           OPEN INPUT  CTPTMP.

           READ CTPTMP.
           PERFORM 0272-DEVOLVE-CTAPAGAR
               UNTIL WRK-FS-CTPTMP NOT EQUAL 00.

           CLOSE CTPTMP.
           CLOSE CTAPAGAR.

       0270-REGRAVA-CTAPAGAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0271-FILTRA-CTAPAGAR                      SECTION.

           IF CTP-FORNECEDOR EQUAL WRK-CTP-FORNECEDOR
              AND CTP-NOTA EQUAL WRK-CTP-NOTA
              AND CTP-RETIDA
               WRITE REG-CTPTMP FROM WRK-CTAPAGAR
           ELSE
               WRITE REG-CTPTMP FROM REG-CTAPAGAR
           END-IF.

           READ CTAPAGAR.

       0271-FILTRA-CTAPAGAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0272-DEVOLVE-CTAPAGAR                     SECTION.

           WRITE REG-CTAPAGAR FROM REG-CTPTMP.

           READ CTPTMP.

       0272-DEVOLVE-CTAPAGAR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    NOTA RECUSADA - OS ITENS DELA PASSAM A "X" NO NFITENS
      *-----------------------------------------------------------------
       0280-RECUSA-ITENS                         SECTION.

           OPEN INPUT NFITENS.
           OPEN OUTPUT NFITMP.

           READ NFITENS.
           PERFORM 0281-FILTRA-ITEM
               UNTIL WRK-FS-NFITENS NOT EQUAL 00.

           CLOSE NFITENS.
           CLOSE NFITMP.

           OPEN OUTPUT NFITENS.
           OPEN INPUT  NFITMP.

           READ NFITMP.
           PERFORM 0282-DEVOLVE-ITEM
               UNTIL WRK-FS-NFITMP NOT EQUAL 00.

           CLOSE NFITMP.
           CLOSE NFITENS.

       0280-RECUSA-ITENS-FIM. EXIT.

      *-----------------------------------------------------------------
       0281-FILTRA-ITEM                          SECTION.

           IF NFI-FORNECEDOR EQUAL WRK-CTP-FORNECEDOR
              AND NFI-NOTA EQUAL WRK-CTP-NOTA
               SET NFI-RECUSADO TO TRUE
           END-IF.
           WRITE REG-NFITMP FROM REG-NFITENS.

           READ NFITENS.

       0281-FILTRA-ITEM-FIM. EXIT.

      *-----------------------------------------------------------------
       0282-DEVOLVE-ITEM                         SECTION.

           WRITE REG-NFITENS FROM REG-NFITMP.

           READ NFITMP.

       0282-DEVOLVE-ITEM-FIM. EXIT.

      *-----------------------------------------------------------------
       0290-LISTA-RETIDAS                        SECTION.

           MOVE ZEROS TO WRK-ACUM-LISTADOS.

           OPEN INPUT CTAPAGAR.
           IF WRK-FS-CTAPAGAR NOT EQUAL 00
               DISPLAY "CONTAS A PAGAR VAZIO."
               GO TO 0290-LISTA-RETIDAS-FIM
           END-IF.

           READ CTAPAGAR.
           PERFORM 0291-LISTA-NOTA
               UNTIL WRK-FS-CTAPAGAR NOT EQUAL 00.
           CLOSE CTAPAGAR.

           DISPLAY "NOTAS RETIDAS: " WRK-ACUM-LISTADOS.

       0290-LISTA-RETIDAS-FIM. EXIT.

      *-----------------------------------------------------------------
       0291-LISTA-NOTA                           SECTION.

           IF CTP-RETIDA
               ADD 1 TO WRK-ACUM-LISTADOS
               MOVE CTP-VALOR TO WRK-VALOR-ED
               DISPLAY CTP-FORNECEDOR " NOTA " CTP-NOTA
                   " VENC " CTP-VENCIMENTO " " WRK-VALOR-ED
                   " " CTP-MOTIVO
           END-IF.

           READ CTAPAGAR.

       0291-LISTA-NOTA-FIM. EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

           CLOSE FORNECED.

           DISPLAY "NOTAS LANCADAS.......: " WRK-ACUM-NOTAS.
           DISPLAY "NOTAS RETIDAS........: " WRK-ACUM-RETIDAS.
           DISPLAY "DECISOES DE APROVACAO: " WRK-ACUM-DECISOES.
           DISPLAY "======= FIM CONTAS A PAGAR =======".

       0300-FINALIZAR-FIM. EXIT.
