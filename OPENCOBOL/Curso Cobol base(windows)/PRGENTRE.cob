       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGENTRE.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : ACOMPANHAMENTO DOS PEDIDOS DE ENTREGA EM
      *==               DOMICILIO (ENTREGAS.txt, BOOK #ENTREGA, GRAVADOS
      *==               PELO ATI1) - O PEDIDO NASCE A SEPARAR E ANDA
      *==               SEPARADO -> DESPACHADO -> ENTREGUE, OU VOLTA
      *==               DEVOLVIDO DEPOIS DE DESPACHADO, CADA PASSO COM
      *==               A SUA DATA. REGRAVACAO VIA ENTTMP.txt. A LISTA
      *==               DE DESPACHO E O FRETE POR REGIAO SAO DO PRGRELEN
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
           SELECT ENTREGAS ASSIGN TO "ENTREGAS.txt"
               FILE STATUS IS WRK-FS-ENTREGAS.

           SELECT ENTTMP ASSIGN TO "ENTTMP.txt"
               FILE STATUS IS WRK-FS-ENTTMP.

      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD  ENTREGAS.
       COPY "#ENTREGA".

       FD  ENTTMP.
       01  REG-ENTTMP                    PIC X(183).

       WORKING-STORAGE                           SECTION.
       77  WRK-FS-ENTREGAS               PIC 99    VALUE ZEROS.
       77  WRK-FS-ENTTMP                 PIC 99    VALUE ZEROS.

       77  WRK-OPCAO                     PIC X(01) VALUE SPACES.
           88 WRK-OPCAO-SEPARAR                     VALUE "S".
           88 WRK-OPCAO-DESPACHAR                   VALUE "D".
           88 WRK-OPCAO-ENTREGAR                    VALUE "E".
           88 WRK-OPCAO-DEVOLVER                    VALUE "V".
           88 WRK-OPCAO-CONSULTAR                   VALUE "C".
           88 WRK-OPCAO-FIM                         VALUE "F".
           88 WRK-OPCAO-MOVIMENTO                   VALUE "S" "D"
                                                          "E" "V".

       77  WRK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-MOVIMENTO            PIC 9(08) VALUE ZEROS.
       77  WRK-NUMERO                    PIC 9(06) VALUE ZEROS.
       77  WRK-SITUACAO-ATUAL            PIC X(01) VALUE SPACES.
       77  WRK-SITUACAO-EXIGIDA          PIC X(01) VALUE SPACES.
       77  WRK-DATA-VENDA                PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ANTERIOR             PIC 9(08) VALUE ZEROS.
       77  WRK-ENTREGA-ACHADA            PIC X(01) VALUE "N".
           88 WRK-ENTREGA-SIM                       VALUE "S".
           88 WRK-ENTREGA-NAO                       VALUE "N".

       77  WRK-FRETE-ED                  PIC ZZ.ZZ9.
       77  WRK-ACUM-MOVIMENTOS           PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-FIM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT ENTREGAS.
           IF WRK-FS-ENTREGAS NOT EQUAL 00
               DISPLAY "NENHUM PEDIDO DE ENTREGA (ENTREGAS.txt). FS: "
                   WRK-FS-ENTREGAS
               STOP RUN
           END-IF.
           CLOSE ENTREGAS.

       0100-INICIAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           DISPLAY "======= PEDIDOS DE ENTREGA =======".
           DISPLAY "S=SEPARADO D=DESPACHADO E=ENTREGUE V=DEVOLVIDO".
           DISPLAY "C=CONSULTAR F=FIM".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN WRK-OPCAO-MOVIMENTO
                   PERFORM 0210-MOVIMENTA
               WHEN WRK-OPCAO-CONSULTAR
                   PERFORM 0230-CONSULTA
               WHEN WRK-OPCAO-FIM
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO DESCONHECIDA!"
           END-EVALUATE.

       0200-PROCESSAR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    PASSA O PEDIDO PARA A SITUACAO DA OPCAO - SO A PARTIR DA
      *    SITUACAO ANTERIOR DO FLUXO E COM DATA NAO ANTERIOR A DO
      *    PASSO ANTERIOR (OU A DA VENDA, NO PRIMEIRO PASSO)
      *-----------------------------------------------------------------
       0210-MOVIMENTA                            SECTION.

           DISPLAY "NUMERO DO PEDIDO DE ENTREGA..".
           ACCEPT WRK-NUMERO.

           PERFORM 0220-LOCALIZA-ENTREGA.
           IF WRK-ENTREGA-NAO
               DISPLAY "PEDIDO DE ENTREGA NAO ENCONTRADO!"
               GO TO 0210-MOVIMENTA-FIM
           END-IF.

           EVALUATE TRUE
               WHEN WRK-OPCAO-SEPARAR
                   MOVE "P" TO WRK-SITUACAO-EXIGIDA
               WHEN WRK-OPCAO-DESPACHAR
                   MOVE "S" TO WRK-SITUACAO-EXIGIDA
               WHEN OTHER
                   MOVE "D" TO WRK-SITUACAO-EXIGIDA
           END-EVALUATE.

           IF WRK-SITUACAO-ATUAL NOT EQUAL WRK-SITUACAO-EXIGIDA
               DISPLAY "PEDIDO NA SITUACAO " WRK-SITUACAO-ATUAL
                   " - ESTE PASSO EXIGE " WRK-SITUACAO-EXIGIDA
                   " (P=A SEPARAR S=SEPARADO D=DESPACHADO)"
               GO TO 0210-MOVIMENTA-FIM
           END-IF.

           DISPLAY "DATA DO PASSO (AAAAMMDD, ZERO=HOJE)..".
           ACCEPT WRK-DATA-MOVIMENTO.
           IF WRK-DATA-MOVIMENTO EQUAL ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-MOVIMENTO
           END-IF.

           IF WRK-DATA-MOVIMENTO LESS WRK-DATA-ANTERIOR
              OR WRK-DATA-MOVIMENTO GREATER WRK-DATA-HOJE
               DISPLAY "DATA FORA DO PERIODO DE " WRK-DATA-ANTERIOR
                   " ATE HOJE!"
               GO TO 0210-MOVIMENTA-FIM
           END-IF.

           PERFORM 0240-REGRAVA-ENTREGAS.

           ADD 1 TO WRK-ACUM-MOVIMENTOS.
           DISPLAY "PEDIDO " WRK-NUMERO " ATUALIZADO.".

       0210-MOVIMENTA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    LOCALIZA O PEDIDO E MOSTRA - SITUACAO E DATA DA VENDA FICAM
      *    GUARDADAS PARA A CONFERENCIA DO PASSO
      *-----------------------------------------------------------------
       0220-LOCALIZA-ENTREGA                     SECTION.

           SET WRK-ENTREGA-NAO TO TRUE.

           OPEN INPUT ENTREGAS.

           READ ENTREGAS.
           PERFORM 0221-COMPARA-ENTREGA
               UNTIL WRK-FS-ENTREGAS NOT EQUAL 00
                  OR WRK-ENTREGA-SIM.

           IF WRK-ENTREGA-SIM
               MOVE ENT-SITUACAO   TO WRK-SITUACAO-ATUAL
               MOVE ENT-DATA-VENDA TO WRK-DATA-VENDA
               EVALUATE TRUE
                   WHEN ENT-SEPARADO
                       MOVE ENT-DATA-SEPARACAO TO WRK-DATA-ANTERIOR
                   WHEN ENT-DESPACHADO
                       MOVE ENT-DATA-DESPACHO  TO WRK-DATA-ANTERIOR
                   WHEN OTHER
                       MOVE ENT-DATA-VENDA     TO WRK-DATA-ANTERIOR
               END-EVALUATE
               MOVE ENT-FRETE      TO WRK-FRETE-ED
               DISPLAY "PEDIDO " ENT-NUMERO " CUPOM " ENT-CUPOM
                   " VENDA " ENT-DATA-VENDA " SITUACAO " ENT-SITUACAO
               DISPLAY "  " ENT-NOME " " ENT-ENDERECO " "
                   ENT-NUMERO-END
               DISPLAY "  " ENT-CIDADE " " ENT-UF " " ENT-CEP
                   " REGIAO " ENT-REGIAO
               DISPLAY "  PESO " ENT-PESO " KG  FRETE " WRK-FRETE-ED
               DISPLAY "  SEPARADO " ENT-DATA-SEPARACAO
                   " DESPACHADO " ENT-DATA-DESPACHO
                   " ENTREGUE " ENT-DATA-ENTREGA
                   " DEVOLVIDO " ENT-DATA-DEVOLUCAO
           END-IF.

           CLOSE ENTREGAS.

       0220-LOCALIZA-ENTREGA-FIM. EXIT.

      *-----------------------------------------------------------------
       0221-COMPARA-ENTREGA                      SECTION.

           IF ENT-NUMERO EQUAL WRK-NUMERO
               SET WRK-ENTREGA-SIM TO TRUE
           ELSE
               READ ENTREGAS
           END-IF.

       0221-COMPARA-ENTREGA-FIM. EXIT.

      *-----------------------------------------------------------------
       0230-CONSULTA                             SECTION.

           DISPLAY "NUMERO DO PEDIDO DE ENTREGA..".
           ACCEPT WRK-NUMERO.

           PERFORM 0220-LOCALIZA-ENTREGA.
           IF WRK-ENTREGA-NAO
               DISPLAY "PEDIDO DE ENTREGA NAO ENCONTRADO!"
           END-IF.

       0230-CONSULTA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    REGRAVACAO VIA ARQUIVO DE TRABALHO - O PEDIDO MOVIMENTADO
      *    SAI COM A NOVA SITUACAO E A DATA DO PASSO, O RESTO IGUAL
      *-----------------------------------------------------------------
       0240-REGRAVA-ENTREGAS                     SECTION.

           OPEN INPUT ENTREGAS.
           OPEN OUTPUT ENTTMP.

           READ ENTREGAS.
           PERFORM 0241-FILTRA-ENTREGA
               UNTIL WRK-FS-ENTREGAS NOT EQUAL 00.

           CLOSE ENTREGAS.
           CLOSE ENTTMP.

           OPEN OUTPUT ENTREGAS.
           OPEN INPUT  ENTTMP.

           READ ENTTMP.
           PERFORM 0242-DEVOLVE-ENTREGA
               UNTIL WRK-FS-ENTTMP NOT EQUAL 00.

           CLOSE ENTTMP.
           CLOSE ENTREGAS.

       0240-REGRAVA-ENTREGAS-FIM. EXIT.

      *-----------------------------------------------------------------
       0241-FILTRA-ENTREGA                       SECTION.

           IF ENT-NUMERO EQUAL WRK-NUMERO
               EVALUATE TRUE
                   WHEN WRK-OPCAO-SEPARAR
                       SET ENT-SEPARADO TO TRUE
                       MOVE WRK-DATA-MOVIMENTO TO ENT-DATA-SEPARACAO
                   WHEN WRK-OPCAO-DESPACHAR
                       SET ENT-DESPACHADO TO TRUE
                       MOVE WRK-DATA-MOVIMENTO TO ENT-DATA-DESPACHO
                   WHEN WRK-OPCAO-ENTREGAR
                       SET ENT-ENTREGUE TO TRUE
                       MOVE WRK-DATA-MOVIMENTO TO ENT-DATA-ENTREGA
                   WHEN WRK-OPCAO-DEVOLVER
                       SET ENT-DEVOLVIDO TO TRUE
                       MOVE WRK-DATA-MOVIMENTO TO ENT-DATA-DEVOLUCAO
               END-EVALUATE
           END-IF.

           WRITE REG-ENTTMP FROM REG-ENTREGA.

           READ ENTREGAS.

       0241-FILTRA-ENTREGA-FIM. EXIT.

      *-----------------------------------------------------------------
       0242-DEVOLVE-ENTREGA                      SECTION.

           WRITE REG-ENTREGA FROM REG-ENTTMP.

           READ ENTTMP.

       0242-DEVOLVE-ENTREGA-FIM. EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

           DISPLAY "PEDIDOS MOVIMENTADOS.: " WRK-ACUM-MOVIMENTOS.
           DISPLAY "======= FIM PEDIDOS DE ENTREGA =======".

       0300-FINALIZAR-FIM. EXIT.
