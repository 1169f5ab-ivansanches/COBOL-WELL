       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGSCORE.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : AVALIACAO DE DESEMPENHO DOS FORNECEDORES - PASSA
      *==               O HISTORICO DE PEDIDOS.txt (BOOK #PEDIDO) DOS
      *==               PEDIDOS EMITIDOS NO PERIODO E, PARA CADA
      *==               FORNECEDOR ATIVO DO FORNECED.dat, MEDE:
      *==               - PONTUALIDADE: PRAZO REAL (EMISSAO ATE
      *==                 PED-DATA-RECEBIMENTO) CONTRA O PROMETIDO
      *==                 FOR-PRAZO-ENTREGA; PEDIDO AINDA ABERTO COM O
      *==                 PRAZO ESTOURADO CONTA COMO ATRASADO;
      *==               - ATENDIMENTO: QUANTIDADE RECEBIDA (ATE O
      *==                 PEDIDO) SOBRE A PEDIDA NOS PEDIDOS FECHADOS;
      *==               - OCORRENCIAS: PEDIDOS FECHADOS COM SOBRA OU
      *==                 FALTA (PED-OCORRENCIA);
      *==               - CUSTO: VARIACAO DO CUSTO DO PRIMEIRO PARA O
      *==                 ULTIMO PEDIDO DE CADA PRODUTO DO FORNECEDOR.
      *==               CADA ITEM VALE DE 0 A 100 (SEM DADO, 50) E A
      *==               NOTA E A MEDIA PONDERADA 40/30/15/15. GRAVA A
      *==               NOTA DE CADA FORNECEDOR ATIVO EM FORNSCOR.txt
      *==               (BOOK #FORNSCOR, LIDO PELO PRGPEDID NA ESCOLHA
      *==               DO FORNECEDOR) E O RELATORIO SCORFORN.txt, EM
      *==               ORDEM DE NOTA, PARA A RENEGOCIACAO DAS COMPRAS.
      *==               RODAR PERIODICAMENTE (MENSAL), ANTES DO PRGPEDID
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

           SELECT FORNSCOR ASSIGN TO "FORNSCOR.txt"
               FILE STATUS IS WRK-FS-FORNSCOR.

           SELECT SCORFORN ASSIGN TO "SCORFORN.txt"
               FILE STATUS IS WRK-FS-SCORFORN.

      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD  FORNECED.
       COPY "#FORNREG".

       FD  PEDIDOS.
       COPY "#PEDIDO".

       FD  FORNSCOR.
       COPY "#FORNSCOR".

       FD  SCORFORN.
       01  REG-SCORFORN                  PIC X(132).

       WORKING-STORAGE                           SECTION.
       77  WRK-FS-FORNECED               PIC 99    VALUE ZEROS.
       77  WRK-FS-PEDIDOS                PIC 99    VALUE ZEROS.
       77  WRK-FS-FORNSCOR               PIC 99    VALUE ZEROS.
       77  WRK-FS-SCORFORN               PIC 99    VALUE ZEROS.

       77  WRK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INICIAL              PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FINAL                PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS                      PIC S9(07) VALUE ZEROS.

      *========== PESOS DA NOTA (SOMAM 100) E NOTA NEUTRA
       77  WRK-PESO-PONTUALIDADE         PIC 9(03) VALUE 40.
       77  WRK-PESO-ATENDIMENTO          PIC 9(03) VALUE 30.
       77  WRK-PESO-OCORRENCIAS          PIC 9(03) VALUE 15.
       77  WRK-PESO-CUSTO                PIC 9(03) VALUE 15.
       77  WRK-NOTA-NEUTRA               PIC 9(03) VALUE 50.
       77  WRK-PERDA-POR-PONTO           PIC 9(02) VALUE 5.

      *========== ITENS DA NOTA DO FORNECEDOR EM CALCULO
       77  WRK-ITEM-PONTUALIDADE         PIC 9(03)V99 VALUE ZEROS.
       77  WRK-ITEM-ATENDIMENTO          PIC 9(03)V99 VALUE ZEROS.
       77  WRK-ITEM-OCORRENCIAS          PIC 9(03)V99 VALUE ZEROS.
       77  WRK-ITEM-CUSTO                PIC 9(03)V99 VALUE ZEROS.
       77  WRK-PERDA-CUSTO               PIC 9(05)V99 VALUE ZEROS.
       77  WRK-MEDIDOS                   PIC 9(05) VALUE ZEROS.
       77  WRK-PRAZO-MEDIO               PIC 9(03)V9 VALUE ZEROS.
       77  WRK-CLASSIFICACAO             PIC X(20) VALUE SPACES.

      *========== FORNECEDORES ATIVOS E SEUS INDICADORES
       77  WRK-QT-FORN                   PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-FORN                  PIC 9(03) VALUE ZEROS.
       77  WRK-ACHOU-FORN                PIC X(01) VALUE "N".
           88 WRK-ACHOU-FORN-SIM                    VALUE "S".
           88 WRK-ACHOU-FORN-NAO                    VALUE "N".
       01  WRK-TAB-FORN.
           05 WRK-TAB-FORN-OCO OCCURS 300 TIMES.
              10 WRK-FRN-CODIGO          PIC 9(04).
              10 WRK-FRN-NOME            PIC X(30).
              10 WRK-FRN-PRAZO           PIC 9(03).
              10 WRK-FRN-PEDIDOS         PIC 9(05).
              10 WRK-FRN-FECHADOS        PIC 9(05).
              10 WRK-FRN-COM-DATA        PIC 9(05).
              10 WRK-FRN-SOMA-DIAS       PIC 9(07).
              10 WRK-FRN-NO-PRAZO        PIC 9(05).
              10 WRK-FRN-ATRASADOS       PIC 9(05).
              10 WRK-FRN-ABERTOS-ATRASO  PIC 9(05).
              10 WRK-FRN-QTD-PEDIDA      PIC 9(09).
              10 WRK-FRN-QTD-ATENDIDA    PIC 9(09).
              10 WRK-FRN-SOBRAS          PIC 9(05).
              10 WRK-FRN-FALTAS          PIC 9(05).
              10 WRK-FRN-CUSTO-INICIAL   PIC 9(09)V99.
              10 WRK-FRN-CUSTO-FINAL     PIC 9(09)V99.
              10 WRK-FRN-VAR-CUSTO       PIC S9(05)V99.
              10 WRK-FRN-NOTA            PIC 9(03).
              10 WRK-FRN-HISTORICO       PIC X(01).

      *========== PRIMEIRO E ULTIMO CUSTO POR FORNECEDOR/PRODUTO
       77  WRK-QT-PARES                  PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-PAR                   PIC 9(03) VALUE ZEROS.
       77  WRK-ACHOU-PAR                 PIC X(01) VALUE "N".
           88 WRK-ACHOU-PAR-SIM                     VALUE "S".
           88 WRK-ACHOU-PAR-NAO                     VALUE "N".
       01  WRK-TAB-PARES.
           05 WRK-TAB-PARES-OCO OCCURS 900 TIMES.
              10 WRK-PAR-FORN            PIC 9(03).
              10 WRK-PAR-PRODUTO         PIC 9(04).
              10 WRK-PAR-QT-PEDIDOS      PIC 9(05).
              10 WRK-PAR-DATA-INICIAL    PIC 9(08).
              10 WRK-PAR-CUSTO-INICIAL   PIC 9(05)V99.
              10 WRK-PAR-DATA-FINAL      PIC 9(08).
              10 WRK-PAR-CUSTO-FINAL     PIC 9(05)V99.

      *========== ORDEM DECRESCENTE DE NOTA (INDICES DA TABELA)
       77  WRK-IDX-ORD                   PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-MAIOR                 PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-COMP                  PIC 9(03) VALUE ZEROS.
       77  WRK-ORD-TROCA                 PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-ORDEM.
           05 WRK-ORD                    PIC 9(03) OCCURS 300 TIMES.

       77  WRK-ACUM-LIDOS                PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-NO-PERIODO           PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-FORA-CADASTRO        PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-SEM-HISTORICO        PIC 9(03) VALUE ZEROS.
       77  WRK-ACUM-RUINS                PIC 9(03) VALUE ZEROS.

       01  WRK-DATA-AUX.
           05 WRK-DAUX-ANO               PIC 9(04).
           05 WRK-DAUX-MES               PIC 9(02).
           05 WRK-DAUX-DIA               PIC 9(02).
       01  WRK-DATA-AUX-N REDEFINES WRK-DATA-AUX PIC 9(08).

      *========== LINHAS DO SCORFORN
       01  WRK-LIN-CABECALHO.
           05 FILLER                     PIC X(40) VALUE
              "AVALIACAO DE FORNECEDORES - EMITIDOS DE ".
           05 WRK-CAB-DIA-INI            PIC 99.
           05 FILLER                     PIC X(01) VALUE "/".
           05 WRK-CAB-MES-INI            PIC 99.
           05 FILLER                     PIC X(01) VALUE "/".
           05 WRK-CAB-ANO-INI            PIC 9(04).
           05 FILLER                     PIC X(03) VALUE " A ".
           05 WRK-CAB-DIA-FIM            PIC 99.
           05 FILLER                     PIC X(01) VALUE "/".
           05 WRK-CAB-MES-FIM            PIC 99.
           05 FILLER                     PIC X(01) VALUE "/".
           05 WRK-CAB-ANO-FIM            PIC 9(04).

       01  WRK-LIN-TITULO.
           05 FILLER                     PIC X(36) VALUE
              "COD  FORNECEDOR".
           05 FILLER                     PIC X(40) VALUE
              "  PRZ    PED   FECH PRZMED  ATRAS  PONT%".
           05 FILLER                     PIC X(34) VALUE
              "  ATD% SOBRA FALTA  VAR.CUST% NOTA".
           05 FILLER                     PIC X(22) VALUE
              "  CLASSIFICACAO".

       01  WRK-LIN-DETALHE.
           05 WRK-DET-CODIGO             PIC 9(04).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DET-NOME               PIC X(30).
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 WRK-DET-PRAZO              PIC ZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WRK-DET-PEDIDOS            PIC ZZZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WRK-DET-FECHADOS           PIC ZZZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WRK-DET-PRAZO-MEDIO        PIC ZZ9,9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WRK-DET-ATRASADOS          PIC ZZZZ9.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 WRK-DET-PONTUALIDADE       PIC ZZ9.
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 WRK-DET-ATENDIMENTO        PIC ZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WRK-DET-SOBRAS             PIC ZZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WRK-DET-FALTAS             PIC ZZZ9.
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 WRK-DET-VAR-CUSTO          PIC ----9,99.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WRK-DET-NOTA               PIC ZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WRK-DET-CLASSIFICACAO      PIC X(20).

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.

           DISPLAY "======= AVALIACAO DE FORNECEDORES =======".

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "PEDIDOS EMITIDOS DE (AAAAMMDD, ZERO=DESDE O "
               "INICIO)..".
           ACCEPT WRK-DATA-INICIAL.
           DISPLAY "ATE (AAAAMMDD, ZERO=HOJE)..".
           ACCEPT WRK-DATA-FINAL.
           IF WRK-DATA-FINAL EQUAL ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-FINAL
           END-IF.
           IF WRK-DATA-INICIAL GREATER WRK-DATA-FINAL
               DISPLAY "ERRO: PERIODO INVALIDO!"
               STOP RUN
           END-IF.

           OPEN INPUT FORNECED.
           IF WRK-FS-FORNECED NOT EQUAL 00
               DISPLAY "FORNECED.dat NAO ABRIU! FS: " WRK-FS-FORNECED
               STOP RUN
           END-IF.

           READ FORNECED NEXT.
           PERFORM 0110-CARREGA-FORNECEDOR
               UNTIL WRK-FS-FORNECED NOT EQUAL 00.
           CLOSE FORNECED.

           IF WRK-QT-FORN EQUAL ZEROS
               DISPLAY "NENHUM FORNECEDOR ATIVO - NADA A AVALIAR."
               STOP RUN
           END-IF.

       0100-INICIAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0110-CARREGA-FORNECEDOR                   SECTION.

           IF FOR-ATIVO
               IF WRK-QT-FORN LESS 300
                   ADD 1 TO WRK-QT-FORN
                   INITIALIZE WRK-TAB-FORN-OCO(WRK-QT-FORN)
                   MOVE FOR-CODIGO        TO WRK-FRN-CODIGO(WRK-QT-FORN)
                   MOVE FOR-NOME          TO WRK-FRN-NOME(WRK-QT-FORN)
                   MOVE FOR-PRAZO-ENTREGA TO WRK-FRN-PRAZO(WRK-QT-FORN)
               ELSE
                   DISPLAY "TABELA DE FORNECEDORES CHEIA - IGNORADO: "
                       FOR-CODIGO
               END-IF
           END-IF.

           READ FORNECED NEXT.

       0110-CARREGA-FORNECEDOR-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           OPEN INPUT PEDIDOS.
           IF WRK-FS-PEDIDOS EQUAL 00
               READ PEDIDOS
               PERFORM 0210-ACUMULA-PEDIDO
                   UNTIL WRK-FS-PEDIDOS NOT EQUAL 00
               CLOSE PEDIDOS
           ELSE
               DISPLAY "PEDIDOS.txt NAO ABRIU - TODOS SEM HISTORICO."
           END-IF.

           PERFORM 0220-CALCULA-NOTA
               VARYING WRK-IDX-FORN FROM 1 BY 1
               UNTIL WRK-IDX-FORN GREATER WRK-QT-FORN.

           PERFORM 0230-INICIA-ORDEM
               VARYING WRK-IDX-ORD FROM 1 BY 1
               UNTIL WRK-IDX-ORD GREATER WRK-QT-FORN.
           PERFORM 0231-ESCOLHE-MAIOR
               VARYING WRK-IDX-ORD FROM 1 BY 1
               UNTIL WRK-IDX-ORD NOT LESS WRK-QT-FORN.

           PERFORM 0240-GRAVA-SAIDAS.

       0200-PROCESSAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0210-ACUMULA-PEDIDO                       SECTION.

           ADD 1 TO WRK-ACUM-LIDOS.

           IF PED-DATA-EMISSAO LESS WRK-DATA-INICIAL
              OR PED-DATA-EMISSAO GREATER WRK-DATA-FINAL
               GO TO 0210-ACUMULA-PEDIDO-LER
           END-IF.

           ADD 1 TO WRK-ACUM-NO-PERIODO.

           SET WRK-ACHOU-FORN-NAO TO TRUE.
           PERFORM 0211-PROCURA-FORN
               VARYING WRK-IDX-FORN FROM 1 BY 1
               UNTIL WRK-IDX-FORN GREATER WRK-QT-FORN
                  OR WRK-ACHOU-FORN-SIM.
           IF WRK-ACHOU-FORN-NAO
               ADD 1 TO WRK-ACUM-FORA-CADASTRO
               GO TO 0210-ACUMULA-PEDIDO-LER
           END-IF.
           SUBTRACT 1 FROM WRK-IDX-FORN.

           ADD 1 TO WRK-FRN-PEDIDOS(WRK-IDX-FORN).

           IF PED-FECHADO
               PERFORM 0212-ACUMULA-FECHADO
           ELSE
               COMPUTE WRK-DIAS =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                     - FUNCTION INTEGER-OF-DATE(PED-DATA-EMISSAO)
               IF WRK-DIAS GREATER WRK-FRN-PRAZO(WRK-IDX-FORN)
                   ADD 1 TO WRK-FRN-ABERTOS-ATRASO(WRK-IDX-FORN)
                            WRK-FRN-ATRASADOS(WRK-IDX-FORN)
               END-IF
           END-IF.

           PERFORM 0213-ACUMULA-CUSTO.

       0210-ACUMULA-PEDIDO-LER.
           READ PEDIDOS.

       0210-ACUMULA-PEDIDO-FIM. EXIT.

      *-----------------------------------------------------------------
       0211-PROCURA-FORN                         SECTION.

           IF WRK-FRN-CODIGO(WRK-IDX-FORN) EQUAL PED-FORNECEDOR
               SET WRK-ACHOU-FORN-SIM TO TRUE
           END-IF.

       0211-PROCURA-FORN-FIM. EXIT.

      *-----------------------------------------------------------------
       0212-ACUMULA-FECHADO                      SECTION.

           ADD 1 TO WRK-FRN-FECHADOS(WRK-IDX-FORN).
           ADD PED-QTD-PEDIDA TO WRK-FRN-QTD-PEDIDA(WRK-IDX-FORN).
           IF PED-QTD-RECEBIDA GREATER PED-QTD-PEDIDA
               ADD PED-QTD-PEDIDA
                TO WRK-FRN-QTD-ATENDIDA(WRK-IDX-FORN)
           ELSE
               ADD PED-QTD-RECEBIDA
                TO WRK-FRN-QTD-ATENDIDA(WRK-IDX-FORN)
           END-IF.

           IF PED-COM-SOBRA
               ADD 1 TO WRK-FRN-SOBRAS(WRK-IDX-FORN)
           END-IF.
           IF PED-COM-FALTA
               ADD 1 TO WRK-FRN-FALTAS(WRK-IDX-FORN)
           END-IF.

           IF PED-DATA-RECEBIMENTO EQUAL ZEROS
               GO TO 0212-ACUMULA-FECHADO-FIM
           END-IF.

           COMPUTE WRK-DIAS =
                   FUNCTION INTEGER-OF-DATE(PED-DATA-RECEBIMENTO)
                 - FUNCTION INTEGER-OF-DATE(PED-DATA-EMISSAO).
           IF WRK-DIAS LESS ZEROS
               MOVE ZEROS TO WRK-DIAS
           END-IF.

           ADD 1        TO WRK-FRN-COM-DATA(WRK-IDX-FORN).
           ADD WRK-DIAS TO WRK-FRN-SOMA-DIAS(WRK-IDX-FORN).
           IF WRK-DIAS GREATER WRK-FRN-PRAZO(WRK-IDX-FORN)
               ADD 1 TO WRK-FRN-ATRASADOS(WRK-IDX-FORN)
           ELSE
               ADD 1 TO WRK-FRN-NO-PRAZO(WRK-IDX-FORN)
           END-IF.

       0212-ACUMULA-FECHADO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    PRIMEIRO E ULTIMO CUSTO DO PRODUTO NO FORNECEDOR (PELA
      *    EMISSAO; NO MESMO DIA VALE A ORDEM DO ARQUIVO)
      *-----------------------------------------------------------------
       0213-ACUMULA-CUSTO                        SECTION.

           SET WRK-ACHOU-PAR-NAO TO TRUE.
           PERFORM 0214-PROCURA-PAR
               VARYING WRK-IDX-PAR FROM 1 BY 1
               UNTIL WRK-IDX-PAR GREATER WRK-QT-PARES
                  OR WRK-ACHOU-PAR-SIM.

           IF WRK-ACHOU-PAR-NAO
               IF WRK-QT-PARES NOT LESS 900
                   GO TO 0213-ACUMULA-CUSTO-FIM
               END-IF
               ADD 1 TO WRK-QT-PARES
               MOVE WRK-QT-PARES     TO WRK-IDX-PAR
               MOVE WRK-IDX-FORN     TO WRK-PAR-FORN(WRK-IDX-PAR)
               MOVE PED-PRODUTO      TO WRK-PAR-PRODUTO(WRK-IDX-PAR)
               MOVE 1                TO WRK-PAR-QT-PEDIDOS(WRK-IDX-PAR)
               MOVE PED-DATA-EMISSAO
                 TO WRK-PAR-DATA-INICIAL(WRK-IDX-PAR)
                    WRK-PAR-DATA-FINAL(WRK-IDX-PAR)
               MOVE PED-CUSTO
                 TO WRK-PAR-CUSTO-INICIAL(WRK-IDX-PAR)
                    WRK-PAR-CUSTO-FINAL(WRK-IDX-PAR)
               GO TO 0213-ACUMULA-CUSTO-FIM
           END-IF.

           SUBTRACT 1 FROM WRK-IDX-PAR.
           ADD 1 TO WRK-PAR-QT-PEDIDOS(WRK-IDX-PAR).

           IF PED-DATA-EMISSAO LESS WRK-PAR-DATA-INICIAL(WRK-IDX-PAR)
               MOVE PED-DATA-EMISSAO
                 TO WRK-PAR-DATA-INICIAL(WRK-IDX-PAR)
               MOVE PED-CUSTO
                 TO WRK-PAR-CUSTO-INICIAL(WRK-IDX-PAR)
           END-IF.
           IF PED-DATA-EMISSAO NOT LESS WRK-PAR-DATA-FINAL(WRK-IDX-PAR)
               MOVE PED-DATA-EMISSAO
                 TO WRK-PAR-DATA-FINAL(WRK-IDX-PAR)
               MOVE PED-CUSTO
                 TO WRK-PAR-CUSTO-FINAL(WRK-IDX-PAR)
           END-IF.

       0213-ACUMULA-CUSTO-FIM. EXIT.

      *-----------------------------------------------------------------
       0214-PROCURA-PAR                          SECTION.

           IF WRK-PAR-FORN(WRK-IDX-PAR) EQUAL WRK-IDX-FORN
              AND WRK-PAR-PRODUTO(WRK-IDX-PAR) EQUAL PED-PRODUTO
               SET WRK-ACHOU-PAR-SIM TO TRUE
           END-IF.

       0214-PROCURA-PAR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    NOTA DO FORNECEDOR - ITEM SEM DADO NO PERIODO VALE A NOTA
      *    NEUTRA; SEM PEDIDO FECHADO NEM ATRASADO, A NOTA TODA E A
      *    NEUTRA (FORNECEDOR NOVO NAO SAI NEM NA FRENTE NEM ATRAS)
      *-----------------------------------------------------------------
       0220-CALCULA-NOTA                         SECTION.

           IF WRK-FRN-FECHADOS(WRK-IDX-FORN) EQUAL ZEROS
              AND WRK-FRN-ABERTOS-ATRASO(WRK-IDX-FORN) EQUAL ZEROS
               MOVE WRK-NOTA-NEUTRA TO WRK-FRN-NOTA(WRK-IDX-FORN)
               MOVE "N"             TO WRK-FRN-HISTORICO(WRK-IDX-FORN)
               ADD 1 TO WRK-ACUM-SEM-HISTORICO
               GO TO 0220-CALCULA-NOTA-FIM
           END-IF.

           MOVE "S" TO WRK-FRN-HISTORICO(WRK-IDX-FORN).

           COMPUTE WRK-MEDIDOS = WRK-FRN-COM-DATA(WRK-IDX-FORN)
                               + WRK-FRN-ABERTOS-ATRASO(WRK-IDX-FORN).
           IF WRK-MEDIDOS GREATER ZEROS
               COMPUTE WRK-ITEM-PONTUALIDADE ROUNDED =
                       WRK-FRN-NO-PRAZO(WRK-IDX-FORN) * 100
                     / WRK-MEDIDOS
           ELSE
               MOVE WRK-NOTA-NEUTRA TO WRK-ITEM-PONTUALIDADE
           END-IF.

           IF WRK-FRN-QTD-PEDIDA(WRK-IDX-FORN) GREATER ZEROS
               COMPUTE WRK-ITEM-ATENDIMENTO ROUNDED =
                       WRK-FRN-QTD-ATENDIDA(WRK-IDX-FORN) * 100
                     / WRK-FRN-QTD-PEDIDA(WRK-IDX-FORN)
           ELSE
               MOVE WRK-NOTA-NEUTRA TO WRK-ITEM-ATENDIMENTO
           END-IF.

           IF WRK-FRN-FECHADOS(WRK-IDX-FORN) GREATER ZEROS
               COMPUTE WRK-ITEM-OCORRENCIAS ROUNDED = 100
                     - (WRK-FRN-SOBRAS(WRK-IDX-FORN)
                      + WRK-FRN-FALTAS(WRK-IDX-FORN)) * 100
                     / WRK-FRN-FECHADOS(WRK-IDX-FORN)
           ELSE
               MOVE WRK-NOTA-NEUTRA TO WRK-ITEM-OCORRENCIAS
           END-IF.

           PERFORM 0221-SOMA-CUSTOS
               VARYING WRK-IDX-PAR FROM 1 BY 1
               UNTIL WRK-IDX-PAR GREATER WRK-QT-PARES.

           IF WRK-FRN-CUSTO-INICIAL(WRK-IDX-FORN) GREATER ZEROS
               COMPUTE WRK-FRN-VAR-CUSTO(WRK-IDX-FORN) ROUNDED =
                      (WRK-FRN-CUSTO-FINAL(WRK-IDX-FORN)
                     - WRK-FRN-CUSTO-INICIAL(WRK-IDX-FORN)) * 100
                     / WRK-FRN-CUSTO-INICIAL(WRK-IDX-FORN)
               IF WRK-FRN-VAR-CUSTO(WRK-IDX-FORN) GREATER ZEROS
                   COMPUTE WRK-PERDA-CUSTO =
                           WRK-FRN-VAR-CUSTO(WRK-IDX-FORN)
                         * WRK-PERDA-POR-PONTO
                   IF WRK-PERDA-CUSTO GREATER 100
                       MOVE ZEROS TO WRK-ITEM-CUSTO
                   ELSE
                       COMPUTE WRK-ITEM-CUSTO = 100 - WRK-PERDA-CUSTO
                   END-IF
               ELSE
                   MOVE 100 TO WRK-ITEM-CUSTO
               END-IF
           ELSE
               MOVE WRK-NOTA-NEUTRA TO WRK-ITEM-CUSTO
           END-IF.

           COMPUTE WRK-FRN-NOTA(WRK-IDX-FORN) ROUNDED =
                  (WRK-ITEM-PONTUALIDADE * WRK-PESO-PONTUALIDADE
                 + WRK-ITEM-ATENDIMENTO  * WRK-PESO-ATENDIMENTO
                 + WRK-ITEM-OCORRENCIAS  * WRK-PESO-OCORRENCIAS
                 + WRK-ITEM-CUSTO        * WRK-PESO-CUSTO) / 100.

       0220-CALCULA-NOTA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    SO ENTRA NA VARIACAO O PRODUTO COM MAIS DE UM PEDIDO
      *-----------------------------------------------------------------
       0221-SOMA-CUSTOS                          SECTION.

           IF WRK-PAR-FORN(WRK-IDX-PAR) EQUAL WRK-IDX-FORN
              AND WRK-PAR-QT-PEDIDOS(WRK-IDX-PAR) GREATER 1
               ADD WRK-PAR-CUSTO-INICIAL(WRK-IDX-PAR)
                TO WRK-FRN-CUSTO-INICIAL(WRK-IDX-FORN)
               ADD WRK-PAR-CUSTO-FINAL(WRK-IDX-PAR)
                TO WRK-FRN-CUSTO-FINAL(WRK-IDX-FORN)
           END-IF.

       0221-SOMA-CUSTOS-FIM. EXIT.

      *-----------------------------------------------------------------
      *    ORDENACAO POR SELECAO SOBRE OS INDICES - MAIOR NOTA PRIMEIRO
      *-----------------------------------------------------------------
       0230-INICIA-ORDEM                         SECTION.

           MOVE WRK-IDX-ORD TO WRK-ORD(WRK-IDX-ORD).

       0230-INICIA-ORDEM-FIM. EXIT.

      *-----------------------------------------------------------------
       0231-ESCOLHE-MAIOR                        SECTION.

           MOVE WRK-IDX-ORD TO WRK-IDX-MAIOR.
           PERFORM 0232-COMPARA-NOTA
               VARYING WRK-IDX-COMP FROM WRK-IDX-ORD BY 1
               UNTIL WRK-IDX-COMP GREATER WRK-QT-FORN.

           IF WRK-IDX-MAIOR NOT EQUAL WRK-IDX-ORD
               MOVE WRK-ORD(WRK-IDX-ORD)   TO WRK-ORD-TROCA
               MOVE WRK-ORD(WRK-IDX-MAIOR) TO WRK-ORD(WRK-IDX-ORD)
               MOVE WRK-ORD-TROCA          TO WRK-ORD(WRK-IDX-MAIOR)
           END-IF.

       0231-ESCOLHE-MAIOR-FIM. EXIT.

      *-----------------------------------------------------------------
       0232-COMPARA-NOTA                         SECTION.

           IF WRK-FRN-NOTA(WRK-ORD(WRK-IDX-COMP)) GREATER
              WRK-FRN-NOTA(WRK-ORD(WRK-IDX-MAIOR))
               MOVE WRK-IDX-COMP TO WRK-IDX-MAIOR
           END-IF.

       0232-COMPARA-NOTA-FIM. EXIT.

      *-----------------------------------------------------------------
       0240-GRAVA-SAIDAS                         SECTION.

           OPEN OUTPUT FORNSCOR.
           OPEN OUTPUT SCORFORN.

           MOVE WRK-DATA-INICIAL TO WRK-DATA-AUX-N.
           MOVE WRK-DAUX-DIA     TO WRK-CAB-DIA-INI.
           MOVE WRK-DAUX-MES     TO WRK-CAB-MES-INI.
           MOVE WRK-DAUX-ANO     TO WRK-CAB-ANO-INI.
           MOVE WRK-DATA-FINAL   TO WRK-DATA-AUX-N.
           MOVE WRK-DAUX-DIA     TO WRK-CAB-DIA-FIM.
           MOVE WRK-DAUX-MES     TO WRK-CAB-MES-FIM.
           MOVE WRK-DAUX-ANO     TO WRK-CAB-ANO-FIM.
           WRITE REG-SCORFORN FROM WRK-LIN-CABECALHO.
           MOVE SPACES TO REG-SCORFORN.
           WRITE REG-SCORFORN.
           WRITE REG-SCORFORN FROM WRK-LIN-TITULO.

           PERFORM 0241-GRAVA-FORNECEDOR
               VARYING WRK-IDX-ORD FROM 1 BY 1
               UNTIL WRK-IDX-ORD GREATER WRK-QT-FORN.

           CLOSE FORNSCOR.
           CLOSE SCORFORN.

       0240-GRAVA-SAIDAS-FIM. EXIT.

      *-----------------------------------------------------------------
       0241-GRAVA-FORNECEDOR                     SECTION.

           MOVE WRK-ORD(WRK-IDX-ORD) TO WRK-IDX-FORN.

           MOVE WRK-FRN-CODIGO(WRK-IDX-FORN)    TO FSC-FORNECEDOR.
           MOVE WRK-FRN-NOTA(WRK-IDX-FORN)      TO FSC-NOTA.
           MOVE WRK-FRN-FECHADOS(WRK-IDX-FORN)  TO FSC-PEDIDOS-FECHADOS.
           MOVE WRK-FRN-HISTORICO(WRK-IDX-FORN) TO FSC-HISTORICO.
           MOVE WRK-DATA-HOJE                   TO FSC-DATA-CALCULO.
           WRITE REG-FORNSCOR.

           IF WRK-FRN-COM-DATA(WRK-IDX-FORN) GREATER ZEROS
               COMPUTE WRK-PRAZO-MEDIO ROUNDED =
                       WRK-FRN-SOMA-DIAS(WRK-IDX-FORN)
                     / WRK-FRN-COM-DATA(WRK-IDX-FORN)
           ELSE
               MOVE ZEROS TO WRK-PRAZO-MEDIO
           END-IF.

           EVALUATE TRUE
               WHEN WRK-FRN-HISTORICO(WRK-IDX-FORN) EQUAL "N"
                   MOVE "SEM HISTORICO"        TO WRK-CLASSIFICACAO
               WHEN WRK-FRN-NOTA(WRK-IDX-FORN) NOT LESS 80
                   MOVE "BOM"                  TO WRK-CLASSIFICACAO
               WHEN WRK-FRN-NOTA(WRK-IDX-FORN) NOT LESS 60
                   MOVE "REGULAR"              TO WRK-CLASSIFICACAO
               WHEN OTHER
                   MOVE "RUIM - RENEGOCIAR"    TO WRK-CLASSIFICACAO
                   ADD 1 TO WRK-ACUM-RUINS
           END-EVALUATE.

           MOVE WRK-FRN-CODIGO(WRK-IDX-FORN)    TO WRK-DET-CODIGO.
           MOVE WRK-FRN-NOME(WRK-IDX-FORN)      TO WRK-DET-NOME.
           MOVE WRK-FRN-PRAZO(WRK-IDX-FORN)     TO WRK-DET-PRAZO.
           MOVE WRK-FRN-PEDIDOS(WRK-IDX-FORN)   TO WRK-DET-PEDIDOS.
           MOVE WRK-FRN-FECHADOS(WRK-IDX-FORN)  TO WRK-DET-FECHADOS.
           MOVE WRK-PRAZO-MEDIO                 TO WRK-DET-PRAZO-MEDIO.
           MOVE WRK-FRN-ATRASADOS(WRK-IDX-FORN) TO WRK-DET-ATRASADOS.
           MOVE WRK-FRN-SOBRAS(WRK-IDX-FORN)    TO WRK-DET-SOBRAS.
           MOVE WRK-FRN-FALTAS(WRK-IDX-FORN)    TO WRK-DET-FALTAS.
           MOVE WRK-FRN-VAR-CUSTO(WRK-IDX-FORN) TO WRK-DET-VAR-CUSTO.
           MOVE WRK-FRN-NOTA(WRK-IDX-FORN)      TO WRK-DET-NOTA.
           MOVE WRK-CLASSIFICACAO         TO WRK-DET-CLASSIFICACAO.

           COMPUTE WRK-MEDIDOS = WRK-FRN-COM-DATA(WRK-IDX-FORN)
                               + WRK-FRN-ABERTOS-ATRASO(WRK-IDX-FORN).
           IF WRK-MEDIDOS GREATER ZEROS
               COMPUTE WRK-DET-PONTUALIDADE ROUNDED =
                       WRK-FRN-NO-PRAZO(WRK-IDX-FORN) * 100
                     / WRK-MEDIDOS
           ELSE
               MOVE ZEROS TO WRK-DET-PONTUALIDADE
           END-IF.
           IF WRK-FRN-QTD-PEDIDA(WRK-IDX-FORN) GREATER ZEROS
               COMPUTE WRK-DET-ATENDIMENTO ROUNDED =
                       WRK-FRN-QTD-ATENDIDA(WRK-IDX-FORN) * 100
                     / WRK-FRN-QTD-PEDIDA(WRK-IDX-FORN)
           ELSE
               MOVE ZEROS TO WRK-DET-ATENDIMENTO
           END-IF.

           WRITE REG-SCORFORN FROM WRK-LIN-DETALHE.

       0241-GRAVA-FORNECEDOR-FIM. EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

           DISPLAY "--------------------------------------".
           DISPLAY "PEDIDOS LIDOS........: " WRK-ACUM-LIDOS.
           DISPLAY "PEDIDOS NO PERIODO...: " WRK-ACUM-NO-PERIODO.
           DISPLAY "DE FORNECEDOR INATIVO: " WRK-ACUM-FORA-CADASTRO.
           DISPLAY "FORNECEDORES ATIVOS..: " WRK-QT-FORN.
           DISPLAY "SEM HISTORICO........: " WRK-ACUM-SEM-HISTORICO.
           DISPLAY "NOTA RUIM (<60)......: " WRK-ACUM-RUINS.
           DISPLAY "NOTAS EM FORNSCOR.txt, RELATORIO EM SCORFORN.txt".
           DISPLAY "======= FIM AVALIACAO DE FORNECEDORES =======".

       0300-FINALIZAR-FIM. EXIT.
