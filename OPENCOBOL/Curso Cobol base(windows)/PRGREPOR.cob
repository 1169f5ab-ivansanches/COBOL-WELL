      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *==  ESTOQUE POR LOJA: COM O ESTLOCAL.dat PRESENTE A REPOSICAO
      *==  E APURADA LOJA A LOJA (MINIMO DA LOJA OU, SE ZERO, O DO
      *==  PRODUTO; EM MAOS MAIS A CAMINHO CONTRA O MINIMO). A FALTA
      *==  DE UMA LOJA E COBERTA PRIMEIRO PELA SOBRA (EM MAOS ACIMA
      *==  DE DUAS VEZES O MINIMO) DAS OUTRAS, GRAVANDO AS
      *==  TRANSFERENCIAS SUGERIDAS EM TRFSUG.txt PARA O PRGTRANF; SO
      *==  O QUE NENHUMA LOJA COBRE VAI PARA O REPOSICA.txt (PEDIDO DE
      *==  COMPRA). SEM O ESTLOCAL.dat SEGUE A APURACAO POR PRODUTO
      *=================================================================
       ENVIRONMENT                               DIVISION.
       CONFIGURATION                             SECTION.
           SELECT REPOSICA ASSIGN TO "REPOSICA.txt"
               FILE STATUS IS WRK-FS-REPOSICA.

           SELECT ESTLOCAL ASSIGN TO "ESTLOCAL.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS RANDOM
               RECORD KEY               IS ELC-CHAVE
               FILE STATUS IS WRK-FS-ESTLOCAL.

           SELECT LOCAIS ASSIGN TO "LOCAIS.txt"
               FILE STATUS IS WRK-FS-LOCAIS.

           SELECT TRFSUG ASSIGN TO "TRFSUG.txt"
               FILE STATUS IS WRK-FS-TRFSUG.

      *-----------------------------------------------------------------

       DATA                                      DIVISION.
           05 REP-MINIMO                 PIC 9(05).
           05 REP-SUGERIDO               PIC 9(05).

       FD  ESTLOCAL.
       COPY "#ESTLOCAL".

       FD  LOCAIS.
       COPY "#LOCAL".

      *----------------------------------------------------------------*
      *     OUTPUT - TRANSFERENCIAS SUGERIDAS (LIDAS PELO PRGTRANF)
      *                               LRECL = 045
      *----------------------------------------------------------------*
       FD  TRFSUG.
       01  REG-TRFSUG.
           05 SUG-PRODUTO                PIC 9(04).
           05 SUG-DESCRICAO              PIC X(30).
           05 SUG-ORIGEM                 PIC 9(03).
           05 SUG-DESTINO                PIC 9(03).
           05 SUG-QTD                    PIC 9(05).

       WORKING-STORAGE                           SECTION.
       77  WRK-FS-PRODUTOS               PIC 99    VALUE ZEROS.
       77  WRK-FS-REPOSICA               PIC 99    VALUE ZEROS.
       77  WRK-SUGERIDO                  PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-LIDOS                PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-REPOR                PIC 9(04) VALUE ZEROS.
       77  WRK-FS-ESTLOCAL               PIC 99    VALUE ZEROS.
       77  WRK-FS-LOCAIS                 PIC 99    VALUE ZEROS.
       77  WRK-FS-TRFSUG                 PIC 99    VALUE ZEROS.
       77  WRK-APURACAO                  PIC X(01) VALUE "P".
           88 WRK-POR-PRODUTO                       VALUE "P".
           88 WRK-POR-LOJA                          VALUE "L".
       77  WRK-ACUM-SUGESTOES            PIC 9(04) VALUE ZEROS.

      *========== APURACAO LOJA A LOJA DO PRODUTO LIDO
       77  WRK-QT-LOCAIS                 PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-LOCAL                 PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ORIGEM                PIC 9(03) VALUE ZEROS.
       77  WRK-MINIMO-LOJA               PIC 9(05) VALUE ZEROS.
       77  WRK-ALVO-LOJA                 PIC 9(06) VALUE ZEROS.
       77  WRK-DISPONIVEL                PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SUGERIDA              PIC 9(06) VALUE ZEROS.
       77  WRK-FALTA-REDE                PIC 9(06) VALUE ZEROS.
       01  WRK-TAB-LOCAIS.
           05 WRK-TAB-ITEM               OCCURS 100 TIMES.
              10 WRK-TL-LOCAL            PIC 9(03).
              10 WRK-TL-SITUACAO         PIC X(01).
              10 WRK-TL-FALTA            PIC 9(06).
              10 WRK-TL-SOBRA            PIC 9(06).

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.

           OPEN OUTPUT REPOSICA.

           OPEN INPUT ESTLOCAL.
           IF WRK-FS-ESTLOCAL EQUAL 00
               SET WRK-POR-LOJA TO TRUE
               PERFORM 0110-CARREGA-LOCAIS
               OPEN OUTPUT TRFSUG
               DISPLAY "APURACAO POR LOJA - " WRK-QT-LOCAIS " LOJA(S)"
           ELSE
               SET WRK-POR-PRODUTO TO TRUE
           END-IF.

           READ PRODUTOS.
           IF WRK-FS-PRODUTOS EQUAL 10
               DISPLAY "CADASTRO VAZIO!"

       0100-INICIAR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    LOJAS DA REDE (SEM O CADASTRO, SO A 001) - LOJA INATIVA NAO
      *    E REPOSTA, MAS A SOBRA DELA PODE SER TRANSFERIDA
      *-----------------------------------------------------------------
       0110-CARREGA-LOCAIS                       SECTION.

           MOVE ZEROS TO WRK-QT-LOCAIS.

           OPEN INPUT LOCAIS.
           IF WRK-FS-LOCAIS NOT EQUAL 00
               MOVE 1   TO WRK-QT-LOCAIS
               MOVE 1   TO WRK-TL-LOCAL(1)
               MOVE "A" TO WRK-TL-SITUACAO(1)
               GO TO 0110-CARREGA-LOCAIS-FIM
           END-IF.

           READ LOCAIS.
           PERFORM 0111-GUARDA-LOCAL
               UNTIL WRK-FS-LOCAIS NOT EQUAL 00.

           CLOSE LOCAIS.

       0110-CARREGA-LOCAIS-FIM. EXIT.

      *-----------------------------------------------------------------
       0111-GUARDA-LOCAL                         SECTION.

           IF WRK-QT-LOCAIS LESS 100
               ADD 1 TO WRK-QT-LOCAIS
               MOVE LOC-CODIGO   TO WRK-TL-LOCAL(WRK-QT-LOCAIS)
               MOVE LOC-SITUACAO TO WRK-TL-SITUACAO(WRK-QT-LOCAIS)
           END-IF.

           READ LOCAIS.

       0111-GUARDA-LOCAL-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           ADD 1 TO WRK-ACUM-LIDOS.

           IF WRK-POR-LOJA
               PERFORM 0220-APURA-LOJAS
           ELSE
               PERFORM 0210-APURA-PRODUTO
           END-IF.

           READ PRODUTOS.

       0200-PROCESSAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0210-APURA-PRODUTO                        SECTION.

           IF PRD-ATIVO
              AND PRD-QTD-ESTOQUE NOT GREATER PRD-ESTOQUE-MINIMO
               COMPUTE WRK-SUGERIDO =
                   PRD-ESTOQUE-MINIMO * 2 - PRD-QTD-ESTOQUE
               PERFORM 0250-GRAVA-REPOSICAO
           END-IF.

       0210-APURA-PRODUTO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    FALTA E SOBRA DE CADA LOJA; A FALTA E COBERTA PELA SOBRA DAS
      *    OUTRAS NA ORDEM DO CADASTRO E O RESTO VAI PARA COMPRA
      *-----------------------------------------------------------------
       0220-APURA-LOJAS                          SECTION.

           IF NOT PRD-ATIVO
               GO TO 0220-APURA-LOJAS-FIM
           END-IF.

           PERFORM 0221-APURA-LOJA
               VARYING WRK-IDX-LOCAL FROM 1 BY 1
               UNTIL WRK-IDX-LOCAL GREATER WRK-QT-LOCAIS.

           MOVE ZEROS TO WRK-FALTA-REDE.
           PERFORM 0222-COBRE-FALTA
               VARYING WRK-IDX-LOCAL FROM 1 BY 1
               UNTIL WRK-IDX-LOCAL GREATER WRK-QT-LOCAIS.

           IF WRK-FALTA-REDE GREATER ZEROS
               MOVE WRK-FALTA-REDE TO WRK-SUGERIDO
               PERFORM 0250-GRAVA-REPOSICAO
           END-IF.

       0220-APURA-LOJAS-FIM. EXIT.

      *-----------------------------------------------------------------
       0221-APURA-LOJA                           SECTION.

           MOVE ZEROS TO WRK-TL-FALTA(WRK-IDX-LOCAL)
                         WRK-TL-SOBRA(WRK-IDX-LOCAL).

           MOVE WRK-TL-LOCAL(WRK-IDX-LOCAL) TO ELC-LOCAL.
           MOVE PRD-CODIGO                  TO ELC-PRODUTO.
           READ ESTLOCAL KEY IS ELC-CHAVE
               INVALID KEY
                   MOVE ZEROS TO ELC-QTD-ESTOQUE ELC-QTD-TRANSITO
                                 ELC-ESTOQUE-MINIMO
           END-READ.

           IF ELC-ESTOQUE-MINIMO GREATER ZEROS
               MOVE ELC-ESTOQUE-MINIMO TO WRK-MINIMO-LOJA
           ELSE
               MOVE PRD-ESTOQUE-MINIMO TO WRK-MINIMO-LOJA
           END-IF.

           COMPUTE WRK-ALVO-LOJA  = WRK-MINIMO-LOJA * 2.
           COMPUTE WRK-DISPONIVEL = ELC-QTD-ESTOQUE + ELC-QTD-TRANSITO.

           IF WRK-TL-SITUACAO(WRK-IDX-LOCAL) NOT EQUAL "I"
              AND WRK-DISPONIVEL NOT GREATER WRK-MINIMO-LOJA
              AND WRK-DISPONIVEL LESS WRK-ALVO-LOJA
               COMPUTE WRK-TL-FALTA(WRK-IDX-LOCAL) =
                   WRK-ALVO-LOJA - WRK-DISPONIVEL
           END-IF.

           IF WRK-TL-SITUACAO(WRK-IDX-LOCAL) EQUAL "I"
               MOVE ELC-QTD-ESTOQUE TO WRK-TL-SOBRA(WRK-IDX-LOCAL)
           ELSE
               IF ELC-QTD-ESTOQUE GREATER WRK-ALVO-LOJA
                   COMPUTE WRK-TL-SOBRA(WRK-IDX-LOCAL) =
                       ELC-QTD-ESTOQUE - WRK-ALVO-LOJA
               END-IF
           END-IF.

       0221-APURA-LOJA-FIM. EXIT.

      *-----------------------------------------------------------------
       0222-COBRE-FALTA                          SECTION.

           IF WRK-TL-FALTA(WRK-IDX-LOCAL) EQUAL ZEROS
               GO TO 0222-COBRE-FALTA-FIM
           END-IF.

           PERFORM 0223-SUGERE-TRANSFERENCIA
               VARYING WRK-IDX-ORIGEM FROM 1 BY 1
               UNTIL WRK-IDX-ORIGEM GREATER WRK-QT-LOCAIS
                  OR WRK-TL-FALTA(WRK-IDX-LOCAL) EQUAL ZEROS.

           ADD WRK-TL-FALTA(WRK-IDX-LOCAL) TO WRK-FALTA-REDE.

       0222-COBRE-FALTA-FIM. EXIT.

      *-----------------------------------------------------------------
       0223-SUGERE-TRANSFERENCIA                 SECTION.

           IF WRK-IDX-ORIGEM EQUAL WRK-IDX-LOCAL
              OR WRK-TL-SOBRA(WRK-IDX-ORIGEM) EQUAL ZEROS
               GO TO 0223-SUGERE-TRANSFERENCIA-FIM
           END-IF.

           IF WRK-TL-SOBRA(WRK-IDX-ORIGEM)
                  LESS WRK-TL-FALTA(WRK-IDX-LOCAL)
               MOVE WRK-TL-SOBRA(WRK-IDX-ORIGEM) TO WRK-QTD-SUGERIDA
           ELSE
               MOVE WRK-TL-FALTA(WRK-IDX-LOCAL)  TO WRK-QTD-SUGERIDA
           END-IF.

           SUBTRACT WRK-QTD-SUGERIDA FROM WRK-TL-SOBRA(WRK-IDX-ORIGEM)
                                          WRK-TL-FALTA(WRK-IDX-LOCAL).

           MOVE PRD-CODIGO                   TO SUG-PRODUTO.
           MOVE PRD-DESCRICAO                TO SUG-DESCRICAO.
           MOVE WRK-TL-LOCAL(WRK-IDX-ORIGEM) TO SUG-ORIGEM.
           MOVE WRK-TL-LOCAL(WRK-IDX-LOCAL)  TO SUG-DESTINO.
           MOVE WRK-QTD-SUGERIDA             TO SUG-QTD.
           WRITE REG-TRFSUG.
           ADD 1 TO WRK-ACUM-SUGESTOES.

           DISPLAY "TRANSFERIR " PRD-CODIGO " " PRD-DESCRICAO
               " LOJA " SUG-ORIGEM " -> " SUG-DESTINO
               " QTD " SUG-QTD.

       0223-SUGERE-TRANSFERENCIA-FIM. EXIT.

      *-----------------------------------------------------------------
       0250-GRAVA-REPOSICAO                      SECTION.

           ADD 1 TO WRK-ACUM-REPOR.
           MOVE PRD-CODIGO         TO REP-CODIGO.
           MOVE PRD-DESCRICAO      TO REP-DESCRICAO.
           MOVE PRD-QTD-ESTOQUE    TO REP-ESTOQUE.
           MOVE PRD-ESTOQUE-MINIMO TO REP-MINIMO.
           MOVE WRK-SUGERIDO       TO REP-SUGERIDO.
           WRITE REG-REPOSICA.
           DISPLAY "REPOR " PRD-CODIGO " " PRD-DESCRICAO
               " EST " PRD-QTD-ESTOQUE
               " MIN " PRD-ESTOQUE-MINIMO
               " PEDIR " WRK-SUGERIDO.

       0250-GRAVA-REPOSICAO-FIM. EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.
           DISPLAY "--------------------------------------".
           DISPLAY "PRODUTOS LIDOS....: " WRK-ACUM-LIDOS.
           DISPLAY "PRODUTOS A REPOR..: " WRK-ACUM-REPOR.
           IF WRK-POR-LOJA
               DISPLAY "TRANSFERENCIAS....: " WRK-ACUM-SUGESTOES
               CLOSE ESTLOCAL
               CLOSE TRFSUG
           END-IF.
           DISPLAY "======= FIM RELATORIO REPOSICAO =======".

           CLOSE PRODUTOS.
