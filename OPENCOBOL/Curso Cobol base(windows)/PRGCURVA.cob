       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGCURVA.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : CURVA ABC DE VENDAS E MARGEM BRUTA DA LOJA -
      *==               ANALISE MENSAL DO VENDASDIA.txt (VENDAS "V"
      *==               MENOS DEVOLUCOES "D" DO MES), POR PRODUTO DO
      *==               PRODUTOS.dat (O VENDASDIA GUARDA A DESCRICAO,
      *==               COMO NO PRGDEVOL). ORDENA PELA RECEITA LIQUIDA
      *==               E CLASSIFICA: A ATE 80% DA RECEITA ACUMULADA,
      *==               B ATE 95%, C O RESTO. O CUSTO E O ULTIMO CUSTO
      *==               RECEBIDO NO PEDIDOS.txt (PEDIDO COM QUANTIDADE
      *==               RECEBIDA, O MAIS RECENTE PELA EMISSAO); SEM
      *==               RECEBIMENTO VALE O FPR-CUSTO DO PRIMEIRO
      *==               VINCULO NO FORNPROD.txt, COMO NO PRGPEDID.
      *==               APONTA MARGEM NEGATIVA, PRODUTO SEM CUSTO E
      *==               PRODUTO ATIVO SEM MOVIMENTO NO MES.
      *==               SAIDAS: CURVAABC.txt (RELATORIO) E CURVAABC.csv
      *==               (DELIMITADO POR ";" PARA OS COMPRADORES)
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
           SELECT PRODUTOS ASSIGN TO "PRODUTOS.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS SEQUENTIAL
               RECORD KEY               IS PRD-CODIGO
               FILE STATUS IS WRK-FS-PRODUTOS.

           SELECT VENDASDIA ASSIGN TO "VENDASDIA.txt"
               FILE STATUS IS WRK-FS-VENDASDIA.

           SELECT FORNPROD ASSIGN TO "FORNPROD.txt"
               FILE STATUS IS WRK-FS-FORNPROD.

           SELECT PEDIDOS ASSIGN TO "PEDIDOS.txt"
               FILE STATUS IS WRK-FS-PEDIDOS.

           SELECT CURVAABC ASSIGN TO "CURVAABC.txt"
               FILE STATUS IS WRK-FS-CURVAABC.

           SELECT CURVACSV ASSIGN TO "CURVAABC.csv"
               FILE STATUS IS WRK-FS-CURVACSV.

      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD  PRODUTOS.
       COPY "#PRODREG".

       FD  VENDASDIA.
       01  REG-VENDASDIA.
           05 REG-VENDASDIA-PRODUTO      PIC X(30).
           05 REG-VENDASDIA-VALOR        PIC 9(05).
           05 REG-VENDASDIA-DATA         PIC 9(08).
           05 REG-VENDASDIA-HORA         PIC 9(08).
           05 REG-VENDASDIA-TIPO         PIC X(01).
               88 REG-VENDASDIA-VENDA              VALUE "V".
               88 REG-VENDASDIA-DEVOL              VALUE "D".
           05 REG-VENDASDIA-CUPOM        PIC 9(06).
           05 REG-VENDASDIA-OPERADOR     PIC X(10).
           05 REG-VENDASDIA-CLIENTE      PIC 9(04).

       FD  FORNPROD.
       COPY "#FORNPROD".

       FD  PEDIDOS.
       COPY "#PEDIDO".

       FD  CURVAABC.
       01  REG-CURVAABC                  PIC X(132).

       FD  CURVACSV.
       01  REG-CURVACSV                  PIC X(150).

       WORKING-STORAGE                           SECTION.
       77  WRK-FS-PRODUTOS               PIC 99    VALUE ZEROS.
       77  WRK-FS-VENDASDIA              PIC 99    VALUE ZEROS.
       77  WRK-FS-FORNPROD               PIC 99    VALUE ZEROS.
       77  WRK-FS-PEDIDOS                PIC 99    VALUE ZEROS.
       77  WRK-FS-CURVAABC               PIC 99    VALUE ZEROS.
       77  WRK-FS-CURVACSV               PIC 99    VALUE ZEROS.

       77  WRK-QT-PRODUTOS               PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-PROD                  PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ORD                   PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-MAIOR                 PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-COMP                  PIC 9(03) VALUE ZEROS.
       77  WRK-ORD-TROCA                 PIC 9(03) VALUE ZEROS.
       77  WRK-POSICAO                   PIC 9(03) VALUE ZEROS.
       77  WRK-PROD-ACHADO               PIC X(01) VALUE "N".
           88 WRK-PROD-SIM                          VALUE "S".
           88 WRK-PROD-NAO                          VALUE "N".

       77  WRK-CUSTO-TOTAL               PIC S9(09)V99 VALUE ZEROS.
       77  WRK-MARGEM                    PIC S9(09)V99 VALUE ZEROS.
       77  WRK-MARGEM-PERC               PIC S9(05)V99 VALUE ZEROS.
       77  WRK-PART-PERC                 PIC 9(03)V99  VALUE ZEROS.
       77  WRK-ACUM-PERC                 PIC 9(03)V99  VALUE ZEROS.
       77  WRK-CLASSE                    PIC X(01) VALUE SPACES.
       77  WRK-OCORRENCIA                PIC X(15) VALUE SPACES.

       77  WRK-TOT-RECEITA               PIC S9(11)V99 VALUE ZEROS.
       77  WRK-RECEITA-ACUM              PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOT-CUSTO                 PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOT-MARGEM                PIC S9(11)V99 VALUE ZEROS.
       77  WRK-ACUM-LIDOS                PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-DO-MES               PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-SEM-CADASTRO         PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-CLASSE-A             PIC 9(03) VALUE ZEROS.
       77  WRK-ACUM-CLASSE-B             PIC 9(03) VALUE ZEROS.
       77  WRK-ACUM-CLASSE-C             PIC 9(03) VALUE ZEROS.
       77  WRK-ACUM-NEGATIVA             PIC 9(03) VALUE ZEROS.
       77  WRK-ACUM-SEM-MOVIMENTO        PIC 9(03) VALUE ZEROS.
       77  WRK-ACUM-SEM-CUSTO            PIC 9(03) VALUE ZEROS.

      *========== MES DA ANALISE
       01  WRK-MES-ANALISE.
           05 WRK-MES-ANO                PIC 9(04) VALUE ZEROS.
           05 WRK-MES-MES                PIC 9(02) VALUE ZEROS.
       01  WRK-MES-ANALISE-N REDEFINES WRK-MES-ANALISE PIC 9(06).

       01  WRK-DATA-MOV.
           05 WRK-DMOV-ANOMES            PIC 9(06).
           05 WRK-DMOV-DIA               PIC 9(02).
       01  WRK-DATA-MOV-N REDEFINES WRK-DATA-MOV PIC 9(08).

      *========== PRODUTOS COM O MOVIMENTO DO MES E O CUSTO
       01  WRK-TAB-PRODUTOS.
           05 WRK-TAB-PRODUTOS-OCO OCCURS 500 TIMES.
              10 WRK-PRO-CODIGO          PIC 9(04).
              10 WRK-PRO-DESCRICAO       PIC X(30).
              10 WRK-PRO-SITUACAO        PIC X(01).
                 88 WRK-PRO-ATIVO                   VALUE "A".
              10 WRK-PRO-QTD             PIC S9(07).
              10 WRK-PRO-RECEITA         PIC S9(09)V99.
              10 WRK-PRO-CUSTO-UNIT      PIC 9(05)V99.
              10 WRK-PRO-ORIGEM-CUSTO    PIC X(01).
                 88 WRK-PRO-SEM-CUSTO               VALUE "N".
                 88 WRK-PRO-CUSTO-VINCULO           VALUE "F".
                 88 WRK-PRO-CUSTO-PEDIDO            VALUE "P".
              10 WRK-PRO-DATA-CUSTO      PIC 9(08).
              10 WRK-PRO-PEDIDO-CUSTO    PIC 9(06).

      *========== ORDEM DECRESCENTE DE RECEITA (INDICES DA TABELA)
       01  WRK-TAB-ORDEM.
           05 WRK-ORD                    PIC 9(03) OCCURS 500 TIMES.

       01  WRK-LIN-CABECALHO.
           05 FILLER                     PIC X(40) VALUE
              "CURVA ABC DE VENDAS E MARGEM - MES/ANO: ".
           05 WRK-CAB-MES                PIC 99.
           05 FILLER                     PIC X(01) VALUE "/".
           05 WRK-CAB-ANO                PIC 9(04).

       01  WRK-LIN-TITULO.
           05 FILLER                     PIC X(45) VALUE
              "C POS COD  DESCRICAO                      QTD".
           05 FILLER                     PIC X(44) VALUE
              "        RECEITA         CUSTO        MARGEM".
           05 FILLER                     PIC X(43) VALUE
              "   MRG%  PART%  ACUM% OCORRENCIA".

       01  WRK-LIN-DETALHE.
           05 WRK-DET-CLASSE             PIC X(01).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DET-POSICAO            PIC ZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DET-CODIGO             PIC 9(04).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DET-DESCRICAO          PIC X(30).
           05 WRK-DET-QTD                PIC ------9.
           05 WRK-DET-RECEITA            PIC ----.---.--9,99.
           05 WRK-DET-CUSTO              PIC ---.---.--9,99.
           05 WRK-DET-MARGEM             PIC ---.---.--9,99.
           05 WRK-DET-MARGEM-PERC        PIC -----9,99.
           05 WRK-DET-PART-PERC          PIC ZZZ9,99.
           05 WRK-DET-ACUM-PERC          PIC ZZZ9,99.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DET-OCORRENCIA         PIC X(15).

       01  WRK-LIN-TOTAL.
           05 FILLER                     PIC X(48) VALUE
              "TOTAL DO MES".
           05 WRK-TOT-DET-RECEITA        PIC ----.---.--9,99.
           05 WRK-TOT-DET-CUSTO          PIC ---.---.--9,99.
           05 WRK-TOT-DET-MARGEM         PIC ---.---.--9,99.

       01  WRK-CSV-CABEC.
           05 FILLER                     PIC X(44) VALUE
              "CLASSE;POSICAO;CODIGO;DESCRICAO;QTD;RECEITA;".
           05 FILLER                     PIC X(106) VALUE
              "CUSTO;MARGEM;MARGEM_PCT;PART_PCT;ACUM_PCT;OCORRENCIA".

       01  WRK-CSV-CAMPOS.
           05 WRK-CSV-POSICAO            PIC 9(03).
           05 WRK-CSV-CODIGO             PIC 9(04).
           05 WRK-CSV-QTD                PIC -9(07).
           05 WRK-CSV-RECEITA            PIC -9(09),99.
           05 WRK-CSV-CUSTO              PIC -9(09),99.
           05 WRK-CSV-MARGEM             PIC -9(09),99.
           05 WRK-CSV-MARGEM-PERC        PIC -9(05),99.
           05 WRK-CSV-PART-PERC          PIC 9(03),99.
           05 WRK-CSV-ACUM-PERC          PIC 9(03),99.

       01  WRK-LINHA-CSV                 PIC X(150) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.

           DISPLAY "======= CURVA ABC E MARGEM BRUTA =======".

           DISPLAY "MES DA ANALISE (AAAAMM)..".
           ACCEPT WRK-MES-ANALISE-N.
           IF WRK-MES-MES LESS 1 OR WRK-MES-MES GREATER 12
               DISPLAY "MES INVALIDO!"
               STOP RUN
           END-IF.

           OPEN INPUT PRODUTOS.
           IF WRK-FS-PRODUTOS NOT EQUAL 00
               DISPLAY "CADASTRO DE PRODUTOS NAO ABERTO! FS: "
                   WRK-FS-PRODUTOS
               STOP RUN
           END-IF.

           READ PRODUTOS.
           PERFORM 0110-CARREGA-PRODUTO
               UNTIL WRK-FS-PRODUTOS NOT EQUAL 00.
           CLOSE PRODUTOS.

           DISPLAY "PRODUTOS CARREGADOS..: " WRK-QT-PRODUTOS.

           PERFORM 0120-CUSTO-VINCULOS.
           PERFORM 0130-CUSTO-PEDIDOS.

       0100-INICIAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0110-CARREGA-PRODUTO                      SECTION.

           IF WRK-QT-PRODUTOS LESS 500
               ADD 1 TO WRK-QT-PRODUTOS
               MOVE WRK-QT-PRODUTOS TO WRK-IDX-PROD
               MOVE PRD-CODIGO    TO WRK-PRO-CODIGO(WRK-IDX-PROD)
               MOVE PRD-DESCRICAO TO WRK-PRO-DESCRICAO(WRK-IDX-PROD)
               MOVE PRD-SITUACAO  TO WRK-PRO-SITUACAO(WRK-IDX-PROD)
               MOVE ZEROS         TO WRK-PRO-QTD(WRK-IDX-PROD)
                                     WRK-PRO-RECEITA(WRK-IDX-PROD)
                                     WRK-PRO-CUSTO-UNIT(WRK-IDX-PROD)
                                     WRK-PRO-DATA-CUSTO(WRK-IDX-PROD)
                                     WRK-PRO-PEDIDO-CUSTO(WRK-IDX-PROD)
               SET WRK-PRO-SEM-CUSTO(WRK-IDX-PROD) TO TRUE
               MOVE WRK-IDX-PROD  TO WRK-ORD(WRK-IDX-PROD)
           ELSE
               DISPLAY "TABELA DE PRODUTOS CHEIA - IGNORADO: "
                   PRD-CODIGO
           END-IF.

           READ PRODUTOS.

       0110-CARREGA-PRODUTO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    CUSTO DO VINCULO - PRIMEIRO VINCULO DO PRODUTO VALE
      *-----------------------------------------------------------------
       0120-CUSTO-VINCULOS                       SECTION.

           OPEN INPUT FORNPROD.
           IF WRK-FS-FORNPROD NOT EQUAL 00
               DISPLAY "FORNPROD.txt AUSENTE - SEM CUSTO DE VINCULO."
               GO TO 0120-CUSTO-VINCULOS-FIM
           END-IF.

           READ FORNPROD.
           PERFORM 0121-GUARDA-VINCULO
               UNTIL WRK-FS-FORNPROD NOT EQUAL 00.
           CLOSE FORNPROD.

       0120-CUSTO-VINCULOS-FIM. EXIT.

      *-----------------------------------------------------------------
       0121-GUARDA-VINCULO                       SECTION.

           PERFORM 0150-LOCALIZA-CODIGO.
           IF WRK-PROD-SIM
               IF WRK-PRO-SEM-CUSTO(WRK-IDX-PROD)
                   MOVE FPR-CUSTO TO WRK-PRO-CUSTO-UNIT(WRK-IDX-PROD)
                   SET WRK-PRO-CUSTO-VINCULO(WRK-IDX-PROD) TO TRUE
               END-IF
           END-IF.

           READ FORNPROD.

       0121-GUARDA-VINCULO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    ULTIMO CUSTO RECEBIDO - PEDIDO COM QUANTIDADE RECEBIDA, O DE
      *    EMISSAO MAIS RECENTE (NO EMPATE, O DE NUMERO MAIOR)
      *-----------------------------------------------------------------
       0130-CUSTO-PEDIDOS                        SECTION.

           OPEN INPUT PEDIDOS.
           IF WRK-FS-PEDIDOS NOT EQUAL 00
               DISPLAY "PEDIDOS.txt AUSENTE - CUSTO SO DO VINCULO."
               GO TO 0130-CUSTO-PEDIDOS-FIM
           END-IF.

           READ PEDIDOS.
           PERFORM 0131-GUARDA-PEDIDO
               UNTIL WRK-FS-PEDIDOS NOT EQUAL 00.
           CLOSE PEDIDOS.

       0130-CUSTO-PEDIDOS-FIM. EXIT.

      *-----------------------------------------------------------------
       0131-GUARDA-PEDIDO                        SECTION.

           IF PED-QTD-RECEBIDA EQUAL ZEROS
               GO TO 0131-GUARDA-PEDIDO-LER
           END-IF.

           MOVE PED-PRODUTO TO FPR-PRODUTO.
           PERFORM 0150-LOCALIZA-CODIGO.
           IF WRK-PROD-NAO
               GO TO 0131-GUARDA-PEDIDO-LER
           END-IF.

           IF WRK-PRO-CUSTO-PEDIDO(WRK-IDX-PROD)
               IF PED-DATA-EMISSAO LESS
                  WRK-PRO-DATA-CUSTO(WRK-IDX-PROD)
                   GO TO 0131-GUARDA-PEDIDO-LER
               END-IF
               IF PED-DATA-EMISSAO EQUAL
                  WRK-PRO-DATA-CUSTO(WRK-IDX-PROD)
                  AND PED-NUMERO LESS
                  WRK-PRO-PEDIDO-CUSTO(WRK-IDX-PROD)
                   GO TO 0131-GUARDA-PEDIDO-LER
               END-IF
           END-IF.

           MOVE PED-CUSTO        TO WRK-PRO-CUSTO-UNIT(WRK-IDX-PROD).
           MOVE PED-DATA-EMISSAO TO WRK-PRO-DATA-CUSTO(WRK-IDX-PROD).
           MOVE PED-NUMERO       TO WRK-PRO-PEDIDO-CUSTO(WRK-IDX-PROD).
           SET WRK-PRO-CUSTO-PEDIDO(WRK-IDX-PROD) TO TRUE.

       0131-GUARDA-PEDIDO-LER.

           READ PEDIDOS.

       0131-GUARDA-PEDIDO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    LOCALIZA NA TABELA O PRODUTO DE CODIGO FPR-PRODUTO
      *-----------------------------------------------------------------
       0150-LOCALIZA-CODIGO                      SECTION.

           SET WRK-PROD-NAO TO TRUE.
           PERFORM 0151-COMPARA-CODIGO
               VARYING WRK-IDX-PROD FROM 1 BY 1
               UNTIL WRK-IDX-PROD GREATER WRK-QT-PRODUTOS
                  OR WRK-PROD-SIM.
           IF WRK-PROD-SIM
               SUBTRACT 1 FROM WRK-IDX-PROD
           END-IF.

       0150-LOCALIZA-CODIGO-FIM. EXIT.

      *-----------------------------------------------------------------
       0151-COMPARA-CODIGO                       SECTION.

           IF WRK-PRO-CODIGO(WRK-IDX-PROD) EQUAL FPR-PRODUTO
               SET WRK-PROD-SIM TO TRUE
           END-IF.

       0151-COMPARA-CODIGO-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           OPEN INPUT VENDASDIA.
           IF WRK-FS-VENDASDIA NOT EQUAL 00
               DISPLAY "VENDASDIA.txt NAO ABRIU - MES SEM VENDAS."
           ELSE
               READ VENDASDIA
               PERFORM 0210-ACUMULA-VENDA
                   UNTIL WRK-FS-VENDASDIA NOT EQUAL 00
               CLOSE VENDASDIA
           END-IF.

           PERFORM 0230-ORDENA-RECEITA
               VARYING WRK-IDX-ORD FROM 1 BY 1
               UNTIL WRK-IDX-ORD NOT LESS WRK-QT-PRODUTOS.

       0200-PROCESSAR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    VENDA SOMA, DEVOLUCAO SUBTRAI - SO O MES DA ANALISE
      *-----------------------------------------------------------------
       0210-ACUMULA-VENDA                        SECTION.

           ADD 1 TO WRK-ACUM-LIDOS.

           MOVE REG-VENDASDIA-DATA TO WRK-DATA-MOV-N.
           IF WRK-DMOV-ANOMES NOT EQUAL WRK-MES-ANALISE-N
               GO TO 0210-ACUMULA-VENDA-LER
           END-IF.
           ADD 1 TO WRK-ACUM-DO-MES.

           SET WRK-PROD-NAO TO TRUE.
           PERFORM 0211-COMPARA-DESCRICAO
               VARYING WRK-IDX-PROD FROM 1 BY 1
               UNTIL WRK-IDX-PROD GREATER WRK-QT-PRODUTOS
                  OR WRK-PROD-SIM.
           IF WRK-PROD-NAO
               ADD 1 TO WRK-ACUM-SEM-CADASTRO
               DISPLAY "SEM CADASTRO: " REG-VENDASDIA-PRODUTO
               GO TO 0210-ACUMULA-VENDA-LER
           END-IF.
           SUBTRACT 1 FROM WRK-IDX-PROD.

           IF REG-VENDASDIA-DEVOL
               SUBTRACT 1 FROM WRK-PRO-QTD(WRK-IDX-PROD)
               SUBTRACT REG-VENDASDIA-VALOR FROM
                   WRK-PRO-RECEITA(WRK-IDX-PROD)
           ELSE
               ADD 1 TO WRK-PRO-QTD(WRK-IDX-PROD)
               ADD REG-VENDASDIA-VALOR TO
                   WRK-PRO-RECEITA(WRK-IDX-PROD)
           END-IF.

       0210-ACUMULA-VENDA-LER.

           READ VENDASDIA.

       0210-ACUMULA-VENDA-FIM. EXIT.

      *-----------------------------------------------------------------
       0211-COMPARA-DESCRICAO                    SECTION.

           IF WRK-PRO-DESCRICAO(WRK-IDX-PROD) EQUAL
              REG-VENDASDIA-PRODUTO
               SET WRK-PROD-SIM TO TRUE
           END-IF.

       0211-COMPARA-DESCRICAO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    SELECAO - TRAZ PARA A POSICAO WRK-IDX-ORD O DE MAIOR
      *    RECEITA ENTRE OS RESTANTES
      *-----------------------------------------------------------------
       0230-ORDENA-RECEITA                       SECTION.

           MOVE WRK-IDX-ORD TO WRK-IDX-MAIOR.
           COMPUTE WRK-IDX-COMP = WRK-IDX-ORD + 1.
           PERFORM 0231-COMPARA-RECEITA
               VARYING WRK-IDX-COMP FROM WRK-IDX-COMP BY 1
               UNTIL WRK-IDX-COMP GREATER WRK-QT-PRODUTOS.

           IF WRK-IDX-MAIOR NOT EQUAL WRK-IDX-ORD
               MOVE WRK-ORD(WRK-IDX-ORD)   TO WRK-ORD-TROCA
               MOVE WRK-ORD(WRK-IDX-MAIOR) TO WRK-ORD(WRK-IDX-ORD)
               MOVE WRK-ORD-TROCA          TO WRK-ORD(WRK-IDX-MAIOR)
           END-IF.

       0230-ORDENA-RECEITA-FIM. EXIT.

      *-----------------------------------------------------------------
       0231-COMPARA-RECEITA                      SECTION.

           IF WRK-PRO-RECEITA(WRK-ORD(WRK-IDX-COMP)) GREATER
              WRK-PRO-RECEITA(WRK-ORD(WRK-IDX-MAIOR))
               MOVE WRK-IDX-COMP TO WRK-IDX-MAIOR
           END-IF.

       0231-COMPARA-RECEITA-FIM. EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

           PERFORM 0310-SOMA-RECEITA
               VARYING WRK-IDX-PROD FROM 1 BY 1
               UNTIL WRK-IDX-PROD GREATER WRK-QT-PRODUTOS.

           OPEN OUTPUT CURVAABC CURVACSV.

           MOVE WRK-MES-MES       TO WRK-CAB-MES.
           MOVE WRK-MES-ANO       TO WRK-CAB-ANO.
           MOVE WRK-LIN-CABECALHO TO REG-CURVAABC.
           WRITE REG-CURVAABC.
           MOVE WRK-LIN-TITULO    TO REG-CURVAABC.
           WRITE REG-CURVAABC.
           MOVE WRK-CSV-CABEC     TO REG-CURVACSV.
           WRITE REG-CURVACSV.

           PERFORM 0320-IMPRIME-PRODUTO
               VARYING WRK-IDX-ORD FROM 1 BY 1
               UNTIL WRK-IDX-ORD GREATER WRK-QT-PRODUTOS.

           COMPUTE WRK-TOT-MARGEM = WRK-TOT-RECEITA - WRK-TOT-CUSTO.
           MOVE WRK-TOT-RECEITA   TO WRK-TOT-DET-RECEITA.
           MOVE WRK-TOT-CUSTO     TO WRK-TOT-DET-CUSTO.
           MOVE WRK-TOT-MARGEM    TO WRK-TOT-DET-MARGEM.
           MOVE WRK-LIN-TOTAL     TO REG-CURVAABC.
           WRITE REG-CURVAABC.

           CLOSE CURVAABC CURVACSV.

           DISPLAY "--------------------------------------".
           DISPLAY "LANCAMENTOS LIDOS.....: " WRK-ACUM-LIDOS.
           DISPLAY "LANCAMENTOS DO MES....: " WRK-ACUM-DO-MES.
           DISPLAY "SEM CADASTRO..........: " WRK-ACUM-SEM-CADASTRO.
           DISPLAY "PRODUTOS CLASSE A.....: " WRK-ACUM-CLASSE-A.
           DISPLAY "PRODUTOS CLASSE B.....: " WRK-ACUM-CLASSE-B.
           DISPLAY "PRODUTOS CLASSE C.....: " WRK-ACUM-CLASSE-C.
           DISPLAY "MARGEM NEGATIVA.......: " WRK-ACUM-NEGATIVA.
           DISPLAY "SEM CUSTO.............: " WRK-ACUM-SEM-CUSTO.
           DISPLAY "ATIVOS SEM MOVIMENTO..: " WRK-ACUM-SEM-MOVIMENTO.
           DISPLAY WRK-LIN-TOTAL.
           DISPLAY "RELATORIO EM CURVAABC.txt E CURVAABC.csv".
           DISPLAY "======= FIM CURVA ABC E MARGEM =======".

       0300-FINALIZAR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    BASE DA PARTICIPACAO - SO RECEITA LIQUIDA POSITIVA
      *-----------------------------------------------------------------
       0310-SOMA-RECEITA                         SECTION.

           IF WRK-PRO-RECEITA(WRK-IDX-PROD) GREATER ZEROS
               ADD WRK-PRO-RECEITA(WRK-IDX-PROD) TO WRK-TOT-RECEITA
           END-IF.

       0310-SOMA-RECEITA-FIM. EXIT.

      *-----------------------------------------------------------------
       0320-IMPRIME-PRODUTO                      SECTION.

           MOVE WRK-ORD(WRK-IDX-ORD) TO WRK-IDX-PROD.

           IF WRK-PRO-QTD(WRK-IDX-PROD) EQUAL ZEROS
              AND WRK-PRO-RECEITA(WRK-IDX-PROD) EQUAL ZEROS
              AND NOT WRK-PRO-ATIVO(WRK-IDX-PROD)
               GO TO 0320-IMPRIME-PRODUTO-FIM
           END-IF.

           ADD 1 TO WRK-POSICAO.

           COMPUTE WRK-CUSTO-TOTAL = WRK-PRO-QTD(WRK-IDX-PROD)
                                   * WRK-PRO-CUSTO-UNIT(WRK-IDX-PROD).
           COMPUTE WRK-MARGEM = WRK-PRO-RECEITA(WRK-IDX-PROD)
                              - WRK-CUSTO-TOTAL.
           ADD WRK-CUSTO-TOTAL TO WRK-TOT-CUSTO.

           MOVE ZEROS TO WRK-MARGEM-PERC WRK-PART-PERC.
           IF WRK-PRO-RECEITA(WRK-IDX-PROD) GREATER ZEROS
               COMPUTE WRK-MARGEM-PERC ROUNDED =
                       WRK-MARGEM * 100 / WRK-PRO-RECEITA(WRK-IDX-PROD)
               COMPUTE WRK-PART-PERC ROUNDED =
                       WRK-PRO-RECEITA(WRK-IDX-PROD) * 100
                     / WRK-TOT-RECEITA
           END-IF.

      *    CLASSE PELA PARTICIPACAO ACUMULADA ANTES DO PRODUTO
           IF WRK-PRO-RECEITA(WRK-IDX-PROD) NOT GREATER ZEROS
               MOVE "C" TO WRK-CLASSE
           ELSE
               IF WRK-ACUM-PERC LESS 80
                   MOVE "A" TO WRK-CLASSE
               ELSE
                   IF WRK-ACUM-PERC LESS 95
                       MOVE "B" TO WRK-CLASSE
                   ELSE
                       MOVE "C" TO WRK-CLASSE
                   END-IF
               END-IF
           END-IF.
           IF WRK-PRO-RECEITA(WRK-IDX-PROD) GREATER ZEROS
               ADD WRK-PRO-RECEITA(WRK-IDX-PROD) TO WRK-RECEITA-ACUM
               COMPUTE WRK-ACUM-PERC ROUNDED =
                       WRK-RECEITA-ACUM * 100 / WRK-TOT-RECEITA
           END-IF.

           EVALUATE WRK-CLASSE
               WHEN "A"  ADD 1 TO WRK-ACUM-CLASSE-A
               WHEN "B"  ADD 1 TO WRK-ACUM-CLASSE-B
               WHEN OTHER ADD 1 TO WRK-ACUM-CLASSE-C
           END-EVALUATE.

           MOVE SPACES TO WRK-OCORRENCIA.
           IF WRK-PRO-SEM-CUSTO(WRK-IDX-PROD)
               MOVE "SEM CUSTO" TO WRK-OCORRENCIA
               ADD 1 TO WRK-ACUM-SEM-CUSTO
           END-IF.
           IF WRK-MARGEM LESS ZEROS
               MOVE "MARGEM NEGATIVA" TO WRK-OCORRENCIA
               ADD 1 TO WRK-ACUM-NEGATIVA
           END-IF.
           IF WRK-PRO-QTD(WRK-IDX-PROD) EQUAL ZEROS
              AND WRK-PRO-RECEITA(WRK-IDX-PROD) EQUAL ZEROS
               MOVE "SEM MOVIMENTO" TO WRK-OCORRENCIA
               ADD 1 TO WRK-ACUM-SEM-MOVIMENTO
           END-IF.

           MOVE WRK-CLASSE                       TO WRK-DET-CLASSE.
           MOVE WRK-POSICAO                      TO WRK-DET-POSICAO.
           MOVE WRK-PRO-CODIGO(WRK-IDX-PROD)     TO WRK-DET-CODIGO.
           MOVE WRK-PRO-DESCRICAO(WRK-IDX-PROD)  TO WRK-DET-DESCRICAO.
           MOVE WRK-PRO-QTD(WRK-IDX-PROD)        TO WRK-DET-QTD.
           MOVE WRK-PRO-RECEITA(WRK-IDX-PROD)    TO WRK-DET-RECEITA.
           MOVE WRK-CUSTO-TOTAL                  TO WRK-DET-CUSTO.
           MOVE WRK-MARGEM                       TO WRK-DET-MARGEM.
           MOVE WRK-MARGEM-PERC                  TO WRK-DET-MARGEM-PERC.
           MOVE WRK-PART-PERC                    TO WRK-DET-PART-PERC.
           MOVE WRK-ACUM-PERC                    TO WRK-DET-ACUM-PERC.
           MOVE WRK-OCORRENCIA                   TO WRK-DET-OCORRENCIA.
           MOVE WRK-LIN-DETALHE TO REG-CURVAABC.
           WRITE REG-CURVAABC.

           PERFORM 0330-GRAVA-CSV.

       0320-IMPRIME-PRODUTO-FIM. EXIT.

      *-----------------------------------------------------------------
       0330-GRAVA-CSV                            SECTION.

           MOVE WRK-POSICAO                      TO WRK-CSV-POSICAO.
           MOVE WRK-PRO-CODIGO(WRK-IDX-PROD)     TO WRK-CSV-CODIGO.
           MOVE WRK-PRO-QTD(WRK-IDX-PROD)        TO WRK-CSV-QTD.
           MOVE WRK-PRO-RECEITA(WRK-IDX-PROD)    TO WRK-CSV-RECEITA.
           MOVE WRK-CUSTO-TOTAL                  TO WRK-CSV-CUSTO.
           MOVE WRK-MARGEM                       TO WRK-CSV-MARGEM.
           MOVE WRK-MARGEM-PERC                  TO WRK-CSV-MARGEM-PERC.
           MOVE WRK-PART-PERC                    TO WRK-CSV-PART-PERC.
           MOVE WRK-ACUM-PERC                    TO WRK-CSV-ACUM-PERC.

           MOVE SPACES TO WRK-LINHA-CSV.
           STRING WRK-CLASSE                     DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  WRK-CSV-POSICAO                DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  WRK-CSV-CODIGO                 DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  WRK-PRO-DESCRICAO(WRK-IDX-PROD) DELIMITED BY "  "
                  ";"                            DELIMITED BY SIZE
                  WRK-CSV-QTD                    DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  WRK-CSV-RECEITA                DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  WRK-CSV-CUSTO                  DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  WRK-CSV-MARGEM                 DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  WRK-CSV-MARGEM-PERC            DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  WRK-CSV-PART-PERC              DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  WRK-CSV-ACUM-PERC              DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  WRK-OCORRENCIA                 DELIMITED BY "  "
                  INTO WRK-LINHA-CSV.
           WRITE REG-CURVACSV FROM WRK-LINHA-CSV.

       0330-GRAVA-CSV-FIM. EXIT.
