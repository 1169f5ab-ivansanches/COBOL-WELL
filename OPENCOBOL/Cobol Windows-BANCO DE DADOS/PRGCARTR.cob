       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGCARTR.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : RELATORIO DA CARTEIRA DOS GERENTES
      *==               (RELCARTE.txt) POR GERENTE DO CARTEIRA.txt:
      *==               NOME E SITUACAO NO FUNCIONARIOS (MODULO
      *==               VALGER), QUANTIDADE DE
      *==               CLIENTES ATRIBUIDOS, QUANTIDADE E SALDO TOTAL
      *==               DAS CONTAS NAO ENCERRADAS (CONTAS.dat E
      *==               SALDOCTA.dat) E O VALOR EM ABERTO A RECEBER
      *==               DAS FATURAS ABERTAS/PARCIAIS (FATURREG.txt,
      *==               CODIGO "NNN" = REG-ID 0NNN).
      *==               A CONTA VAI PARA O GERENTE DA CONTA; SEM
      *==               ATRIBUICAO PROPRIA, PARA O GERENTE DO CLIENTE
      *==               DONO. A FATURA VAI PARA O GERENTE DO CLIENTE
      *==               OU, SE O CLIENTE NAO ESTA NA CARTEIRA, PARA O
      *==               GERENTE DE UMA CONTA DELE.
      *==               NO FIM LISTA OS CLIENTES ATIVOS DO CLIENTES.dat
      *==               SEM GERENTE (NEM O CLIENTE NEM CONTA DELE NA
      *==               CARTEIRA)
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
           SELECT CLIENTES ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\CLIENTES.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS REG-ID
               ALTERNATE RECORD KEY     IS REG-NOME
                                        WITH DUPLICATES
                                   FILE STATUS IS FS-CLIENTES.

           SELECT CONTAS ASSIGN
           TO "C:\ATIVIDADE3\CONTAS.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS CTA-CHAVE
                                   FILE STATUS IS FS-CONTAS.

           SELECT SALDOCTA ASSIGN
           TO "C:\ATIVIDADE3\SALDOCTA.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS REG-CHAVE-SALDO
                                   FILE STATUS IS FS-SALDOCTA.

           SELECT FATURREG ASSIGN
           TO "C:\ATIVIDADE3\FATURREG.txt"
                                   FILE STATUS IS FS-FATURREG.

           SELECT CARTEIRA ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\CARTEIRA.txt"
                                   FILE STATUS IS FS-CARTEIRA.

           SELECT RELCARTE ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\RELCARTE.txt"
                                   FILE STATUS IS FS-RELCARTE.

      *-----------------------------------------------------------------
       DATA                                      DIVISION.
       FILE                                      SECTION.

       FD CLIENTES.
       COPY "#CLIREG".

       FD CONTAS.
       COPY "#CONTAS".

       FD SALDOCTA.
       COPY "#SALDOCTA".

       FD FATURREG.
       COPY "#FATURREG".

       FD CARTEIRA.
       COPY "#CARTEIRA".

       FD RELCARTE.
       01  REG-RELCARTE                  PIC X(080).

       WORKING-STORAGE                           SECTION.
       77  FS-CLIENTES                   PIC 9(02).
       77  FS-CONTAS                     PIC 9(02).
       77  FS-SALDOCTA                   PIC 9(02).
       77  FS-FATURREG                   PIC 9(02).
       77  FS-CARTEIRA                   PIC 9(02).
       77  FS-RELCARTE                   PIC 9(02).
       77  WRK-FS-DESCRICAO              PIC X(30) VALUE SPACES.
       77  WRK-MSG-ERRO                  PIC X(30) VALUE SPACES.

       77  WRK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.

       77  WRK-SALDOCTA-ABERTO           PIC X(01) VALUE "N".
           88 WRK-SALDOCTA-OK                      VALUE "S".
           88 WRK-SALDOCTA-FORA                    VALUE "N".

      *========== AREA DE CHAMADA DO MODULO VALGER
       01  WRK-VALGER.
           05 WRK-GER-GERENTE            PIC X(01) VALUE SPACES.
           05 WRK-GER-RESULTADO          PIC X(01) VALUE "N".
               88 WRK-GER-ATIVO                    VALUE "A".
               88 WRK-GER-DESLIGADO                VALUE "D".
               88 WRK-GER-DESCONHECIDO             VALUE "N".
           05 WRK-GER-CODIGO-FUNC        PIC 9(04) VALUE ZEROS.
           05 WRK-GER-NOME-FUNC          PIC X(15) VALUE SPACES.
           05 WRK-GER-DATA-DESLIG        PIC 9(08) VALUE ZEROS.

      *========== ITENS ATIVOS DA CARTEIRA
       77  WRK-QT-ITENS                  PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-CAR                   PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-ACHADO                PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-CARTEIRA.
           05 WRK-CAR-OCO                OCCURS 2000 TIMES.
               10 WRK-CAR-TIPO               PIC X(01).
               10 WRK-CAR-REG-ID             PIC 9(04).
               10 WRK-CAR-AGENCIA            PIC 9(04).
               10 WRK-CAR-CONTA              PIC 9(05).
               10 WRK-CAR-GERENTE            PIC X(01).

      *========== TOTAIS POR GERENTE
       77  WRK-QT-GERENTES               PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-GER                   PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-GER-ACHADO            PIC 9(03) VALUE ZEROS.
       77  WRK-GERENTE                   PIC X(01) VALUE SPACES.
       01  WRK-TAB-GERENTES.
           05 WRK-TGE-OCO                OCCURS 100 TIMES.
               10 WRK-TGE-GERENTE            PIC X(01).
               10 WRK-TGE-CLIENTES           PIC 9(04).
               10 WRK-TGE-CONTAS             PIC 9(04).
               10 WRK-TGE-SALDO              PIC S9(12)V99.
               10 WRK-TGE-RECEBER            PIC 9(10)V99.

      *========== PROCURA NA CARTEIRA
       77  WRK-PROCURA-TIPO              PIC X(01) VALUE SPACES.
       77  WRK-PROCURA-ID                PIC 9(04) VALUE ZEROS.

      *========== CODIGO DO CLIENTE NO FATURREG
       01  WRK-ID-CLIENTE.
           05 WRK-ID-CLIENTE-P1          PIC X(01).
           05 WRK-ID-CLIENTE-P2          PIC X(03).
       01  WRK-ID-CLIENTE-N REDEFINES WRK-ID-CLIENTE
                                         PIC 9(04).

       77  WRK-SALDO-CONTA               PIC S9(10)V99 VALUE ZEROS.
       77  WRK-EM-ABERTO                 PIC 9(06)V99 VALUE ZEROS.

      *========== O QUE FICOU SEM GERENTE
       77  ACU-CONTAS-SEM-GERENTE        PIC 9(05) VALUE ZEROS.
       77  ACU-SALDO-SEM-GERENTE         PIC S9(12)V99 VALUE ZEROS.
       77  ACU-RECEBER-SEM-GERENTE       PIC 9(10)V99 VALUE ZEROS.
       77  ACU-CLIENTES-SEM-GERENTE      PIC 9(05) VALUE ZEROS.

      *========== LINHAS DO RELATORIO
       01  WRK-LINHA-REL                 PIC X(080) VALUE SPACES.

       01  WRK-CAB-COLUNAS.
           05 FILLER                     PIC X(34) VALUE
              "G  NOME            SITUACAO   CLI ".
           05 FILLER                     PIC X(46) VALUE
              "CTAS       SALDO TOTAL     A RECEBER".

       01  WRK-DET-GERENTE.
           05 WRK-DET-GERENTE-COD        PIC X(01).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WRK-DET-NOME               PIC X(15).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DET-SITUACAO           PIC X(10).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DET-CLIENTES           PIC ZZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DET-CONTAS             PIC ZZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DET-SALDO              PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DET-RECEBER            PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                     PIC X(09) VALUE SPACES.

       01  WRK-DET-SEM-GERENTE.
           05 FILLER                     PIC X(14) VALUE
              "  SEM GERENTE ".
           05 WRK-DSG-ID                 PIC 9(04).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DSG-NOME               PIC X(20).
           05 FILLER                     PIC X(41) VALUE SPACES.

       77  WRK-EDT-QTD                   PIC ZZ.ZZ9.
       77  WRK-EDT-SALDO                 PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-EDT-VALOR                 PIC ZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGA-CARTEIRA.
           PERFORM 0300-SOMA-CONTAS.
           PERFORM 0400-SOMA-FATURAS.
           PERFORM 0500-IMPRIME-GERENTES.
           PERFORM 0600-CLIENTES-SEM-GERENTE.
           PERFORM 0900-FINALIZAR.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                          SECTION.

           DISPLAY "======= RELATORIO DA CARTEIRA DOS GERENTES =====".

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE "CLIENTES.dat NAO ABERTO!" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL 00
               MOVE "CONTAS.dat NAO ABERTO!" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           SET WRK-SALDOCTA-FORA TO TRUE.
           OPEN INPUT SALDOCTA.
           IF FS-SALDOCTA EQUAL 00
               SET WRK-SALDOCTA-OK TO TRUE
           ELSE
               DISPLAY "SALDOCTA.dat NAO ABERTO - SALDOS ZERADOS"
           END-IF.

           OPEN OUTPUT RELCARTE.

           STRING "CARTEIRA DOS GERENTES EM " WRK-DATA-HOJE
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0891-GRAVA-LINHA.
           PERFORM 0891-GRAVA-LINHA.

       0100-INICIALIZAR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    SO OS ITENS ATIVOS; CADA GERENTE DA CARTEIRA GANHA UMA
      *    LINHA NO RELATORIO MESMO SEM CONTA OU FATURA
      *-----------------------------------------------------------------
       0200-CARREGA-CARTEIRA                     SECTION.

           OPEN INPUT CARTEIRA.
           IF FS-CARTEIRA NOT EQUAL 00
               DISPLAY "CARTEIRA.txt NAO ABERTO - CARTEIRA VAZIA"
               GO TO 0200-CARREGA-CARTEIRA-FIM
           END-IF.

           READ CARTEIRA.
           PERFORM 0210-GUARDA-ITEM
               UNTIL FS-CARTEIRA NOT EQUAL 00.

           CLOSE CARTEIRA.

       0200-CARREGA-CARTEIRA-FIM. EXIT.

      *-----------------------------------------------------------------
       0210-GUARDA-ITEM                          SECTION.

           IF NOT CAR-ATIVA
               GO TO 0210-GUARDA-ITEM-LER
           END-IF.

           IF WRK-QT-ITENS NOT LESS 2000
               CLOSE CARTEIRA
               MOVE "CARTEIRA COM MAIS DE 2000 ITENS" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           ADD 1 TO WRK-QT-ITENS.
           MOVE CAR-TIPO    TO WRK-CAR-TIPO(WRK-QT-ITENS).
           MOVE CAR-REG-ID  TO WRK-CAR-REG-ID(WRK-QT-ITENS).
           MOVE CAR-AGENCIA TO WRK-CAR-AGENCIA(WRK-QT-ITENS).
           MOVE CAR-CONTA   TO WRK-CAR-CONTA(WRK-QT-ITENS).
           MOVE CAR-GERENTE TO WRK-CAR-GERENTE(WRK-QT-ITENS).

           MOVE CAR-GERENTE TO WRK-GERENTE.
           PERFORM 0700-ACHA-GERENTE.
           IF CAR-TIPO-CLIENTE
               ADD 1 TO WRK-TGE-CLIENTES(WRK-IDX-GER)
           END-IF.

       0210-GUARDA-ITEM-LER.
           READ CARTEIRA.

       0210-GUARDA-ITEM-FIM. EXIT.

      *-----------------------------------------------------------------
      *    CADA CONTA NAO ENCERRADA: GERENTE DA CONTA OU, SEM ELE, O
      *    DO CLIENTE DONO
      *-----------------------------------------------------------------
       0300-SOMA-CONTAS                          SECTION.

           MOVE LOW-VALUES TO CTA-CHAVE.
           START CONTAS KEY NOT LESS CTA-CHAVE
               INVALID KEY
                   GO TO 0300-SOMA-CONTAS-FIM
           END-START.

           READ CONTAS NEXT.
           PERFORM 0310-SOMA-CONTA
               UNTIL FS-CONTAS NOT EQUAL 00.

       0300-SOMA-CONTAS-FIM. EXIT.

      *-----------------------------------------------------------------
       0310-SOMA-CONTA                           SECTION.

           IF CTA-ENCERRADA
               GO TO 0310-SOMA-CONTA-LER
           END-IF.

           MOVE ZEROS TO WRK-SALDO-CONTA.
           IF WRK-SALDOCTA-OK
               MOVE CTA-AGENCIA TO REG-AGENCIA-SALDO
               MOVE CTA-CONTA   TO REG-CONTA-SALDO
               READ SALDOCTA KEY IS REG-CHAVE-SALDO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-SALDO TO WRK-SALDO-CONTA
               END-READ
           END-IF.

           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM 0810-COMPARA-CONTA
               VARYING WRK-IDX-CAR FROM 1 BY 1
               UNTIL WRK-IDX-CAR GREATER WRK-QT-ITENS
                  OR WRK-IDX-ACHADO GREATER ZEROS.

           IF WRK-IDX-ACHADO EQUAL ZEROS
               MOVE "C"        TO WRK-PROCURA-TIPO
               MOVE CTA-REG-ID TO WRK-PROCURA-ID
               PERFORM 0800-PROCURA-ITEM
           END-IF.

           IF WRK-IDX-ACHADO EQUAL ZEROS
               ADD 1               TO ACU-CONTAS-SEM-GERENTE
               ADD WRK-SALDO-CONTA TO ACU-SALDO-SEM-GERENTE
           ELSE
               MOVE WRK-CAR-GERENTE(WRK-IDX-ACHADO) TO WRK-GERENTE
               PERFORM 0700-ACHA-GERENTE
               ADD 1               TO WRK-TGE-CONTAS(WRK-IDX-GER)
               ADD WRK-SALDO-CONTA TO WRK-TGE-SALDO(WRK-IDX-GER)
           END-IF.

       0310-SOMA-CONTA-LER.
           READ CONTAS NEXT.

       0310-SOMA-CONTA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    EM ABERTO = TOTAL - PAGO DAS FATURAS ABERTAS E PARCIAIS
      *-----------------------------------------------------------------
       0400-SOMA-FATURAS                         SECTION.

           OPEN INPUT FATURREG.
           IF FS-FATURREG NOT EQUAL 00
               DISPLAY "FATURREG.txt NAO ABERTO - SEM VALOR A RECEBER"
               GO TO 0400-SOMA-FATURAS-FIM
           END-IF.

           READ FATURREG.
           PERFORM 0410-SOMA-FATURA
               UNTIL FS-FATURREG NOT EQUAL 00.

           CLOSE FATURREG.

       0400-SOMA-FATURAS-FIM. EXIT.

      *-----------------------------------------------------------------
       0410-SOMA-FATURA                          SECTION.

           IF NOT FAT-ABERTA AND NOT FAT-PARCIAL
               GO TO 0410-SOMA-FATURA-LER
           END-IF.

           MOVE ZEROS TO WRK-EM-ABERTO.
           IF FAT-VALOR-TOTAL GREATER FAT-VALOR-PAGO
               COMPUTE WRK-EM-ABERTO = FAT-VALOR-TOTAL - FAT-VALOR-PAGO
           END-IF.

           MOVE ZEROS TO WRK-IDX-ACHADO.
           IF FAT-CODIGO-CLIENTE IS NUMERIC
               MOVE "0"                TO WRK-ID-CLIENTE-P1
               MOVE FAT-CODIGO-CLIENTE TO WRK-ID-CLIENTE-P2
               MOVE WRK-ID-CLIENTE-N   TO WRK-PROCURA-ID
               MOVE "C"                TO WRK-PROCURA-TIPO
               PERFORM 0800-PROCURA-ITEM
               IF WRK-IDX-ACHADO EQUAL ZEROS
                   MOVE "T"            TO WRK-PROCURA-TIPO
                   PERFORM 0800-PROCURA-ITEM
               END-IF
           END-IF.

           IF WRK-IDX-ACHADO EQUAL ZEROS
               ADD WRK-EM-ABERTO TO ACU-RECEBER-SEM-GERENTE
           ELSE
               MOVE WRK-CAR-GERENTE(WRK-IDX-ACHADO) TO WRK-GERENTE
               PERFORM 0700-ACHA-GERENTE
               ADD WRK-EM-ABERTO TO WRK-TGE-RECEBER(WRK-IDX-GER)
           END-IF.

       0410-SOMA-FATURA-LER.
           READ FATURREG.

       0410-SOMA-FATURA-FIM. EXIT.

      *-----------------------------------------------------------------
       0500-IMPRIME-GERENTES                     SECTION.

           WRITE REG-RELCARTE FROM WRK-CAB-COLUNAS.

           PERFORM 0510-IMPRIME-GERENTE
               VARYING WRK-IDX-GER FROM 1 BY 1
               UNTIL WRK-IDX-GER GREATER WRK-QT-GERENTES.

           PERFORM 0891-GRAVA-LINHA.
           MOVE ACU-CONTAS-SEM-GERENTE TO WRK-EDT-QTD.
           MOVE ACU-SALDO-SEM-GERENTE  TO WRK-EDT-SALDO.
           STRING "CONTAS SEM GERENTE: " WRK-EDT-QTD
               "  SALDO: " WRK-EDT-SALDO
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0891-GRAVA-LINHA.
           MOVE ACU-RECEBER-SEM-GERENTE TO WRK-EDT-VALOR.
           STRING "A RECEBER DE CLIENTE SEM GERENTE: " WRK-EDT-VALOR
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0891-GRAVA-LINHA.

       0500-IMPRIME-GERENTES-FIM. EXIT.

      *-----------------------------------------------------------------
       0510-IMPRIME-GERENTE                      SECTION.

           MOVE WRK-TGE-GERENTE(WRK-IDX-GER) TO WRK-GER-GERENTE.
           CALL "VALGER" USING WRK-VALGER.

           MOVE WRK-TGE-GERENTE(WRK-IDX-GER) TO WRK-DET-GERENTE-COD.
           MOVE WRK-GER-NOME-FUNC            TO WRK-DET-NOME.
           EVALUATE TRUE
               WHEN WRK-GER-ATIVO
                   MOVE "ATIVO"      TO WRK-DET-SITUACAO
               WHEN WRK-GER-DESLIGADO
                   MOVE "DESLIGADO"  TO WRK-DET-SITUACAO
               WHEN OTHER
                   MOVE "SEM CADAST" TO WRK-DET-SITUACAO
           END-EVALUATE.
           MOVE WRK-TGE-CLIENTES(WRK-IDX-GER) TO WRK-DET-CLIENTES.
           MOVE WRK-TGE-CONTAS(WRK-IDX-GER)   TO WRK-DET-CONTAS.
           MOVE WRK-TGE-SALDO(WRK-IDX-GER)    TO WRK-DET-SALDO.
           MOVE WRK-TGE-RECEBER(WRK-IDX-GER)  TO WRK-DET-RECEBER.

           WRITE REG-RELCARTE FROM WRK-DET-GERENTE.

           DISPLAY "GERENTE " WRK-DET-GERENTE-COD " " WRK-DET-NOME
               " CLIENTES " WRK-DET-CLIENTES " CONTAS "
               WRK-DET-CONTAS.

       0510-IMPRIME-GERENTE-FIM. EXIT.

      *-----------------------------------------------------------------
      *    CLIENTE ATIVO SEM ITEM "C" E SEM CONTA ATRIBUIDA
      *-----------------------------------------------------------------
       0600-CLIENTES-SEM-GERENTE                 SECTION.

           PERFORM 0891-GRAVA-LINHA.
           MOVE "CLIENTES ATIVOS SEM GERENTE:" TO WRK-LINHA-REL.
           PERFORM 0891-GRAVA-LINHA.

           MOVE ZEROS TO REG-ID.
           START CLIENTES KEY NOT LESS REG-ID
               INVALID KEY
                   GO TO 0600-CLIENTES-SEM-GERENTE-FIM
           END-START.

           READ CLIENTES NEXT.
           PERFORM 0610-CONFERE-CLIENTE
               UNTIL FS-CLIENTES NOT EQUAL 00.

       0600-CLIENTES-SEM-GERENTE-FIM. EXIT.

      *-----------------------------------------------------------------
       0610-CONFERE-CLIENTE                      SECTION.

           IF REG-CLIENTE-INATIVO
               GO TO 0610-CONFERE-CLIENTE-LER
           END-IF.

           MOVE REG-ID TO WRK-PROCURA-ID.
           MOVE "C"    TO WRK-PROCURA-TIPO.
           PERFORM 0800-PROCURA-ITEM.
           IF WRK-IDX-ACHADO EQUAL ZEROS
               MOVE "T" TO WRK-PROCURA-TIPO
               PERFORM 0800-PROCURA-ITEM
           END-IF.

           IF WRK-IDX-ACHADO EQUAL ZEROS
               ADD 1       TO ACU-CLIENTES-SEM-GERENTE
               MOVE REG-ID   TO WRK-DSG-ID
               MOVE REG-NOME TO WRK-DSG-NOME
               WRITE REG-RELCARTE FROM WRK-DET-SEM-GERENTE
           END-IF.

       0610-CONFERE-CLIENTE-LER.
           READ CLIENTES NEXT.

       0610-CONFERE-CLIENTE-FIM. EXIT.

      *-----------------------------------------------------------------
      *    WRK-IDX-GER DO GERENTE WRK-GERENTE (INCLUI SE NAO EXISTE)
      *-----------------------------------------------------------------
       0700-ACHA-GERENTE                         SECTION.

           MOVE ZEROS TO WRK-IDX-GER-ACHADO.
           PERFORM 0710-COMPARA-GERENTE
               VARYING WRK-IDX-GER FROM 1 BY 1
               UNTIL WRK-IDX-GER GREATER WRK-QT-GERENTES
                  OR WRK-IDX-GER-ACHADO GREATER ZEROS.

           IF WRK-IDX-GER-ACHADO GREATER ZEROS
               MOVE WRK-IDX-GER-ACHADO TO WRK-IDX-GER
           ELSE
               IF WRK-QT-GERENTES NOT LESS 100
                   MOVE "MAIS DE 100 GERENTES NA CARTEIRA"
                                           TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
               END-IF
               ADD 1 TO WRK-QT-GERENTES
               MOVE WRK-QT-GERENTES TO WRK-IDX-GER
               MOVE WRK-GERENTE TO WRK-TGE-GERENTE(WRK-IDX-GER)
               MOVE ZEROS       TO WRK-TGE-CLIENTES(WRK-IDX-GER)
                                   WRK-TGE-CONTAS(WRK-IDX-GER)
                                   WRK-TGE-SALDO(WRK-IDX-GER)
                                   WRK-TGE-RECEBER(WRK-IDX-GER)
           END-IF.

       0700-ACHA-GERENTE-FIM. EXIT.

      *-----------------------------------------------------------------
       0710-COMPARA-GERENTE                      SECTION.

           IF WRK-TGE-GERENTE(WRK-IDX-GER) EQUAL WRK-GERENTE
               MOVE WRK-IDX-GER TO WRK-IDX-GER-ACHADO
           END-IF.

       0710-COMPARA-GERENTE-FIM. EXIT.

      *-----------------------------------------------------------------
      *    ITEM DO TIPO WRK-PROCURA-TIPO COM O REG-ID WRK-PROCURA-ID
      *    (NO TIPO "T" E O DONO DA CONTA) - WRK-IDX-ACHADO
      *-----------------------------------------------------------------
       0800-PROCURA-ITEM                         SECTION.

           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM 0801-COMPARA-ITEM
               VARYING WRK-IDX-CAR FROM 1 BY 1
               UNTIL WRK-IDX-CAR GREATER WRK-QT-ITENS
                  OR WRK-IDX-ACHADO GREATER ZEROS.

       0800-PROCURA-ITEM-FIM. EXIT.

      *-----------------------------------------------------------------
       0801-COMPARA-ITEM                         SECTION.

           IF WRK-CAR-TIPO(WRK-IDX-CAR) EQUAL WRK-PROCURA-TIPO
              AND WRK-CAR-REG-ID(WRK-IDX-CAR) EQUAL WRK-PROCURA-ID
               MOVE WRK-IDX-CAR TO WRK-IDX-ACHADO
           END-IF.

       0801-COMPARA-ITEM-FIM. EXIT.

      *-----------------------------------------------------------------
      *    ITEM "T" DA CONTA CORRENTE DO CONTAS.dat
      *-----------------------------------------------------------------
       0810-COMPARA-CONTA                        SECTION.

           IF WRK-CAR-TIPO(WRK-IDX-CAR) EQUAL "T"
              AND WRK-CAR-AGENCIA(WRK-IDX-CAR) EQUAL CTA-AGENCIA
              AND WRK-CAR-CONTA(WRK-IDX-CAR) EQUAL CTA-CONTA
               MOVE WRK-IDX-CAR TO WRK-IDX-ACHADO
           END-IF.

       0810-COMPARA-CONTA-FIM. EXIT.

      *-----------------------------------------------------------------
       0891-GRAVA-LINHA                          SECTION.

           WRITE REG-RELCARTE FROM WRK-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.

       0891-GRAVA-LINHA-FIM. EXIT.

      *-----------------------------------------------------------------
       0900-FINALIZAR                            SECTION.

           MOVE ACU-CLIENTES-SEM-GERENTE TO WRK-EDT-QTD.
           STRING "TOTAL DE CLIENTES SEM GERENTE: " WRK-EDT-QTD
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0891-GRAVA-LINHA.
           MOVE "== FIM DO RELATORIO ==" TO WRK-LINHA-REL.
           PERFORM 0891-GRAVA-LINHA.

           CLOSE RELCARTE.
           CLOSE CLIENTES.
           CLOSE CONTAS.
           IF WRK-SALDOCTA-OK
               CLOSE SALDOCTA
           END-IF.

           DISPLAY "============================================".
           DISPLAY "ITENS ATIVOS NA CARTEIRA..: " WRK-QT-ITENS.
           DISPLAY "GERENTES..................: " WRK-QT-GERENTES.
           DISPLAY "CONTAS SEM GERENTE........: "
               ACU-CONTAS-SEM-GERENTE.
           DISPLAY "CLIENTES SEM GERENTE......: "
               ACU-CLIENTES-SEM-GERENTE.
           DISPLAY "RELATORIO EM RELCARTE.txt".
           DISPLAY "======= FIM RELATORIO DA CARTEIRA =======".

       0900-FINALIZAR-FIM. EXIT.

      *-----------------------------------------------------------------
       9000-TRATA-ERRO                           SECTION.

           DISPLAY WRK-MSG-ERRO.
           CALL "FSTATUS" USING FS-CLIENTES WRK-FS-DESCRICAO.
           DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9000-TRATA-ERRO-FIM. EXIT.
