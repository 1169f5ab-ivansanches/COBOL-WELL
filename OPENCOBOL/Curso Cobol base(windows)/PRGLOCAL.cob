       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGLOCAL.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : CADASTRO DOS LOCAIS DE ESTOQUE (LOJAS) DA REDE
      *==               (LOCAIS.txt, BOOK #LOCAL) - INCLUI, ALTERA NOME
      *==               E SITUACAO E LISTA AS LOJAS; GRAVA O ESTOQUE
      *==               MINIMO DE UM PRODUTO NUMA LOJA E FAZ A CARGA
      *==               INICIAL DO ESTOQUE POR LOJA (ESTLOCAL.dat): O
      *==               PRODUTO QUE AINDA NAO TEM SALDO EM LOJA NENHUMA
      *==               RECEBE O PRD-QTD-ESTOQUE DO CADASTRO NA LOJA
      *==               ESCOLHIDA. O SALDO SO MEXE PELO MODULO MOVLOCAL.
      *==               SEM LOCAIS.txt A REDE E SO A LOJA 001, QUE E
      *==               POR ISSO A PRIMEIRA A SER CADASTRADA
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
           SELECT LOCAIS ASSIGN TO "LOCAIS.txt"
               FILE STATUS IS WRK-FS-LOCAIS.

           SELECT LOCTMP ASSIGN TO "LOCTMP.txt"
               FILE STATUS IS WRK-FS-LOCTMP.

           SELECT PRODUTOS ASSIGN TO "PRODUTOS.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS PRD-CODIGO
               FILE STATUS IS WRK-FS-PRODUTOS.

      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD  LOCAIS.
       COPY "#LOCAL".

       FD  LOCTMP.
       01  REG-LOCTMP                    PIC X(24).

       FD  PRODUTOS.
       COPY "#PRODREG".

       WORKING-STORAGE                           SECTION.
       77  WRK-FS-LOCAIS                 PIC 99    VALUE ZEROS.
       77  WRK-FS-LOCTMP                 PIC 99    VALUE ZEROS.
       77  WRK-FS-PRODUTOS               PIC 99    VALUE ZEROS.

       77  WRK-OPCAO                     PIC X(01) VALUE SPACES.
           88 WRK-OPCAO-INCLUIR                     VALUE "I".
           88 WRK-OPCAO-ALTERAR                     VALUE "A".
           88 WRK-OPCAO-LISTAR                      VALUE "L".
           88 WRK-OPCAO-MINIMO                      VALUE "M".
           88 WRK-OPCAO-CARGA                       VALUE "C".
           88 WRK-OPCAO-SAIR                        VALUE "S".

       77  WRK-CODIGO                    PIC 9(03) VALUE ZEROS.
       77  WRK-NOME                      PIC X(20) VALUE SPACES.
       77  WRK-SITUACAO                  PIC X(01) VALUE SPACES.
       77  WRK-PRODUTO                   PIC 9(04) VALUE ZEROS.
       77  WRK-MINIMO                    PIC 9(05) VALUE ZEROS.
       77  WRK-CONFIRMA                  PIC X(01) VALUE SPACES.
       77  WRK-EXISTE-CADASTRO           PIC X(01) VALUE "N".
           88 WRK-CADASTRO-SIM                      VALUE "S".
           88 WRK-CADASTRO-NAO                      VALUE "N".
       77  WRK-LOCAL-ACHADO              PIC X(01) VALUE "N".
           88 WRK-LOCAL-SIM                         VALUE "S".
           88 WRK-LOCAL-NAO                         VALUE "N".

      *========== LOJAS DA REDE (PARA A CARGA INICIAL)
       77  WRK-QT-LOCAIS                 PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-LOCAL                 PIC 9(03) VALUE ZEROS.
       77  WRK-SALDO-REDE                PIC 9(07) VALUE ZEROS.
       01  WRK-TAB-LOCAIS.
           05 WRK-TAB-LOCAL              PIC 9(03) OCCURS 100 TIMES.

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

       77  WRK-ACUM-INCLUIDOS            PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-ALTERADOS            PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-MINIMOS              PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-CARGA                PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.

           OPEN INPUT LOCAIS.
           IF WRK-FS-LOCAIS EQUAL 35
               DISPLAY "LOCAIS.txt AINDA NAO EXISTE - A REDE E SO A "
                   "LOJA 001, CADASTRE-A PRIMEIRO."
           ELSE
               CLOSE LOCAIS
           END-IF.

       0100-INICIAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           DISPLAY "======= LOCAIS DE ESTOQUE =======".
           DISPLAY "I=INCLUIR A=ALTERAR L=LISTAR M=MINIMO DA LOJA".
           DISPLAY "C=CARGA INICIAL DO ESTOQUE S=SAIR".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN WRK-OPCAO-INCLUIR
                   PERFORM 0210-INCLUIR
               WHEN WRK-OPCAO-ALTERAR
                   PERFORM 0220-ALTERAR
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 0230-LISTAR
               WHEN WRK-OPCAO-MINIMO
                   PERFORM 0240-MINIMO
               WHEN WRK-OPCAO-CARGA
                   PERFORM 0250-CARGA-INICIAL
               WHEN WRK-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO DESCONHECIDA!"
           END-EVALUATE.

       0200-PROCESSAR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    NOVA LOJA - CODIGO UNICO; COM O CADASTRO AINDA VAZIO A
      *    PRIMEIRA E A 001, QUE JA EXISTIA SEM O ARQUIVO
      *-----------------------------------------------------------------
       0210-INCLUIR                              SECTION.

           DISPLAY "CODIGO DA LOJA (001 A 999)..".
           ACCEPT WRK-CODIGO.
           IF WRK-CODIGO EQUAL ZEROS
               DISPLAY "CODIGO INVALIDO!"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           PERFORM 0260-LOCALIZA-LOCAL.

           IF WRK-CADASTRO-NAO
              AND WRK-CODIGO NOT EQUAL 1
               DISPLAY "CADASTRE PRIMEIRO A LOJA 001!"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           IF WRK-LOCAL-SIM
               DISPLAY "LOJA JA CADASTRADA!"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           DISPLAY "NOME DA LOJA..".
           ACCEPT WRK-NOME.
           IF WRK-NOME EQUAL SPACES
               DISPLAY "NOME OBRIGATORIO!"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           OPEN EXTEND LOCAIS.
           IF WRK-FS-LOCAIS EQUAL 35
               OPEN OUTPUT LOCAIS
               CLOSE LOCAIS
               OPEN EXTEND LOCAIS
           END-IF.

           MOVE WRK-CODIGO TO LOC-CODIGO.
           MOVE WRK-NOME   TO LOC-NOME.
           SET LOC-ATIVO   TO TRUE.
           WRITE REG-LOCAL.
           CLOSE LOCAIS.

           ADD 1 TO WRK-ACUM-INCLUIDOS.
           DISPLAY "LOJA INCLUIDA.".

       0210-INCLUIR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    ALTERA NOME E SITUACAO - BRANCO MANTEM O QUE ESTA
      *-----------------------------------------------------------------
       0220-ALTERAR                              SECTION.

           DISPLAY "CODIGO DA LOJA..".
           ACCEPT WRK-CODIGO.

           PERFORM 0260-LOCALIZA-LOCAL.
           IF WRK-LOCAL-NAO
               DISPLAY "LOJA NAO CADASTRADA!"
               GO TO 0220-ALTERAR-FIM
           END-IF.

           DISPLAY "LOJA " LOC-CODIGO " " LOC-NOME " SITUACAO "
               LOC-SITUACAO.
           DISPLAY "NOVO NOME (BRANCO=MANTEM)..".
           ACCEPT WRK-NOME.
           DISPLAY "SITUACAO A=ATIVA I=INATIVA (BRANCO=MANTEM)..".
           ACCEPT WRK-SITUACAO.

           IF WRK-SITUACAO NOT EQUAL SPACES
              AND WRK-SITUACAO NOT EQUAL "A"
              AND WRK-SITUACAO NOT EQUAL "I"
               DISPLAY "SITUACAO INVALIDA!"
               GO TO 0220-ALTERAR-FIM
           END-IF.

           PERFORM 0270-REGRAVA-LOCAIS.

           ADD 1 TO WRK-ACUM-ALTERADOS.
           DISPLAY "LOJA ALTERADA.".

       0220-ALTERAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0230-LISTAR                               SECTION.

           OPEN INPUT LOCAIS.
           IF WRK-FS-LOCAIS NOT EQUAL 00
               DISPLAY "NENHUMA LOJA CADASTRADA - SO A 001."
               GO TO 0230-LISTAR-FIM
           END-IF.

           DISPLAY "LOJ NOME                 SIT".
           READ LOCAIS.
           PERFORM 0231-LISTA-LINHA
               UNTIL WRK-FS-LOCAIS NOT EQUAL 00.

           CLOSE LOCAIS.

       0230-LISTAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0231-LISTA-LINHA                          SECTION.

           DISPLAY LOC-CODIGO " " LOC-NOME " " LOC-SITUACAO.

           READ LOCAIS.

       0231-LISTA-LINHA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    ESTOQUE MINIMO DO PRODUTO NA LOJA - ZERO VOLTA A VALER O
      *    MINIMO DO CADASTRO DO PRODUTO
      *-----------------------------------------------------------------
       0240-MINIMO                               SECTION.

           DISPLAY "CODIGO DA LOJA..".
           ACCEPT WRK-CODIGO.

           MOVE "V"        TO WRK-MLC-FUNCAO.
           MOVE WRK-CODIGO TO WRK-MLC-LOCAL.
           CALL "MOVLOCAL" USING WRK-MOVLOCAL.
           IF NOT WRK-MLC-OK
               DISPLAY "LOJA NAO CADASTRADA!"
               GO TO 0240-MINIMO-FIM
           END-IF.

           DISPLAY "CODIGO DO PRODUTO..".
           ACCEPT WRK-PRODUTO.

           OPEN INPUT PRODUTOS.
           IF WRK-FS-PRODUTOS NOT EQUAL 00
               DISPLAY "CADASTRO DE PRODUTOS NAO ABERTO! FS: "
                   WRK-FS-PRODUTOS
               GO TO 0240-MINIMO-FIM
           END-IF.

           MOVE WRK-PRODUTO TO PRD-CODIGO.
           READ PRODUTOS KEY IS PRD-CODIGO
               INVALID KEY
                   MOVE SPACES TO PRD-DESCRICAO
           END-READ.
           CLOSE PRODUTOS.

           IF PRD-DESCRICAO EQUAL SPACES
               DISPLAY "PRODUTO NAO CADASTRADO!"
               GO TO 0240-MINIMO-FIM
           END-IF.

           MOVE "C"         TO WRK-MLC-FUNCAO.
           MOVE WRK-PRODUTO TO WRK-MLC-PRODUTO.
           CALL "MOVLOCAL" USING WRK-MOVLOCAL.

           DISPLAY "PRODUTO: " PRD-DESCRICAO.
           DISPLAY "SALDO NA LOJA: " WRK-MLC-SALDO
               " MINIMO DA LOJA: " WRK-MLC-MINIMO
               " MINIMO DO PRODUTO: " PRD-ESTOQUE-MINIMO.
           DISPLAY "NOVO MINIMO DA LOJA (ZERO=O DO PRODUTO)..".
           ACCEPT WRK-MINIMO.

           MOVE "N"         TO WRK-MLC-FUNCAO.
           MOVE WRK-MINIMO  TO WRK-MLC-MINIMO.
           CALL "MOVLOCAL" USING WRK-MOVLOCAL.

           IF WRK-MLC-OK
               ADD 1 TO WRK-ACUM-MINIMOS
               DISPLAY "MINIMO GRAVADO."
           ELSE
               DISPLAY "ERRO NO ESTOQUE DA LOJA! " WRK-MLC-RESULTADO
           END-IF.

       0240-MINIMO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    CARGA INICIAL - O PRODUTO SEM SALDO EM LOJA NENHUMA (EM
      *    MAOS OU A CAMINHO) RECEBE O PRD-QTD-ESTOQUE NA LOJA
      *    ESCOLHIDA; PODE SER REPETIDA PARA OS PRODUTOS NOVOS
      *-----------------------------------------------------------------
       0250-CARGA-INICIAL                        SECTION.

           DISPLAY "LOJA QUE RECEBE O ESTOQUE DO CADASTRO (ZERO=001)..".
           ACCEPT WRK-CODIGO.
           IF WRK-CODIGO EQUAL ZEROS
               MOVE 1 TO WRK-CODIGO
           END-IF.

           MOVE "V"        TO WRK-MLC-FUNCAO.
           MOVE WRK-CODIGO TO WRK-MLC-LOCAL.
           CALL "MOVLOCAL" USING WRK-MOVLOCAL.
           IF NOT WRK-MLC-OK
               DISPLAY "LOJA NAO CADASTRADA!"
               GO TO 0250-CARGA-INICIAL-FIM
           END-IF.

           DISPLAY "CONFIRMA A CARGA NA LOJA " WRK-CODIGO " - "
               WRK-MLC-NOME-LOCAL " (S/N)?".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "CARGA CANCELADA."
               GO TO 0250-CARGA-INICIAL-FIM
           END-IF.

           PERFORM 0280-CARREGA-LOCAIS.

           OPEN INPUT PRODUTOS.
           IF WRK-FS-PRODUTOS NOT EQUAL 00
               DISPLAY "CADASTRO DE PRODUTOS NAO ABERTO! FS: "
                   WRK-FS-PRODUTOS
               GO TO 0250-CARGA-INICIAL-FIM
           END-IF.

           READ PRODUTOS NEXT.
           PERFORM 0251-CARREGA-PRODUTO
               UNTIL WRK-FS-PRODUTOS NOT EQUAL 00.

           CLOSE PRODUTOS.

           DISPLAY "PRODUTOS CARREGADOS NA LOJA: " WRK-ACUM-CARGA.

       0250-CARGA-INICIAL-FIM. EXIT.

      *-----------------------------------------------------------------
       0251-CARREGA-PRODUTO                      SECTION.

           IF PRD-QTD-ESTOQUE EQUAL ZEROS
               GO TO 0251-CARREGA-PRODUTO-LER
           END-IF.

           MOVE ZEROS TO WRK-SALDO-REDE.
           PERFORM 0252-SOMA-LOJA
               VARYING WRK-IDX-LOCAL FROM 1 BY 1
               UNTIL WRK-IDX-LOCAL GREATER WRK-QT-LOCAIS.

           IF WRK-SALDO-REDE GREATER ZEROS
               GO TO 0251-CARREGA-PRODUTO-LER
           END-IF.

           MOVE "M"             TO WRK-MLC-FUNCAO.
           MOVE WRK-CODIGO      TO WRK-MLC-LOCAL.
           MOVE PRD-CODIGO      TO WRK-MLC-PRODUTO.
           MOVE PRD-QTD-ESTOQUE TO WRK-MLC-MOV-ESTOQUE.
           MOVE ZEROS           TO WRK-MLC-MOV-TRANSITO.
           CALL "MOVLOCAL" USING WRK-MOVLOCAL.

           IF WRK-MLC-OK
               ADD 1 TO WRK-ACUM-CARGA
           ELSE
               DISPLAY "ERRO NA CARGA DO PRODUTO " PRD-CODIGO " "
                   WRK-MLC-RESULTADO
           END-IF.

       0251-CARREGA-PRODUTO-LER.

           READ PRODUTOS NEXT.

       0251-CARREGA-PRODUTO-FIM. EXIT.

      *-----------------------------------------------------------------
       0252-SOMA-LOJA                            SECTION.

           MOVE "C"                       TO WRK-MLC-FUNCAO.
           MOVE WRK-TAB-LOCAL(WRK-IDX-LOCAL) TO WRK-MLC-LOCAL.
           MOVE PRD-CODIGO                TO WRK-MLC-PRODUTO.
           CALL "MOVLOCAL" USING WRK-MOVLOCAL.

           ADD WRK-MLC-SALDO WRK-MLC-TRANSITO TO WRK-SALDO-REDE.

       0252-SOMA-LOJA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    PROCURA A LOJA NO CADASTRO - ACHADA, FICA NO REG-LOCAL
      *-----------------------------------------------------------------
       0260-LOCALIZA-LOCAL                       SECTION.

           SET WRK-LOCAL-NAO    TO TRUE.
           SET WRK-CADASTRO-NAO TO TRUE.

           OPEN INPUT LOCAIS.
           IF WRK-FS-LOCAIS NOT EQUAL 00
               GO TO 0260-LOCALIZA-LOCAL-FIM
           END-IF.

           SET WRK-CADASTRO-SIM TO TRUE.

           READ LOCAIS.
           PERFORM 0261-COMPARA-LOCAL
               UNTIL WRK-FS-LOCAIS NOT EQUAL 00
                  OR WRK-LOCAL-SIM.

           CLOSE LOCAIS.

       0260-LOCALIZA-LOCAL-FIM. EXIT.

      *-----------------------------------------------------------------
       0261-COMPARA-LOCAL                        SECTION.

           IF LOC-CODIGO EQUAL WRK-CODIGO
               SET WRK-LOCAL-SIM TO TRUE
           ELSE
               READ LOCAIS
           END-IF.

       0261-COMPARA-LOCAL-FIM. EXIT.

      *-----------------------------------------------------------------
      *    REGRAVACAO VIA ARQUIVO DE TRABALHO - A LOJA WRK-CODIGO SAI
      *    COM O NOME E A SITUACAO DIGITADOS, O RESTO PASSA IGUAL
      *-----------------------------------------------------------------
       0270-REGRAVA-LOCAIS                       SECTION.

           OPEN INPUT LOCAIS.
           OPEN OUTPUT LOCTMP.

           READ LOCAIS.
           PERFORM 0271-FILTRA-LOCAL
               UNTIL WRK-FS-LOCAIS NOT EQUAL 00.

           CLOSE LOCAIS.
           CLOSE LOCTMP.

           OPEN OUTPUT LOCAIS.
           OPEN INPUT  LOCTMP.

           READ LOCTMP.
           PERFORM 0272-DEVOLVE-LOCAL
               UNTIL WRK-FS-LOCTMP NOT EQUAL 00.

           CLOSE LOCTMP.
           CLOSE LOCAIS.

       0270-REGRAVA-LOCAIS-FIM. EXIT.

      *-----------------------------------------------------------------
       0271-FILTRA-LOCAL                         SECTION.

           IF LOC-CODIGO EQUAL WRK-CODIGO
               IF WRK-NOME NOT EQUAL SPACES
                   MOVE WRK-NOME     TO LOC-NOME
               END-IF
               IF WRK-SITUACAO NOT EQUAL SPACES
                   MOVE WRK-SITUACAO TO LOC-SITUACAO
               END-IF
           END-IF.

           WRITE REG-LOCTMP FROM REG-LOCAL.

           READ LOCAIS.

       0271-FILTRA-LOCAL-FIM. EXIT.

      *-----------------------------------------------------------------
       0272-DEVOLVE-LOCAL                        SECTION.

           WRITE REG-LOCAL FROM REG-LOCTMP.

           READ LOCTMP.

       0272-DEVOLVE-LOCAL-FIM. EXIT.

      *-----------------------------------------------------------------
      *    TODAS AS LOJAS CADASTRADAS, ATIVAS OU NAO (SEM O CADASTRO,
      *    SO A 001)
      *-----------------------------------------------------------------
       0280-CARREGA-LOCAIS                       SECTION.

           MOVE ZEROS TO WRK-QT-LOCAIS.

           OPEN INPUT LOCAIS.
           IF WRK-FS-LOCAIS NOT EQUAL 00
               MOVE 1 TO WRK-QT-LOCAIS
               MOVE 1 TO WRK-TAB-LOCAL(1)
               GO TO 0280-CARREGA-LOCAIS-FIM
           END-IF.

           READ LOCAIS.
           PERFORM 0281-GUARDA-LOCAL
               UNTIL WRK-FS-LOCAIS NOT EQUAL 00.

           CLOSE LOCAIS.

       0280-CARREGA-LOCAIS-FIM. EXIT.

      *-----------------------------------------------------------------
       0281-GUARDA-LOCAL                         SECTION.

           IF WRK-QT-LOCAIS LESS 100
               ADD 1 TO WRK-QT-LOCAIS
               MOVE LOC-CODIGO TO WRK-TAB-LOCAL(WRK-QT-LOCAIS)
           END-IF.

           READ LOCAIS.

       0281-GUARDA-LOCAL-FIM. EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

           DISPLAY "LOJAS INCLUIDAS......: " WRK-ACUM-INCLUIDOS.
           DISPLAY "LOJAS ALTERADAS......: " WRK-ACUM-ALTERADOS.
           DISPLAY "MINIMOS GRAVADOS.....: " WRK-ACUM-MINIMOS.
           DISPLAY "======= FIM LOCAIS DE ESTOQUE =======".

       0300-FINALIZAR-FIM. EXIT.
