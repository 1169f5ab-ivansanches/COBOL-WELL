       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGCARTE.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : CARTEIRA DOS GERENTES DE RELACIONAMENTO -
      *==               MANUTENCAO DO CARTEIRA.txt (BOOK #CARTEIRA):
      *==               I - ATRIBUI UM CLIENTE (REG-ID DO CLIENTES.dat)
      *==                   OU UMA CONTA (CONTAS.dat) A UM GERENTE
      *==                   ATIVO DO FUNCIONARIOS.dat (MODULO VALGER);
      *==               A - TROCA O GERENTE DE UM ITEM;
      *==               X - RETIRA O ITEM DA CARTEIRA;
      *==               L - LISTA A CARTEIRA (UM GERENTE OU TODAS);
      *==               T - TRANSFERE EM LOTE A CARTEIRA DE UM GERENTE
      *==                   PARA OUTRO, TODA OU SO DE UMA AGENCIA (A
      *==                   CONTA PELA AGENCIA DELA, O CLIENTE QUANDO
      *==                   TEM CONTA NAO ENCERRADA NA AGENCIA).
      *==               NA ENTRADA AVISA OS GERENTES DESLIGADOS OU SEM
      *==               CADASTRO QUE AINDA TEM CARTEIRA. A TROCA GUARDA
      *==               O GERENTE ANTERIOR, A DATA E O OPERADOR. O
      *==               ARQUIVO E REGRAVADO VIA CARTTMP.txt NA SAIDA.
      *==               CHAMADO PELO PRGMENU (OPCAO B)
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

           SELECT CARTEIRA ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\CARTEIRA.txt"
               FILE STATUS          IS FS-CARTEIRA.

           SELECT CARTTMP ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\CARTTMP.txt"
               FILE STATUS          IS FS-CARTTMP.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD CLIENTES.
       COPY "#CLIREG".

       FD CONTAS.
       COPY "#CONTAS".

       FD CARTEIRA.
       COPY "#CARTEIRA".

       FD CARTTMP.
       01  REG-CARTTMP                  PIC X(035).

       WORKING-STORAGE                           SECTION.
       77  FS-CLIENTES                   PIC 9(02).
       77  FS-CONTAS                     PIC 9(02).
       77  FS-CARTEIRA                   PIC 9(02).
       77  FS-CARTTMP                    PIC 9(02).
       77  WRK-FS-DESCRICAO              PIC X(30) VALUE SPACES.
       77  WRK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WRK-OPERADOR                  PIC X(10) VALUE SPACES.

       77  WRK-CONTAS-ABERTO             PIC X(01) VALUE "N".
           88 WRK-CONTAS-OK                        VALUE "S".
           88 WRK-CONTAS-FORA                      VALUE "N".

      *========== MANUTENCAO
       77  WRK-OPCAO                     PIC X(01) VALUE SPACES.
           88 WRK-OPCAO-INCLUIR                    VALUE "I".
           88 WRK-OPCAO-ALTERAR                    VALUE "A".
           88 WRK-OPCAO-RETIRAR                    VALUE "X".
           88 WRK-OPCAO-LISTAR                     VALUE "L".
           88 WRK-OPCAO-TRANSFERIR                 VALUE "T".
           88 WRK-OPCAO-SAIR                       VALUE "S".
       77  WRK-TIPO                      PIC X(01) VALUE SPACES.
           88 WRK-TIPO-CLIENTE                     VALUE "C".
           88 WRK-TIPO-CONTA                       VALUE "T".
       77  WRK-ID                        PIC 9(04) VALUE ZEROS.
       77  WRK-AGENCIA                   PIC 9(04) VALUE ZEROS.
       77  WRK-CONTA                     PIC 9(05) VALUE ZEROS.
       77  WRK-GERENTE                   PIC X(01) VALUE SPACES.
       77  WRK-GERENTE-DESTINO           PIC X(01) VALUE SPACES.
       77  WRK-ID-GERENTE-SALVO          PIC X(01) VALUE SPACES.
       77  WRK-AGENCIA-FILTRO            PIC 9(04) VALUE ZEROS.
       77  WRK-CONFIRMA                  PIC X(01) VALUE "N".
           88 WRK-CONFIRMADO                       VALUE "S" "s".
       77  WRK-OBJETO-VALIDO             PIC X(01) VALUE "N".
           88 WRK-OBJETO-OK                        VALUE "S".
           88 WRK-OBJETO-FORA                      VALUE "N".

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

      *========== CARTEIRA CARREGADA NA SESSAO
       77  WRK-QT-ITENS                  PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-CAR                   PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-ACHADO                PIC 9(04) VALUE ZEROS.
       77  WRK-QT-MARCADOS               PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-CARTEIRA.
           05 WRK-CAR-OCO                OCCURS 2000 TIMES.
               10 WRK-CAR-TIPO               PIC X(01).
               10 WRK-CAR-REG-ID             PIC 9(04).
               10 WRK-CAR-AGENCIA            PIC 9(04).
               10 WRK-CAR-CONTA              PIC 9(05).
               10 WRK-CAR-GERENTE            PIC X(01).
               10 WRK-CAR-DATA               PIC 9(08).
               10 WRK-CAR-ANTERIOR           PIC X(01).
               10 WRK-CAR-OPERADOR           PIC X(10).
               10 WRK-CAR-SITUACAO           PIC X(01).
               10 WRK-CAR-MARCA              PIC X(01).

      *========== GERENTES COM CARTEIRA (AVISO DE ENTRADA)
       77  WRK-QT-GERENTES               PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-GER                   PIC 9(03) VALUE ZEROS.
       77  WRK-GER-ACHADO                PIC X(01) VALUE "N".
           88 WRK-GER-FOI-ACHADO                   VALUE "S".
           88 WRK-GER-NAO-ACHADO                   VALUE "N".
       01  WRK-TAB-GERENTES.
           05 WRK-TGE-OCO                OCCURS 100 TIMES.
               10 WRK-TGE-GERENTE            PIC X(01).
               10 WRK-TGE-ITENS              PIC 9(04).

       LINKAGE                                   SECTION.
       01  LNK-OPERADOR                  PIC X(10).

      *-----------------------------------------------------------------
       PROCEDURE                DIVISION USING LNK-OPERADOR.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-SAIR.
           PERFORM 0300-REGRAVA-CARTEIRA.
           PERFORM 0900-FINALIZAR.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                          SECTION.

           MOVE LNK-OPERADOR TO WRK-OPERADOR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "======= CARTEIRA DOS GERENTES =======".

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               DISPLAY "CLIENTES.dat NAO ABERTO!"
               CALL "FSTATUS" USING FS-CLIENTES WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           SET WRK-CONTAS-FORA TO TRUE.
           OPEN INPUT CONTAS.
           IF FS-CONTAS EQUAL 00
               SET WRK-CONTAS-OK TO TRUE
           ELSE
               DISPLAY "CONTAS.dat NAO ABERTO - SO CLIENTES NESTA "
                   "SESSAO"
           END-IF.

           PERFORM 0110-CARREGA-CARTEIRA.
           PERFORM 0120-AVISA-ORFAS.

       0100-INICIALIZAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0110-CARREGA-CARTEIRA                     SECTION.

           OPEN INPUT CARTEIRA.
           IF FS-CARTEIRA NOT EQUAL 00
               GO TO 0110-CARREGA-CARTEIRA-FIM
           END-IF.

           READ CARTEIRA.
           PERFORM 0111-GUARDA-ITEM
               UNTIL FS-CARTEIRA NOT EQUAL 00.

           CLOSE CARTEIRA.

       0110-CARREGA-CARTEIRA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    CARTEIRA MAIOR QUE A TABELA NAO ENTRA - REGRAVAR O ARQUIVO
      *    PELA METADE PERDERIA ATRIBUICOES
      *-----------------------------------------------------------------
       0111-GUARDA-ITEM                          SECTION.

           IF WRK-QT-ITENS NOT LESS 2000
               DISPLAY "CARTEIRA.txt COM MAIS DE 2000 ITENS - "
                   "MANUTENCAO NAO ABERTA!"
               CLOSE CARTEIRA
               CLOSE CLIENTES
               IF WRK-CONTAS-OK
                   CLOSE CONTAS
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ADD 1 TO WRK-QT-ITENS.
           MOVE CAR-TIPO             TO WRK-CAR-TIPO(WRK-QT-ITENS).
           MOVE CAR-REG-ID           TO WRK-CAR-REG-ID(WRK-QT-ITENS).
           MOVE CAR-AGENCIA          TO WRK-CAR-AGENCIA(WRK-QT-ITENS).
           MOVE CAR-CONTA            TO WRK-CAR-CONTA(WRK-QT-ITENS).
           MOVE CAR-GERENTE          TO WRK-CAR-GERENTE(WRK-QT-ITENS).
           MOVE CAR-DATA-ATRIBUICAO  TO WRK-CAR-DATA(WRK-QT-ITENS).
           MOVE CAR-GERENTE-ANTERIOR TO WRK-CAR-ANTERIOR(WRK-QT-ITENS).
           MOVE CAR-OPERADOR         TO WRK-CAR-OPERADOR(WRK-QT-ITENS).
           MOVE CAR-SITUACAO         TO WRK-CAR-SITUACAO(WRK-QT-ITENS).
           MOVE SPACES               TO WRK-CAR-MARCA(WRK-QT-ITENS).

           READ CARTEIRA.

       0111-GUARDA-ITEM-FIM. EXIT.

      *-----------------------------------------------------------------
      *    GERENTE DESLIGADO OU SEM CADASTRO QUE AINDA TEM CARTEIRA
      *    ATIVA - OS CLIENTES ESTAO SEM ATENDIMENTO
      *-----------------------------------------------------------------
       0120-AVISA-ORFAS                          SECTION.

           MOVE ZEROS TO WRK-QT-GERENTES.

           PERFORM 0121-CONTA-GERENTE
               VARYING WRK-IDX-CAR FROM 1 BY 1
               UNTIL WRK-IDX-CAR GREATER WRK-QT-ITENS.

           PERFORM 0123-CONFERE-GERENTE
               VARYING WRK-IDX-GER FROM 1 BY 1
               UNTIL WRK-IDX-GER GREATER WRK-QT-GERENTES.

       0120-AVISA-ORFAS-FIM. EXIT.

      *-----------------------------------------------------------------
       0121-CONTA-GERENTE                        SECTION.

           IF WRK-CAR-SITUACAO(WRK-IDX-CAR) NOT EQUAL "A"
               GO TO 0121-CONTA-GERENTE-FIM
           END-IF.

           SET WRK-GER-NAO-ACHADO TO TRUE.
           PERFORM 0122-COMPARA-GERENTE
               VARYING WRK-IDX-GER FROM 1 BY 1
               UNTIL WRK-IDX-GER GREATER WRK-QT-GERENTES
                  OR WRK-GER-FOI-ACHADO.

           IF WRK-GER-NAO-ACHADO AND WRK-QT-GERENTES LESS 100
               ADD 1 TO WRK-QT-GERENTES
               MOVE WRK-CAR-GERENTE(WRK-IDX-CAR)
                   TO WRK-TGE-GERENTE(WRK-QT-GERENTES)
               MOVE 1 TO WRK-TGE-ITENS(WRK-QT-GERENTES)
           END-IF.

       0121-CONTA-GERENTE-FIM. EXIT.

      *-----------------------------------------------------------------
       0122-COMPARA-GERENTE                      SECTION.

           IF WRK-TGE-GERENTE(WRK-IDX-GER) EQUAL
              WRK-CAR-GERENTE(WRK-IDX-CAR)
               SET WRK-GER-FOI-ACHADO TO TRUE
               ADD 1 TO WRK-TGE-ITENS(WRK-IDX-GER)
           END-IF.

       0122-COMPARA-GERENTE-FIM. EXIT.

      *-----------------------------------------------------------------
       0123-CONFERE-GERENTE                      SECTION.

           MOVE WRK-TGE-GERENTE(WRK-IDX-GER) TO WRK-GER-GERENTE.
           CALL "VALGER" USING WRK-VALGER.

           IF WRK-GER-DESLIGADO
               DISPLAY "ATENCAO: GERENTE " WRK-GER-GERENTE " ("
                   WRK-GER-NOME-FUNC ") DESLIGADO EM "
                   WRK-GER-DATA-DESLIG " COM "
                   WRK-TGE-ITENS(WRK-IDX-GER)
                   " ITENS - TRANSFERIR (OPCAO T)"
           END-IF.

           IF WRK-GER-DESCONHECIDO
               DISPLAY "ATENCAO: GERENTE " WRK-GER-GERENTE
                   " SEM CADASTRO NO FUNCIONARIOS COM "
                   WRK-TGE-ITENS(WRK-IDX-GER)
                   " ITENS - TRANSFERIR (OPCAO T)"
           END-IF.

       0123-CONFERE-GERENTE-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           DISPLAY "I-INCLUIR A-ALTERAR X-RETIRAR L-LISTAR "
               "T-TRANSFERIR S-SAIR".
           DISPLAY "DIGITE A OPCAO..".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN WRK-OPCAO-INCLUIR
                   PERFORM 0210-INCLUIR
               WHEN WRK-OPCAO-ALTERAR
                   PERFORM 0220-ALTERAR
               WHEN WRK-OPCAO-RETIRAR
                   PERFORM 0230-RETIRAR
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 0240-LISTAR
               WHEN WRK-OPCAO-TRANSFERIR
                   PERFORM 0250-TRANSFERIR
               WHEN WRK-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE.

       0200-PROCESSAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0210-INCLUIR                              SECTION.

           PERFORM 0260-RECEBE-OBJETO.
           IF WRK-OBJETO-FORA
               GO TO 0210-INCLUIR-FIM
           END-IF.

           PERFORM 0270-PROCURA-ITEM.
           IF WRK-IDX-ACHADO GREATER ZEROS
               DISPLAY "ERRO: JA ESTA NA CARTEIRA DO GERENTE "
                   WRK-CAR-GERENTE(WRK-IDX-ACHADO)
                   " - USE A OPCAO A"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           DISPLAY "CODIGO DO GERENTE..".
           ACCEPT WRK-GERENTE.
           PERFORM 0280-CONFERE-GERENTE-ATIVO.
           IF NOT WRK-GER-ATIVO
               GO TO 0210-INCLUIR-FIM
           END-IF.

           IF WRK-QT-ITENS NOT LESS 2000
               DISPLAY "CARTEIRA CHEIA (2000)!"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           ADD 1 TO WRK-QT-ITENS.
           MOVE WRK-TIPO      TO WRK-CAR-TIPO(WRK-QT-ITENS).
           MOVE WRK-ID        TO WRK-CAR-REG-ID(WRK-QT-ITENS).
           MOVE WRK-AGENCIA   TO WRK-CAR-AGENCIA(WRK-QT-ITENS).
           MOVE WRK-CONTA     TO WRK-CAR-CONTA(WRK-QT-ITENS).
           MOVE WRK-GERENTE   TO WRK-CAR-GERENTE(WRK-QT-ITENS).
           MOVE WRK-DATA-HOJE TO WRK-CAR-DATA(WRK-QT-ITENS).
           MOVE SPACES        TO WRK-CAR-ANTERIOR(WRK-QT-ITENS).
           MOVE WRK-OPERADOR  TO WRK-CAR-OPERADOR(WRK-QT-ITENS).
           MOVE "A"           TO WRK-CAR-SITUACAO(WRK-QT-ITENS).
           MOVE SPACES        TO WRK-CAR-MARCA(WRK-QT-ITENS).

           DISPLAY "ATRIBUIDO AO GERENTE " WRK-GERENTE " ("
               WRK-GER-NOME-FUNC ")".

       0210-INCLUIR-FIM. EXIT.

      *-----------------------------------------------------------------
       0220-ALTERAR                              SECTION.

           PERFORM 0260-RECEBE-OBJETO.
           IF WRK-OBJETO-FORA
               GO TO 0220-ALTERAR-FIM
           END-IF.

           PERFORM 0270-PROCURA-ITEM.
           IF WRK-IDX-ACHADO EQUAL ZEROS
               DISPLAY "ERRO: NAO ESTA NA CARTEIRA - USE A OPCAO I"
               GO TO 0220-ALTERAR-FIM
           END-IF.

           DISPLAY "GERENTE ATUAL: " WRK-CAR-GERENTE(WRK-IDX-ACHADO)
               " DESDE " WRK-CAR-DATA(WRK-IDX-ACHADO).
           DISPLAY "CODIGO DO NOVO GERENTE..".
           ACCEPT WRK-GERENTE.

           IF WRK-GERENTE EQUAL WRK-CAR-GERENTE(WRK-IDX-ACHADO)
               DISPLAY "ERRO: E O MESMO GERENTE!"
               GO TO 0220-ALTERAR-FIM
           END-IF.

           PERFORM 0280-CONFERE-GERENTE-ATIVO.
           IF NOT WRK-GER-ATIVO
               GO TO 0220-ALTERAR-FIM
           END-IF.

           MOVE WRK-IDX-ACHADO TO WRK-IDX-CAR.
           PERFORM 0290-TROCA-GERENTE.

           DISPLAY "GERENTE ALTERADO PARA " WRK-GERENTE " ("
               WRK-GER-NOME-FUNC ")".

       0220-ALTERAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0230-RETIRAR                              SECTION.

           PERFORM 0260-RECEBE-OBJETO.
           IF WRK-OBJETO-FORA
               GO TO 0230-RETIRAR-FIM
           END-IF.

           PERFORM 0270-PROCURA-ITEM.
           IF WRK-IDX-ACHADO EQUAL ZEROS
               DISPLAY "ERRO: NAO ESTA NA CARTEIRA!"
               GO TO 0230-RETIRAR-FIM
           END-IF.

           MOVE "R"           TO WRK-CAR-SITUACAO(WRK-IDX-ACHADO).
           MOVE WRK-CAR-GERENTE(WRK-IDX-ACHADO)
                              TO WRK-CAR-ANTERIOR(WRK-IDX-ACHADO).
           MOVE WRK-DATA-HOJE TO WRK-CAR-DATA(WRK-IDX-ACHADO).
           MOVE WRK-OPERADOR  TO WRK-CAR-OPERADOR(WRK-IDX-ACHADO).

           DISPLAY "RETIRADO DA CARTEIRA!".

       0230-RETIRAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0240-LISTAR                               SECTION.

           DISPLAY "CODIGO DO GERENTE (BRANCO = TODOS)..".
           ACCEPT WRK-GERENTE.

           PERFORM 0241-LISTA-ITEM
               VARYING WRK-IDX-CAR FROM 1 BY 1
               UNTIL WRK-IDX-CAR GREATER WRK-QT-ITENS.

       0240-LISTAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0241-LISTA-ITEM                           SECTION.

           IF WRK-CAR-SITUACAO(WRK-IDX-CAR) NOT EQUAL "A"
               GO TO 0241-LISTA-ITEM-FIM
           END-IF.

           IF WRK-GERENTE NOT EQUAL SPACES
              AND WRK-GERENTE NOT EQUAL WRK-CAR-GERENTE(WRK-IDX-CAR)
               GO TO 0241-LISTA-ITEM-FIM
           END-IF.

           IF WRK-CAR-TIPO(WRK-IDX-CAR) EQUAL "C"
               DISPLAY "GERENTE " WRK-CAR-GERENTE(WRK-IDX-CAR)
                   " CLIENTE " WRK-CAR-REG-ID(WRK-IDX-CAR)
                   " DESDE " WRK-CAR-DATA(WRK-IDX-CAR)
                   " ANTERIOR " WRK-CAR-ANTERIOR(WRK-IDX-CAR)
           ELSE
               DISPLAY "GERENTE " WRK-CAR-GERENTE(WRK-IDX-CAR)
                   " CONTA " WRK-CAR-AGENCIA(WRK-IDX-CAR)
                   "/" WRK-CAR-CONTA(WRK-IDX-CAR)
                   " DONO " WRK-CAR-REG-ID(WRK-IDX-CAR)
                   " DESDE " WRK-CAR-DATA(WRK-IDX-CAR)
                   " ANTERIOR " WRK-CAR-ANTERIOR(WRK-IDX-CAR)
           END-IF.

       0241-LISTA-ITEM-FIM. EXIT.

      *-----------------------------------------------------------------
      *    TRANSFERENCIA EM LOTE - O GERENTE DE ORIGEM PODE ESTAR
      *    DESLIGADO (E O CASO NORMAL); O DE DESTINO TEM QUE ESTAR
      *    ATIVO. COM AGENCIA, SO VAI A CONTA DAQUELA AGENCIA E O
      *    CLIENTE QUE TEM CONTA NAO ENCERRADA NELA
      *-----------------------------------------------------------------
       0250-TRANSFERIR                           SECTION.

           DISPLAY "GERENTE DE ORIGEM..".
           ACCEPT WRK-GERENTE.
           DISPLAY "GERENTE DE DESTINO..".
           ACCEPT WRK-GERENTE-DESTINO.

           IF WRK-GERENTE EQUAL WRK-GERENTE-DESTINO
               DISPLAY "ERRO: ORIGEM E DESTINO IGUAIS!"
               GO TO 0250-TRANSFERIR-FIM
           END-IF.

           MOVE WRK-GERENTE TO WRK-ID-GERENTE-SALVO.
           MOVE WRK-GERENTE-DESTINO TO WRK-GERENTE.
           PERFORM 0280-CONFERE-GERENTE-ATIVO.
           MOVE WRK-ID-GERENTE-SALVO TO WRK-GERENTE.
           IF NOT WRK-GER-ATIVO
               GO TO 0250-TRANSFERIR-FIM
           END-IF.

           DISPLAY "AGENCIA (ZEROS = CARTEIRA TODA)..".
           ACCEPT WRK-AGENCIA-FILTRO.

           IF WRK-AGENCIA-FILTRO NOT EQUAL ZEROS
              AND WRK-CONTAS-FORA
               DISPLAY "ERRO: CONTAS.dat FORA - SEM FILTRO POR AGENCIA"
               GO TO 0250-TRANSFERIR-FIM
           END-IF.

           MOVE ZEROS TO WRK-QT-MARCADOS.
           PERFORM 0251-MARCA-ITEM
               VARYING WRK-IDX-CAR FROM 1 BY 1
               UNTIL WRK-IDX-CAR GREATER WRK-QT-ITENS.

           IF WRK-AGENCIA-FILTRO NOT EQUAL ZEROS
               PERFORM 0253-MARCA-CLIENTES-AGENCIA
           END-IF.

           IF WRK-QT-MARCADOS EQUAL ZEROS
               DISPLAY "NADA A TRANSFERIR."
               GO TO 0250-TRANSFERIR-FIM
           END-IF.

           DISPLAY WRK-QT-MARCADOS " ITENS DO GERENTE " WRK-GERENTE
               " VAO PARA " WRK-GERENTE-DESTINO " ("
               WRK-GER-NOME-FUNC "). CONFIRMA (S/N)?".
           ACCEPT WRK-CONFIRMA.

           IF NOT WRK-CONFIRMADO
               DISPLAY "TRANSFERENCIA CANCELADA."
               PERFORM 0258-DESMARCA-ITEM
                   VARYING WRK-IDX-CAR FROM 1 BY 1
                   UNTIL WRK-IDX-CAR GREATER WRK-QT-ITENS
               GO TO 0250-TRANSFERIR-FIM
           END-IF.

           MOVE WRK-GERENTE-DESTINO TO WRK-GERENTE.
           PERFORM 0257-TRANSFERE-ITEM
               VARYING WRK-IDX-CAR FROM 1 BY 1
               UNTIL WRK-IDX-CAR GREATER WRK-QT-ITENS.

           DISPLAY WRK-QT-MARCADOS " ITENS TRANSFERIDOS!".

       0250-TRANSFERIR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    SEM AGENCIA MARCA TUDO DO GERENTE; COM AGENCIA, AQUI SO AS
      *    CONTAS DA AGENCIA (OS CLIENTES VEM DO 0253)
      *-----------------------------------------------------------------
       0251-MARCA-ITEM                           SECTION.

           MOVE SPACES TO WRK-CAR-MARCA(WRK-IDX-CAR).

           IF WRK-CAR-SITUACAO(WRK-IDX-CAR) NOT EQUAL "A"
              OR WRK-CAR-GERENTE(WRK-IDX-CAR) NOT EQUAL WRK-GERENTE
               GO TO 0251-MARCA-ITEM-FIM
           END-IF.

           IF WRK-AGENCIA-FILTRO EQUAL ZEROS
              OR (WRK-CAR-TIPO(WRK-IDX-CAR) EQUAL "T"
                  AND WRK-CAR-AGENCIA(WRK-IDX-CAR)
                      EQUAL WRK-AGENCIA-FILTRO)
               MOVE "S" TO WRK-CAR-MARCA(WRK-IDX-CAR)
               ADD 1 TO WRK-QT-MARCADOS
           END-IF.

       0251-MARCA-ITEM-FIM. EXIT.

      *-----------------------------------------------------------------
       0253-MARCA-CLIENTES-AGENCIA               SECTION.

           MOVE WRK-AGENCIA-FILTRO TO CTA-AGENCIA.
           MOVE ZEROS              TO CTA-CONTA.
           START CONTAS KEY NOT LESS CTA-CHAVE
               INVALID KEY
                   MOVE 10 TO FS-CONTAS
           END-START.
           IF FS-CONTAS EQUAL 00
               READ CONTAS NEXT
               PERFORM 0254-CONFERE-CONTA
                   UNTIL FS-CONTAS NOT EQUAL 00
                      OR CTA-AGENCIA NOT EQUAL WRK-AGENCIA-FILTRO
           END-IF.

       0253-MARCA-CLIENTES-AGENCIA-FIM. EXIT.

      *-----------------------------------------------------------------
       0254-CONFERE-CONTA                        SECTION.

           IF NOT CTA-ENCERRADA
               PERFORM 0255-MARCA-CLIENTE
                   VARYING WRK-IDX-CAR FROM 1 BY 1
                   UNTIL WRK-IDX-CAR GREATER WRK-QT-ITENS
           END-IF.

           READ CONTAS NEXT.

       0254-CONFERE-CONTA-FIM. EXIT.

      *-----------------------------------------------------------------
       0255-MARCA-CLIENTE                        SECTION.

           IF WRK-CAR-TIPO(WRK-IDX-CAR) EQUAL "C"
              AND WRK-CAR-SITUACAO(WRK-IDX-CAR) EQUAL "A"
              AND WRK-CAR-GERENTE(WRK-IDX-CAR) EQUAL WRK-GERENTE
              AND WRK-CAR-REG-ID(WRK-IDX-CAR) EQUAL CTA-REG-ID
              AND WRK-CAR-MARCA(WRK-IDX-CAR) NOT EQUAL "S"
               MOVE "S" TO WRK-CAR-MARCA(WRK-IDX-CAR)
               ADD 1 TO WRK-QT-MARCADOS
           END-IF.

       0255-MARCA-CLIENTE-FIM. EXIT.

      *-----------------------------------------------------------------
       0257-TRANSFERE-ITEM                       SECTION.

           IF WRK-CAR-MARCA(WRK-IDX-CAR) EQUAL "S"
               PERFORM 0290-TROCA-GERENTE
               MOVE SPACES TO WRK-CAR-MARCA(WRK-IDX-CAR)
           END-IF.

       0257-TRANSFERE-ITEM-FIM. EXIT.

      *-----------------------------------------------------------------
       0258-DESMARCA-ITEM                        SECTION.

           MOVE SPACES TO WRK-CAR-MARCA(WRK-IDX-CAR).

       0258-DESMARCA-ITEM-FIM. EXIT.

      *-----------------------------------------------------------------
      *    RECEBE O CLIENTE (C) OU A CONTA (T) E CONFERE NO CADASTRO
      *-----------------------------------------------------------------
       0260-RECEBE-OBJETO                        SECTION.

           SET WRK-OBJETO-FORA TO TRUE.
           MOVE ZEROS TO WRK-ID WRK-AGENCIA WRK-CONTA.

           DISPLAY "C-CLIENTE OU T-CONTA..".
           ACCEPT WRK-TIPO.

           EVALUATE TRUE
               WHEN WRK-TIPO-CLIENTE
                   DISPLAY "REG-ID DO CLIENTE.."
                   ACCEPT WRK-ID
                   MOVE WRK-ID TO REG-ID
                   READ CLIENTES KEY IS REG-ID
                       INVALID KEY
                           DISPLAY "ERRO: CLIENTE NAO ENCONTRADO!"
                       NOT INVALID KEY
                           IF REG-CLIENTE-INATIVO
                               DISPLAY "ERRO: CLIENTE INATIVO!"
                           ELSE
                               DISPLAY "CLIENTE: " REG-NOME
                               SET WRK-OBJETO-OK TO TRUE
                           END-IF
                   END-READ
               WHEN WRK-TIPO-CONTA
                   IF WRK-CONTAS-FORA
                       DISPLAY "ERRO: CONTAS.dat FORA NESTA SESSAO!"
                       GO TO 0260-RECEBE-OBJETO-FIM
                   END-IF
                   DISPLAY "AGENCIA.."
                   ACCEPT WRK-AGENCIA
                   DISPLAY "CONTA.."
                   ACCEPT WRK-CONTA
                   MOVE WRK-AGENCIA TO CTA-AGENCIA
                   MOVE WRK-CONTA   TO CTA-CONTA
                   READ CONTAS KEY IS CTA-CHAVE
                       INVALID KEY
                           DISPLAY "ERRO: CONTA NAO ENCONTRADA!"
                       NOT INVALID KEY
                           IF CTA-ENCERRADA
                               DISPLAY "ERRO: CONTA ENCERRADA!"
                           ELSE
                               MOVE CTA-REG-ID TO WRK-ID
                               SET WRK-OBJETO-OK TO TRUE
                           END-IF
                   END-READ
               WHEN OTHER
                   DISPLAY "ERRO: TIPO DEVE SER C OU T!"
           END-EVALUATE.

       0260-RECEBE-OBJETO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    ITEM ATIVO DO OBJETO RECEBIDO - WRK-IDX-ACHADO (ZEROS = NAO)
      *-----------------------------------------------------------------
       0270-PROCURA-ITEM                         SECTION.

           MOVE ZEROS TO WRK-IDX-ACHADO.

           PERFORM 0271-COMPARA-ITEM
               VARYING WRK-IDX-CAR FROM 1 BY 1
               UNTIL WRK-IDX-CAR GREATER WRK-QT-ITENS
                  OR WRK-IDX-ACHADO GREATER ZEROS.

       0270-PROCURA-ITEM-FIM. EXIT.

      *-----------------------------------------------------------------
       0271-COMPARA-ITEM                         SECTION.

           IF WRK-CAR-SITUACAO(WRK-IDX-CAR) NOT EQUAL "A"
              OR WRK-CAR-TIPO(WRK-IDX-CAR) NOT EQUAL WRK-TIPO
               GO TO 0271-COMPARA-ITEM-FIM
           END-IF.

           IF WRK-TIPO-CLIENTE
              AND WRK-CAR-REG-ID(WRK-IDX-CAR) EQUAL WRK-ID
               MOVE WRK-IDX-CAR TO WRK-IDX-ACHADO
           END-IF.

           IF WRK-TIPO-CONTA
              AND WRK-CAR-AGENCIA(WRK-IDX-CAR) EQUAL WRK-AGENCIA
              AND WRK-CAR-CONTA(WRK-IDX-CAR) EQUAL WRK-CONTA
               MOVE WRK-IDX-CAR TO WRK-IDX-ACHADO
           END-IF.

       0271-COMPARA-ITEM-FIM. EXIT.

      *-----------------------------------------------------------------
       0280-CONFERE-GERENTE-ATIVO                SECTION.

           MOVE WRK-GERENTE TO WRK-GER-GERENTE.
           CALL "VALGER" USING WRK-VALGER.

           EVALUATE TRUE
               WHEN WRK-GER-ATIVO
                   CONTINUE
               WHEN WRK-GER-DESLIGADO
                   DISPLAY "ERRO: GERENTE " WRK-GERENTE " ("
                       WRK-GER-NOME-FUNC ") DESLIGADO EM "
                       WRK-GER-DATA-DESLIG "!"
               WHEN OTHER
                   DISPLAY "ERRO: GERENTE " WRK-GERENTE
                       " SEM FUNCIONARIO ATIVO NO CADASTRO!"
           END-EVALUATE.

       0280-CONFERE-GERENTE-ATIVO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    WRK-IDX-CAR PASSA PARA O GERENTE WRK-GERENTE
      *-----------------------------------------------------------------
       0290-TROCA-GERENTE                        SECTION.

           MOVE WRK-CAR-GERENTE(WRK-IDX-CAR)
                              TO WRK-CAR-ANTERIOR(WRK-IDX-CAR).
           MOVE WRK-GERENTE   TO WRK-CAR-GERENTE(WRK-IDX-CAR).
           MOVE WRK-DATA-HOJE TO WRK-CAR-DATA(WRK-IDX-CAR).
           MOVE WRK-OPERADOR  TO WRK-CAR-OPERADOR(WRK-IDX-CAR).

       0290-TROCA-GERENTE-FIM. EXIT.

      *-----------------------------------------------------------------
       0300-REGRAVA-CARTEIRA                     SECTION.

           OPEN OUTPUT CARTTMP.
           PERFORM 0310-GRAVA-ITEM
               VARYING WRK-IDX-CAR FROM 1 BY 1
               UNTIL WRK-IDX-CAR GREATER WRK-QT-ITENS.
           CLOSE CARTTMP.

           OPEN OUTPUT CARTEIRA.
           OPEN INPUT  CARTTMP.

           READ CARTTMP.
           PERFORM 0320-COPIA-ITEM
               UNTIL FS-CARTTMP NOT EQUAL 00.

           CLOSE CARTTMP.
           CLOSE CARTEIRA.

       0300-REGRAVA-CARTEIRA-FIM. EXIT.

      *-----------------------------------------------------------------
       0310-GRAVA-ITEM                           SECTION.

           MOVE WRK-CAR-TIPO(WRK-IDX-CAR)      TO CAR-TIPO.
           MOVE WRK-CAR-REG-ID(WRK-IDX-CAR)    TO CAR-REG-ID.
           MOVE WRK-CAR-AGENCIA(WRK-IDX-CAR)   TO CAR-AGENCIA.
           MOVE WRK-CAR-CONTA(WRK-IDX-CAR)     TO CAR-CONTA.
           MOVE WRK-CAR-GERENTE(WRK-IDX-CAR)   TO CAR-GERENTE.
           MOVE WRK-CAR-DATA(WRK-IDX-CAR)      TO CAR-DATA-ATRIBUICAO.
           MOVE WRK-CAR-ANTERIOR(WRK-IDX-CAR)  TO CAR-GERENTE-ANTERIOR.
           MOVE WRK-CAR-OPERADOR(WRK-IDX-CAR)  TO CAR-OPERADOR.
           MOVE WRK-CAR-SITUACAO(WRK-IDX-CAR)  TO CAR-SITUACAO.
           WRITE REG-CARTTMP FROM REG-CARTEIRA.

       0310-GRAVA-ITEM-FIM. EXIT.

      *-----------------------------------------------------------------
       0320-COPIA-ITEM                           SECTION.

           WRITE REG-CARTEIRA FROM REG-CARTTMP.

           READ CARTTMP.

       0320-COPIA-ITEM-FIM. EXIT.

      *-----------------------------------------------------------------
       0900-FINALIZAR                            SECTION.

           CLOSE CLIENTES.
           IF WRK-CONTAS-OK
               CLOSE CONTAS
           END-IF.
           DISPLAY "======= FIM CARTEIRA DOS GERENTES =======".

       0900-FINALIZAR-FIM. EXIT.
