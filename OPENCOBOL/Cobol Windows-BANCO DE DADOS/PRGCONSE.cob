       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGCONSE.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : REGISTRO DE CONSENTIMENTO DE COMUNICACAO E
      *==               PREFERENCIA DE CANAL (LGPD). MANTEM O
      *==               CONSENT.txt (BOOK #CONSENT) - POR CLIENTE DO
      *==               CLIENTES.dat, FINALIDADE (MARKETING, ANALISE DE
      *==               PERFIL, PARCEIROS) E CANAL (E-MAIL, SMS,
      *==               TELEFONE, CORREIO): OPT-IN OU OPT-OUT, DATA E
      *==               ORIGEM DA MANIFESTACAO. CADA INCLUSAO OU
      *==               MUDANCA SAI NA TRILHA CONSHIST.txt (BOOK
      *==               #CONSHIST) COM O OPERADOR DO SIGN-ON, A
      *==               SITUACAO ANTERIOR E A NOVA. CONSULTA A SITUACAO
      *==               ATUAL E A TRILHA DE UM CLIENTE. CHAMADO DO MENU
      *==               DE CLIENTES (PRGMENU)
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

           SELECT CONSENT ASSIGN
           TO "C:\ATIVIDADE3\CONSENT.txt"
               FILE STATUS          IS FS-CONSENT.

           SELECT CONSTMP ASSIGN
           TO "C:\ATIVIDADE3\CONSTMP.txt"
               FILE STATUS          IS FS-CONSTMP.

           SELECT CONSHIST ASSIGN
           TO "C:\ATIVIDADE3\CONSHIST.txt"
               FILE STATUS          IS FS-CONSHIST.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD CLIENTES.
       COPY "#CLIREG".

       FD CONSENT.
       COPY "#CONSENT".

       FD CONSTMP.
       01  REG-CONSTMP                  PIC X(029).

       FD CONSHIST.
       COPY "#CONSHIST".

       WORKING-STORAGE                           SECTION.
       77  FS-CLIENTES                   PIC 9(02).
       77  FS-CONSENT                    PIC 9(02).
       77  FS-CONSTMP                    PIC 9(02).
       77  FS-CONSHIST                   PIC 9(02).
       77  WRK-FS-DESCRICAO              PIC X(30) VALUE SPACES.
       77  WRK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-AGORA                PIC 9(08) VALUE ZEROS.

      *========== MANUTENCAO
       77  WRK-OPCAO                     PIC X(01) VALUE SPACES.
           88 WRK-OPCAO-REGISTRAR                  VALUE "R".
           88 WRK-OPCAO-CONSULTAR                  VALUE "C".
           88 WRK-OPCAO-HISTORICO                  VALUE "H".
           88 WRK-OPCAO-SAIR                       VALUE "S".
       77  WRK-ID                        PIC 9(04) VALUE ZEROS.
       77  WRK-FINALIDADE                PIC X(01) VALUE SPACES.
       77  WRK-CANAL                     PIC X(01) VALUE SPACES.
       77  WRK-SITUACAO                  PIC X(01) VALUE SPACES.
           88 WRK-SITUACAO-VALIDA                  VALUE "I" "O".
       77  WRK-ORIGEM                    PIC X(01) VALUE SPACES.
       77  WRK-SITUACAO-ANTERIOR         PIC X(01) VALUE SPACES.
       77  WRK-ALTERADO                  PIC X(01) VALUE "N".
           88 WRK-HOUVE-ALTERACAO                  VALUE "S".
       77  WRK-QT-LISTADOS               PIC 9(04) VALUE ZEROS.

      *========== CODIGO DO CLIENTE NO CLIENTES2
       01  WRK-ID-CLIENTE.
           05 WRK-ID-CLIENTE-P1          PIC X(01).
           05 WRK-ID-CLIENTE-P2          PIC X(03).
       01  WRK-ID-CLIENTE-N REDEFINES WRK-ID-CLIENTE
                                         PIC 9(04).

      *========== CONSENTIMENTOS CARREGADOS NA SESSAO
       77  WRK-QT-CONSENT                PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-CONS                  PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-ACHADO                PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-CONSENT.
           05 WRK-CNS-OCO                OCCURS 3000 TIMES.
               10 WRK-CNS-REG-ID             PIC 9(04).
               10 WRK-CNS-CODIGO-ASSINANTE   PIC X(03).
               10 WRK-CNS-FINALIDADE         PIC X(01).
               10 WRK-CNS-CANAL              PIC X(01).
               10 WRK-CNS-SITUACAO           PIC X(01).
               10 WRK-CNS-DATA               PIC 9(08).
               10 WRK-CNS-ORIGEM             PIC X(01).
               10 WRK-CNS-OPERADOR           PIC X(10).

       77  WRK-OPERADOR                  PIC X(10) VALUE SPACES.

       LINKAGE                                   SECTION.
       01  LNK-OPERADOR                  PIC X(10).

      *-----------------------------------------------------------------
       PROCEDURE                DIVISION USING LNK-OPERADOR.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-SAIR.
           IF WRK-HOUVE-ALTERACAO
               PERFORM 0300-REGRAVA-CONSENT
           END-IF.
           PERFORM 0900-FINALIZAR.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                          SECTION.

           MOVE LNK-OPERADOR TO WRK-OPERADOR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "===== CONSENTIMENTOS DE COMUNICACAO (LGPD) =====".

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               DISPLAY "CLIENTES.dat NAO ABERTO!"
               CALL "FSTATUS" USING FS-CLIENTES WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0110-CARREGA-CONSENT.

           OPEN EXTEND CONSHIST.
           IF FS-CONSHIST EQUAL 35
               OPEN OUTPUT CONSHIST
               CLOSE CONSHIST
               OPEN EXTEND CONSHIST
           END-IF.

       0100-INICIALIZAR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    ARQUIVO AUSENTE COMECA VAZIO; ARQUIVO MAIOR QUE A TABELA NAO
      *    ABRE A MANUTENCAO (A REGRAVACAO PERDERIA O EXCEDENTE)
      *-----------------------------------------------------------------
       0110-CARREGA-CONSENT                      SECTION.

           OPEN INPUT CONSENT.
           IF FS-CONSENT NOT EQUAL 00
               GO TO 0110-CARREGA-CONSENT-FIM
           END-IF.

           READ CONSENT.
           PERFORM 0111-GUARDA-CONSENT
               UNTIL FS-CONSENT NOT EQUAL 00.

           CLOSE CONSENT.

       0110-CARREGA-CONSENT-FIM. EXIT.

      *-----------------------------------------------------------------
       0111-GUARDA-CONSENT                       SECTION.

           IF WRK-QT-CONSENT NOT LESS 3000
               DISPLAY "CONSENT.txt MAIOR QUE A TABELA (3000)!"
               CLOSE CONSENT
               CLOSE CLIENTES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ADD 1 TO WRK-QT-CONSENT.
           MOVE REG-CONSENT TO WRK-CNS-OCO(WRK-QT-CONSENT).

           READ CONSENT.

       0111-GUARDA-CONSENT-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           DISPLAY "R-REGISTRAR C-CONSULTAR H-HISTORICO S-SAIR".
           DISPLAY "DIGITE A OPCAO..".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN WRK-OPCAO-REGISTRAR
                   PERFORM 0210-REGISTRAR
               WHEN WRK-OPCAO-CONSULTAR
                   PERFORM 0230-CONSULTAR
               WHEN WRK-OPCAO-HISTORICO
                   PERFORM 0240-HISTORICO
               WHEN WRK-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE.

       0200-PROCESSAR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    REGISTRA A MANIFESTACAO DO CLIENTE - LINHA NOVA OU MUDANCA
      *    DE SITUACAO; A MESMA SITUACAO REPETIDA NAO GERA TRILHA
      *-----------------------------------------------------------------
       0210-REGISTRAR                            SECTION.

           DISPLAY "REG-ID DO CLIENTE..".
           ACCEPT WRK-ID.

           MOVE WRK-ID TO REG-ID.
           READ CLIENTES KEY IS REG-ID
               INVALID KEY
                   DISPLAY "ERRO: CLIENTE NAO ENCONTRADO!"
                   GO TO 0210-REGISTRAR-FIM
           END-READ.

           DISPLAY "FINALIDADE (M=MARKETING P=PERFIL T=PARCEIROS)..".
           ACCEPT WRK-FINALIDADE.
           MOVE WRK-FINALIDADE TO CNS-FINALIDADE.
           IF NOT CNS-FINALIDADE-VALIDA
               DISPLAY "ERRO: FINALIDADE INVALIDA!"
               GO TO 0210-REGISTRAR-FIM
           END-IF.

           DISPLAY "CANAL (E=E-MAIL S=SMS T=TELEFONE C=CORREIO)..".
           ACCEPT WRK-CANAL.
           MOVE WRK-CANAL TO CNS-CANAL.
           IF NOT CNS-CANAL-VALIDO
               DISPLAY "ERRO: CANAL INVALIDO!"
               GO TO 0210-REGISTRAR-FIM
           END-IF.

           DISPLAY "SITUACAO (I=OPT-IN O=OPT-OUT)..".
           ACCEPT WRK-SITUACAO.
           IF NOT WRK-SITUACAO-VALIDA
               DISPLAY "ERRO: SITUACAO INVALIDA!"
               GO TO 0210-REGISTRAR-FIM
           END-IF.

           DISPLAY "ORIGEM (A=AGENCIA C=CENTRAL S=SITE/APP "
               "D=DOCUMENTO)..".
           ACCEPT WRK-ORIGEM.
           MOVE WRK-ORIGEM TO CNS-ORIGEM.
           IF NOT CNS-ORIGEM-VALIDA
               DISPLAY "ERRO: ORIGEM INVALIDA!"
               GO TO 0210-REGISTRAR-FIM
           END-IF.

           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM 0211-PROCURA-CONSENT
               VARYING WRK-IDX-CONS FROM 1 BY 1
               UNTIL WRK-IDX-CONS GREATER WRK-QT-CONSENT
                  OR WRK-IDX-ACHADO GREATER ZEROS.

           IF WRK-IDX-ACHADO GREATER ZEROS
               MOVE WRK-CNS-SITUACAO(WRK-IDX-ACHADO)
                   TO WRK-SITUACAO-ANTERIOR
               IF WRK-SITUACAO-ANTERIOR EQUAL WRK-SITUACAO
                   DISPLAY "SITUACAO JA REGISTRADA - SEM MUDANCA."
                   GO TO 0210-REGISTRAR-FIM
               END-IF
               MOVE "A" TO HIS-OPERACAO
           ELSE
               IF WRK-QT-CONSENT NOT LESS 3000
                   DISPLAY "REGISTRO DE CONSENTIMENTOS CHEIO (3000)!"
                   GO TO 0210-REGISTRAR-FIM
               END-IF
               ADD 1 TO WRK-QT-CONSENT
               MOVE WRK-QT-CONSENT TO WRK-IDX-ACHADO
               MOVE WRK-ID         TO WRK-CNS-REG-ID(WRK-IDX-ACHADO)
               MOVE SPACES         TO
                   WRK-CNS-CODIGO-ASSINANTE(WRK-IDX-ACHADO)
               IF WRK-ID LESS 1000
                   MOVE WRK-ID            TO WRK-ID-CLIENTE-N
                   MOVE WRK-ID-CLIENTE-P2 TO
                       WRK-CNS-CODIGO-ASSINANTE(WRK-IDX-ACHADO)
               END-IF
               MOVE WRK-FINALIDADE TO
                   WRK-CNS-FINALIDADE(WRK-IDX-ACHADO)
               MOVE WRK-CANAL      TO WRK-CNS-CANAL(WRK-IDX-ACHADO)
               MOVE SPACES         TO WRK-SITUACAO-ANTERIOR
               MOVE "I"            TO HIS-OPERACAO
           END-IF.

           MOVE WRK-SITUACAO   TO WRK-CNS-SITUACAO(WRK-IDX-ACHADO).
           MOVE WRK-DATA-HOJE  TO WRK-CNS-DATA(WRK-IDX-ACHADO).
           MOVE WRK-ORIGEM     TO WRK-CNS-ORIGEM(WRK-IDX-ACHADO).
           MOVE WRK-OPERADOR   TO WRK-CNS-OPERADOR(WRK-IDX-ACHADO).
           SET WRK-HOUVE-ALTERACAO TO TRUE.

           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE WRK-DATA-HOJE         TO HIS-DATA.
           MOVE WRK-HORA-AGORA        TO HIS-HORA.
           MOVE WRK-OPERADOR          TO HIS-OPERADOR.
           MOVE WRK-ID                TO HIS-REG-ID.
           MOVE WRK-FINALIDADE        TO HIS-FINALIDADE.
           MOVE WRK-CANAL             TO HIS-CANAL.
           MOVE WRK-SITUACAO-ANTERIOR TO HIS-SITUACAO-ANTERIOR.
           MOVE WRK-SITUACAO          TO HIS-SITUACAO-NOVA.
           MOVE WRK-ORIGEM            TO HIS-ORIGEM.
           WRITE REG-CONSHIST.

           DISPLAY "CONSENTIMENTO REGISTRADO COM SUCESSO!".

       0210-REGISTRAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0211-PROCURA-CONSENT                      SECTION.

           IF WRK-CNS-REG-ID(WRK-IDX-CONS) EQUAL WRK-ID
              AND WRK-CNS-FINALIDADE(WRK-IDX-CONS) EQUAL WRK-FINALIDADE
              AND WRK-CNS-CANAL(WRK-IDX-CONS) EQUAL WRK-CANAL
               MOVE WRK-IDX-CONS TO WRK-IDX-ACHADO
           END-IF.

       0211-PROCURA-CONSENT-FIM. EXIT.

      *-----------------------------------------------------------------
       0230-CONSULTAR                            SECTION.

           DISPLAY "REG-ID DO CLIENTE..".
           ACCEPT WRK-ID.

           MOVE ZEROS TO WRK-QT-LISTADOS.
           PERFORM 0231-LISTA-CONSENT
               VARYING WRK-IDX-CONS FROM 1 BY 1
               UNTIL WRK-IDX-CONS GREATER WRK-QT-CONSENT.

           IF WRK-QT-LISTADOS EQUAL ZEROS
               DISPLAY "NENHUM CONSENTIMENTO REGISTRADO - SO "
                   "COMUNICACOES OBRIGATORIAS."
           END-IF.

       0230-CONSULTAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0231-LISTA-CONSENT                        SECTION.

           IF WRK-CNS-REG-ID(WRK-IDX-CONS) EQUAL WRK-ID
               ADD 1 TO WRK-QT-LISTADOS
               DISPLAY "FINALIDADE " WRK-CNS-FINALIDADE(WRK-IDX-CONS)
                   " CANAL " WRK-CNS-CANAL(WRK-IDX-CONS)
                   " SITUACAO " WRK-CNS-SITUACAO(WRK-IDX-CONS)
                   " DESDE " WRK-CNS-DATA(WRK-IDX-CONS)
                   " ORIGEM " WRK-CNS-ORIGEM(WRK-IDX-CONS)
                   " POR " WRK-CNS-OPERADOR(WRK-IDX-CONS)
           END-IF.

       0231-LISTA-CONSENT-FIM. EXIT.

      *-----------------------------------------------------------------
      *    TRILHA DO CLIENTE - O ARQUIVO E FECHADO E REABERTO PARA A
      *    LEITURA, PARA INCLUIR O QUE FOI GRAVADO NESTA SESSAO
      *-----------------------------------------------------------------
       0240-HISTORICO                            SECTION.

           DISPLAY "REG-ID DO CLIENTE..".
           ACCEPT WRK-ID.

           CLOSE CONSHIST.
           OPEN INPUT CONSHIST.

           MOVE ZEROS TO WRK-QT-LISTADOS.
           IF FS-CONSHIST EQUAL 00
               READ CONSHIST
               PERFORM 0241-LISTA-HISTORICO
                   UNTIL FS-CONSHIST NOT EQUAL 00
               CLOSE CONSHIST
           END-IF.

           IF WRK-QT-LISTADOS EQUAL ZEROS
               DISPLAY "NENHUM REGISTRO NA TRILHA DO CLIENTE."
           END-IF.

           OPEN EXTEND CONSHIST.
           IF FS-CONSHIST EQUAL 35
               OPEN OUTPUT CONSHIST
               CLOSE CONSHIST
               OPEN EXTEND CONSHIST
           END-IF.

       0240-HISTORICO-FIM. EXIT.

      *-----------------------------------------------------------------
       0241-LISTA-HISTORICO                      SECTION.

           IF HIS-REG-ID EQUAL WRK-ID
               ADD 1 TO WRK-QT-LISTADOS
               DISPLAY HIS-DATA " " HIS-HORA(1:6) " " HIS-OPERACAO
                   " FIN " HIS-FINALIDADE " CANAL " HIS-CANAL
                   " DE '" HIS-SITUACAO-ANTERIOR "' PARA "
                   HIS-SITUACAO-NOVA " ORIGEM " HIS-ORIGEM
                   " POR " HIS-OPERADOR
           END-IF.

           READ CONSHIST.

       0241-LISTA-HISTORICO-FIM. EXIT.

      *-----------------------------------------------------------------
       0300-REGRAVA-CONSENT                      SECTION.

           OPEN OUTPUT CONSTMP.
           PERFORM 0310-GRAVA-CONSENT
               VARYING WRK-IDX-CONS FROM 1 BY 1
               UNTIL WRK-IDX-CONS GREATER WRK-QT-CONSENT.
           CLOSE CONSTMP.

           OPEN OUTPUT CONSENT.
           OPEN INPUT  CONSTMP.

           READ CONSTMP.
           PERFORM 0320-COPIA-CONSENT
               UNTIL FS-CONSTMP NOT EQUAL 00.

           CLOSE CONSTMP.
           CLOSE CONSENT.

       0300-REGRAVA-CONSENT-FIM. EXIT.

      *-----------------------------------------------------------------
       0310-GRAVA-CONSENT                        SECTION.

           MOVE WRK-CNS-OCO(WRK-IDX-CONS) TO REG-CONSENT.
           WRITE REG-CONSTMP FROM REG-CONSENT.

       0310-GRAVA-CONSENT-FIM. EXIT.

      *-----------------------------------------------------------------
       0320-COPIA-CONSENT                        SECTION.

           WRITE REG-CONSENT FROM REG-CONSTMP.

           READ CONSTMP.

       0320-COPIA-CONSENT-FIM. EXIT.

      *-----------------------------------------------------------------
       0900-FINALIZAR                            SECTION.

           CLOSE CONSHIST.
           CLOSE CLIENTES.
           DISPLAY "======= FIM CONSENTIMENTOS =======".

       0900-FINALIZAR-FIM. EXIT.
