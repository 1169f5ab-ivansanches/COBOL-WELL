       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGTALAO.
      *=================================================================
      * PROGRAMA   : PRGTALAO
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: MANUTENCAO DOS TALOES E DAS SUSTACOES DE CHEQUE -
      *              O OPERADOR ASSINA (OPERADORES.txt, SENHA PELO
      *              VALSEN) E:
      *              E) EMITE UM TALAO PARA UMA CONTA CORRENTE OU
      *                 EMPRESARIAL ABERTA DO CONTAS.dat (DV CONFERIDO
      *                 PELO VALCTA) - A FAIXA CONTINUA A NUMERACAO DA
      *                 CONTA, O TALAO VAI PARA O TALOES.txt E CADA
      *                 FOLHA PARA O FOLHASCHQ.txt COMO DISPONIVEL;
      *              T) SUSTA UMA FOLHA OU FAIXA DE FOLHAS (MOTIVO C=
      *                 CANCELADA, S=CONTRA-ORDEM, F=FURTO/ROUBO) -
      *                 CONTRA-ORDEM NO SUSTCHQ.txt E FOLHAS MARCADAS
      *                 COMO SUSTADAS;
      *              R) REVOGA UMA SUSTACAO - AS FOLHAS VOLTAM A FICAR
      *                 DISPONIVEIS;
      *              L) LISTA OS TALOES, AS FOLHAS E AS SUSTACOES DE
      *                 UMA CONTA.
      *              CONSULTA (L) LIBERADA PARA O NIVEL 1; EMISSAO,
      *              SUSTACAO E REVOGACAO EXIGEM NIVEL 2 OU 3
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  OPERADORES            INPUT                  #OPERADOR
      *  CONTAS                INPUT                  #CONTAS
      *  TALOES                INPUT/OUTPUT (EXTEND)  #TALAO
      *  FOLHASCHQ             INPUT/OUTPUT (EXTEND)  #FOLHACHQ
      *  FCHTMP                WORK
      *  SUSTCHQ               INPUT/OUTPUT (EXTEND)  #SUSTCHQ
      *  SUSTMP                WORK
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS / VALCTA / VALSEN
      *
      *-----------------------------------------------------------------
      * ALTERACOES.:
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       CONFIGURATION                             SECTION.
      *-----------------------------------------------------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                              SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO
           "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\OPERADORES.txt"
               FILE STATUS              IS FS-OPERADORES.

           SELECT CONTAS                ASSIGN TO
                                        WRK-CAMINHO-CONTAS
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS CTA-CHAVE
               FILE STATUS              IS FS-CONTAS.

           SELECT TALOES                ASSIGN TO
                                        WRK-CAMINHO-TALOES
               FILE STATUS              IS FS-TALOES.

           SELECT FOLHASCHQ             ASSIGN TO
                                        WRK-CAMINHO-FOLHASCHQ
               FILE STATUS              IS FS-FOLHASCHQ.

           SELECT FCHTMP                ASSIGN TO
                                        WRK-CAMINHO-FCHTMP
               FILE STATUS              IS FS-FCHTMP.

           SELECT SUSTCHQ               ASSIGN TO
                                        WRK-CAMINHO-SUSTCHQ
               FILE STATUS              IS FS-SUSTCHQ.

           SELECT SUSTMP                ASSIGN TO
                                        WRK-CAMINHO-SUSTMP
               FILE STATUS              IS FS-SUSTMP.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE OPERADORES (OPERADORES)
      *                               LRECL = 050
      *----------------------------------------------------------------*
       FD  OPERADORES.
       COPY '#OPERADOR'.

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE CONTAS (CONTAS)
      *                               LRECL = 026
      *----------------------------------------------------------------*
       FD  CONTAS.
       COPY '#CONTAS'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - REGISTRO DE TALOES (TALOES)
      *                               LRECL = 045
      *----------------------------------------------------------------*
       FD  TALOES.
       COPY '#TALAO'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - FOLHAS DE CHEQUE (FOLHASCHQ)
      *                               LRECL = 043
      *----------------------------------------------------------------*
       FD  FOLHASCHQ.
       COPY '#FOLHACHQ'.

      *----------------------------------------------------------------*
      *     WORK  -  REGRAVACAO DAS FOLHAS NA SUSTACAO/REVOGACAO
      *                               LRECL = 043
      *----------------------------------------------------------------*
       FD  FCHTMP.
       01  REG-FCHTMP                   PIC X(043).

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - LISTA DE SUSTACOES (SUSTCHQ)
      *                               LRECL = 085
      *----------------------------------------------------------------*
       FD  SUSTCHQ.
       COPY '#SUSTCHQ'.

      *----------------------------------------------------------------*
      *     WORK  -  REGRAVACAO DAS SUSTACOES NA REVOGACAO
      *                               LRECL = 085
      *----------------------------------------------------------------*
       FD  SUSTMP.
       01  REG-SUSTMP                   PIC X(085).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-OPERADORES                PIC 9(002).
       77  FS-CONTAS                    PIC 9(002).
       77  FS-TALOES                    PIC 9(002).
       77  FS-FOLHASCHQ                 PIC 9(002).
       77  FS-FCHTMP                    PIC 9(002).
       77  FS-SUSTCHQ                   PIC 9(002).
       77  FS-SUSTMP                    PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-CONTAS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-TALOES           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FOLHASCHQ        PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FCHTMP           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-SUSTCHQ          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-SUSTMP           PIC X(060)        VALUES SPACES.

       01  WRK-OPCAO                    PIC X(001)        VALUES SPACES.
           88 WRK-OPCAO-EMITIR                    VALUES "E".
           88 WRK-OPCAO-SUSTAR                    VALUES "T".
           88 WRK-OPCAO-REVOGAR                   VALUES "R".
           88 WRK-OPCAO-LISTAR                    VALUES "L".
           88 WRK-OPCAO-SAIR                      VALUES "S".

      *== SIGN-ON DO OPERADOR
       01  WRK-OPERADOR                 PIC X(010)        VALUES SPACES.
       01  WRK-OPERADOR-ACHADO          PIC X(001)        VALUES "N".
           88 WRK-OPERADOR-SIM                    VALUES "S".
           88 WRK-OPERADOR-NAO                    VALUES "N".
       01  WRK-NIVEL-OPERADOR           PIC X(001)        VALUES SPACES.
           88 WRK-NIVEL-CONSULTA                  VALUES "1".

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DO TALAO/SUSTACAO DIGITADOS *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-CONFIRMA                 PIC X(001)        VALUES SPACES.

       01  WRK-AGENCIA                  PIC 9(004)        VALUES ZEROS.
       01  WRK-CONTA                    PIC 9(005)        VALUES ZEROS.
       01  WRK-DV                       PIC 9(001)        VALUES ZEROS.
       01  WRK-CONTA-OK                 PIC X(001)        VALUES "N".
           88 WRK-CONTA-VALIDA                    VALUES "S".
           88 WRK-CONTA-INVALIDA                  VALUES "N".

      *== EMISSAO DO TALAO
       01  WRK-QTD-FOLHAS               PIC 9(002)        VALUES ZEROS.
       01  WRK-ULTIMO-TALAO             PIC 9(006)        VALUES ZEROS.
       01  WRK-ULTIMO-CHEQUE            PIC 9(006)        VALUES ZEROS.
       01  WRK-CHEQUE-INICIAL           PIC 9(006)        VALUES ZEROS.
       01  WRK-CHEQUE-FINAL             PIC 9(006)        VALUES ZEROS.
       01  WRK-CHEQUE                   PIC 9(006)        VALUES ZEROS.

      *== SUSTACAO E REVOGACAO
       01  WRK-MOTIVO                   PIC X(001)        VALUES SPACES.
           88 WRK-MOTIVO-VALIDO                   VALUES "C" "S" "F".
       01  WRK-DESCRICAO                PIC X(030)        VALUES SPACES.
       01  WRK-ULTIMA-SUSTACAO          PIC 9(006)        VALUES ZEROS.
       01  WRK-ALVO-SUSTACAO            PIC 9(006)        VALUES ZEROS.
       01  WRK-SUSTACAO-ACHADA          PIC X(001)        VALUES "N".
           88 WRK-SUSTACAO-SIM                    VALUES "S".
           88 WRK-SUSTACAO-NAO                    VALUES "N".
       01  WRK-SIT-DE                   PIC X(001)        VALUES SPACES.
       01  WRK-SIT-PARA                 PIC X(001)        VALUES SPACES.

      *== CONFERENCIA DAS FOLHAS DA FAIXA
       01  ACU-FOLHAS-FAIXA             PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-FOLHAS-SUSTAVEIS         PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-FOLHAS-PAGAS             PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-FOLHAS-JA-SUSTADAS       PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-FOLHAS-ALTERADAS         PIC 9(005) COMP-3 VALUES ZEROS.

      *== LISTAGEM
       01  ACU-TALOES                   PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-FOLHAS                   PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-SUSTACOES                PIC 9(005) COMP-3 VALUES ZEROS.
       01  WRK-VALOR-ED                 PIC ZZ.ZZZ.ZZ9,99.

      *== AREA DE CHAMADA DO MODULO VALCTA (DV DE AGENCIA+CONTA)
       01  WRK-VALCTA.
           05 WRK-VCT-FUNCAO            PIC X(001)        VALUES "V".
           05 WRK-VCT-AGENCIA           PIC 9(004)        VALUES ZEROS.
           05 WRK-VCT-CONTA             PIC 9(005)        VALUES ZEROS.
           05 WRK-VCT-DV-INFORMADO      PIC 9(001)        VALUES ZEROS.
           05 WRK-VCT-DV-CALCULADO      PIC 9(001)        VALUES ZEROS.
           05 WRK-VCT-VALIDA            PIC X(001)        VALUES "N".
               88 WRK-VCT-OK                      VALUES "S".
               88 WRK-VCT-INVALIDA                VALUES "N".

      *== AREA DE CHAMADA DO MODULO VALSEN (SENHA)
       01  WRK-VALSEN.
           05 WRK-SEN-FUNCAO            PIC X(001)        VALUES "V".
           05 WRK-SEN-SENHA             PIC X(010)        VALUES SPACES.
           05 WRK-SEN-HASH-GRAVADO      PIC 9(009)        VALUES ZEROS.
           05 WRK-SEN-HASH-CALCULADO    PIC 9(009)        VALUES ZEROS.
           05 WRK-SEN-VALIDA            PIC X(001)        VALUES "N".
               88 WRK-SENHA-OK                    VALUES "S".
               88 WRK-SENHA-INVALIDA              VALUES "N".
       01  WRK-SENHA                    PIC X(010)        VALUES SPACES.

      *== BOOK DE MENSAGENS ERRO
       COPY "#BOOKMSG".

      *=================================================================
       PROCEDURE                                 DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       0001-PRINCIPAL                            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.

       0001-PRINCIPAL-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DIR-DADOS FROM ENVIRONMENT "ATIVIDADE3_DIR".
           IF WRK-DIR-DADOS EQUAL SPACES
               MOVE "C:\ATIVIDADE3" TO WRK-DIR-DADOS
           END-IF.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CONTAS.dat"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CONTAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\TALOES.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-TALOES.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FOLHASCHQ.txt"     DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FOLHASCHQ.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FCHTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FCHTMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\SUSTCHQ.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-SUSTCHQ.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\SUSTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-SUSTMP.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "==== TALOES E SUSTACOES DE CHEQUE ====".
           PERFORM 0110-SIGNON.
           IF WRK-OPERADOR-NAO
               DISPLAY "OPERADOR NAO AUTORIZADO, ENCERRANDO."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
       0110-SIGNON                               SECTION.
      *-----------------------------------------------------------------

           DISPLAY "DIGITE O CODIGO DO OPERADOR..".
           ACCEPT WRK-OPERADOR.

           SET WRK-OPERADOR-NAO TO TRUE.

           OPEN INPUT OPERADORES.
           IF FS-OPERADORES NOT EQUAL 00
               DISPLAY "ARQUIVO DE OPERADORES NAO ABERTO!"
               GO TO 0110-SIGNON-FIM
           END-IF.

           READ OPERADORES.
           PERFORM 0111-PROCURA-OPERADOR
               UNTIL FS-OPERADORES NOT EQUAL 00
                  OR WRK-OPERADOR-SIM.

           CLOSE OPERADORES.

           IF WRK-OPERADOR-SIM
              AND OPE-ESTA-BLOQUEADO
               DISPLAY "OPERADOR BLOQUEADO!"
               SET WRK-OPERADOR-NAO TO TRUE
           END-IF.

           IF WRK-OPERADOR-SIM
              AND OPE-SENHA-HASH GREATER ZEROS
               DISPLAY "DIGITE A SENHA.."
               ACCEPT WRK-SENHA
               MOVE "V"            TO WRK-SEN-FUNCAO
               MOVE WRK-SENHA      TO WRK-SEN-SENHA
               MOVE OPE-SENHA-HASH TO WRK-SEN-HASH-GRAVADO
               CALL "VALSEN" USING WRK-VALSEN
               IF WRK-SENHA-INVALIDA
                   DISPLAY "SENHA INVALIDA!"
                   SET WRK-OPERADOR-NAO TO TRUE
               END-IF
           END-IF.

           IF WRK-OPERADOR-SIM
               MOVE OPE-NIVEL TO WRK-NIVEL-OPERADOR
               DISPLAY "BEM-VINDO, " OPE-NOME
           END-IF.

       0110-SIGNON-FIM.                          EXIT.

      *-----------------------------------------------------------------
       0111-PROCURA-OPERADOR                     SECTION.
      *-----------------------------------------------------------------

           IF OPE-CODIGO EQUAL WRK-OPERADOR
               SET WRK-OPERADOR-SIM TO TRUE
           ELSE
               READ OPERADORES
           END-IF.

       0111-PROCURA-OPERADOR-FIM.                EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           DISPLAY "==== TALOES DE CHEQUE ====".
           DISPLAY "E-EMITIR TALAO  T-SUSTAR FOLHAS".
           DISPLAY "R-REVOGAR SUSTACAO  L-LISTAR CONTA  S-SAIR".
           DISPLAY "DIGITE A OPCAO..".
           ACCEPT WRK-OPCAO.

           IF WRK-NIVEL-CONSULTA
              AND (WRK-OPCAO-EMITIR OR WRK-OPCAO-SUSTAR
                   OR WRK-OPCAO-REVOGAR)
               DISPLAY "OPERADOR DE CONSULTA - OPCAO NAO PERMITIDA!"
               GO TO 0200-PROCESSAR-FIM
           END-IF.

           EVALUATE TRUE
               WHEN WRK-OPCAO-EMITIR
                   PERFORM 0210-EMITIR
               WHEN WRK-OPCAO-SUSTAR
                   PERFORM 0230-SUSTAR
               WHEN WRK-OPCAO-REVOGAR
                   PERFORM 0240-REVOGAR
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 0220-LISTAR
               WHEN WRK-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    EMISSAO DO TALAO - SO PARA CONTA CORRENTE/EMPRESARIAL
      *    ABERTA; A FAIXA COMECA NO CHEQUE SEGUINTE AO ULTIMO JA
      *    EMITIDO PARA A CONTA E O TALAO RECEBE O MAIOR NUMERO + 1
      *-----------------------------------------------------------------
       0210-EMITIR                               SECTION.
      *-----------------------------------------------------------------

           PERFORM 0250-RECEBE-CONTA.
           IF WRK-CONTA-INVALIDA
               GO TO 0210-EMITIR-FIM
           END-IF.

           IF NOT CTA-ABERTA
               DISPLAY "CONTA NAO ESTA ABERTA, TALAO RECUSADO!"
               GO TO 0210-EMITIR-FIM
           END-IF.

           IF NOT CTA-TIPO-CORRENTE AND NOT CTA-TIPO-EMPRESARIAL
               DISPLAY "TIPO DE CONTA " CTA-TIPO-CONTA
                   " NAO MOVIMENTA CHEQUE, TALAO RECUSADO!"
               GO TO 0210-EMITIR-FIM
           END-IF.

           DISPLAY "QUANTIDADE DE FOLHAS (ZEROS=20, MAXIMO 50)..".
           ACCEPT WRK-QTD-FOLHAS.
           IF WRK-QTD-FOLHAS EQUAL ZEROS
               MOVE 20 TO WRK-QTD-FOLHAS
           END-IF.
           IF WRK-QTD-FOLHAS GREATER 50
               DISPLAY "QUANTIDADE ACIMA DE 50, TALAO RECUSADO!"
               GO TO 0210-EMITIR-FIM
           END-IF.

           PERFORM 0211-PROXIMO-TALAO.

           COMPUTE WRK-CHEQUE-INICIAL = WRK-ULTIMO-CHEQUE + 1.
           COMPUTE WRK-CHEQUE-FINAL   =
               WRK-ULTIMO-CHEQUE + WRK-QTD-FOLHAS.

           DISPLAY "TALAO " WRK-ULTIMO-TALAO " - CHEQUES "
               WRK-CHEQUE-INICIAL " A " WRK-CHEQUE-FINAL.
           DISPLAY "CONFIRMA A EMISSAO (S/N)?".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "EMISSAO CANCELADA."
               GO TO 0210-EMITIR-FIM
           END-IF.

           OPEN EXTEND TALOES.
           IF FS-TALOES EQUAL 35
               OPEN OUTPUT TALOES
               CLOSE TALOES
               OPEN EXTEND TALOES
           END-IF.

           MOVE WRK-ULTIMO-TALAO    TO TAL-NUMERO.
           MOVE WRK-AGENCIA         TO TAL-AGENCIA.
           MOVE WRK-CONTA           TO TAL-CONTA.
           MOVE WRK-CHEQUE-INICIAL  TO TAL-CHEQUE-INICIAL.
           MOVE WRK-CHEQUE-FINAL    TO TAL-CHEQUE-FINAL.
           MOVE WRK-DATA-HOJE       TO TAL-DATA-EMISSAO.
           MOVE WRK-OPERADOR        TO TAL-OPERADOR.
           WRITE REG-TALAO.
           CLOSE TALOES.

           OPEN EXTEND FOLHASCHQ.
           IF FS-FOLHASCHQ EQUAL 35
               OPEN OUTPUT FOLHASCHQ
               CLOSE FOLHASCHQ
               OPEN EXTEND FOLHASCHQ
           END-IF.

           PERFORM 0213-GRAVA-FOLHA
               VARYING WRK-CHEQUE FROM WRK-CHEQUE-INICIAL BY 1
               UNTIL WRK-CHEQUE GREATER WRK-CHEQUE-FINAL.

           CLOSE FOLHASCHQ.

           DISPLAY "TALAO " TAL-NUMERO " EMITIDO - AG " TAL-AGENCIA
               " CTA " TAL-CONTA " " WRK-QTD-FOLHAS " FOLHAS".

       0210-EMITIR-FIM.                          EXIT.

      *-----------------------------------------------------------------
       0211-PROXIMO-TALAO                        SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-ULTIMO-TALAO WRK-ULTIMO-CHEQUE.

           OPEN INPUT TALOES.
           IF FS-TALOES EQUAL 00
               READ TALOES
               PERFORM 0212-MAIOR-TALAO
                   UNTIL FS-TALOES NOT EQUAL 00
               CLOSE TALOES
           END-IF.

           ADD 1 TO WRK-ULTIMO-TALAO.

       0211-PROXIMO-TALAO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0212-MAIOR-TALAO                          SECTION.
      *-----------------------------------------------------------------

           IF TAL-NUMERO GREATER WRK-ULTIMO-TALAO
               MOVE TAL-NUMERO TO WRK-ULTIMO-TALAO
           END-IF.

           IF TAL-AGENCIA EQUAL WRK-AGENCIA
              AND TAL-CONTA EQUAL WRK-CONTA
              AND TAL-CHEQUE-FINAL GREATER WRK-ULTIMO-CHEQUE
               MOVE TAL-CHEQUE-FINAL TO WRK-ULTIMO-CHEQUE
           END-IF.

           READ TALOES.

       0212-MAIOR-TALAO-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0213-GRAVA-FOLHA                          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-AGENCIA         TO FCH-AGENCIA.
           MOVE WRK-CONTA           TO FCH-CONTA.
           MOVE WRK-CHEQUE          TO FCH-CHEQUE.
           MOVE WRK-ULTIMO-TALAO    TO FCH-TALAO.
           SET FCH-DISPONIVEL       TO TRUE.
           MOVE WRK-DATA-HOJE       TO FCH-DATA-SITUACAO.
           MOVE ZEROS               TO FCH-VALOR
                                       FCH-MOTIVO-DEVOLUCAO
                                       FCH-QTD-APRESENTACOES.
           WRITE REG-FOLHACHQ.

       0213-GRAVA-FOLHA-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    LISTA OS TALOES, AS FOLHAS E AS SUSTACOES DA CONTA
      *-----------------------------------------------------------------
       0220-LISTAR                               SECTION.
      *-----------------------------------------------------------------

           DISPLAY "AGENCIA..".
           ACCEPT WRK-AGENCIA.
           DISPLAY "CONTA..".
           ACCEPT WRK-CONTA.

           MOVE ZEROS TO ACU-TALOES ACU-FOLHAS ACU-SUSTACOES.

           OPEN INPUT TALOES.
           IF FS-TALOES EQUAL 00
               READ TALOES
               PERFORM 0221-LISTA-TALAO
                   UNTIL FS-TALOES NOT EQUAL 00
               CLOSE TALOES
           END-IF.

           OPEN INPUT FOLHASCHQ.
           IF FS-FOLHASCHQ EQUAL 00
               READ FOLHASCHQ
               PERFORM 0222-LISTA-FOLHA
                   UNTIL FS-FOLHASCHQ NOT EQUAL 00
               CLOSE FOLHASCHQ
           END-IF.

           OPEN INPUT SUSTCHQ.
           IF FS-SUSTCHQ EQUAL 00
               READ SUSTCHQ
               PERFORM 0223-LISTA-SUSTACAO
                   UNTIL FS-SUSTCHQ NOT EQUAL 00
               CLOSE SUSTCHQ
           END-IF.

           DISPLAY "TALOES...............: " ACU-TALOES.
           DISPLAY "FOLHAS...............: " ACU-FOLHAS.
           DISPLAY "SUSTACOES............: " ACU-SUSTACOES.

       0220-LISTAR-FIM.                          EXIT.

      *-----------------------------------------------------------------
       0221-LISTA-TALAO                          SECTION.
      *-----------------------------------------------------------------

           IF TAL-AGENCIA EQUAL WRK-AGENCIA
              AND TAL-CONTA EQUAL WRK-CONTA
               ADD 1 TO ACU-TALOES
               DISPLAY "TALAO " TAL-NUMERO
                   " CHEQUES " TAL-CHEQUE-INICIAL " A "
                   TAL-CHEQUE-FINAL
                   " EMITIDO " TAL-DATA-EMISSAO
                   " POR " TAL-OPERADOR
           END-IF.

           READ TALOES.

       0221-LISTA-TALAO-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0222-LISTA-FOLHA                          SECTION.
      *-----------------------------------------------------------------

           IF FCH-AGENCIA EQUAL WRK-AGENCIA
              AND FCH-CONTA EQUAL WRK-CONTA
               ADD 1 TO ACU-FOLHAS
               MOVE FCH-VALOR TO WRK-VALOR-ED
               DISPLAY "  CHEQUE " FCH-CHEQUE
                   " SIT " FCH-SITUACAO
                   " EM " FCH-DATA-SITUACAO
                   " VALOR " WRK-VALOR-ED
                   " MOT " FCH-MOTIVO-DEVOLUCAO
                   " APRES " FCH-QTD-APRESENTACOES
           END-IF.

           READ FOLHASCHQ.

       0222-LISTA-FOLHA-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0223-LISTA-SUSTACAO                       SECTION.
      *-----------------------------------------------------------------

           IF SUS-AGENCIA EQUAL WRK-AGENCIA
              AND SUS-CONTA EQUAL WRK-CONTA
               ADD 1 TO ACU-SUSTACOES
               DISPLAY "SUSTACAO " SUS-NUMERO
                   " CHEQUES " SUS-CHEQUE-INICIAL " A "
                   SUS-CHEQUE-FINAL
                   " MOTIVO " SUS-MOTIVO
                   " SIT " SUS-SITUACAO
                   " EM " SUS-DATA
               DISPLAY "    " SUS-DESCRICAO
           END-IF.

           READ SUSTCHQ.

       0223-LISTA-SUSTACAO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    SUSTACAO DE UMA FOLHA OU FAIXA - TODAS AS FOLHAS DA FAIXA
      *    TEM DE TER SIDO EMITIDAS PARA A CONTA; FOLHA PAGA NAO SE
      *    SUSTA E FOLHA JA SUSTADA RECUSA A FAIXA (ASSIM DUAS
      *    SUSTACOES ATIVAS NUNCA COBREM A MESMA FOLHA E A REVOGACAO
      *    DE UMA NAO LIBERA FOLHA DA OUTRA)
      *-----------------------------------------------------------------
       0230-SUSTAR                               SECTION.
      *-----------------------------------------------------------------

           PERFORM 0250-RECEBE-CONTA.
           IF WRK-CONTA-INVALIDA
               GO TO 0230-SUSTAR-FIM
           END-IF.

           DISPLAY "CHEQUE INICIAL..".
           ACCEPT WRK-CHEQUE-INICIAL.
           DISPLAY "CHEQUE FINAL (ZEROS=SO A FOLHA INICIAL)..".
           ACCEPT WRK-CHEQUE-FINAL.
           IF WRK-CHEQUE-FINAL EQUAL ZEROS
               MOVE WRK-CHEQUE-INICIAL TO WRK-CHEQUE-FINAL
           END-IF.
           DISPLAY "MOTIVO (C=CANCELADA S=CONTRA-ORDEM"
               " F=FURTO/ROUBO)..".
           ACCEPT WRK-MOTIVO.
           DISPLAY "DESCRICAO..".
           ACCEPT WRK-DESCRICAO.

           IF NOT WRK-MOTIVO-VALIDO
               DISPLAY "MOTIVO INVALIDO, SUSTACAO RECUSADA!"
               GO TO 0230-SUSTAR-FIM
           END-IF.

           IF WRK-CHEQUE-INICIAL EQUAL ZEROS
              OR WRK-CHEQUE-FINAL LESS WRK-CHEQUE-INICIAL
               DISPLAY "FAIXA DE CHEQUES INVALIDA, SUSTACAO RECUSADA!"
               GO TO 0230-SUSTAR-FIM
           END-IF.

           MOVE ZEROS TO ACU-FOLHAS-FAIXA ACU-FOLHAS-SUSTAVEIS
                         ACU-FOLHAS-PAGAS ACU-FOLHAS-JA-SUSTADAS.

           OPEN INPUT FOLHASCHQ.
           IF FS-FOLHASCHQ EQUAL 00
               READ FOLHASCHQ
               PERFORM 0231-CONFERE-FOLHA
                   UNTIL FS-FOLHASCHQ NOT EQUAL 00
               CLOSE FOLHASCHQ
           END-IF.

           IF ACU-FOLHAS-FAIXA NOT EQUAL
              (WRK-CHEQUE-FINAL - WRK-CHEQUE-INICIAL + 1)
               DISPLAY "FAIXA COM FOLHA NAO EMITIDA PARA A CONTA,"
                   " SUSTACAO RECUSADA!"
               GO TO 0230-SUSTAR-FIM
           END-IF.

           IF ACU-FOLHAS-JA-SUSTADAS GREATER ZEROS
               DISPLAY "FAIXA COM " ACU-FOLHAS-JA-SUSTADAS
                   " FOLHA(S) JA SUSTADA(S), SUSTACAO RECUSADA!"
               GO TO 0230-SUSTAR-FIM
           END-IF.

           IF ACU-FOLHAS-SUSTAVEIS EQUAL ZEROS
               DISPLAY "NENHUMA FOLHA DA FAIXA PODE SER SUSTADA"
                   " (TODAS PAGAS), SUSTACAO RECUSADA!"
               GO TO 0230-SUSTAR-FIM
           END-IF.

           IF ACU-FOLHAS-PAGAS GREATER ZEROS
               DISPLAY "ATENCAO: " ACU-FOLHAS-PAGAS
                   " FOLHA(S) JA PAGA(S) NA FAIXA FICAM COMO ESTAO"
           END-IF.

           DISPLAY "CONFIRMA A SUSTACAO DE " ACU-FOLHAS-SUSTAVEIS
               " FOLHA(S) (S/N)?".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "SUSTACAO CANCELADA."
               GO TO 0230-SUSTAR-FIM
           END-IF.

           PERFORM 0232-PROXIMA-SUSTACAO.

           OPEN EXTEND SUSTCHQ.
           IF FS-SUSTCHQ EQUAL 35
               OPEN OUTPUT SUSTCHQ
               CLOSE SUSTCHQ
               OPEN EXTEND SUSTCHQ
           END-IF.

           MOVE WRK-ULTIMA-SUSTACAO TO SUS-NUMERO.
           MOVE WRK-AGENCIA         TO SUS-AGENCIA.
           MOVE WRK-CONTA           TO SUS-CONTA.
           MOVE WRK-CHEQUE-INICIAL  TO SUS-CHEQUE-INICIAL.
           MOVE WRK-CHEQUE-FINAL    TO SUS-CHEQUE-FINAL.
           MOVE WRK-MOTIVO          TO SUS-MOTIVO.
           MOVE WRK-DESCRICAO       TO SUS-DESCRICAO.
           MOVE WRK-DATA-HOJE       TO SUS-DATA.
           MOVE WRK-OPERADOR        TO SUS-OPERADOR.
           SET SUS-ATIVA            TO TRUE.
           MOVE ZEROS               TO SUS-DATA-REVOGACAO.
           WRITE REG-SUSTCHQ.
           CLOSE SUSTCHQ.

           MOVE "S" TO WRK-SIT-PARA.
           PERFORM 0260-REGRAVA-FOLHAS.

           DISPLAY "SUSTACAO " WRK-ULTIMA-SUSTACAO " GRAVADA - "
               ACU-FOLHAS-ALTERADAS " FOLHA(S) SUSTADA(S)".

       0230-SUSTAR-FIM.                          EXIT.

      *-----------------------------------------------------------------
       0231-CONFERE-FOLHA                        SECTION.
      *-----------------------------------------------------------------

           IF FCH-AGENCIA EQUAL WRK-AGENCIA
              AND FCH-CONTA EQUAL WRK-CONTA
              AND FCH-CHEQUE NOT LESS WRK-CHEQUE-INICIAL
              AND FCH-CHEQUE NOT GREATER WRK-CHEQUE-FINAL
               ADD 1 TO ACU-FOLHAS-FAIXA
               EVALUATE TRUE
                   WHEN FCH-PAGA
                       ADD 1 TO ACU-FOLHAS-PAGAS
                   WHEN FCH-SUSTADA
                       ADD 1 TO ACU-FOLHAS-JA-SUSTADAS
                   WHEN OTHER
                       ADD 1 TO ACU-FOLHAS-SUSTAVEIS
               END-EVALUATE
           END-IF.

           READ FOLHASCHQ.

       0231-CONFERE-FOLHA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0232-PROXIMA-SUSTACAO                     SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-ULTIMA-SUSTACAO.

           OPEN INPUT SUSTCHQ.
           IF FS-SUSTCHQ EQUAL 00
               READ SUSTCHQ
               PERFORM 0233-MAIOR-SUSTACAO
                   UNTIL FS-SUSTCHQ NOT EQUAL 00
               CLOSE SUSTCHQ
           END-IF.

           ADD 1 TO WRK-ULTIMA-SUSTACAO.

       0232-PROXIMA-SUSTACAO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0233-MAIOR-SUSTACAO                       SECTION.
      *-----------------------------------------------------------------

           IF SUS-NUMERO GREATER WRK-ULTIMA-SUSTACAO
               MOVE SUS-NUMERO TO WRK-ULTIMA-SUSTACAO
           END-IF.

           READ SUSTCHQ.

       0233-MAIOR-SUSTACAO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    REVOGACAO DA SUSTACAO - A CONTRA-ORDEM PASSA A REVOGADA E
      *    AS FOLHAS SUSTADAS DA FAIXA VOLTAM A FICAR DISPONIVEIS
      *-----------------------------------------------------------------
       0240-REVOGAR                              SECTION.
      *-----------------------------------------------------------------

           DISPLAY "NUMERO DA SUSTACAO..".
           ACCEPT WRK-ALVO-SUSTACAO.

           SET WRK-SUSTACAO-NAO TO TRUE.

           OPEN INPUT SUSTCHQ.
           IF FS-SUSTCHQ EQUAL 00
               READ SUSTCHQ
               PERFORM 0241-PROCURA-SUSTACAO
                   UNTIL FS-SUSTCHQ NOT EQUAL 00
                      OR WRK-SUSTACAO-SIM
               CLOSE SUSTCHQ
           END-IF.

           IF WRK-SUSTACAO-NAO
               DISPLAY "SUSTACAO NAO ENCONTRADA!"
               GO TO 0240-REVOGAR-FIM
           END-IF.

           IF SUS-REVOGADA
               DISPLAY "SUSTACAO JA REVOGADA EM " SUS-DATA-REVOGACAO
               GO TO 0240-REVOGAR-FIM
           END-IF.

           MOVE SUS-AGENCIA        TO WRK-AGENCIA.
           MOVE SUS-CONTA          TO WRK-CONTA.
           MOVE SUS-CHEQUE-INICIAL TO WRK-CHEQUE-INICIAL.
           MOVE SUS-CHEQUE-FINAL   TO WRK-CHEQUE-FINAL.

           DISPLAY "AG " SUS-AGENCIA " CTA " SUS-CONTA
               " CHEQUES " SUS-CHEQUE-INICIAL " A " SUS-CHEQUE-FINAL
               " MOTIVO " SUS-MOTIVO.
           DISPLAY "CONFIRMA A REVOGACAO (S/N)?".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "REVOGACAO CANCELADA."
               GO TO 0240-REVOGAR-FIM
           END-IF.

           OPEN INPUT  SUSTCHQ.
           OPEN OUTPUT SUSTMP.

           READ SUSTCHQ.
           PERFORM 0242-MARCA-SUSTACAO
               UNTIL FS-SUSTCHQ NOT EQUAL 00.

           CLOSE SUSTCHQ.
           CLOSE SUSTMP.

           OPEN OUTPUT SUSTCHQ.
           OPEN INPUT  SUSTMP.

           READ SUSTMP
               AT END
                   CONTINUE
           END-READ.

           PERFORM 0243-COPIA-PARA-SUSTCHQ
               UNTIL FS-SUSTMP NOT EQUAL 00.

           CLOSE SUSTCHQ.
           CLOSE SUSTMP.

           MOVE "D" TO WRK-SIT-PARA.
           PERFORM 0260-REGRAVA-FOLHAS.

           DISPLAY "SUSTACAO " WRK-ALVO-SUSTACAO " REVOGADA - "
               ACU-FOLHAS-ALTERADAS " FOLHA(S) LIBERADA(S)".

       0240-REVOGAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
       0241-PROCURA-SUSTACAO                     SECTION.
      *-----------------------------------------------------------------

           IF SUS-NUMERO EQUAL WRK-ALVO-SUSTACAO
               SET WRK-SUSTACAO-SIM TO TRUE
           ELSE
               READ SUSTCHQ
           END-IF.

       0241-PROCURA-SUSTACAO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0242-MARCA-SUSTACAO                       SECTION.
      *-----------------------------------------------------------------

           IF SUS-NUMERO EQUAL WRK-ALVO-SUSTACAO
               SET SUS-REVOGADA     TO TRUE
               MOVE WRK-DATA-HOJE   TO SUS-DATA-REVOGACAO
           END-IF.

           WRITE REG-SUSTMP FROM REG-SUSTCHQ.

           READ SUSTCHQ.

       0242-MARCA-SUSTACAO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0243-COPIA-PARA-SUSTCHQ                   SECTION.
      *-----------------------------------------------------------------

           WRITE REG-SUSTCHQ FROM REG-SUSTMP.

           READ SUSTMP
               AT END
                   CONTINUE
           END-READ.

       0243-COPIA-PARA-SUSTCHQ-FIM.              EXIT.

      *-----------------------------------------------------------------
      *    RECEBE AGENCIA/CONTA/DV, CONFERE O DV PELO VALCTA E LE A
      *    CONTA NO CONTAS.dat
      *-----------------------------------------------------------------
       0250-RECEBE-CONTA                         SECTION.
      *-----------------------------------------------------------------

           SET WRK-CONTA-INVALIDA TO TRUE.

           DISPLAY "AGENCIA..".
           ACCEPT WRK-AGENCIA.
           DISPLAY "CONTA..".
           ACCEPT WRK-CONTA.
           DISPLAY "DIGITO VERIFICADOR..".
           ACCEPT WRK-DV.

           MOVE "V"         TO WRK-VCT-FUNCAO.
           MOVE WRK-AGENCIA TO WRK-VCT-AGENCIA.
           MOVE WRK-CONTA   TO WRK-VCT-CONTA.
           MOVE WRK-DV      TO WRK-VCT-DV-INFORMADO.
           CALL "VALCTA" USING WRK-VALCTA.
           IF WRK-VCT-INVALIDA
               DISPLAY "DIGITO VERIFICADOR ERRADO!"
               GO TO 0250-RECEBE-CONTA-FIM
           END-IF.

           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL 00
               DISPLAY "CADASTRO DE CONTAS NAO ABERTO!"
               CALL "FSTATUS" USING FS-CONTAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               GO TO 0250-RECEBE-CONTA-FIM
           END-IF.

           MOVE WRK-AGENCIA TO CTA-AGENCIA.
           MOVE WRK-CONTA   TO CTA-CONTA.
           READ CONTAS KEY IS CTA-CHAVE
               INVALID KEY
                   MOVE 23 TO FS-CONTAS
           END-READ.
           CLOSE CONTAS.

           IF FS-CONTAS NOT EQUAL 00
               DISPLAY "CONTA NAO CADASTRADA!"
               GO TO 0250-RECEBE-CONTA-FIM
           END-IF.

           SET WRK-CONTA-VALIDA TO TRUE.

       0250-RECEBE-CONTA-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    REGRAVA O FOLHASCHQ VIA ARQUIVO DE TRABALHO (ESQUEMA DO
      *    PRGORDEM): NA SUSTACAO (WRK-SIT-PARA = "S") AS FOLHAS DA
      *    FAIXA NAO PAGAS E NAO SUSTADAS PASSAM A SUSTADAS; NA
      *    REVOGACAO (WRK-SIT-PARA = "D") AS SUSTADAS VOLTAM A
      *    DISPONIVEIS
      *-----------------------------------------------------------------
       0260-REGRAVA-FOLHAS                       SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO ACU-FOLHAS-ALTERADAS.

           OPEN INPUT  FOLHASCHQ.
           IF FS-FOLHASCHQ NOT EQUAL 00
               GO TO 0260-REGRAVA-FOLHAS-FIM
           END-IF.
           OPEN OUTPUT FCHTMP.

           READ FOLHASCHQ.
           PERFORM 0261-MARCA-FOLHA
               UNTIL FS-FOLHASCHQ NOT EQUAL 00.

           CLOSE FOLHASCHQ.
           CLOSE FCHTMP.

           OPEN OUTPUT FOLHASCHQ.
           OPEN INPUT  FCHTMP.

           READ FCHTMP
               AT END
                   CONTINUE
           END-READ.

           PERFORM 0262-COPIA-PARA-FOLHAS
               UNTIL FS-FCHTMP NOT EQUAL 00.

           CLOSE FOLHASCHQ.
           CLOSE FCHTMP.

       0260-REGRAVA-FOLHAS-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0261-MARCA-FOLHA                          SECTION.
      *-----------------------------------------------------------------

           IF FCH-AGENCIA EQUAL WRK-AGENCIA
              AND FCH-CONTA EQUAL WRK-CONTA
              AND FCH-CHEQUE NOT LESS WRK-CHEQUE-INICIAL
              AND FCH-CHEQUE NOT GREATER WRK-CHEQUE-FINAL
               MOVE SPACES TO WRK-SIT-DE
               IF WRK-SIT-PARA EQUAL "S"
                  AND (FCH-DISPONIVEL OR FCH-DEVOLVIDA)
                   MOVE FCH-SITUACAO TO WRK-SIT-DE
               END-IF
               IF WRK-SIT-PARA EQUAL "D"
                  AND FCH-SUSTADA
                   MOVE FCH-SITUACAO TO WRK-SIT-DE
               END-IF
               IF WRK-SIT-DE NOT EQUAL SPACES
                   MOVE WRK-SIT-PARA  TO FCH-SITUACAO
                   MOVE WRK-DATA-HOJE TO FCH-DATA-SITUACAO
                   ADD 1 TO ACU-FOLHAS-ALTERADAS
               END-IF
           END-IF.

           WRITE REG-FCHTMP FROM REG-FOLHACHQ.

           READ FOLHASCHQ.

       0261-MARCA-FOLHA-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0262-COPIA-PARA-FOLHAS                    SECTION.
      *-----------------------------------------------------------------

           WRITE REG-FOLHACHQ FROM REG-FCHTMP.

           READ FCHTMP
               AT END
                   CONTINUE
           END-READ.

       0262-COPIA-PARA-FOLHAS-FIM.               EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-FIM-PRG.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0300-FINALIZAR-FIM.                       EXIT.
