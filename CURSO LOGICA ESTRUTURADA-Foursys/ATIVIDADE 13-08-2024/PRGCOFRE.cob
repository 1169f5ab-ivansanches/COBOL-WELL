       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGCOFRE.
      *=================================================================
      * PROGRAMA   : PRGCOFRE
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: MOVIMENTO DO COFRE DA AGENCIA - O TESOUREIRO
      *              ASSINA COM O CODIGO DE OPERADOR (OPERADORES.txt,
      *              MESMO SIGN-ON DO PRGCAIXA, NIVEL 2 OU 3), INFORMA
      *              A AGENCIA (ATIVA NO AGENCIAS.txt) E REGISTRA NO
      *              LIVRO DO COFRE (COFREMOV.txt):
      *              S - SUPRIMENTO DO COFRE PARA UM CAIXA (ABERTURA)
      *              R - RECOLHIMENTO DE UM CAIXA PARA O COFRE
      *                  (FECHAMENTO) - O CAIXA E O CODIGO DO OPERADOR
      *                  QUE ASSINA NO PRGCAIXA
      *              E - RECEBIMENTO DA TRANSPORTADORA DE VALORES
      *              T - REMESSA PARA A TRANSPORTADORA
      *              F - CONTAGEM FISICA DE FECHAMENTO DO COFRE
      *              A POSICAO DO COFRE (ABERTURA DO COFRESAL.txt MAIS O
      *              MOVIMENTO JA REGISTRADO NO DIA) E MOSTRADA A CADA
      *              MOVIMENTO; SUPRIMENTO E REMESSA ACIMA DO QUE HA NO
      *              COFRE SAO RECUSADOS E O COFRE QUE PASSA DO LIMITE
      *              DE SEGURO DA AGENCIA (AGE-LIMITE-SEGURO) GERA
      *              AVISO NA TELA. A CONCILIACAO DO DIA E DO PRGCOFDI;
      *              DEPOIS DELE O COFRE DO DIA FICA FECHADO
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  OPERADORES            INPUT                  #OPERADOR
      *  AGENCIAS              INPUT                  #AGENCIAS
      *  COFRESAL              INPUT                  #COFRESAL
      *  COFREMOV              INPUT/OUTPUT (EXTEND)  #COFREMOV
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS / VALSEN
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

           SELECT AGENCIAS              ASSIGN TO
                                        WRK-CAMINHO-AGENCIAS
               FILE STATUS              IS FS-AGENCIAS.

           SELECT COFRESAL              ASSIGN TO
                                        WRK-CAMINHO-COFRESAL
               FILE STATUS              IS FS-COFRESAL.

           SELECT COFREMOV              ASSIGN TO
                                        WRK-CAMINHO-COFREMOV
               FILE STATUS              IS FS-COFREMOV.

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
      *     INPUT -  CADASTRO DE AGENCIAS (AGENCIAS)
      *                               LRECL = 047
      *----------------------------------------------------------------*
       FD  AGENCIAS.
       COPY '#AGENCIAS'.

      *----------------------------------------------------------------*
      *     INPUT -  POSICAO DE FECHAMENTO DOS COFRES (COFRESAL)
      *                               LRECL = 036
      *----------------------------------------------------------------*
       FD  COFRESAL.
       COPY '#COFRESAL'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - LIVRO DO COFRE (COFREMOV)
      *                               LRECL = 068
      *----------------------------------------------------------------*
       FD  COFREMOV.
       COPY '#COFREMOV'.

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-OPERADORES                PIC 9(002).
       77  FS-AGENCIAS                  PIC 9(002).
       77  FS-COFRESAL                  PIC 9(002).
       77  FS-COFREMOV                  PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-AGENCIAS         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-COFRESAL         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-COFREMOV         PIC X(060)        VALUES SPACES.

      *== SIGN-ON DO TESOUREIRO
       01  WRK-OPERADOR                 PIC X(010)        VALUES SPACES.
       01  WRK-OPERADOR-ACHADO          PIC X(001)        VALUES "N".
           88 WRK-OPERADOR-SIM                    VALUES "S".
           88 WRK-OPERADOR-NAO                    VALUES "N".

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DO MOVIMENTO DO COFRE *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-HORA-AGORA               PIC 9(008)        VALUES ZEROS.

       01  WRK-OPCAO                    PIC X(001)        VALUES SPACES.
           88 WRK-OPCAO-SUPRIMENTO                        VALUE "S".
           88 WRK-OPCAO-RECOLHIMENTO                      VALUE "R".
           88 WRK-OPCAO-RECEBIMENTO                       VALUE "E".
           88 WRK-OPCAO-REMESSA                           VALUE "T".
           88 WRK-OPCAO-CONTAGEM                          VALUE "F".
           88 WRK-OPCAO-POSICAO                           VALUE "P".
           88 WRK-OPCAO-SAIR                              VALUE "X".

      *== AGENCIA DO COFRE
       01  WRK-AGENCIA                  PIC 9(004)        VALUES ZEROS.
       01  WRK-AGENCIA-NOME             PIC X(020)        VALUES SPACES.
       01  WRK-LIMITE-SEGURO            PIC 9(010)V99     VALUES ZEROS.
       01  WRK-AGENCIA-ACHADA           PIC X(001)        VALUES "N".
           88 WRK-AGENCIA-SIM                     VALUES "S".
           88 WRK-AGENCIA-NAO                     VALUES "N".
       01  WRK-COFRE-FECHADO            PIC X(001)        VALUES "N".
           88 WRK-COFRE-JA-FECHADO                VALUES "S".

      *== ENTRADA DIGITADA
       01  WRK-CAIXA                    PIC X(010)        VALUES SPACES.
       01  WRK-CAIXA-ACHADO             PIC X(001)        VALUES "N".
           88 WRK-CAIXA-SIM                       VALUES "S".
           88 WRK-CAIXA-NAO                       VALUES "N".
       01  WRK-VALOR                    PIC 9(010)V99     VALUES ZEROS.
       01  WRK-REFERENCIA               PIC X(015)        VALUES SPACES.

      *== MOVIMENTO A SOMAR NA POSICAO
       01  WRK-TIPO-MOV                 PIC X(001)        VALUES SPACES.
           88 WRK-MOV-SUPRIMENTO                  VALUES "S".
           88 WRK-MOV-RECOLHIMENTO                VALUES "R".
           88 WRK-MOV-RECEBIMENTO                 VALUES "E".
           88 WRK-MOV-REMESSA                     VALUES "T".
           88 WRK-MOV-CONTAGEM                    VALUES "F".
       01  WRK-VALOR-MOV                PIC 9(010)V99     VALUES ZEROS.

      *== POSICAO DO COFRE NO DIA
       01  WRK-SALDO-ABERTURA           PIC 9(010)V99     VALUES ZEROS.
       01  WRK-TOT-RECEBIDO             PIC 9(010)V99     VALUES ZEROS.
       01  WRK-TOT-REMETIDO             PIC 9(010)V99     VALUES ZEROS.
       01  WRK-TOT-SUPRIDO              PIC 9(010)V99     VALUES ZEROS.
       01  WRK-TOT-RECOLHIDO            PIC 9(010)V99     VALUES ZEROS.
       01  WRK-POSICAO                  PIC S9(10)V99     VALUES ZEROS.
       01  WRK-CONTAGEM                 PIC 9(010)V99     VALUES ZEROS.
       01  WRK-CONTOU                   PIC X(001)        VALUES "N".
           88 WRK-COFRE-CONTADO                   VALUES "S".
       01  WRK-DIFERENCA                PIC S9(10)V99     VALUES ZEROS.
       01  WRK-VALOR-ED                 PIC -Z.ZZZ.ZZZ.ZZ9,99.

       01  ACU-MOVIMENTOS               PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-RECUSADOS                PIC 9(005) COMP-3 VALUES ZEROS.

       01  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

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
           PERFORM 0400-FINALIZAR.

       0001-PRINCIPAL-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DIR-DADOS FROM ENVIRONMENT "ATIVIDADE3_DIR".
           IF WRK-DIR-DADOS EQUAL SPACES
               MOVE "C:\ATIVIDADE3" TO WRK-DIR-DADOS
           END-IF.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\AGENCIAS.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-AGENCIAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\COFRESAL.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-COFRESAL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\COFREMOV.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-COFREMOV.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "==== MOVIMENTO DO COFRE DA AGENCIA ====".
           PERFORM 0110-SIGNON.
           IF WRK-OPERADOR-NAO
               DISPLAY "OPERADOR NAO AUTORIZADO, ENCERRANDO."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0120-RECEBE-AGENCIA.
           IF WRK-AGENCIA-NAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0130-CARREGA-ABERTURA.
           IF WRK-COFRE-JA-FECHADO
               DISPLAY "COFRE DA AGENCIA JA FECHADO NESTA DATA!"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0140-CARREGA-MOVIMENTO.

           OPEN EXTEND COFREMOV.
           IF FS-COFREMOV EQUAL 35
               OPEN OUTPUT COFREMOV
               CLOSE COFREMOV
               OPEN EXTEND COFREMOV
           END-IF.
           IF FS-COFREMOV NOT EQUAL 00
               DISPLAY "LIVRO DO COFRE NAO ABERTO!"
               CALL "FSTATUS" USING FS-COFREMOV WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0300-MOSTRA-POSICAO.

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
              AND OPE-NIVEL-CONSULTA
               DISPLAY "OPERADOR SOMENTE DE CONSULTA!"
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
       0120-RECEBE-AGENCIA                       SECTION.
      *-----------------------------------------------------------------

           DISPLAY "AGENCIA DO COFRE..".
           ACCEPT WRK-AGENCIA.

           SET WRK-AGENCIA-NAO TO TRUE.

           OPEN INPUT AGENCIAS.
           IF FS-AGENCIAS NOT EQUAL 00
               DISPLAY "CADASTRO DE AGENCIAS NAO ABERTO!"
               CALL "FSTATUS" USING FS-AGENCIAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               GO TO 0120-RECEBE-AGENCIA-FIM
           END-IF.

           READ AGENCIAS.
           PERFORM 0121-PROCURA-AGENCIA
               UNTIL FS-AGENCIAS NOT EQUAL 00
                  OR WRK-AGENCIA-SIM.

           CLOSE AGENCIAS.

           IF WRK-AGENCIA-NAO
               DISPLAY "ERRO: AGENCIA NAO CADASTRADA!"
               GO TO 0120-RECEBE-AGENCIA-FIM
           END-IF.

           IF NOT AGE-ATIVA
               DISPLAY "ERRO: AGENCIA INATIVA!"
               SET WRK-AGENCIA-NAO TO TRUE
               GO TO 0120-RECEBE-AGENCIA-FIM
           END-IF.

           MOVE AGE-NOME TO WRK-AGENCIA-NOME.
           IF AGE-LIMITE-SEGURO NUMERIC
               MOVE AGE-LIMITE-SEGURO TO WRK-LIMITE-SEGURO
           ELSE
               MOVE ZEROS             TO WRK-LIMITE-SEGURO
           END-IF.

           DISPLAY "COFRE DA AGENCIA " WRK-AGENCIA " " WRK-AGENCIA-NOME.

       0120-RECEBE-AGENCIA-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0121-PROCURA-AGENCIA                      SECTION.
      *-----------------------------------------------------------------

           IF AGE-CODIGO EQUAL WRK-AGENCIA
               SET WRK-AGENCIA-SIM TO TRUE
           ELSE
               READ AGENCIAS
           END-IF.

       0121-PROCURA-AGENCIA-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    SALDO DE ABERTURA = FECHAMENTO DO ULTIMO DIA CONCILIADO PELO
      *    PRGCOFDI. COFRE SEM REGISTRO COMECA ZERADO
      *-----------------------------------------------------------------
       0130-CARREGA-ABERTURA                     SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-SALDO-ABERTURA.

           OPEN INPUT COFRESAL.
           IF FS-COFRESAL NOT EQUAL 00
               GO TO 0130-CARREGA-ABERTURA-FIM
           END-IF.

           READ COFRESAL.
           PERFORM 0131-PROCURA-COFRE
               UNTIL FS-COFRESAL NOT EQUAL 00.

           CLOSE COFRESAL.

       0130-CARREGA-ABERTURA-FIM.                EXIT.

      *-----------------------------------------------------------------
       0131-PROCURA-COFRE                        SECTION.
      *-----------------------------------------------------------------

           IF CFS-AGENCIA EQUAL WRK-AGENCIA
               IF CFS-DATA LESS WRK-DATA-HOJE
                   MOVE CFS-SALDO-FECHAMENTO TO WRK-SALDO-ABERTURA
               ELSE
                   SET WRK-COFRE-JA-FECHADO TO TRUE
               END-IF
           END-IF.

           READ COFRESAL.

       0131-PROCURA-COFRE-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    MOVIMENTO JA REGISTRADO HOJE NO COFRE DA AGENCIA (TURNOS
      *    ANTERIORES DO PROPRIO PROGRAMA)
      *-----------------------------------------------------------------
       0140-CARREGA-MOVIMENTO                    SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT COFREMOV.
           IF FS-COFREMOV NOT EQUAL 00
               GO TO 0140-CARREGA-MOVIMENTO-FIM
           END-IF.

           READ COFREMOV.
           PERFORM 0141-ACUMULA-MOVIMENTO
               UNTIL FS-COFREMOV NOT EQUAL 00.

           CLOSE COFREMOV.

       0140-CARREGA-MOVIMENTO-FIM.               EXIT.

      *-----------------------------------------------------------------
       0141-ACUMULA-MOVIMENTO                    SECTION.
      *-----------------------------------------------------------------

           IF CFM-AGENCIA EQUAL WRK-AGENCIA
              AND CFM-DATA EQUAL WRK-DATA-HOJE
               MOVE CFM-TIPO  TO WRK-TIPO-MOV
               MOVE CFM-VALOR TO WRK-VALOR-MOV
               PERFORM 0250-SOMA-MOVIMENTO
           END-IF.

           READ COFREMOV.

       0141-ACUMULA-MOVIMENTO-FIM.               EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-LINHA.
           DISPLAY "S-SUPRIMENTO  R-RECOLHIMENTO  E-RECEBIMENTO "
                   "T-REMESSA  F-CONTAGEM  P-POSICAO  X-SAIR".
           DISPLAY "DIGITE A OPCAO..".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN WRK-OPCAO-SUPRIMENTO
               WHEN WRK-OPCAO-RECOLHIMENTO
                   PERFORM 0210-MOVIMENTO-CAIXA
               WHEN WRK-OPCAO-RECEBIMENTO
               WHEN WRK-OPCAO-REMESSA
                   PERFORM 0220-MOVIMENTO-TRANSPORTE
               WHEN WRK-OPCAO-CONTAGEM
                   PERFORM 0230-CONTAGEM
               WHEN WRK-OPCAO-POSICAO
                   PERFORM 0300-MOSTRA-POSICAO
               WHEN WRK-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    SUPRIMENTO (S) E RECOLHIMENTO (R) ENTRE O COFRE E UM CAIXA
      *-----------------------------------------------------------------
       0210-MOVIMENTO-CAIXA                      SECTION.
      *-----------------------------------------------------------------

           DISPLAY "CODIGO DO OPERADOR DO CAIXA..".
           ACCEPT WRK-CAIXA.

           PERFORM 0240-PROCURA-CAIXA.
           IF WRK-CAIXA-NAO
               ADD 1 TO ACU-RECUSADOS
               GO TO 0210-MOVIMENTO-CAIXA-FIM
           END-IF.

           DISPLAY "VALOR EM ESPECIE..".
           ACCEPT WRK-VALOR.
           IF WRK-VALOR NOT GREATER ZEROS
               DISPLAY "ERRO: VALOR INVALIDO!"
               ADD 1 TO ACU-RECUSADOS
               GO TO 0210-MOVIMENTO-CAIXA-FIM
           END-IF.

           IF WRK-OPCAO-SUPRIMENTO
              AND WRK-VALOR GREATER WRK-POSICAO
               DISPLAY "ERRO: SUPRIMENTO MAIOR QUE O SALDO DO COFRE!"
               ADD 1 TO ACU-RECUSADOS
               GO TO 0210-MOVIMENTO-CAIXA-FIM
           END-IF.

           MOVE SPACES TO WRK-REFERENCIA.
           PERFORM 0260-GRAVA-MOVIMENTO.

       0210-MOVIMENTO-CAIXA-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    RECEBIMENTO (E) E REMESSA (T) COM A TRANSPORTADORA DE VALORES
      *-----------------------------------------------------------------
       0220-MOVIMENTO-TRANSPORTE                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY "NUMERO DA GUIA DA TRANSPORTADORA..".
           ACCEPT WRK-REFERENCIA.
           IF WRK-REFERENCIA EQUAL SPACES
               DISPLAY "ERRO: GUIA OBRIGATORIA!"
               ADD 1 TO ACU-RECUSADOS
               GO TO 0220-MOVIMENTO-TRANSPORTE-FIM
           END-IF.

           DISPLAY "VALOR EM ESPECIE..".
           ACCEPT WRK-VALOR.
           IF WRK-VALOR NOT GREATER ZEROS
               DISPLAY "ERRO: VALOR INVALIDO!"
               ADD 1 TO ACU-RECUSADOS
               GO TO 0220-MOVIMENTO-TRANSPORTE-FIM
           END-IF.

           IF WRK-OPCAO-REMESSA
              AND WRK-VALOR GREATER WRK-POSICAO
               DISPLAY "ERRO: REMESSA MAIOR QUE O SALDO DO COFRE!"
               ADD 1 TO ACU-RECUSADOS
               GO TO 0220-MOVIMENTO-TRANSPORTE-FIM
           END-IF.

           MOVE SPACES TO WRK-CAIXA.
           PERFORM 0260-GRAVA-MOVIMENTO.

       0220-MOVIMENTO-TRANSPORTE-FIM.            EXIT.

      *-----------------------------------------------------------------
      *    CONTAGEM FISICA (F) - NAO MEXE NA POSICAO, SO REGISTRA O QUE
      *    FOI CONTADO; VALE A ULTIMA CONTAGEM DO DIA
      *-----------------------------------------------------------------
       0230-CONTAGEM                             SECTION.
      *-----------------------------------------------------------------

           PERFORM 0300-MOSTRA-POSICAO.

           DISPLAY "VALOR CONTADO NO COFRE..".
           ACCEPT WRK-VALOR.

           COMPUTE WRK-DIFERENCA = WRK-VALOR - WRK-POSICAO.
           MOVE WRK-DIFERENCA TO WRK-VALOR-ED.
           IF WRK-DIFERENCA EQUAL ZEROS
               DISPLAY "COFRE CONFERIDO - SEM DIFERENCA."
           ELSE
               DISPLAY "*****DIFERENCA NO COFRE: " WRK-VALOR-ED "*****"
           END-IF.

           MOVE SPACES TO WRK-CAIXA.
           MOVE SPACES TO WRK-REFERENCIA.
           PERFORM 0260-GRAVA-MOVIMENTO.

       0230-CONTAGEM-FIM.                        EXIT.

      *-----------------------------------------------------------------
      *    O CAIXA TEM DE SER UM OPERADOR CADASTRADO E NAO BLOQUEADO
      *-----------------------------------------------------------------
       0240-PROCURA-CAIXA                        SECTION.
      *-----------------------------------------------------------------

           SET WRK-CAIXA-NAO TO TRUE.

           OPEN INPUT OPERADORES.
           IF FS-OPERADORES NOT EQUAL 00
               DISPLAY "ARQUIVO DE OPERADORES NAO ABERTO!"
               GO TO 0240-PROCURA-CAIXA-FIM
           END-IF.

           READ OPERADORES.
           PERFORM 0241-COMPARA-CAIXA
               UNTIL FS-OPERADORES NOT EQUAL 00
                  OR WRK-CAIXA-SIM.

           CLOSE OPERADORES.

           IF WRK-CAIXA-NAO
               DISPLAY "ERRO: OPERADOR DO CAIXA NAO CADASTRADO!"
               GO TO 0240-PROCURA-CAIXA-FIM
           END-IF.

           IF OPE-ESTA-BLOQUEADO
               DISPLAY "ERRO: OPERADOR DO CAIXA BLOQUEADO!"
               SET WRK-CAIXA-NAO TO TRUE
               GO TO 0240-PROCURA-CAIXA-FIM
           END-IF.

           DISPLAY "CAIXA: " OPE-NOME.

       0240-PROCURA-CAIXA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0241-COMPARA-CAIXA                        SECTION.
      *-----------------------------------------------------------------

           IF OPE-CODIGO EQUAL WRK-CAIXA
               SET WRK-CAIXA-SIM TO TRUE
           ELSE
               READ OPERADORES
           END-IF.

       0241-COMPARA-CAIXA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    ATUALIZA A POSICAO DO DIA COM O MOVIMENTO EM WRK-TIPO-MOV
      *-----------------------------------------------------------------
       0250-SOMA-MOVIMENTO                       SECTION.
      *-----------------------------------------------------------------

           EVALUATE TRUE
               WHEN WRK-MOV-SUPRIMENTO
                   ADD WRK-VALOR-MOV TO WRK-TOT-SUPRIDO
               WHEN WRK-MOV-RECOLHIMENTO
                   ADD WRK-VALOR-MOV TO WRK-TOT-RECOLHIDO
               WHEN WRK-MOV-RECEBIMENTO
                   ADD WRK-VALOR-MOV TO WRK-TOT-RECEBIDO
               WHEN WRK-MOV-REMESSA
                   ADD WRK-VALOR-MOV TO WRK-TOT-REMETIDO
               WHEN WRK-MOV-CONTAGEM
                   MOVE WRK-VALOR-MOV TO WRK-CONTAGEM
                   SET WRK-COFRE-CONTADO TO TRUE
           END-EVALUATE.

           COMPUTE WRK-POSICAO = WRK-SALDO-ABERTURA
                               + WRK-TOT-RECEBIDO
                               - WRK-TOT-REMETIDO
                               + WRK-TOT-RECOLHIDO
                               - WRK-TOT-SUPRIDO.

       0250-SOMA-MOVIMENTO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0260-GRAVA-MOVIMENTO                      SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-HORA-AGORA FROM TIME.

           INITIALIZE REG-COFREMOV.
           MOVE WRK-DATA-HOJE          TO CFM-DATA.
           MOVE WRK-HORA-AGORA         TO CFM-HORA.
           MOVE WRK-AGENCIA            TO CFM-AGENCIA.
           MOVE WRK-OPCAO              TO CFM-TIPO.
           MOVE WRK-OPERADOR           TO CFM-OPERADOR.
           MOVE WRK-CAIXA              TO CFM-CAIXA.
           MOVE WRK-VALOR              TO CFM-VALOR.
           MOVE WRK-REFERENCIA         TO CFM-REFERENCIA.

           WRITE REG-COFREMOV.
           IF FS-COFREMOV NOT EQUAL 00
               DISPLAY "ERRO NA GRAVACAO DO LIVRO DO COFRE!"
               CALL "FSTATUS" USING FS-COFREMOV WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               ADD 1 TO ACU-RECUSADOS
               GO TO 0260-GRAVA-MOVIMENTO-FIM
           END-IF.

           ADD 1 TO ACU-MOVIMENTOS.
           MOVE WRK-OPCAO TO WRK-TIPO-MOV.
           MOVE WRK-VALOR TO WRK-VALOR-MOV.
           PERFORM 0250-SOMA-MOVIMENTO.
           DISPLAY "MOVIMENTO REGISTRADO!".

           IF NOT WRK-MOV-CONTAGEM
               MOVE WRK-POSICAO TO WRK-VALOR-ED
               DISPLAY "SALDO DO COFRE......: " WRK-VALOR-ED
               PERFORM 0310-CONFERE-SEGURO
           END-IF.

       0260-GRAVA-MOVIMENTO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0300-MOSTRA-POSICAO                       SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-LINHA.
           DISPLAY "POSICAO DO COFRE - AGENCIA " WRK-AGENCIA
                   " DATA " WRK-DATA-HOJE.
           MOVE WRK-SALDO-ABERTURA TO WRK-VALOR-ED.
           DISPLAY "ABERTURA............: " WRK-VALOR-ED.
           MOVE WRK-TOT-RECEBIDO   TO WRK-VALOR-ED.
           DISPLAY "(+) TRANSPORTADORA..: " WRK-VALOR-ED.
           MOVE WRK-TOT-REMETIDO   TO WRK-VALOR-ED.
           DISPLAY "(-) REMESSAS........: " WRK-VALOR-ED.
           MOVE WRK-TOT-RECOLHIDO  TO WRK-VALOR-ED.
           DISPLAY "(+) RECOLHIMENTOS...: " WRK-VALOR-ED.
           MOVE WRK-TOT-SUPRIDO    TO WRK-VALOR-ED.
           DISPLAY "(-) SUPRIMENTOS.....: " WRK-VALOR-ED.
           MOVE WRK-POSICAO        TO WRK-VALOR-ED.
           DISPLAY "SALDO DO COFRE......: " WRK-VALOR-ED.
           IF WRK-COFRE-CONTADO
               MOVE WRK-CONTAGEM   TO WRK-VALOR-ED
               DISPLAY "ULTIMA CONTAGEM.....: " WRK-VALOR-ED
           END-IF.
           IF WRK-LIMITE-SEGURO GREATER ZEROS
               MOVE WRK-LIMITE-SEGURO TO WRK-VALOR-ED
               DISPLAY "LIMITE DE SEGURO....: " WRK-VALOR-ED
           END-IF.

           PERFORM 0310-CONFERE-SEGURO.

       0300-MOSTRA-POSICAO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0310-CONFERE-SEGURO                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-LIMITE-SEGURO GREATER ZEROS
              AND WRK-POSICAO GREATER WRK-LIMITE-SEGURO
               DISPLAY "*****ATENCAO: COFRE ACIMA DO LIMITE DE SEGURO"
                       " - PROVIDENCIAR REMESSA*****"
           END-IF.

       0310-CONFERE-SEGURO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0400-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE COFREMOV.

           DISPLAY WRK-LINHA.
           DISPLAY "MOVIMENTOS REGISTRADOS: " ACU-MOVIMENTOS.
           DISPLAY "MOVIMENTOS RECUSADOS..: " ACU-RECUSADOS.
           DISPLAY WRK-FIM-PRG.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0400-FINALIZAR-FIM.                       EXIT.
