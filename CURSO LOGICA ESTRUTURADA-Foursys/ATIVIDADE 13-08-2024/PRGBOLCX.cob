       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGBOLCX.
      *=================================================================
      * PROGRAMA   : PRGBOLCX
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: PAGAMENTO DE CONTAS NO CAIXA COM DEBITO EM CONTA -
      *              O OPERADOR ASSINA (OPERADORES.txt, SENHA PELO
      *              VALSEN) E:
      *              P) CAPTURA UM PAGAMENTO: CONTA ABERTA NO CONTAS.dat
      *                 (DV PELO VALCTA), LINHA DIGITAVEL OU CODIGO DE
      *                 BARRAS CONFERIDO PELO VALBOL, CONVENIO ATIVO NO
      *                 CONVBOL.txt, BOLETO NAO VENCIDO, NAO PAGO
      *                 ANTES (PAGBOL.txt) E VALOR ATE O MAXIMO DO
      *                 BOLPARAM.txt - GRAVADO NO PAGBOL.txt COMO
      *                 CAPTURADO PARA O PRGBOLPG DEBITAR E REPASSAR.
      *                 A RECUSA POR CONVENIO, VENCIMENTO, PAGAMENTO
      *                 ANTERIOR OU VALOR FICA REGISTRADA (SITUACAO R)
      *                 PARA O RELATORIO DO DIA;
      *              C) CANCELA UM PAGAMENTO AINDA NAO DEBITADO;
      *              L) LISTA OS PAGAMENTOS DE UMA CONTA.
      *              CONSULTA (L) LIBERADA PARA O NIVEL 1; CAPTURA E
      *              CANCELAMENTO EXIGEM NIVEL 2 OU 3
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  OPERADORES            INPUT                  #OPERADOR
      *  CONTAS                INPUT                  #CONTAS
      *  BOLPARAM              INPUT                  #BOLPARAM
      *  CONVBOL               INPUT                  #CONVBOL
      *  PAGBOL                INPUT/OUTPUT (EXTEND)  #PAGBOL
      *  PAGTMP                WORK
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS / VALCTA / VALBOL / VALSEN
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

           SELECT BOLPARAM              ASSIGN TO
                                        WRK-CAMINHO-BOLPARAM
               FILE STATUS              IS FS-BOLPARAM.

           SELECT CONVBOL               ASSIGN TO
                                        WRK-CAMINHO-CONVBOL
               FILE STATUS              IS FS-CONVBOL.

           SELECT PAGBOL                ASSIGN TO
                                        WRK-CAMINHO-PAGBOL
               FILE STATUS              IS FS-PAGBOL.

           SELECT PAGTMP                ASSIGN TO
                                        WRK-CAMINHO-PAGTMP
               FILE STATUS              IS FS-PAGTMP.

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
      *     INPUT -  PARAMETROS DO PAGAMENTO DE CONTAS (BOLPARAM)
      *                               LRECL = 019
      *----------------------------------------------------------------*
       FD  BOLPARAM.
       COPY '#BOLPARAM'.

      *----------------------------------------------------------------*
      *     INPUT -  CONVENIOS DE PAGAMENTO DE CONTAS (CONVBOL)
      *                               LRECL = 036
      *----------------------------------------------------------------*
       FD  CONVBOL.
       COPY '#CONVBOL'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - PAGAMENTOS DE CONTAS (PAGBOL)
      *                               LRECL = 113
      *----------------------------------------------------------------*
       FD  PAGBOL.
       COPY '#PAGBOL'.

      *----------------------------------------------------------------*
      *     WORK  -  REGRAVACAO DOS PAGAMENTOS NO CANCELAMENTO
      *                               LRECL = 113
      *----------------------------------------------------------------*
       FD  PAGTMP.
       01  REG-PAGTMP                   PIC X(113).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-OPERADORES                PIC 9(002).
       77  FS-CONTAS                    PIC 9(002).
       77  FS-BOLPARAM                  PIC 9(002).
       77  FS-CONVBOL                   PIC 9(002).
       77  FS-PAGBOL                    PIC 9(002).
       77  FS-PAGTMP                    PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-CONTAS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-BOLPARAM         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CONVBOL          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-PAGBOL           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-PAGTMP           PIC X(060)        VALUES SPACES.

       01  WRK-OPCAO                    PIC X(001)        VALUES SPACES.
           88 WRK-OPCAO-PAGAR                     VALUES "P".
           88 WRK-OPCAO-CANCELAR                  VALUES "C".
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
           '*** VARIAVEIS DO PAGAMENTO DIGITADO *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-CONFIRMA                 PIC X(001)        VALUES SPACES.

      *== PARAMETROS (BOLPARAM) - SEM O ARQUIVO A CAPTURA E RECUSADA
       01  WRK-PARAMETRO-LIDO           PIC X(001)        VALUES "N".
           88 WRK-PARAMETRO-SIM                   VALUES "S".
           88 WRK-PARAMETRO-NAO                   VALUES "N".
       01  WRK-VALOR-MAXIMO             PIC 9(008)V99     VALUES ZEROS.

       01  WRK-AGENCIA                  PIC 9(004)        VALUES ZEROS.
       01  WRK-CONTA                    PIC 9(005)        VALUES ZEROS.
       01  WRK-DV                       PIC 9(001)        VALUES ZEROS.
       01  WRK-CONTA-OK                 PIC X(001)        VALUES "N".
           88 WRK-CONTA-VALIDA                    VALUES "S".
           88 WRK-CONTA-INVALIDA                  VALUES "N".

      *== DADOS DO PAGAMENTO
       01  WRK-FORMA                    PIC X(001)        VALUES SPACES.
           88 WRK-FORMA-LINHA                     VALUES "L".
           88 WRK-FORMA-BARRAS                    VALUES "B".
       01  WRK-CODIGO                   PIC X(048)        VALUES SPACES.
       01  WRK-VENCIMENTO               PIC 9(008)        VALUES ZEROS.
       01  WRK-VALOR                    PIC 9(008)V99     VALUES ZEROS.
       01  WRK-MOTIVO-RECUSA            PIC 9(002)        VALUES ZEROS.
       01  WRK-ULTIMO-PAGAMENTO         PIC 9(006)        VALUES ZEROS.
       01  WRK-ALVO-PAGAMENTO           PIC 9(006)        VALUES ZEROS.
       01  WRK-PAGAMENTO-ACHADO         PIC X(001)        VALUES "N".
           88 WRK-PAGAMENTO-SIM                   VALUES "S".
           88 WRK-PAGAMENTO-NAO                   VALUES "N".

      *== CONVENIOS (CONVBOL.txt)
       01  WRK-QT-CONVENIOS             PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-CONVENIO             PIC 9(003)        VALUES ZEROS.
       01  WRK-CONVENIO-ACHADO          PIC X(001)        VALUES "N".
           88 WRK-CONVENIO-SIM                    VALUES "S".
           88 WRK-CONVENIO-NAO                    VALUES "N".
       01  WRK-TAB-CONVENIOS.
           05 WRK-CNV-OCO               OCCURS 300 TIMES.
               10 WRK-CNV-TIPO              PIC X(01).
               10 WRK-CNV-CODIGO            PIC 9(04).
               10 WRK-CNV-NOME              PIC X(30).
               10 WRK-CNV-SITUACAO          PIC X(01).

      *== LISTAGEM
       01  ACU-PAGAMENTOS               PIC 9(005) COMP-3 VALUES ZEROS.
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

      *== AREA DE CHAMADA DO MODULO VALBOL (LINHA DIGITAVEL/BARRAS)
       01  WRK-VALBOL.
           05 WRK-VBL-FUNCAO            PIC X(001)        VALUES "L".
           05 WRK-VBL-LINHA             PIC X(048)        VALUES SPACES.
           05 WRK-VBL-BARRAS            PIC X(044)        VALUES SPACES.
           05 WRK-VBL-TIPO-BOLETO       PIC X(001)        VALUES SPACES.
               88 WRK-VBL-BANCARIO                VALUES "B".
               88 WRK-VBL-CONSUMO                 VALUES "C".
           05 WRK-VBL-CONVENIO          PIC 9(004)        VALUES ZEROS.
           05 WRK-VBL-VENCIMENTO        PIC 9(008)        VALUES ZEROS.
           05 WRK-VBL-VALOR             PIC 9(009)V99     VALUES ZEROS.
           05 WRK-VBL-VALIDO            PIC X(001)        VALUES "N".
               88 WRK-VBL-OK                      VALUES "S".
               88 WRK-VBL-INVALIDO                VALUES "N".

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
                  "\BOLPARAM.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-BOLPARAM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CONVBOL.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CONVBOL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\PAGBOL.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-PAGBOL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\PAGTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-PAGTMP.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "==== PAGAMENTO DE CONTAS NO CAIXA ====".
           PERFORM 0110-SIGNON.
           IF WRK-OPERADOR-NAO
               DISPLAY "OPERADOR NAO AUTORIZADO, ENCERRANDO."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0120-RECEBE-PARAMETRO.
           PERFORM 0130-CARREGA-CONVENIOS.

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
       0120-RECEBE-PARAMETRO                     SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT BOLPARAM.
           IF FS-BOLPARAM            EQUAL 00
               READ BOLPARAM
               IF FS-BOLPARAM        EQUAL 00
                   MOVE BPR-VALOR-MAXIMO  TO WRK-VALOR-MAXIMO
                   SET WRK-PARAMETRO-SIM  TO TRUE
               END-IF
               CLOSE BOLPARAM
           END-IF.

           IF WRK-PARAMETRO-NAO
               DISPLAY "PARAMETROS DO PAGAMENTO DE CONTAS (BOLPARAM)"
                   " NAO LIDOS - SO CONSULTA"
           END-IF.

       0120-RECEBE-PARAMETRO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0130-CARREGA-CONVENIOS                    SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CONVBOL.
           IF FS-CONVBOL NOT EQUAL 00
               DISPLAY "CADASTRO DE CONVENIOS (CONVBOL) NAO ABERTO -"
                   " TODO PAGAMENTO SERA RECUSADO"
               GO TO 0130-CARREGA-CONVENIOS-FIM
           END-IF.

           READ CONVBOL.
           PERFORM 0131-GUARDA-CONVENIO
               UNTIL FS-CONVBOL NOT EQUAL 00.

           CLOSE CONVBOL.

       0130-CARREGA-CONVENIOS-FIM.               EXIT.

      *-----------------------------------------------------------------
       0131-GUARDA-CONVENIO                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-CONVENIOS LESS 300
               ADD 1 TO WRK-QT-CONVENIOS
               MOVE CNV-TIPO     TO WRK-CNV-TIPO(WRK-QT-CONVENIOS)
               MOVE CNV-CODIGO   TO WRK-CNV-CODIGO(WRK-QT-CONVENIOS)
               MOVE CNV-NOME     TO WRK-CNV-NOME(WRK-QT-CONVENIOS)
               MOVE CNV-SITUACAO TO WRK-CNV-SITUACAO(WRK-QT-CONVENIOS)
           ELSE
               DISPLAY "TABELA DE CONVENIOS CHEIA (300) - CONVENIO "
                   CNV-TIPO CNV-CODIGO " IGNORADO"
           END-IF.

           READ CONVBOL.

       0131-GUARDA-CONVENIO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           DISPLAY "==== PAGAMENTO DE CONTAS NO CAIXA ====".
           DISPLAY "P-PAGAR  C-CANCELAR  L-LISTAR CONTA  S-SAIR".
           DISPLAY "DIGITE A OPCAO..".
           ACCEPT WRK-OPCAO.

           IF WRK-NIVEL-CONSULTA
              AND (WRK-OPCAO-PAGAR OR WRK-OPCAO-CANCELAR)
               DISPLAY "OPERADOR DE CONSULTA - OPCAO NAO PERMITIDA!"
               GO TO 0200-PROCESSAR-FIM
           END-IF.

           EVALUATE TRUE
               WHEN WRK-OPCAO-PAGAR
                   PERFORM 0210-PAGAR
               WHEN WRK-OPCAO-CANCELAR
                   PERFORM 0230-CANCELAR
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 0220-LISTAR
               WHEN WRK-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    CAPTURA - CONTA E CODIGO ERRADOS SAO SO REDIGITADOS; A
      *    RECUSA DE UM BOLETO LIDO (CONVENIO, VENCIMENTO, PAGO ANTES,
      *    VALOR) FICA REGISTRADA. O DEBITO FICA COM O PRGBOLPG
      *-----------------------------------------------------------------
       0210-PAGAR                                SECTION.
      *-----------------------------------------------------------------

           IF WRK-PARAMETRO-NAO
               DISPLAY "SEM PARAMETROS DO PAGAMENTO DE CONTAS, CAPTURA"
                   " RECUSADA!"
               GO TO 0210-PAGAR-FIM
           END-IF.

           PERFORM 0250-RECEBE-CONTA.
           IF WRK-CONTA-INVALIDA
               GO TO 0210-PAGAR-FIM
           END-IF.

           IF NOT CTA-ABERTA
               DISPLAY "CONTA NAO ESTA ABERTA, PAGAMENTO RECUSADO!"
               GO TO 0210-PAGAR-FIM
           END-IF.

           DISPLAY "L-LINHA DIGITAVEL  B-CODIGO DE BARRAS..".
           ACCEPT WRK-FORMA.
           IF NOT WRK-FORMA-LINHA AND NOT WRK-FORMA-BARRAS
               DISPLAY "FORMA INVALIDA!"
               GO TO 0210-PAGAR-FIM
           END-IF.

           DISPLAY "DIGITE O CODIGO (SO NUMEROS)..".
           ACCEPT WRK-CODIGO.

           MOVE WRK-FORMA              TO WRK-VBL-FUNCAO.
           MOVE SPACES                 TO WRK-VBL-LINHA
                                          WRK-VBL-BARRAS.
           IF WRK-FORMA-LINHA
               MOVE WRK-CODIGO         TO WRK-VBL-LINHA
           ELSE
               MOVE WRK-CODIGO(1:44)   TO WRK-VBL-BARRAS
           END-IF.
           CALL "VALBOL" USING WRK-VALBOL.
           IF WRK-VBL-INVALIDO
               DISPLAY "DIGITO VERIFICADOR DO BOLETO ERRADO - CONFIRA"
                   " O CODIGO DIGITADO!"
               GO TO 0210-PAGAR-FIM
           END-IF.

           MOVE ZEROS TO WRK-MOTIVO-RECUSA.
           MOVE WRK-VBL-VENCIMENTO TO WRK-VENCIMENTO.

           PERFORM 0260-PROCURA-CONVENIO.
           IF WRK-CONVENIO-NAO
               DISPLAY "CONVENIO " WRK-VBL-TIPO-BOLETO WRK-VBL-CONVENIO
                   " NAO CADASTRADO OU INATIVO!"
               MOVE 06 TO WRK-MOTIVO-RECUSA
               PERFORM 0240-GRAVA-PAGAMENTO
               GO TO 0210-PAGAR-FIM
           END-IF.
           DISPLAY "CONVENIO: " WRK-CNV-NOME(WRK-IDX-CONVENIO).

           IF WRK-VBL-CONSUMO
               DISPLAY "VENCIMENTO DA CONTA (AAAAMMDD, BRANCO=SEM).."
               ACCEPT WRK-VENCIMENTO
           END-IF.
           IF WRK-VENCIMENTO GREATER ZEROS
              AND WRK-VENCIMENTO LESS WRK-DATA-HOJE
               DISPLAY "BOLETO VENCIDO EM " WRK-VENCIMENTO
                   " - PAGAMENTO RECUSADO!"
               MOVE 04 TO WRK-MOTIVO-RECUSA
               PERFORM 0240-GRAVA-PAGAMENTO
               GO TO 0210-PAGAR-FIM
           END-IF.

           IF WRK-VBL-VALOR GREATER ZEROS
               MOVE WRK-VBL-VALOR TO WRK-VALOR
           ELSE
               DISPLAY "VALOR A PAGAR.."
               ACCEPT WRK-VALOR
           END-IF.
           IF WRK-VALOR EQUAL ZEROS
              OR WRK-VBL-VALOR GREATER 99999999,99
              OR (WRK-VALOR-MAXIMO GREATER ZEROS
              AND WRK-VALOR GREATER WRK-VALOR-MAXIMO)
               DISPLAY "VALOR ZERADO OU ACIMA DO MAXIMO POR PAGAMENTO"
                   " - PAGAMENTO RECUSADO!"
               MOVE 07 TO WRK-MOTIVO-RECUSA
               PERFORM 0240-GRAVA-PAGAMENTO
               GO TO 0210-PAGAR-FIM
           END-IF.

           PERFORM 0270-PROCURA-PAGO.
           IF WRK-PAGAMENTO-SIM
               DISPLAY "BOLETO JA PAGO/CAPTURADO NO PAGAMENTO "
                   PGB-NUMERO " - PAGAMENTO RECUSADO!"
               MOVE 05 TO WRK-MOTIVO-RECUSA
               PERFORM 0240-GRAVA-PAGAMENTO
               GO TO 0210-PAGAR-FIM
           END-IF.

           MOVE WRK-VALOR TO WRK-VALOR-ED.
           DISPLAY "AG " WRK-AGENCIA " CTA " WRK-CONTA " VALOR "
               WRK-VALOR-ED " VENCIMENTO " WRK-VENCIMENTO.
           DISPLAY "CONFIRMA O PAGAMENTO (S/N)?".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "PAGAMENTO DESISTIDO."
               GO TO 0210-PAGAR-FIM
           END-IF.

           PERFORM 0240-GRAVA-PAGAMENTO.

           DISPLAY "PAGAMENTO " PGB-NUMERO " CAPTURADO - SERA DEBITADO"
               " NO PROCESSAMENTO DO DIA".

       0210-PAGAR-FIM.                           EXIT.

      *-----------------------------------------------------------------
       0211-ULTIMO-PAGAMENTO                     SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-ULTIMO-PAGAMENTO.

           OPEN INPUT PAGBOL.
           IF FS-PAGBOL NOT EQUAL 00
               GO TO 0211-ULTIMO-PAGAMENTO-FIM
           END-IF.

           READ PAGBOL.
           PERFORM 0212-MAIOR-NUMERO
               UNTIL FS-PAGBOL NOT EQUAL 00.

           CLOSE PAGBOL.

       0211-ULTIMO-PAGAMENTO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0212-MAIOR-NUMERO                         SECTION.
      *-----------------------------------------------------------------

           IF PGB-NUMERO GREATER WRK-ULTIMO-PAGAMENTO
               MOVE PGB-NUMERO TO WRK-ULTIMO-PAGAMENTO
           END-IF.

           READ PAGBOL.

       0212-MAIOR-NUMERO-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0220-LISTAR                               SECTION.
      *-----------------------------------------------------------------

           PERFORM 0250-RECEBE-CONTA.
           IF WRK-CONTA-INVALIDA
               GO TO 0220-LISTAR-FIM
           END-IF.

           MOVE ZEROS TO ACU-PAGAMENTOS.

           OPEN INPUT PAGBOL.
           IF FS-PAGBOL EQUAL 00
               READ PAGBOL
               PERFORM 0221-LISTA-PAGAMENTO
                   UNTIL FS-PAGBOL NOT EQUAL 00
               CLOSE PAGBOL
           END-IF.

           DISPLAY WRK-LINHA.
           DISPLAY "PAGAMENTOS DA CONTA: " ACU-PAGAMENTOS.
           DISPLAY "(C=CAPTURADO P=PAGO R=RECUSADO X=CANCELADO)".

       0220-LISTAR-FIM.                          EXIT.

      *-----------------------------------------------------------------
       0221-LISTA-PAGAMENTO                      SECTION.
      *-----------------------------------------------------------------

           IF PGB-AGENCIA EQUAL WRK-AGENCIA
              AND PGB-CONTA EQUAL WRK-CONTA
               ADD 1 TO ACU-PAGAMENTOS
               MOVE PGB-VALOR TO WRK-VALOR-ED
               DISPLAY "PAG " PGB-NUMERO " " PGB-DATA-CAPTURA
                   " VALOR " WRK-VALOR-ED " SIT " PGB-SITUACAO
                   " MOTIVO " PGB-MOTIVO " CONVENIO "
                   PGB-TIPO-BOLETO PGB-CONVENIO
               DISPLAY "    " PGB-CODIGO-BARRAS
           END-IF.

           READ PAGBOL.

       0221-LISTA-PAGAMENTO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    CANCELAMENTO - SO O PAGAMENTO AINDA CAPTURADO (O PAGO JA FOI
      *    DEBITADO E REPASSADO AO CONVENIO)
      *-----------------------------------------------------------------
       0230-CANCELAR                             SECTION.
      *-----------------------------------------------------------------

           DISPLAY "NUMERO DO PAGAMENTO..".
           ACCEPT WRK-ALVO-PAGAMENTO.

           SET WRK-PAGAMENTO-NAO TO TRUE.

           OPEN INPUT PAGBOL.
           IF FS-PAGBOL NOT EQUAL 00
               DISPLAY "NENHUM PAGAMENTO CADASTRADO!"
               GO TO 0230-CANCELAR-FIM
           END-IF.

           READ PAGBOL.
           PERFORM 0231-PROCURA-PAGAMENTO
               UNTIL FS-PAGBOL NOT EQUAL 00
                  OR WRK-PAGAMENTO-SIM.

           CLOSE PAGBOL.

           IF WRK-PAGAMENTO-NAO
               DISPLAY "PAGAMENTO NAO ENCONTRADO!"
               GO TO 0230-CANCELAR-FIM
           END-IF.

           IF NOT PGB-CAPTURADO
               DISPLAY "PAGAMENTO NA SITUACAO " PGB-SITUACAO
                   " - SO O CAPTURADO PODE SER CANCELADO!"
               GO TO 0230-CANCELAR-FIM
           END-IF.

           MOVE PGB-VALOR TO WRK-VALOR-ED.
           DISPLAY "AG " PGB-AGENCIA " CTA " PGB-CONTA " VALOR "
               WRK-VALOR-ED " CONVENIO " PGB-TIPO-BOLETO PGB-CONVENIO.
           DISPLAY "CONFIRMA O CANCELAMENTO (S/N)?".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "CANCELAMENTO DESISTIDO."
               GO TO 0230-CANCELAR-FIM
           END-IF.

           OPEN INPUT  PAGBOL.
           OPEN OUTPUT PAGTMP.

           READ PAGBOL.
           PERFORM 0232-MARCA-CANCELADO
               UNTIL FS-PAGBOL NOT EQUAL 00.

           CLOSE PAGBOL.
           CLOSE PAGTMP.

           OPEN OUTPUT PAGBOL.
           OPEN INPUT  PAGTMP.

           READ PAGTMP
               AT END
                   CONTINUE
           END-READ.

           PERFORM 0233-COPIA-PARA-PAGBOL
               UNTIL FS-PAGTMP NOT EQUAL 00.

           CLOSE PAGBOL.
           CLOSE PAGTMP.

           DISPLAY "PAGAMENTO " WRK-ALVO-PAGAMENTO " CANCELADO".

       0230-CANCELAR-FIM.                        EXIT.

      *-----------------------------------------------------------------
       0231-PROCURA-PAGAMENTO                    SECTION.
      *-----------------------------------------------------------------

           IF PGB-NUMERO EQUAL WRK-ALVO-PAGAMENTO
               SET WRK-PAGAMENTO-SIM TO TRUE
           ELSE
               READ PAGBOL
           END-IF.

       0231-PROCURA-PAGAMENTO-FIM.               EXIT.

      *-----------------------------------------------------------------
       0232-MARCA-CANCELADO                      SECTION.
      *-----------------------------------------------------------------

           IF PGB-NUMERO EQUAL WRK-ALVO-PAGAMENTO
              AND PGB-CAPTURADO
               SET PGB-CANCELADO    TO TRUE
               MOVE WRK-DATA-HOJE   TO PGB-DATA-SITUACAO
           END-IF.

           WRITE REG-PAGTMP FROM REG-PAGBOL.

           READ PAGBOL.

       0232-MARCA-CANCELADO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0233-COPIA-PARA-PAGBOL                    SECTION.
      *-----------------------------------------------------------------

           WRITE REG-PAGBOL FROM REG-PAGTMP.

           READ PAGTMP
               AT END
                   CONTINUE
           END-READ.

       0233-COPIA-PARA-PAGBOL-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    GRAVA O PAGAMENTO NO PAGBOL - CAPTURADO QUANDO O MOTIVO ESTA
      *    ZERADO, SENAO RECUSADO COM O MOTIVO
      *-----------------------------------------------------------------
       0240-GRAVA-PAGAMENTO                      SECTION.
      *-----------------------------------------------------------------

           PERFORM 0211-ULTIMO-PAGAMENTO.

           MOVE SPACES                   TO REG-PAGBOL.
           ADD 1 WRK-ULTIMO-PAGAMENTO    GIVING PGB-NUMERO.
           MOVE WRK-DATA-HOJE            TO PGB-DATA-CAPTURA.
           SET PGB-CANAL-CAIXA           TO TRUE.
           MOVE WRK-AGENCIA              TO PGB-AGENCIA.
           MOVE WRK-CONTA                TO PGB-CONTA.
           MOVE WRK-DV                   TO PGB-DV-CONTA.
           MOVE WRK-VBL-BARRAS           TO PGB-CODIGO-BARRAS.
           MOVE WRK-VBL-TIPO-BOLETO      TO PGB-TIPO-BOLETO.
           MOVE WRK-VBL-CONVENIO         TO PGB-CONVENIO.
           MOVE WRK-VENCIMENTO           TO PGB-VENCIMENTO.
           MOVE WRK-VALOR                TO PGB-VALOR.
           MOVE WRK-OPERADOR             TO PGB-OPERADOR.
           MOVE WRK-MOTIVO-RECUSA        TO PGB-MOTIVO.
           IF WRK-MOTIVO-RECUSA EQUAL ZEROS
               SET PGB-CAPTURADO         TO TRUE
               MOVE ZEROS                TO PGB-DATA-SITUACAO
           ELSE
               SET PGB-RECUSADO          TO TRUE
               MOVE WRK-DATA-HOJE        TO PGB-DATA-SITUACAO
           END-IF.

           OPEN EXTEND PAGBOL.
           IF FS-PAGBOL EQUAL 35
               OPEN OUTPUT PAGBOL
               CLOSE PAGBOL
               OPEN EXTEND PAGBOL
           END-IF.
           WRITE REG-PAGBOL.
           CLOSE PAGBOL.

       0240-GRAVA-PAGAMENTO-FIM.                 EXIT.

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
      *    CONVENIO DO BOLETO (TIPO + CODIGO DEVOLVIDOS PELO VALBOL)
      *    PRECISA ESTAR CADASTRADO E ATIVO
      *-----------------------------------------------------------------
       0260-PROCURA-CONVENIO                     SECTION.
      *-----------------------------------------------------------------

           SET WRK-CONVENIO-NAO TO TRUE.

           PERFORM 0261-COMPARA-CONVENIO
               VARYING WRK-IDX-CONVENIO FROM 1 BY 1
               UNTIL WRK-IDX-CONVENIO GREATER WRK-QT-CONVENIOS
                  OR WRK-CONVENIO-SIM.

           IF WRK-CONVENIO-SIM
               SUBTRACT 1 FROM WRK-IDX-CONVENIO
               IF WRK-CNV-SITUACAO(WRK-IDX-CONVENIO) NOT EQUAL "A"
                   SET WRK-CONVENIO-NAO TO TRUE
               END-IF
           END-IF.

       0260-PROCURA-CONVENIO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0261-COMPARA-CONVENIO                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-CNV-TIPO(WRK-IDX-CONVENIO) EQUAL WRK-VBL-TIPO-BOLETO
              AND WRK-CNV-CODIGO(WRK-IDX-CONVENIO)
                                              EQUAL WRK-VBL-CONVENIO
               SET WRK-CONVENIO-SIM TO TRUE
           END-IF.

       0261-COMPARA-CONVENIO-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    O MESMO CODIGO DE BARRAS JA CAPTURADO OU PAGO NAO E ACEITO
      *    DE NOVO
      *-----------------------------------------------------------------
       0270-PROCURA-PAGO                         SECTION.
      *-----------------------------------------------------------------

           SET WRK-PAGAMENTO-NAO TO TRUE.

           OPEN INPUT PAGBOL.
           IF FS-PAGBOL NOT EQUAL 00
               GO TO 0270-PROCURA-PAGO-FIM
           END-IF.

           READ PAGBOL.
           PERFORM 0271-COMPARA-PAGO
               UNTIL FS-PAGBOL NOT EQUAL 00
                  OR WRK-PAGAMENTO-SIM.

           CLOSE PAGBOL.

       0270-PROCURA-PAGO-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0271-COMPARA-PAGO                         SECTION.
      *-----------------------------------------------------------------

           IF PGB-CODIGO-BARRAS EQUAL WRK-VBL-BARRAS
              AND (PGB-CAPTURADO OR PGB-PAGO)
               SET WRK-PAGAMENTO-SIM TO TRUE
           ELSE
               READ PAGBOL
           END-IF.

       0271-COMPARA-PAGO-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-FIM-PRG.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0300-FINALIZAR-FIM.                       EXIT.
