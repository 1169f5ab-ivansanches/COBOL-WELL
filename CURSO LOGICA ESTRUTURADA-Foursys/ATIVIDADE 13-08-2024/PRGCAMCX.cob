       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGCAMCX.
      *=================================================================
      * PROGRAMA   : PRGCAMCX
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: COMPRA E VENDA DE MOEDA ESTRANGEIRA NO CAIXA COM
      *              LIQUIDACAO EM CONTA - O OPERADOR ASSINA
      *              (OPERADORES.txt, SENHA PELO VALSEN) E:
      *              T) MOSTRA AS TAXAS DE COMPRA E VENDA DO DIA DE
      *                 CADA MOEDA DO CAMBPARM.txt (COTACAO DE
      *                 REFERENCIA DO COTACOES.txt -/+ SPREAD);
      *              O) CAPTURA UMA OPERACAO: CONTA ABERTA NO
      *                 CONTAS.dat (DV PELO VALCTA), OPERACAO C
      *                 (CLIENTE COMPRA) OU V (CLIENTE VENDE), MOEDA
      *                 NEGOCIADA NO CAMBPARM.txt, COTACAO DENTRO DA
      *                 IDADE MAXIMA DA MOEDA E VALOR ATE O MAXIMO -
      *                 GRAVADA NO CAMBIO.txt COMO CAPTURADA, COM A
      *                 TAXA MOSTRADA AO CLIENTE, PARA O PRGCAMLQ
      *                 LIQUIDAR. A RECUSA POR COTACAO DESATUALIZADA OU
      *                 POR VALOR FICA REGISTRADA (SITUACAO R);
      *              C) CANCELA UMA OPERACAO AINDA NAO LIQUIDADA;
      *              L) LISTA AS OPERACOES DE UMA CONTA.
      *              COTACAO (T) E CONSULTA (L) LIBERADAS PARA O NIVEL
      *              1; CAPTURA E CANCELAMENTO EXIGEM NIVEL 2 OU 3
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  OPERADORES            INPUT                  #OPERADOR
      *  CONTAS                INPUT                  #CONTAS
      *  CAMBPARM              INPUT                  #CAMBPARM
      *  COTACOES              INPUT                  #COTACOES
      *  CAMBIO                INPUT/OUTPUT (EXTEND)  #CAMBIO
      *  CAMTMP                WORK
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

           SELECT CAMBPARM              ASSIGN TO
                                        WRK-CAMINHO-CAMBPARM
               FILE STATUS              IS FS-CAMBPARM.

           SELECT COTACOES              ASSIGN TO
                                        WRK-CAMINHO-COTACOES
               FILE STATUS              IS FS-COTACOES.

           SELECT CAMBIO                ASSIGN TO
                                        WRK-CAMINHO-CAMBIO
               FILE STATUS              IS FS-CAMBIO.

           SELECT CAMTMP                ASSIGN TO
                                        WRK-CAMINHO-CAMTMP
               FILE STATUS              IS FS-CAMTMP.

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
      *     INPUT -  PARAMETROS DE CAMBIO POR MOEDA (CAMBPARM)
      *                               LRECL = 037
      *----------------------------------------------------------------*
       FD  CAMBPARM.
       COPY '#CAMBPARM'.

      *----------------------------------------------------------------*
      *     INPUT -  COTACOES DATADAS DE MOEDA (COTACOES)
      *                               LRECL = 019
      *----------------------------------------------------------------*
       FD  COTACOES.
       COPY '#COTACOES'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - OPERACOES DE CAMBIO (CAMBIO)
      *                               LRECL = 112
      *----------------------------------------------------------------*
       FD  CAMBIO.
       COPY '#CAMBIO'.

      *----------------------------------------------------------------*
      *     WORK  -  REGRAVACAO DAS OPERACOES NO CANCELAMENTO
      *                               LRECL = 112
      *----------------------------------------------------------------*
       FD  CAMTMP.
       01  REG-CAMTMP                   PIC X(112).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-OPERADORES                PIC 9(002).
       77  FS-CONTAS                    PIC 9(002).
       77  FS-CAMBPARM                  PIC 9(002).
       77  FS-COTACOES                  PIC 9(002).
       77  FS-CAMBIO                    PIC 9(002).
       77  FS-CAMTMP                    PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-CONTAS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CAMBPARM         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-COTACOES         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CAMBIO           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CAMTMP           PIC X(060)        VALUES SPACES.

       01  WRK-OPCAO                    PIC X(001)        VALUES SPACES.
           88 WRK-OPCAO-TAXAS                     VALUES "T".
           88 WRK-OPCAO-OPERAR                    VALUES "O".
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
           '*** VARIAVEIS DA OPERACAO DIGITADA *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-CONFIRMA                 PIC X(001)        VALUES SPACES.

       01  WRK-AGENCIA                  PIC 9(004)        VALUES ZEROS.
       01  WRK-CONTA                    PIC 9(005)        VALUES ZEROS.
       01  WRK-DV                       PIC 9(001)        VALUES ZEROS.
       01  WRK-CONTA-OK                 PIC X(001)        VALUES "N".
           88 WRK-CONTA-VALIDA                    VALUES "S".
           88 WRK-CONTA-INVALIDA                  VALUES "N".

      *== DADOS DA OPERACAO
       01  WRK-OPERACAO                 PIC X(001)        VALUES SPACES.
           88 WRK-CLIENTE-COMPRA                  VALUES "C".
           88 WRK-CLIENTE-VENDE                   VALUES "V".
       01  WRK-MOEDA                    PIC X(003)        VALUES SPACES.
       01  WRK-VALOR-MOEDA              PIC 9(008)V99     VALUES ZEROS.
       01  WRK-MOTIVO-RECUSA            PIC 9(002)        VALUES ZEROS.
       01  WRK-ULTIMA-OPERACAO          PIC 9(006)        VALUES ZEROS.
       01  WRK-ALVO-OPERACAO            PIC 9(006)        VALUES ZEROS.
       01  WRK-OPERACAO-ACHADA          PIC X(001)        VALUES "N".
           88 WRK-OPERACAO-SIM                    VALUES "S".
           88 WRK-OPERACAO-NAO                    VALUES "N".

      *== PRECIFICACAO (TAXA DE REFERENCIA -/+ SPREAD)
       01  WRK-DATA-COTACAO             PIC 9(008)        VALUES ZEROS.
       01  WRK-TAXA-REFERENCIA          PIC 9(03)V9(05)   VALUES ZEROS.
       01  WRK-TAXA-APLICADA            PIC 9(03)V9(05)   VALUES ZEROS.
       01  WRK-TAXA-COMPRA              PIC 9(03)V9(05)   VALUES ZEROS.
       01  WRK-TAXA-VENDA               PIC 9(03)V9(05)   VALUES ZEROS.
       01  WRK-VALOR-REAIS              PIC 9(010)V99     VALUES ZEROS.
       01  WRK-VALOR-REFERENCIA         PIC 9(010)V99     VALUES ZEROS.
       01  WRK-RECEITA-SPREAD           PIC 9(008)V99     VALUES ZEROS.
       01  WRK-IDADE-COTACAO            PIC S9(005)       VALUES ZEROS.
       01  WRK-COTACAO-OK               PIC X(001)        VALUES "N".
           88 WRK-COTACAO-VALIDA                  VALUES "S".
           88 WRK-COTACAO-INVALIDA                VALUES "N".

      *== MOEDAS NEGOCIADAS (CAMBPARM.txt)
       01  WRK-QT-PARAMETROS            PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-PARAMETRO            PIC 9(002)        VALUES ZEROS.
       01  WRK-PARAMETRO-ACHADO         PIC X(001)        VALUES "N".
           88 WRK-PARAMETRO-SIM                   VALUES "S".
           88 WRK-PARAMETRO-NAO                   VALUES "N".
       01  WRK-TAB-PARAMETROS.
           05 WRK-CPM-OCO               OCCURS 20 TIMES.
               10 WRK-CPM-MOEDA             PIC X(03).
               10 WRK-CPM-SPREAD-COMPRA     PIC 9(02)V9(04).
               10 WRK-CPM-SPREAD-VENDA      PIC 9(02)V9(04).
               10 WRK-CPM-DIAS-VALIDADE     PIC 9(02).
               10 WRK-CPM-VALOR-MAXIMO      PIC 9(08)V99.

      *== COTACOES VIGENTES HOJE (MAIS RECENTE ATE A DATA)
       01  WRK-QT-COTACOES              PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-MOEDA                PIC 9(002)        VALUES ZEROS.
       01  WRK-MOEDA-ACHADA             PIC X(001)        VALUES "N".
           88 WRK-MOEDA-SIM                       VALUES "S".
           88 WRK-MOEDA-NAO                       VALUES "N".
       01  WRK-TAB-COTACOES.
           05 WRK-COT-OCO               OCCURS 20 TIMES.
               10 WRK-COT-MOEDA             PIC X(003).
               10 WRK-COT-COTACAO           PIC 9(03)V9(05).
               10 WRK-COT-VIGENCIA          PIC 9(008).

      *== LISTAGEM
       01  ACU-OPERACOES                PIC 9(005) COMP-3 VALUES ZEROS.
       01  WRK-VALOR-ED                 PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-VALOR-ED2                PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WRK-TAXA-ED                  PIC ZZ9,99999.
       01  WRK-TAXA-ED2                 PIC ZZ9,99999.
       01  WRK-TAXA-ED3                 PIC ZZ9,99999.

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
                  "\CAMBPARM.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CAMBPARM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\COTACOES.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-COTACOES.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CAMBIO.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CAMBIO.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CAMTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CAMTMP.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "==== CAMBIO NO CAIXA ====".
           PERFORM 0110-SIGNON.
           IF WRK-OPERADOR-NAO
               DISPLAY "OPERADOR NAO AUTORIZADO, ENCERRANDO."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0120-CARREGA-PARAMETROS.
           PERFORM 0130-CARREGA-COTACOES.

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
      *    SEM O CAMBPARM NENHUMA MOEDA E NEGOCIADA (SO CONSULTA)
      *-----------------------------------------------------------------
       0120-CARREGA-PARAMETROS                   SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CAMBPARM.
           IF FS-CAMBPARM NOT EQUAL 00
               DISPLAY "PARAMETROS DE CAMBIO (CAMBPARM) NAO LIDOS -"
                   " SO CONSULTA"
               GO TO 0120-CARREGA-PARAMETROS-FIM
           END-IF.

           READ CAMBPARM.
           PERFORM 0121-GUARDA-PARAMETRO
               UNTIL FS-CAMBPARM NOT EQUAL 00.

           CLOSE CAMBPARM.

       0120-CARREGA-PARAMETROS-FIM.              EXIT.

      *-----------------------------------------------------------------
       0121-GUARDA-PARAMETRO                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-PARAMETROS LESS 20
               ADD 1 TO WRK-QT-PARAMETROS
               MOVE CPM-MOEDA
                             TO WRK-CPM-MOEDA(WRK-QT-PARAMETROS)
               MOVE CPM-SPREAD-COMPRA
                             TO WRK-CPM-SPREAD-COMPRA(WRK-QT-PARAMETROS)
               MOVE CPM-SPREAD-VENDA
                             TO WRK-CPM-SPREAD-VENDA(WRK-QT-PARAMETROS)
               MOVE CPM-DIAS-VALIDADE
                             TO WRK-CPM-DIAS-VALIDADE(WRK-QT-PARAMETROS)
               MOVE CPM-VALOR-MAXIMO
                             TO WRK-CPM-VALOR-MAXIMO(WRK-QT-PARAMETROS)
           ELSE
               DISPLAY "TABELA DE MOEDAS CHEIA (20) - MOEDA "
                   CPM-MOEDA " IGNORADA"
           END-IF.

           READ CAMBPARM.

       0121-GUARDA-PARAMETRO-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    PARA CADA MOEDA FICA A COTACAO MAIS RECENTE COM VIGENCIA ATE
      *    HOJE (MESMA REGRA DO ATI4)
      *-----------------------------------------------------------------
       0130-CARREGA-COTACOES                     SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT COTACOES.
           IF FS-COTACOES NOT EQUAL 00
               DISPLAY "COTACOES (COTACOES.txt) NAO LIDAS - TODA"
                   " OPERACAO SERA RECUSADA"
               GO TO 0130-CARREGA-COTACOES-FIM
           END-IF.

           READ COTACOES.
           PERFORM 0131-GUARDA-COTACAO
               UNTIL FS-COTACOES NOT EQUAL 00.

           CLOSE COTACOES.

       0130-CARREGA-COTACOES-FIM.                EXIT.

      *-----------------------------------------------------------------
       0131-GUARDA-COTACAO                       SECTION.
      *-----------------------------------------------------------------

           IF COT-DATA-VIGENCIA NOT GREATER WRK-DATA-HOJE
               MOVE COT-MOEDA TO WRK-MOEDA
               PERFORM 0280-PROCURA-COTACAO
               IF WRK-MOEDA-SIM
                   IF COT-DATA-VIGENCIA NOT LESS
                      WRK-COT-VIGENCIA(WRK-IDX-MOEDA)
                       MOVE COT-COTACAO
                                 TO WRK-COT-COTACAO(WRK-IDX-MOEDA)
                       MOVE COT-DATA-VIGENCIA
                                 TO WRK-COT-VIGENCIA(WRK-IDX-MOEDA)
                   END-IF
               ELSE
                   IF WRK-QT-COTACOES LESS 20
                       ADD 1 TO WRK-QT-COTACOES
                       MOVE COT-MOEDA
                                 TO WRK-COT-MOEDA(WRK-QT-COTACOES)
                       MOVE COT-COTACAO
                                 TO WRK-COT-COTACAO(WRK-QT-COTACOES)
                       MOVE COT-DATA-VIGENCIA
                                 TO WRK-COT-VIGENCIA(WRK-QT-COTACOES)
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO WRK-MOEDA.

           READ COTACOES.

       0131-GUARDA-COTACAO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           DISPLAY "==== CAMBIO NO CAIXA ====".
           DISPLAY "T-TAXAS DO DIA  O-OPERAR  C-CANCELAR"
               "  L-LISTAR CONTA  S-SAIR".
           DISPLAY "DIGITE A OPCAO..".
           ACCEPT WRK-OPCAO.

           IF WRK-NIVEL-CONSULTA
              AND (WRK-OPCAO-OPERAR OR WRK-OPCAO-CANCELAR)
               DISPLAY "OPERADOR DE CONSULTA - OPCAO NAO PERMITIDA!"
               GO TO 0200-PROCESSAR-FIM
           END-IF.

           EVALUATE TRUE
               WHEN WRK-OPCAO-TAXAS
                   PERFORM 0205-MOSTRA-TAXAS
               WHEN WRK-OPCAO-OPERAR
                   PERFORM 0210-OPERAR
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
      *    TAXAS DE COMPRA E VENDA DO DIA DE CADA MOEDA NEGOCIADA
      *-----------------------------------------------------------------
       0205-MOSTRA-TAXAS                         SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-LINHA.
           DISPLAY "MOEDA  REFERENCIA  VIGENCIA   BANCO COMPRA"
               "  BANCO VENDE".

           PERFORM 0206-MOSTRA-MOEDA
               VARYING WRK-IDX-PARAMETRO FROM 1 BY 1
               UNTIL WRK-IDX-PARAMETRO GREATER WRK-QT-PARAMETROS.

           DISPLAY WRK-LINHA.

       0205-MOSTRA-TAXAS-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0206-MOSTRA-MOEDA                         SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-CPM-MOEDA(WRK-IDX-PARAMETRO) TO WRK-MOEDA.
           PERFORM 0260-CONFERE-COTACAO.

           IF WRK-MOEDA-NAO
               DISPLAY WRK-MOEDA "    SEM COTACAO VIGENTE"
               GO TO 0206-MOSTRA-MOEDA-FIM
           END-IF.

           COMPUTE WRK-TAXA-COMPRA ROUNDED =
               WRK-TAXA-REFERENCIA
               * (1 - WRK-CPM-SPREAD-COMPRA(WRK-IDX-PARAMETRO) / 100).
           COMPUTE WRK-TAXA-VENDA ROUNDED =
               WRK-TAXA-REFERENCIA
               * (1 + WRK-CPM-SPREAD-VENDA(WRK-IDX-PARAMETRO) / 100).

           MOVE WRK-TAXA-REFERENCIA TO WRK-TAXA-ED.
           MOVE WRK-TAXA-COMPRA     TO WRK-TAXA-ED2.
           MOVE WRK-TAXA-VENDA      TO WRK-TAXA-ED3.
           IF WRK-COTACAO-VALIDA
               DISPLAY WRK-MOEDA "    " WRK-TAXA-ED "  "
                   WRK-DATA-COTACAO "   " WRK-TAXA-ED2 "    "
                   WRK-TAXA-ED3
           ELSE
               DISPLAY WRK-MOEDA "    " WRK-TAXA-ED "  "
                   WRK-DATA-COTACAO "   COTACAO DESATUALIZADA -"
                   " SEM NEGOCIACAO"
           END-IF.

       0206-MOSTRA-MOEDA-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    CAPTURA - CONTA, OPERACAO E MOEDA ERRADAS SAO SO
      *    REDIGITADAS; A RECUSA POR COTACAO DESATUALIZADA OU VALOR
      *    FICA REGISTRADA. A LIQUIDACAO FICA COM O PRGCAMLQ
      *-----------------------------------------------------------------
       0210-OPERAR                               SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-PARAMETROS EQUAL ZEROS
               DISPLAY "SEM PARAMETROS DE CAMBIO, CAPTURA RECUSADA!"
               GO TO 0210-OPERAR-FIM
           END-IF.

           PERFORM 0250-RECEBE-CONTA.
           IF WRK-CONTA-INVALIDA
               GO TO 0210-OPERAR-FIM
           END-IF.

           IF NOT CTA-ABERTA
               DISPLAY "CONTA NAO ESTA ABERTA, OPERACAO RECUSADA!"
               GO TO 0210-OPERAR-FIM
           END-IF.

           DISPLAY "C-CLIENTE COMPRA A MOEDA  V-CLIENTE VENDE A"
               " MOEDA..".
           ACCEPT WRK-OPERACAO.
           IF NOT WRK-CLIENTE-COMPRA AND NOT WRK-CLIENTE-VENDE
               DISPLAY "OPERACAO INVALIDA!"
               GO TO 0210-OPERAR-FIM
           END-IF.

           DISPLAY "MOEDA (USD/EUR/GBP..)..".
           ACCEPT WRK-MOEDA.
           PERFORM 0270-PROCURA-PARAMETRO.
           IF WRK-PARAMETRO-NAO
               DISPLAY "MOEDA " WRK-MOEDA " NAO NEGOCIADA!"
               GO TO 0210-OPERAR-FIM
           END-IF.

           DISPLAY "VALOR EM " WRK-MOEDA "..".
           ACCEPT WRK-VALOR-MOEDA.

           MOVE ZEROS TO WRK-MOTIVO-RECUSA.

           PERFORM 0260-CONFERE-COTACAO.
           IF WRK-COTACAO-INVALIDA
               DISPLAY "COTACAO DE " WRK-MOEDA " DESATUALIZADA OU"
                   " AUSENTE - OPERACAO RECUSADA!"
               MOVE 04 TO WRK-MOTIVO-RECUSA
               PERFORM 0240-GRAVA-OPERACAO
               GO TO 0210-OPERAR-FIM
           END-IF.

           IF WRK-VALOR-MOEDA EQUAL ZEROS
              OR (WRK-CPM-VALOR-MAXIMO(WRK-IDX-PARAMETRO) GREATER ZEROS
              AND WRK-VALOR-MOEDA GREATER
                  WRK-CPM-VALOR-MAXIMO(WRK-IDX-PARAMETRO))
               DISPLAY "VALOR ZERADO OU ACIMA DO MAXIMO POR OPERACAO"
                   " - OPERACAO RECUSADA!"
               MOVE 06 TO WRK-MOTIVO-RECUSA
               PERFORM 0240-GRAVA-OPERACAO
               GO TO 0210-OPERAR-FIM
           END-IF.

           PERFORM 0265-PRECIFICA.
           IF WRK-VALOR-REAIS GREATER 99999999,99
               DISPLAY "CONTRAVALOR EM REAIS ACIMA DO LIMITE DO"
                   " LANCAMENTO - OPERACAO RECUSADA!"
               MOVE 06 TO WRK-MOTIVO-RECUSA
               PERFORM 0240-GRAVA-OPERACAO
               GO TO 0210-OPERAR-FIM
           END-IF.

           MOVE WRK-VALOR-MOEDA     TO WRK-VALOR-ED.
           MOVE WRK-VALOR-REAIS     TO WRK-VALOR-ED2.
           MOVE WRK-TAXA-APLICADA   TO WRK-TAXA-ED.
           IF WRK-CLIENTE-COMPRA
               DISPLAY "CLIENTE COMPRA " WRK-VALOR-ED " " WRK-MOEDA
                   " A " WRK-TAXA-ED
               DISPLAY "DEBITO EM CONTA (BRL)...: " WRK-VALOR-ED2
           ELSE
               DISPLAY "CLIENTE VENDE " WRK-VALOR-ED " " WRK-MOEDA
                   " A " WRK-TAXA-ED
               DISPLAY "CREDITO EM CONTA (BRL)..: " WRK-VALOR-ED2
           END-IF.
           DISPLAY "AG " WRK-AGENCIA " CTA " WRK-CONTA
               " COTACAO DE " WRK-DATA-COTACAO.
           DISPLAY "CONFIRMA A OPERACAO (S/N)?".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "OPERACAO DESISTIDA."
               GO TO 0210-OPERAR-FIM
           END-IF.

           PERFORM 0240-GRAVA-OPERACAO.

           DISPLAY "OPERACAO " CMB-NUMERO " CAPTURADA - SERA LIQUIDADA"
               " NO PROCESSAMENTO DO DIA".

       0210-OPERAR-FIM.                          EXIT.

      *-----------------------------------------------------------------
       0211-ULTIMA-OPERACAO                      SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-ULTIMA-OPERACAO.

           OPEN INPUT CAMBIO.
           IF FS-CAMBIO NOT EQUAL 00
               GO TO 0211-ULTIMA-OPERACAO-FIM
           END-IF.

           READ CAMBIO.
           PERFORM 0212-MAIOR-NUMERO
               UNTIL FS-CAMBIO NOT EQUAL 00.

           CLOSE CAMBIO.

       0211-ULTIMA-OPERACAO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0212-MAIOR-NUMERO                         SECTION.
      *-----------------------------------------------------------------

           IF CMB-NUMERO GREATER WRK-ULTIMA-OPERACAO
               MOVE CMB-NUMERO TO WRK-ULTIMA-OPERACAO
           END-IF.

           READ CAMBIO.

       0212-MAIOR-NUMERO-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0220-LISTAR                               SECTION.
      *-----------------------------------------------------------------

           PERFORM 0250-RECEBE-CONTA.
           IF WRK-CONTA-INVALIDA
               GO TO 0220-LISTAR-FIM
           END-IF.

           MOVE ZEROS TO ACU-OPERACOES.

           OPEN INPUT CAMBIO.
           IF FS-CAMBIO EQUAL 00
               READ CAMBIO
               PERFORM 0221-LISTA-OPERACAO
                   UNTIL FS-CAMBIO NOT EQUAL 00
               CLOSE CAMBIO
           END-IF.

           DISPLAY WRK-LINHA.
           DISPLAY "OPERACOES DA CONTA: " ACU-OPERACOES.
           DISPLAY "(C=CAPTURADA L=LIQUIDADA R=RECUSADA X=CANCELADA)".

       0220-LISTAR-FIM.                          EXIT.

      *-----------------------------------------------------------------
       0221-LISTA-OPERACAO                       SECTION.
      *-----------------------------------------------------------------

           IF CMB-AGENCIA EQUAL WRK-AGENCIA
              AND CMB-CONTA EQUAL WRK-CONTA
               ADD 1 TO ACU-OPERACOES
               MOVE CMB-VALOR-MOEDA   TO WRK-VALOR-ED
               MOVE CMB-VALOR-REAIS   TO WRK-VALOR-ED2
               MOVE CMB-TAXA-APLICADA TO WRK-TAXA-ED
               DISPLAY "OPE " CMB-NUMERO " " CMB-DATA-CAPTURA
                   " " CMB-OPERACAO " " CMB-MOEDA " " WRK-VALOR-ED
                   " TAXA " WRK-TAXA-ED " BRL " WRK-VALOR-ED2
                   " SIT " CMB-SITUACAO " MOTIVO " CMB-MOTIVO
           END-IF.

           READ CAMBIO.

       0221-LISTA-OPERACAO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    CANCELAMENTO - SO A OPERACAO AINDA CAPTURADA (A LIQUIDADA JA
      *    FOI LANCADA NAS DUAS PERNAS)
      *-----------------------------------------------------------------
       0230-CANCELAR                             SECTION.
      *-----------------------------------------------------------------

           DISPLAY "NUMERO DA OPERACAO..".
           ACCEPT WRK-ALVO-OPERACAO.

           SET WRK-OPERACAO-NAO TO TRUE.

           OPEN INPUT CAMBIO.
           IF FS-CAMBIO NOT EQUAL 00
               DISPLAY "NENHUMA OPERACAO CADASTRADA!"
               GO TO 0230-CANCELAR-FIM
           END-IF.

           READ CAMBIO.
           PERFORM 0231-PROCURA-OPERACAO
               UNTIL FS-CAMBIO NOT EQUAL 00
                  OR WRK-OPERACAO-SIM.

           CLOSE CAMBIO.

           IF WRK-OPERACAO-NAO
               DISPLAY "OPERACAO NAO ENCONTRADA!"
               GO TO 0230-CANCELAR-FIM
           END-IF.

           IF NOT CMB-CAPTURADA
               DISPLAY "OPERACAO NA SITUACAO " CMB-SITUACAO
                   " - SO A CAPTURADA PODE SER CANCELADA!"
               GO TO 0230-CANCELAR-FIM
           END-IF.

           MOVE CMB-VALOR-MOEDA TO WRK-VALOR-ED.
           DISPLAY "AG " CMB-AGENCIA " CTA " CMB-CONTA " OPERACAO "
               CMB-OPERACAO " " CMB-MOEDA " " WRK-VALOR-ED.
           DISPLAY "CONFIRMA O CANCELAMENTO (S/N)?".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "CANCELAMENTO DESISTIDO."
               GO TO 0230-CANCELAR-FIM
           END-IF.

           OPEN INPUT  CAMBIO.
           OPEN OUTPUT CAMTMP.

           READ CAMBIO.
           PERFORM 0232-MARCA-CANCELADA
               UNTIL FS-CAMBIO NOT EQUAL 00.

           CLOSE CAMBIO.
           CLOSE CAMTMP.

           OPEN OUTPUT CAMBIO.
           OPEN INPUT  CAMTMP.

           READ CAMTMP
               AT END
                   CONTINUE
           END-READ.

           PERFORM 0233-COPIA-PARA-CAMBIO
               UNTIL FS-CAMTMP NOT EQUAL 00.

           CLOSE CAMBIO.
           CLOSE CAMTMP.

           DISPLAY "OPERACAO " WRK-ALVO-OPERACAO " CANCELADA".

       0230-CANCELAR-FIM.                        EXIT.

      *-----------------------------------------------------------------
       0231-PROCURA-OPERACAO                     SECTION.
      *-----------------------------------------------------------------

           IF CMB-NUMERO EQUAL WRK-ALVO-OPERACAO
               SET WRK-OPERACAO-SIM TO TRUE
           ELSE
               READ CAMBIO
           END-IF.

       0231-PROCURA-OPERACAO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0232-MARCA-CANCELADA                      SECTION.
      *-----------------------------------------------------------------

           IF CMB-NUMERO EQUAL WRK-ALVO-OPERACAO
              AND CMB-CAPTURADA
               SET CMB-CANCELADA    TO TRUE
               MOVE WRK-DATA-HOJE   TO CMB-DATA-SITUACAO
           END-IF.

           WRITE REG-CAMTMP FROM REG-CAMBIO.

           READ CAMBIO.

       0232-MARCA-CANCELADA-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0233-COPIA-PARA-CAMBIO                    SECTION.
      *-----------------------------------------------------------------

           WRITE REG-CAMBIO FROM REG-CAMTMP.

           READ CAMTMP
               AT END
                   CONTINUE
           END-READ.

       0233-COPIA-PARA-CAMBIO-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    GRAVA A OPERACAO NO CAMBIO - CAPTURADA QUANDO O MOTIVO ESTA
      *    ZERADO, SENAO RECUSADA COM O MOTIVO
      *-----------------------------------------------------------------
       0240-GRAVA-OPERACAO                       SECTION.
      *-----------------------------------------------------------------

           PERFORM 0211-ULTIMA-OPERACAO.

           MOVE SPACES                   TO REG-CAMBIO.
           ADD 1 WRK-ULTIMA-OPERACAO     GIVING CMB-NUMERO.
           MOVE WRK-DATA-HOJE            TO CMB-DATA-CAPTURA.
           SET CMB-CANAL-CAIXA           TO TRUE.
           MOVE WRK-AGENCIA              TO CMB-AGENCIA.
           MOVE WRK-CONTA                TO CMB-CONTA.
           MOVE WRK-DV                   TO CMB-DV-CONTA.
           MOVE WRK-OPERACAO             TO CMB-OPERACAO.
           MOVE WRK-MOEDA                TO CMB-MOEDA.
           MOVE WRK-VALOR-MOEDA          TO CMB-VALOR-MOEDA.
           MOVE WRK-OPERADOR             TO CMB-OPERADOR.
           MOVE WRK-MOTIVO-RECUSA        TO CMB-MOTIVO.
           MOVE ZEROS                    TO CMB-LOTE.
           IF WRK-MOTIVO-RECUSA EQUAL ZEROS
               MOVE WRK-DATA-COTACAO     TO CMB-DATA-COTACAO
               MOVE WRK-TAXA-REFERENCIA  TO CMB-TAXA-REFERENCIA
               MOVE WRK-TAXA-APLICADA    TO CMB-TAXA-APLICADA
               MOVE WRK-VALOR-REAIS      TO CMB-VALOR-REAIS
               MOVE WRK-RECEITA-SPREAD   TO CMB-RECEITA-SPREAD
               SET CMB-CAPTURADA         TO TRUE
               MOVE ZEROS                TO CMB-DATA-SITUACAO
           ELSE
               MOVE WRK-DATA-COTACAO     TO CMB-DATA-COTACAO
               MOVE WRK-TAXA-REFERENCIA  TO CMB-TAXA-REFERENCIA
               MOVE ZEROS                TO CMB-TAXA-APLICADA
                                            CMB-VALOR-REAIS
                                            CMB-RECEITA-SPREAD
               SET CMB-RECUSADA          TO TRUE
               MOVE WRK-DATA-HOJE        TO CMB-DATA-SITUACAO
           END-IF.

           OPEN EXTEND CAMBIO.
           IF FS-CAMBIO EQUAL 35
               OPEN OUTPUT CAMBIO
               CLOSE CAMBIO
               OPEN EXTEND CAMBIO
           END-IF.
           WRITE REG-CAMBIO.
           CLOSE CAMBIO.

       0240-GRAVA-OPERACAO-FIM.                  EXIT.

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
      *    COTACAO DE REFERENCIA DE WRK-MOEDA VIGENTE HOJE; VALIDA SE A
      *    IDADE EM DIAS CORRIDOS NAO PASSA DA IDADE MAXIMA DA MOEDA
      *    (WRK-IDX-PARAMETRO JA POSICIONADO NA MOEDA)
      *-----------------------------------------------------------------
       0260-CONFERE-COTACAO                      SECTION.
      *-----------------------------------------------------------------

           SET WRK-COTACAO-INVALIDA TO TRUE.
           MOVE ZEROS TO WRK-TAXA-REFERENCIA
                         WRK-DATA-COTACAO.

           PERFORM 0280-PROCURA-COTACAO.
           IF WRK-MOEDA-NAO
               GO TO 0260-CONFERE-COTACAO-FIM
           END-IF.

           MOVE WRK-COT-COTACAO(WRK-IDX-MOEDA)  TO WRK-TAXA-REFERENCIA.
           MOVE WRK-COT-VIGENCIA(WRK-IDX-MOEDA) TO WRK-DATA-COTACAO.

           COMPUTE WRK-IDADE-COTACAO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
               - FUNCTION INTEGER-OF-DATE(WRK-DATA-COTACAO).

           IF WRK-TAXA-REFERENCIA GREATER ZEROS
              AND WRK-IDADE-COTACAO NOT GREATER
                  WRK-CPM-DIAS-VALIDADE(WRK-IDX-PARAMETRO)
               SET WRK-COTACAO-VALIDA TO TRUE
           END-IF.

       0260-CONFERE-COTACAO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    TAXA APLICADA = REFERENCIA + SPREAD DE VENDA (CLIENTE
      *    COMPRA) OU - SPREAD DE COMPRA (CLIENTE VENDE); A RECEITA DE
      *    SPREAD E A DIFERENCA PARA O VALOR A REFERENCIA
      *-----------------------------------------------------------------
       0265-PRECIFICA                            SECTION.
      *-----------------------------------------------------------------

           IF WRK-CLIENTE-COMPRA
               COMPUTE WRK-TAXA-APLICADA ROUNDED =
                   WRK-TAXA-REFERENCIA
                   * (1 + WRK-CPM-SPREAD-VENDA(WRK-IDX-PARAMETRO)
                   / 100)
           ELSE
               COMPUTE WRK-TAXA-APLICADA ROUNDED =
                   WRK-TAXA-REFERENCIA
                   * (1 - WRK-CPM-SPREAD-COMPRA(WRK-IDX-PARAMETRO)
                   / 100)
           END-IF.

           COMPUTE WRK-VALOR-REAIS ROUNDED =
               WRK-VALOR-MOEDA * WRK-TAXA-APLICADA.
           COMPUTE WRK-VALOR-REFERENCIA ROUNDED =
               WRK-VALOR-MOEDA * WRK-TAXA-REFERENCIA.

           IF WRK-CLIENTE-COMPRA
               COMPUTE WRK-RECEITA-SPREAD =
                   WRK-VALOR-REAIS - WRK-VALOR-REFERENCIA
           ELSE
               COMPUTE WRK-RECEITA-SPREAD =
                   WRK-VALOR-REFERENCIA - WRK-VALOR-REAIS
           END-IF.

       0265-PRECIFICA-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0270-PROCURA-PARAMETRO                    SECTION.
      *-----------------------------------------------------------------

           SET WRK-PARAMETRO-NAO TO TRUE.

           PERFORM 0271-COMPARA-PARAMETRO
               VARYING WRK-IDX-PARAMETRO FROM 1 BY 1
               UNTIL WRK-IDX-PARAMETRO GREATER WRK-QT-PARAMETROS
                  OR WRK-PARAMETRO-SIM.

           IF WRK-PARAMETRO-SIM
               SUBTRACT 1 FROM WRK-IDX-PARAMETRO
           END-IF.

       0270-PROCURA-PARAMETRO-FIM.               EXIT.

      *-----------------------------------------------------------------
       0271-COMPARA-PARAMETRO                    SECTION.
      *-----------------------------------------------------------------

           IF WRK-CPM-MOEDA(WRK-IDX-PARAMETRO) EQUAL WRK-MOEDA
              AND WRK-MOEDA NOT EQUAL "BRL"
               SET WRK-PARAMETRO-SIM TO TRUE
           END-IF.

       0271-COMPARA-PARAMETRO-FIM.               EXIT.

      *-----------------------------------------------------------------
       0280-PROCURA-COTACAO                      SECTION.
      *-----------------------------------------------------------------

           SET WRK-MOEDA-NAO TO TRUE.

           PERFORM 0281-COMPARA-COTACAO
               VARYING WRK-IDX-MOEDA FROM 1 BY 1
               UNTIL WRK-IDX-MOEDA GREATER WRK-QT-COTACOES
                  OR WRK-MOEDA-SIM.

           IF WRK-MOEDA-SIM
               SUBTRACT 1 FROM WRK-IDX-MOEDA
           END-IF.

       0280-PROCURA-COTACAO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0281-COMPARA-COTACAO                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-COT-MOEDA(WRK-IDX-MOEDA) EQUAL WRK-MOEDA
               SET WRK-MOEDA-SIM TO TRUE
           END-IF.

       0281-COMPARA-COTACAO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-FIM-PRG.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0300-FINALIZAR-FIM.                       EXIT.
