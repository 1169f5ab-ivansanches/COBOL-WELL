       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGCREDI.
      *=================================================================
      * PROGRAMA   : PRGCREDI
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: RAZAO DE CREDITOS DO ASSINANTE (CREDITOS.txt) -
      *              O OPERADOR ASSINA (OPERADORES.txt, SENHA PELO
      *              VALSEN) E ESCOLHE:
      *              C = CONSULTA: EXTRATO E SALDO DE CREDITO DO
      *                  CLIENTE;
      *              L = LANCAMENTO MANUAL (TIPO M) DE PAGAMENTO PARADO
      *                  NO PAGTONAO/RETNAO JA IDENTIFICADO - CLIENTE
      *                  CONFERIDO NO CLIENTES2.dat;
      *              D = DEVOLUCAO DO CREDITO NA CONTA DO CLIENTE - A
      *                  CONTA DO CONTAS.dat TEM DE ESTAR ABERTA E SER
      *                  DO PROPRIO CLIENTE (CTA-REG-ID = "0" + CODIGO).
      *                  O CREDITO SAI NO LAYOUT #LANCAM EM LANCCRD.txt
      *                  COMO LOTE COM ORIGEM INTERNA 9019 E SEQUENCIA
      *                  EM CRDLOTE.txt, E O RAZAO GANHA A SAIDA (TIPO
      *                  D) COM O NUMERO DO LOTE;
      *              R = CONCILIACAO DA COMPETENCIA (RELCRED.txt) POR
      *                  CLIENTE: SALDO INICIAL + CREDITOS NOVOS -
      *                  APLICADOS - DEVOLVIDOS = SALDO FINAL.
      *              LANCAMENTO E DEVOLUCAO EXIGEM NIVEL 2 OU 3
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  OPERADORES            INPUT                  #OPERADOR
      *  CREDITOS              INPUT/OUTPUT (EXTEND)  #CREDITO
      *  CLIENTES2             INPUT
      *  CONTAS                INPUT                  #CONTAS
      *  PARAMVAL              INPUT                  #PARAMVAL
      *  LANCCRD               OUTPUT (EXTEND)        #LANCAM
      *  LOTESEQ               INPUT/OUTPUT
      *  RELCRED               OUTPUT
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS / VALSEN / VALCTA / SPOOLREG
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

           SELECT CREDITOS              ASSIGN TO
                                        WRK-CAMINHO-CREDITOS
               FILE STATUS              IS FS-CREDITOS.

           SELECT CLIENTES2             ASSIGN TO
                                        WRK-CAMINHO-CLIENTES2
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS RANDOM
               RECORD KEY               IS REG-CODIGO
               FILE STATUS              IS FS-CLIENTES2.

           SELECT CONTAS                ASSIGN TO
                                        WRK-CAMINHO-CONTAS
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS CTA-CHAVE
               FILE STATUS              IS FS-CONTAS.

           SELECT PARAMVAL              ASSIGN TO
                                        WRK-CAMINHO-PARAMVAL
               FILE STATUS              IS FS-PARAMVAL.

           SELECT LANCCRD               ASSIGN TO
                                        WRK-CAMINHO-LANCCRD
               FILE STATUS              IS FS-LANCCRD.

           SELECT LOTESEQ               ASSIGN TO
                                        WRK-CAMINHO-LOTESEQ
               FILE STATUS              IS FS-LOTESEQ.

           SELECT RELCRED               ASSIGN TO
                                        WRK-CAMINHO-RELCRED
               FILE STATUS              IS FS-RELCRED.

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
      *     INPUT/OUTPUT - RAZAO DE CREDITOS DO ASSINANTE (CREDITOS)
      *                               LRECL = 053
      *----------------------------------------------------------------*
       FD  CREDITOS.
       COPY '#CREDITO'.

      *----------------------------------------------------------------*
      *     INPUT -  BASE DE ASSINANTES AGRUPADA (CLIENTES2)
      *                               LRECL = 208
      *----------------------------------------------------------------*
       FD  CLIENTES2.
       01  REG-CLIENTES.
           10 REG-CODIGO               PIC X(003).
           10 REG-NOME                 PIC X(020).
           10 REG-EMAIL                PIC X(020).
           10 FILLER                   PIC X(165).

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE CONTAS (CONTAS)
      *                               LRECL = 026
      *----------------------------------------------------------------*
       FD  CONTAS.
       COPY '#CONTAS'.

      *----------------------------------------------------------------*
      *     INPUT -  PARAMETROS DE VALIDACAO VIGENTES (PARAMVAL)
      *                               LRECL = 014
      *----------------------------------------------------------------*
       FD  PARAMVAL.
       COPY '#PARAMVAL'.

      *----------------------------------------------------------------*
      *     OUTPUT-  CREDITOS DE DEVOLUCAO PARA O PROXIMO ATI4
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  LANCCRD.
       COPY '#LANCAM'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - ULTIMO NUMERO DE LOTE EMITIDO
      *                               LRECL = 006
      *----------------------------------------------------------------*
       FD  LOTESEQ.
       01  REG-LOTESEQ.
           05 SEQ-ULTIMO-LOTE           PIC  9(06).

      *----------------------------------------------------------------*
      *     OUTPUT - CONCILIACAO DE CREDITOS DA COMPETENCIA (RELCRED)
      *                               LRECL = 090
      *----------------------------------------------------------------*
       FD  RELCRED.
       01  REG-RELCRED                  PIC X(090).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-OPERADORES                PIC 9(002).
       77  FS-CREDITOS                  PIC 9(002).
       77  FS-CLIENTES2                 PIC 9(002).
       77  FS-CONTAS                    PIC 9(002).
       77  FS-PARAMVAL                  PIC 9(002).
       77  FS-LANCCRD                   PIC 9(002).
       77  FS-LOTESEQ                   PIC 9(002).
       77  FS-RELCRED                   PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-CREDITOS         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CLIENTES2        PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CONTAS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-PARAMVAL         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LANCCRD          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LOTESEQ          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RELCRED          PIC X(060)        VALUES SPACES.

      *-----------------------------------------------------------------
      *== AREA DE CHAMADA DO MODULO SPOOLREG (CATALOGO DE SPOOL)
      *-----------------------------------------------------------------
       01  WRK-SPOOL.
           05 WRK-SPL-RELATORIO         PIC X(012)        VALUES SPACES.
           05 WRK-SPL-PROGRAMA          PIC X(008)        VALUES SPACES.
           05 WRK-SPL-ARQUIVO           PIC X(060)        VALUES SPACES.
           05 WRK-SPL-DESTINATARIO      PIC X(020)        VALUES SPACES.

       01  WRK-OPCAO                    PIC X(001)        VALUES SPACES.
           88 WRK-OPCAO-CONSULTA                  VALUES "C".
           88 WRK-OPCAO-LANCAR                    VALUES "L".
           88 WRK-OPCAO-DEVOLVER                  VALUES "D".
           88 WRK-OPCAO-RELATORIO                 VALUES "R".
           88 WRK-OPCAO-SAIR                      VALUES "S".

      *== SIGN-ON DO OPERADOR
       01  WRK-OPERADOR                 PIC X(010)        VALUES SPACES.
       01  WRK-OPERADOR-ACHADO          PIC X(001)        VALUES "N".
           88 WRK-OPERADOR-SIM                    VALUES "S".
           88 WRK-OPERADOR-NAO                    VALUES "N".
       01  WRK-NIVEL-OPERADOR           PIC X(001)        VALUES SPACES.
           88 WRK-NIVEL-CONSULTA                  VALUES "1".
           88 WRK-OPERADOR-SUPERVISOR             VALUES "3".

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

      *== AREA DE CHAMADA DO MODULO VALCTA (DV DE AGENCIA+CONTA)
       01  WRK-VALCTA.
           05 WRK-VCT-FUNCAO            PIC X(001)        VALUES "C".
           05 WRK-VCT-AGENCIA           PIC 9(004)        VALUES ZEROS.
           05 WRK-VCT-CONTA             PIC 9(005)        VALUES ZEROS.
           05 WRK-VCT-DV-INFORMADO      PIC 9(001)        VALUES ZEROS.
           05 WRK-VCT-DV-CALCULADO      PIC 9(001)        VALUES ZEROS.
           05 WRK-VCT-VALIDA            PIC X(001)        VALUES "N".
               88 WRK-VCT-OK                      VALUES "S".
               88 WRK-VCT-INVALIDA                VALUES "N".

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DO RAZAO DE CREDITOS ***           '.
      *-----------------------------------------------------------------

       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-CODIGO                   PIC X(003)        VALUES SPACES.
       01  WRK-VALOR                    PIC 9(006)V99     VALUES ZEROS.
       01  WRK-DOCUMENTO                PIC 9(006)        VALUES ZEROS.
       01  WRK-AGENCIA                  PIC 9(004)        VALUES ZEROS.
       01  WRK-CONTA                    PIC 9(005)        VALUES ZEROS.
       01  WRK-CONFIRMA                 PIC X(001)        VALUES SPACES.
       01  WRK-COMPETENCIA              PIC 9(006)        VALUES ZEROS.
       01  WRK-SALDO                    PIC S9(07)V99 COMP-3
                                                          VALUES ZEROS.
       01  WRK-VALOR-ED                 PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-SALDO-ED                 PIC -ZZZ.ZZZ.ZZ9,99.

      *== CODIGO DO ASSINANTE NO FORMATO DO REG-ID DO CONTAS (0+CODIGO)
       01  WRK-ID-CLIENTE.
           05 WRK-ID-CLIENTE-P1         PIC X(001).
           05 WRK-ID-CLIENTE-P2         PIC X(003).
       01  WRK-ID-CLIENTE-N REDEFINES WRK-ID-CLIENTE
                                        PIC 9(004).

      *== PARAMETROS DO DETALHE DE LANCAMENTO (PARAMVAL AUSENTE = F/P)
       01  WRK-TIPO-CLIENTE-VALIDO      PIC X(001)        VALUES "F".
       01  WRK-GERENTE-VALIDO           PIC X(001)        VALUES "P".

      *== CONTROLE DO LOTE EMITIDO NESTA SESSAO
       01  WRK-LOTE-NUMERO              PIC 9(006)        VALUES ZEROS.
       01  WRK-LOTE-ESTADO              PIC X(001)        VALUES "F".
           88 WRK-LOTE-ABERTO                     VALUES "A".
           88 WRK-LOTE-FECHADO                    VALUES "F".
       01  WRK-TOTAL-DEVOLVIDO          PIC 9(010)V99     VALUES ZEROS.
       01  ACU-DEVOLUCOES               PIC 9(005) COMP-3 VALUES ZEROS.

      *== CONCILIACAO POR CLIENTE DA COMPETENCIA
       01  WRK-QT-CLIENTES              PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-CLI                  PIC 9(003)        VALUES ZEROS.
       01  WRK-CLI-ACHADO               PIC X(001)        VALUES "N".
           88 WRK-CLI-FOI-ACHADO                  VALUES "S".
           88 WRK-CLI-NAO-ACHADO                  VALUES "N".
       01  WRK-TAB-CONCILIACAO.
           05 WRK-CON-OCO               OCCURS 500 TIMES.
               10 WRK-CON-CODIGO            PIC X(03).
               10 WRK-CON-INICIAL           PIC S9(07)V99 COMP-3.
               10 WRK-CON-NOVOS             PIC S9(07)V99 COMP-3.
               10 WRK-CON-APLICADOS         PIC S9(07)V99 COMP-3.
               10 WRK-CON-DEVOLVIDOS        PIC S9(07)V99 COMP-3.
       01  WRK-CON-FINAL                PIC S9(07)V99 COMP-3
                                                          VALUES ZEROS.

       01  WRK-TOTAIS-CONCILIACAO.
           05 WRK-TOT-INICIAL           PIC S9(09)V99 COMP-3.
           05 WRK-TOT-NOVOS             PIC S9(09)V99 COMP-3.
           05 WRK-TOT-APLICADOS         PIC S9(09)V99 COMP-3.
           05 WRK-TOT-DEVOLVIDOS        PIC S9(09)V99 COMP-3.
           05 WRK-TOT-FINAL             PIC S9(09)V99 COMP-3.

      *== LINHAS DA CONSULTA
       01  WRK-LIN-EXTRATO.
           05 WRK-EXT-DATA              PIC 9(008).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-EXT-TIPO              PIC X(001).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-EXT-VALOR             PIC ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-EXT-PROGRAMA          PIC X(008).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-EXT-DOCUMENTO         PIC 9(006).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-EXT-OPERADOR          PIC X(010).

      *== LINHAS DA CONCILIACAO
       01  WRK-LIN-TITULO.
           05 FILLER                    PIC X(040) VALUE
              "CONCILIACAO DE CREDITOS - COMPETENCIA".
           05 WRK-TIT-COMPETENCIA       PIC 9(006).
           05 FILLER                    PIC X(044) VALUE SPACES.

       01  WRK-LIN-CABEC                PIC X(090) VALUE
           "CLI  SALDO INICIAL       NOVOS   APLICADOS  DEVOLVIDOS
      -    "   SALDO FINAL".

       01  WRK-LIN-CONCILIACAO.
           05 WRK-LCO-CODIGO            PIC X(003).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LCO-INICIAL           PIC -ZZ.ZZZ.ZZ9,99.
           05 WRK-LCO-NOVOS             PIC -ZZ.ZZZ.ZZ9,99.
           05 WRK-LCO-APLICADOS         PIC -ZZ.ZZZ.ZZ9,99.
           05 WRK-LCO-DEVOLVIDOS        PIC -ZZ.ZZZ.ZZ9,99.
           05 WRK-LCO-FINAL             PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(016) VALUE SPACES.

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
           PERFORM 0900-FINALIZAR.

       0001-PRINCIPAL-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DIR-DADOS FROM ENVIRONMENT "ATIVIDADE3_DIR".
           IF WRK-DIR-DADOS EQUAL SPACES
               MOVE "C:\ATIVIDADE3" TO WRK-DIR-DADOS
           END-IF.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CREDITOS.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CREDITOS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CLIENTES2.dat"     DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CLIENTES2.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CONTAS.dat"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CONTAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\PARAMVAL.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-PARAMVAL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\LANCCRD.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LANCCRD.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CRDLOTE.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LOTESEQ.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RELCRED.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RELCRED.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT PARAMVAL.
           IF FS-PARAMVAL            EQUAL 00
               READ PARAMVAL
               IF FS-PARAMVAL        EQUAL 00
                   MOVE REG-TIPO-CLIENTE-VALIDO
                                     TO WRK-TIPO-CLIENTE-VALIDO
                   MOVE REG-GERENTE-VALIDO      TO WRK-GERENTE-VALIDO
               END-IF
               CLOSE PARAMVAL
           END-IF.

           DISPLAY "==== RAZAO DE CREDITOS DO ASSINANTE ====".
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

           DISPLAY "==== RAZAO DE CREDITOS DO ASSINANTE ====".
           DISPLAY "C-CONSULTA  L-LANCAR CREDITO MANUAL  D-DEVOLVER".
           DISPLAY "R-RELATORIO DE CONCILIACAO  S-SAIR".
           DISPLAY "DIGITE A OPCAO..".
           ACCEPT WRK-OPCAO.

           IF WRK-NIVEL-CONSULTA
              AND (WRK-OPCAO-LANCAR OR WRK-OPCAO-DEVOLVER)
               DISPLAY "LANCAMENTO E DEVOLUCAO EXIGEM NIVEL 2 OU 3!"
               GO TO 0200-PROCESSAR-FIM
           END-IF.

           EVALUATE TRUE
               WHEN WRK-OPCAO-CONSULTA
                   PERFORM 0300-CONSULTA
               WHEN WRK-OPCAO-LANCAR
                   PERFORM 0400-LANCA-MANUAL
               WHEN WRK-OPCAO-DEVOLVER
                   PERFORM 0500-DEVOLUCAO
               WHEN WRK-OPCAO-RELATORIO
                   PERFORM 0600-CONCILIACAO
               WHEN WRK-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    SALDO DE CREDITO DO CLIENTE WRK-CODIGO EM WRK-SALDO -
      *    ENTRADAS (E/N/M) MENOS SAIDAS (A/D) DE TODO O RAZAO
      *-----------------------------------------------------------------
       0210-CALCULA-SALDO                        SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-SALDO.

           OPEN INPUT CREDITOS.
           IF FS-CREDITOS NOT EQUAL 00
               GO TO 0210-CALCULA-SALDO-FIM
           END-IF.

           READ CREDITOS.
           PERFORM 0211-SOMA-MOVIMENTO
               UNTIL FS-CREDITOS NOT EQUAL 00.

           CLOSE CREDITOS.

       0210-CALCULA-SALDO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0211-SOMA-MOVIMENTO                       SECTION.
      *-----------------------------------------------------------------

           IF CRD-CODIGO-CLIENTE EQUAL WRK-CODIGO
               IF CRD-ENTRADA
                   ADD CRD-VALOR      TO WRK-SALDO
               ELSE
                   SUBTRACT CRD-VALOR FROM WRK-SALDO
               END-IF
           END-IF.

           READ CREDITOS.

       0211-SOMA-MOVIMENTO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0220-ABRE-CREDITOS                        SECTION.
      *-----------------------------------------------------------------

           OPEN EXTEND CREDITOS.
           IF FS-CREDITOS EQUAL 35
               OPEN OUTPUT CREDITOS
               CLOSE CREDITOS
               OPEN EXTEND CREDITOS
           END-IF.
           IF FS-CREDITOS NOT EQUAL 00
               DISPLAY "CREDITOS.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-CREDITOS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0220-ABRE-CREDITOS-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    CONSULTA - EXTRATO DOS MOVIMENTOS DO CLIENTE E SALDO ATUAL
      *-----------------------------------------------------------------
       0300-CONSULTA                             SECTION.
      *-----------------------------------------------------------------

           DISPLAY "CODIGO DO CLIENTE..".
           ACCEPT WRK-CODIGO.

           MOVE ZEROS TO WRK-SALDO.

           OPEN INPUT CREDITOS.
           IF FS-CREDITOS NOT EQUAL 00
               DISPLAY "RAZAO DE CREDITOS VAZIO!"
               GO TO 0300-CONSULTA-FIM
           END-IF.

           DISPLAY WRK-LINHA.
           DISPLAY "DATA     T      VALOR PROGRAMA DOCTO  OPERADOR".
           READ CREDITOS.
           PERFORM 0310-LISTA-MOVIMENTO
               UNTIL FS-CREDITOS NOT EQUAL 00.

           CLOSE CREDITOS.

           MOVE WRK-SALDO TO WRK-SALDO-ED.
           DISPLAY WRK-LINHA.
           DISPLAY "SALDO DE CREDITO.....: " WRK-SALDO-ED.

       0300-CONSULTA-FIM.                        EXIT.

      *-----------------------------------------------------------------
       0310-LISTA-MOVIMENTO                      SECTION.
      *-----------------------------------------------------------------

           IF CRD-CODIGO-CLIENTE EQUAL WRK-CODIGO
               MOVE CRD-DATA       TO WRK-EXT-DATA
               MOVE CRD-TIPO       TO WRK-EXT-TIPO
               MOVE CRD-VALOR      TO WRK-EXT-VALOR
               MOVE CRD-PROGRAMA   TO WRK-EXT-PROGRAMA
               MOVE CRD-DOCUMENTO  TO WRK-EXT-DOCUMENTO
               MOVE CRD-OPERADOR   TO WRK-EXT-OPERADOR
               DISPLAY WRK-LIN-EXTRATO
               IF CRD-ENTRADA
                   ADD CRD-VALOR      TO WRK-SALDO
               ELSE
                   SUBTRACT CRD-VALOR FROM WRK-SALDO
               END-IF
           END-IF.

           READ CREDITOS.

       0310-LISTA-MOVIMENTO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    LANCAMENTO MANUAL (TIPO M) - PAGAMENTO PARADO NO PAGTONAO OU
      *    RETNAO QUE O OPERADOR IDENTIFICOU COMO DO CLIENTE
      *-----------------------------------------------------------------
       0400-LANCA-MANUAL                         SECTION.
      *-----------------------------------------------------------------

           DISPLAY "CODIGO DO CLIENTE..".
           ACCEPT WRK-CODIGO.

           OPEN INPUT CLIENTES2.
           IF FS-CLIENTES2 NOT EQUAL 00
               DISPLAY "CLIENTES2.dat NAO ABERTO!"
               CALL "FSTATUS" USING FS-CLIENTES2 WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               GO TO 0400-LANCA-MANUAL-FIM
           END-IF.

           MOVE WRK-CODIGO TO REG-CODIGO.
           READ CLIENTES2
               INVALID KEY
                   MOVE 23 TO FS-CLIENTES2
           END-READ.
           CLOSE CLIENTES2.

           IF FS-CLIENTES2 NOT EQUAL 00
               DISPLAY "CLIENTE NAO CADASTRADO!"
               GO TO 0400-LANCA-MANUAL-FIM
           END-IF.

           DISPLAY "CLIENTE " REG-CODIGO " " REG-NOME.
           DISPLAY "NUMERO DO DOCUMENTO DO PAGAMENTO (FATURA)..".
           ACCEPT WRK-DOCUMENTO.
           DISPLAY "VALOR DO CREDITO (SEM VIRGULA, 2 DECIMAIS)..".
           ACCEPT WRK-VALOR.
           IF WRK-VALOR EQUAL ZEROS
               DISPLAY "VALOR INVALIDO!"
               GO TO 0400-LANCA-MANUAL-FIM
           END-IF.

           MOVE WRK-VALOR TO WRK-VALOR-ED.
           DISPLAY "CONFIRMA CREDITO DE " WRK-VALOR-ED " (S/N)?".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "LANCAMENTO CANCELADO."
               GO TO 0400-LANCA-MANUAL-FIM
           END-IF.

           PERFORM 0220-ABRE-CREDITOS.

           INITIALIZE REG-CREDITO.
           MOVE WRK-CODIGO         TO CRD-CODIGO-CLIENTE.
           MOVE WRK-DATA-HOJE      TO CRD-DATA.
           SET CRD-MANUAL          TO TRUE.
           MOVE WRK-VALOR          TO CRD-VALOR.
           MOVE "PRGCREDI"         TO CRD-PROGRAMA.
           MOVE WRK-DOCUMENTO      TO CRD-DOCUMENTO.
           MOVE WRK-OPERADOR       TO CRD-OPERADOR.
           WRITE REG-CREDITO.

           CLOSE CREDITOS.

           DISPLAY "CREDITO LANCADO.".

       0400-LANCA-MANUAL-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    DEVOLUCAO - CREDITO NA CONTA DO PROPRIO CLIENTE POR LOTE DE
      *    LANCAM E SAIDA (TIPO D) NO RAZAO COM O NUMERO DO LOTE
      *-----------------------------------------------------------------
       0500-DEVOLUCAO                            SECTION.
      *-----------------------------------------------------------------

           DISPLAY "CODIGO DO CLIENTE..".
           ACCEPT WRK-CODIGO.

           PERFORM 0210-CALCULA-SALDO.
           IF WRK-SALDO NOT GREATER ZEROS
               DISPLAY "CLIENTE SEM SALDO DE CREDITO!"
               GO TO 0500-DEVOLUCAO-FIM
           END-IF.

           MOVE WRK-SALDO TO WRK-SALDO-ED.
           DISPLAY "SALDO DE CREDITO.....: " WRK-SALDO-ED.
           DISPLAY "VALOR A DEVOLVER (SEM VIRGULA, 2 DECIMAIS)..".
           ACCEPT WRK-VALOR.
           IF WRK-VALOR EQUAL ZEROS
              OR WRK-VALOR GREATER WRK-SALDO
               DISPLAY "VALOR INVALIDO OU ACIMA DO SALDO!"
               GO TO 0500-DEVOLUCAO-FIM
           END-IF.

           DISPLAY "AGENCIA DA CONTA DE DEVOLUCAO..".
           ACCEPT WRK-AGENCIA.
           DISPLAY "CONTA DE DEVOLUCAO..".
           ACCEPT WRK-CONTA.

           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL 00
               DISPLAY "CADASTRO DE CONTAS NAO ABERTO!"
               CALL "FSTATUS" USING FS-CONTAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               GO TO 0500-DEVOLUCAO-FIM
           END-IF.

           MOVE WRK-AGENCIA TO CTA-AGENCIA.
           MOVE WRK-CONTA   TO CTA-CONTA.
           READ CONTAS KEY IS CTA-CHAVE
               INVALID KEY
                   MOVE 23 TO FS-CONTAS
           END-READ.
           CLOSE CONTAS.

           IF FS-CONTAS NOT EQUAL 00
               DISPLAY "CONTA NAO CADASTRADA, DEVOLUCAO RECUSADA!"
               GO TO 0500-DEVOLUCAO-FIM
           END-IF.
           IF NOT CTA-ABERTA
               DISPLAY "CONTA NAO ESTA ABERTA, DEVOLUCAO RECUSADA!"
               GO TO 0500-DEVOLUCAO-FIM
           END-IF.

           MOVE "0"        TO WRK-ID-CLIENTE-P1.
           MOVE WRK-CODIGO TO WRK-ID-CLIENTE-P2.
           IF CTA-REG-ID NOT EQUAL WRK-ID-CLIENTE-N
               DISPLAY "CONTA NAO PERTENCE AO CLIENTE, DEVOLUCAO "
                   "RECUSADA!"
               GO TO 0500-DEVOLUCAO-FIM
           END-IF.

           MOVE WRK-VALOR TO WRK-VALOR-ED.
           DISPLAY "CONFIRMA DEVOLUCAO DE " WRK-VALOR-ED " NA CONTA "
               WRK-AGENCIA "/" WRK-CONTA " (S/N)?".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "DEVOLUCAO CANCELADA."
               GO TO 0500-DEVOLUCAO-FIM
           END-IF.

           PERFORM 0510-EMITE-CREDITO.

           PERFORM 0220-ABRE-CREDITOS.

           INITIALIZE REG-CREDITO.
           MOVE WRK-CODIGO         TO CRD-CODIGO-CLIENTE.
           MOVE WRK-DATA-HOJE      TO CRD-DATA.
           SET CRD-DEVOLVIDO       TO TRUE.
           MOVE WRK-VALOR          TO CRD-VALOR.
           MOVE "PRGCREDI"         TO CRD-PROGRAMA.
           MOVE WRK-LOTE-NUMERO    TO CRD-DOCUMENTO.
           MOVE WRK-OPERADOR       TO CRD-OPERADOR.
           MOVE WRK-AGENCIA        TO CRD-AGENCIA.
           MOVE WRK-CONTA          TO CRD-CONTA.
           WRITE REG-CREDITO.

           CLOSE CREDITOS.

           DISPLAY "DEVOLUCAO EMITIDA NO LOTE " WRK-LOTE-NUMERO.

       0500-DEVOLUCAO-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0510-EMITE-CREDITO                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-LOTE-FECHADO
               PERFORM 0520-INICIA-LOTE
           END-IF.

           MOVE WRK-AGENCIA              TO REG-AGENCIA.
           MOVE WRK-CONTA                TO REG-CONTA.
           MOVE WRK-VALOR                TO REG-LANCAMENTO.
           MOVE WRK-TIPO-CLIENTE-VALIDO  TO REG-TIPO-CLIENTE.
           MOVE WRK-GERENTE-VALIDO       TO REG-GERENTE.
           MOVE "C"                      TO REG-TIPO-LANCAMENTO.
           MOVE "BRL"                    TO REG-MOEDA-LANCAM.
           MOVE WRK-DATA-HOJE            TO REG-DATA-LANCAM.
           MOVE ZEROS                    TO REG-TENTATIVAS-LANCAM.
           MOVE ZEROS                    TO REG-CONTRA-AGENCIA
                                            REG-CONTRA-CONTA.
           MOVE ZEROS                    TO REG-ID-LOTE
                                            REG-ID-SEQ.
           MOVE "C"                  TO WRK-VCT-FUNCAO.
           MOVE REG-AGENCIA          TO WRK-VCT-AGENCIA.
           MOVE REG-CONTA            TO WRK-VCT-CONTA.
           CALL "VALCTA" USING WRK-VALCTA.
           MOVE WRK-VCT-DV-CALCULADO TO REG-DV-CONTA.

           WRITE REG-LANCAM.

           ADD 1         TO ACU-DEVOLUCOES.
           ADD WRK-VALOR TO WRK-TOTAL-DEVOLVIDO.

       0510-EMITE-CREDITO-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    ABRE O LOTE DA SESSAO NA PRIMEIRA DEVOLUCAO - LE A SEQUENCIA
      *    PERSISTIDA, AVANCA E GRAVA O HEADER "0000" COM A ORIGEM
      *    INTERNA 9019
      *-----------------------------------------------------------------
       0520-INICIA-LOTE                          SECTION.
      *-----------------------------------------------------------------

           OPEN EXTEND LANCCRD.
           IF FS-LANCCRD EQUAL 35
               OPEN OUTPUT LANCCRD
               CLOSE LANCCRD
               OPEN EXTEND LANCCRD
           END-IF.
           IF FS-LANCCRD NOT EQUAL 00
               DISPLAY "LANCCRD.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-LANCCRD WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT LOTESEQ.
           IF FS-LOTESEQ             EQUAL 00
               READ LOTESEQ
               IF FS-LOTESEQ         EQUAL 00
                   MOVE SEQ-ULTIMO-LOTE TO WRK-LOTE-NUMERO
               END-IF
               CLOSE LOTESEQ
           END-IF.

           ADD 1 TO WRK-LOTE-NUMERO.

           MOVE SPACES              TO REG-LANCAM.
           MOVE "0000"              TO HDR-MARCA-LANCAM.
           MOVE WRK-LOTE-NUMERO     TO HDR-LOTE-LANCAM.
           MOVE 9019                TO HDR-ORIGEM-LANCAM.
           WRITE REG-LANCAM.

           SET WRK-LOTE-ABERTO TO TRUE.

       0520-INICIA-LOTE-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    FECHA O LOTE DA SESSAO: TRAILER "9999" COM QUANTIDADE E
      *    VALOR DEVOLVIDOS E REGRAVACAO DA SEQUENCIA
      *-----------------------------------------------------------------
       0530-FECHA-LOTE                           SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES              TO REG-LANCAM.
           MOVE "9999"              TO TRL-MARCA-LANCAM.
           MOVE ACU-DEVOLUCOES      TO TRL-QTD-LANCAM.
           MOVE WRK-TOTAL-DEVOLVIDO TO TRL-TOTAL-LANCAM.
           WRITE REG-LANCAM.
           CLOSE LANCCRD.

           OPEN OUTPUT LOTESEQ.
           MOVE WRK-LOTE-NUMERO     TO SEQ-ULTIMO-LOTE.
           WRITE REG-LOTESEQ.
           CLOSE LOTESEQ.

           SET WRK-LOTE-FECHADO TO TRUE.

       0530-FECHA-LOTE-FIM.                      EXIT.

      *-----------------------------------------------------------------
      *    CONCILIACAO DA COMPETENCIA (AAAAMM) POR CLIENTE - MOVIMENTO
      *    ANTERIOR AO MES FORMA O SALDO INICIAL, O DO MES SE SEPARA EM
      *    NOVOS (E/N/M), APLICADOS (A) E DEVOLVIDOS (D)
      *-----------------------------------------------------------------
       0600-CONCILIACAO                          SECTION.
      *-----------------------------------------------------------------

           DISPLAY "COMPETENCIA (AAAAMM, BRANCO=MES CORRENTE)?".
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
               MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA
           END-IF.

           INITIALIZE WRK-TAB-CONCILIACAO
                      WRK-TOTAIS-CONCILIACAO.
           MOVE ZEROS TO WRK-QT-CLIENTES.

           OPEN INPUT CREDITOS.
           IF FS-CREDITOS EQUAL 00
               READ CREDITOS
               PERFORM 0610-CLASSIFICA-MOVIMENTO
                   UNTIL FS-CREDITOS NOT EQUAL 00
               CLOSE CREDITOS
           END-IF.

           OPEN OUTPUT RELCRED.
           IF FS-RELCRED NOT EQUAL 00
               DISPLAY "RELCRED.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-RELCRED WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               GO TO 0600-CONCILIACAO-FIM
           END-IF.

           MOVE WRK-COMPETENCIA TO WRK-TIT-COMPETENCIA.
           WRITE REG-RELCRED FROM WRK-LIN-TITULO.
           WRITE REG-RELCRED FROM WRK-LIN-CABEC.

           PERFORM 0630-IMPRIME-CLIENTE
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL WRK-IDX-CLI GREATER WRK-QT-CLIENTES.

           MOVE SPACES TO REG-RELCRED.
           WRITE REG-RELCRED.

           MOVE "TOT"              TO WRK-LCO-CODIGO.
           MOVE WRK-TOT-INICIAL    TO WRK-LCO-INICIAL.
           MOVE WRK-TOT-NOVOS      TO WRK-LCO-NOVOS.
           MOVE WRK-TOT-APLICADOS  TO WRK-LCO-APLICADOS.
           MOVE WRK-TOT-DEVOLVIDOS TO WRK-LCO-DEVOLVIDOS.
           MOVE WRK-TOT-FINAL      TO WRK-LCO-FINAL.
           WRITE REG-RELCRED FROM WRK-LIN-CONCILIACAO.

           CLOSE RELCRED.

           MOVE "RELCRED"              TO WRK-SPL-RELATORIO.
           MOVE "PRGCREDI"             TO WRK-SPL-PROGRAMA.
           MOVE WRK-CAMINHO-RELCRED    TO WRK-SPL-ARQUIVO.
           MOVE "CONTABILIDADE"        TO WRK-SPL-DESTINATARIO.
           CALL "SPOOLREG" USING WRK-SPOOL.

           DISPLAY WRK-LINHA.
           DISPLAY WRK-LIN-CABEC.
           DISPLAY WRK-LIN-CONCILIACAO.
           DISPLAY "RELATORIO GRAVADO....: " WRK-CAMINHO-RELCRED.
           DISPLAY WRK-LINHA.

       0600-CONCILIACAO-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0610-CLASSIFICA-MOVIMENTO                 SECTION.
      *-----------------------------------------------------------------

           IF CRD-DATA(1:6) GREATER WRK-COMPETENCIA
               GO TO 0610-CLASSIFICA-MOVIMENTO-LER
           END-IF.

           PERFORM 0620-ACHA-CLIENTE.
           IF WRK-CLI-NAO-ACHADO
               GO TO 0610-CLASSIFICA-MOVIMENTO-LER
           END-IF.

           IF CRD-DATA(1:6) LESS WRK-COMPETENCIA
               IF CRD-ENTRADA
                   ADD CRD-VALOR TO WRK-CON-INICIAL(WRK-IDX-CLI)
               ELSE
                   SUBTRACT CRD-VALOR
                       FROM WRK-CON-INICIAL(WRK-IDX-CLI)
               END-IF
               GO TO 0610-CLASSIFICA-MOVIMENTO-LER
           END-IF.

           EVALUATE TRUE
               WHEN CRD-ENTRADA
                   ADD CRD-VALOR TO WRK-CON-NOVOS(WRK-IDX-CLI)
               WHEN CRD-APLICADO
                   ADD CRD-VALOR TO WRK-CON-APLICADOS(WRK-IDX-CLI)
               WHEN CRD-DEVOLVIDO
                   ADD CRD-VALOR TO WRK-CON-DEVOLVIDOS(WRK-IDX-CLI)
           END-EVALUATE.

       0610-CLASSIFICA-MOVIMENTO-LER.
           READ CREDITOS.

       0610-CLASSIFICA-MOVIMENTO-FIM.            EXIT.

      *-----------------------------------------------------------------
       0620-ACHA-CLIENTE                         SECTION.
      *-----------------------------------------------------------------

           SET WRK-CLI-NAO-ACHADO TO TRUE.
           PERFORM 0621-COMPARA-CLIENTE
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL WRK-IDX-CLI GREATER WRK-QT-CLIENTES
                  OR WRK-CLI-FOI-ACHADO.

           IF WRK-CLI-FOI-ACHADO
               SUBTRACT 1 FROM WRK-IDX-CLI
           ELSE
               IF WRK-QT-CLIENTES LESS 500
                   ADD 1 TO WRK-QT-CLIENTES
                   MOVE WRK-QT-CLIENTES TO WRK-IDX-CLI
                   MOVE CRD-CODIGO-CLIENTE
                       TO WRK-CON-CODIGO(WRK-IDX-CLI)
                   SET WRK-CLI-FOI-ACHADO TO TRUE
               END-IF
           END-IF.

       0620-ACHA-CLIENTE-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0621-COMPARA-CLIENTE                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-CON-CODIGO(WRK-IDX-CLI) EQUAL CRD-CODIGO-CLIENTE
               SET WRK-CLI-FOI-ACHADO TO TRUE
           END-IF.

       0621-COMPARA-CLIENTE-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    UMA LINHA POR CLIENTE: INICIAL + NOVOS - APLICADOS -
      *    DEVOLVIDOS = FINAL, ACUMULANDO OS TOTAIS DA COMPETENCIA
      *-----------------------------------------------------------------
       0630-IMPRIME-CLIENTE                      SECTION.
      *-----------------------------------------------------------------

           COMPUTE WRK-CON-FINAL = WRK-CON-INICIAL(WRK-IDX-CLI)
                                 + WRK-CON-NOVOS(WRK-IDX-CLI)
                                 - WRK-CON-APLICADOS(WRK-IDX-CLI)
                                 - WRK-CON-DEVOLVIDOS(WRK-IDX-CLI).

           MOVE WRK-CON-CODIGO(WRK-IDX-CLI)     TO WRK-LCO-CODIGO.
           MOVE WRK-CON-INICIAL(WRK-IDX-CLI)    TO WRK-LCO-INICIAL.
           MOVE WRK-CON-NOVOS(WRK-IDX-CLI)      TO WRK-LCO-NOVOS.
           MOVE WRK-CON-APLICADOS(WRK-IDX-CLI)  TO WRK-LCO-APLICADOS.
           MOVE WRK-CON-DEVOLVIDOS(WRK-IDX-CLI) TO WRK-LCO-DEVOLVIDOS.
           MOVE WRK-CON-FINAL                   TO WRK-LCO-FINAL.
           WRITE REG-RELCRED FROM WRK-LIN-CONCILIACAO.

           ADD WRK-CON-INICIAL(WRK-IDX-CLI)    TO WRK-TOT-INICIAL.
           ADD WRK-CON-NOVOS(WRK-IDX-CLI)      TO WRK-TOT-NOVOS.
           ADD WRK-CON-APLICADOS(WRK-IDX-CLI)  TO WRK-TOT-APLICADOS.
           ADD WRK-CON-DEVOLVIDOS(WRK-IDX-CLI) TO WRK-TOT-DEVOLVIDOS.
           ADD WRK-CON-FINAL                   TO WRK-TOT-FINAL.

       0630-IMPRIME-CLIENTE-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0900-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           IF WRK-LOTE-ABERTO
               PERFORM 0530-FECHA-LOTE
           END-IF.

           DISPLAY WRK-LINHA.
           DISPLAY "DEVOLUCOES EMITIDAS..: " ACU-DEVOLUCOES.
           DISPLAY WRK-FIM-PRG.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0900-FINALIZAR-FIM.                       EXIT.
