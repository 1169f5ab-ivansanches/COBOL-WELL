       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGTEDIN.
      *=================================================================
      * PROGRAMA   : PRGTEDIN
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: CAPTURA DAS TRANSFERENCIAS PARA OUTROS BANCOS -
      *              O OPERADOR ASSINA (OPERADORES.txt, SENHA PELO
      *              VALSEN) E:
      *              I) INCLUI UMA TRANSFERENCIA: CONTA DE ORIGEM
      *                 ABERTA NO CONTAS.dat (DV PELO VALCTA), VALOR
      *                 ATE O MAXIMO DO TEDPARAM.txt, BANCO DE DESTINO
      *                 DIFERENTE DO PROPRIO, AGENCIA/CONTA/DV DE
      *                 DESTINO, NOME E CPF/CNPJ DO FAVORECIDO
      *                 (CONFERIDO PELO VALDOC) - GRAVADA NO
      *                 TRFEXT.txt COMO CAPTURADA, PARA A REMESSA DO
      *                 PRGTEDEN DEBITAR E ENVIAR;
      *              C) CANCELA UMA TRANSFERENCIA AINDA NAO ENVIADA;
      *              L) LISTA AS TRANSFERENCIAS DE UMA CONTA.
      *              CONSULTA (L) LIBERADA PARA O NIVEL 1; INCLUSAO E
      *              CANCELAMENTO EXIGEM NIVEL 2 OU 3
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  OPERADORES            INPUT                  #OPERADOR
      *  CONTAS                INPUT                  #CONTAS
      *  TEDPARAM              INPUT                  #TEDPARAM
      *  TRFEXT                INPUT/OUTPUT (EXTEND)  #TRFEXT
      *  TRFTMP                WORK
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS / VALCTA / VALDOC / VALSEN
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

           SELECT TEDPARAM              ASSIGN TO
                                        WRK-CAMINHO-TEDPARAM
               FILE STATUS              IS FS-TEDPARAM.

           SELECT TRFEXT                ASSIGN TO
                                        WRK-CAMINHO-TRFEXT
               FILE STATUS              IS FS-TRFEXT.

           SELECT TRFTMP                ASSIGN TO
                                        WRK-CAMINHO-TRFTMP
               FILE STATUS              IS FS-TRFTMP.

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
      *     INPUT -  PARAMETROS DAS TRANSFERENCIAS (TEDPARAM)
      *                               LRECL = 022
      *----------------------------------------------------------------*
       FD  TEDPARAM.
       COPY '#TEDPARAM'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - TRANSFERENCIAS PARA OUTROS BANCOS (TRFEXT)
      *                               LRECL = 134
      *----------------------------------------------------------------*
       FD  TRFEXT.
       COPY '#TRFEXT'.

      *----------------------------------------------------------------*
      *     WORK  -  REGRAVACAO DAS TRANSFERENCIAS NO CANCELAMENTO
      *                               LRECL = 134
      *----------------------------------------------------------------*
       FD  TRFTMP.
       01  REG-TRFTMP                   PIC X(134).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-OPERADORES                PIC 9(002).
       77  FS-CONTAS                    PIC 9(002).
       77  FS-TEDPARAM                  PIC 9(002).
       77  FS-TRFEXT                    PIC 9(002).
       77  FS-TRFTMP                    PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-CONTAS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-TEDPARAM         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-TRFEXT           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-TRFTMP           PIC X(060)        VALUES SPACES.

       01  WRK-OPCAO                    PIC X(001)        VALUES SPACES.
           88 WRK-OPCAO-INCLUIR                   VALUES "I".
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
           '*** VARIAVEIS DA TRANSFERENCIA DIGITADA *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-CONFIRMA                 PIC X(001)        VALUES SPACES.

      *== PARAMETROS (TEDPARAM) - SEM O ARQUIVO A INCLUSAO E RECUSADA
       01  WRK-PARAMETRO-LIDO           PIC X(001)        VALUES "N".
           88 WRK-PARAMETRO-SIM                   VALUES "S".
           88 WRK-PARAMETRO-NAO                   VALUES "N".
       01  WRK-BANCO-PROPRIO            PIC 9(003)        VALUES ZEROS.
       01  WRK-VALOR-MAXIMO             PIC 9(008)V99     VALUES ZEROS.

       01  WRK-AGENCIA                  PIC 9(004)        VALUES ZEROS.
       01  WRK-CONTA                    PIC 9(005)        VALUES ZEROS.
       01  WRK-DV                       PIC 9(001)        VALUES ZEROS.
       01  WRK-CONTA-OK                 PIC X(001)        VALUES "N".
           88 WRK-CONTA-VALIDA                    VALUES "S".
           88 WRK-CONTA-INVALIDA                  VALUES "N".

      *== DADOS DA TRANSFERENCIA
       01  WRK-VALOR                    PIC 9(008)V99     VALUES ZEROS.
       01  WRK-BANCO-DESTINO            PIC 9(003)        VALUES ZEROS.
       01  WRK-AGENCIA-DESTINO          PIC 9(004)        VALUES ZEROS.
       01  WRK-CONTA-DESTINO            PIC 9(012)        VALUES ZEROS.
       01  WRK-DV-DESTINO               PIC X(001)        VALUES SPACES.
       01  WRK-TIPO-PESSOA              PIC X(001)        VALUES SPACES.
           88 WRK-TIPO-PESSOA-VALIDO              VALUES "F" "J".
       01  WRK-DOCUMENTO                PIC 9(014)        VALUES ZEROS.
       01  WRK-NOME-FAVORECIDO          PIC X(030)        VALUES SPACES.
       01  WRK-ULTIMA-TRANSFERENCIA     PIC 9(006)        VALUES ZEROS.
       01  WRK-ALVO-TRANSFERENCIA       PIC 9(006)        VALUES ZEROS.
       01  WRK-TRANSFERENCIA-ACHADA     PIC X(001)        VALUES "N".
           88 WRK-TRANSFERENCIA-SIM               VALUES "S".
           88 WRK-TRANSFERENCIA-NAO               VALUES "N".

      *== LISTAGEM
       01  ACU-TRANSFERENCIAS           PIC 9(005) COMP-3 VALUES ZEROS.
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

      *== AREA DE CHAMADA DO MODULO VALDOC (CPF/CNPJ)
       01  WRK-VALDOC.
           05 WRK-DOC-TIPO-PESSOA       PIC X(001)        VALUES SPACES.
           05 WRK-DOC-DOCUMENTO         PIC 9(014)        VALUES ZEROS.
           05 WRK-DOC-VALIDO            PIC X(001)        VALUES "N".
               88 WRK-DOC-OK                      VALUES "S".
               88 WRK-DOC-INVALIDO                VALUES "N".

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
                  "\TEDPARAM.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-TEDPARAM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\TRFEXT.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-TRFEXT.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\TRFTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-TRFTMP.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "==== TRANSFERENCIAS PARA OUTROS BANCOS ====".
           PERFORM 0110-SIGNON.
           IF WRK-OPERADOR-NAO
               DISPLAY "OPERADOR NAO AUTORIZADO, ENCERRANDO."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0120-RECEBE-PARAMETRO.

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

           OPEN INPUT TEDPARAM.
           IF FS-TEDPARAM            EQUAL 00
               READ TEDPARAM
               IF FS-TEDPARAM        EQUAL 00
                   MOVE PRM-BANCO-PROPRIO TO WRK-BANCO-PROPRIO
                   MOVE PRM-VALOR-MAXIMO  TO WRK-VALOR-MAXIMO
                   SET WRK-PARAMETRO-SIM  TO TRUE
               END-IF
               CLOSE TEDPARAM
           END-IF.

           IF WRK-PARAMETRO-NAO
               DISPLAY "PARAMETROS DAS TRANSFERENCIAS (TEDPARAM) NAO"
                   " LIDOS - SO CONSULTA"
           END-IF.

       0120-RECEBE-PARAMETRO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           DISPLAY "==== TRANSFERENCIAS PARA OUTROS BANCOS ====".
           DISPLAY "I-INCLUIR  C-CANCELAR  L-LISTAR CONTA  S-SAIR".
           DISPLAY "DIGITE A OPCAO..".
           ACCEPT WRK-OPCAO.

           IF WRK-NIVEL-CONSULTA
              AND (WRK-OPCAO-INCLUIR OR WRK-OPCAO-CANCELAR)
               DISPLAY "OPERADOR DE CONSULTA - OPCAO NAO PERMITIDA!"
               GO TO 0200-PROCESSAR-FIM
           END-IF.

           EVALUATE TRUE
               WHEN WRK-OPCAO-INCLUIR
                   PERFORM 0210-INCLUIR
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
      *    INCLUSAO - A TRANSFERENCIA SO E GRAVADA DEPOIS DE TODOS OS
      *    DADOS CONFERIDOS; O DEBITO E O ENVIO FICAM COM A REMESSA
      *-----------------------------------------------------------------
       0210-INCLUIR                              SECTION.
      *-----------------------------------------------------------------

           IF WRK-PARAMETRO-NAO
               DISPLAY "SEM PARAMETROS DAS TRANSFERENCIAS, INCLUSAO"
                   " RECUSADA!"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           PERFORM 0250-RECEBE-CONTA.
           IF WRK-CONTA-INVALIDA
               GO TO 0210-INCLUIR-FIM
           END-IF.

           IF NOT CTA-ABERTA
               DISPLAY "CONTA NAO ESTA ABERTA, TRANSFERENCIA RECUSADA!"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           DISPLAY "VALOR DA TRANSFERENCIA..".
           ACCEPT WRK-VALOR.
           IF WRK-VALOR EQUAL ZEROS
               DISPLAY "VALOR INVALIDO!"
               GO TO 0210-INCLUIR-FIM
           END-IF.
           IF WRK-VALOR-MAXIMO GREATER ZEROS
              AND WRK-VALOR GREATER WRK-VALOR-MAXIMO
               MOVE WRK-VALOR-MAXIMO TO WRK-VALOR-ED
               DISPLAY "VALOR ACIMA DO MAXIMO POR TRANSFERENCIA ("
                   WRK-VALOR-ED ")!"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           DISPLAY "BANCO DE DESTINO..".
           ACCEPT WRK-BANCO-DESTINO.
           IF WRK-BANCO-DESTINO EQUAL ZEROS
               DISPLAY "BANCO DE DESTINO INVALIDO!"
               GO TO 0210-INCLUIR-FIM
           END-IF.
           IF WRK-BANCO-DESTINO EQUAL WRK-BANCO-PROPRIO
               DISPLAY "DESTINO NO PROPRIO BANCO - USE A TRANSFERENCIA"
                   " ENTRE CONTAS!"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           DISPLAY "AGENCIA DE DESTINO..".
           ACCEPT WRK-AGENCIA-DESTINO.
           DISPLAY "CONTA DE DESTINO..".
           ACCEPT WRK-CONTA-DESTINO.
           DISPLAY "DIGITO DA CONTA DE DESTINO..".
           ACCEPT WRK-DV-DESTINO.
           IF WRK-AGENCIA-DESTINO EQUAL ZEROS
              OR WRK-CONTA-DESTINO EQUAL ZEROS
              OR WRK-DV-DESTINO EQUAL SPACES
               DISPLAY "AGENCIA/CONTA DE DESTINO INVALIDA!"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           DISPLAY "NOME DO FAVORECIDO..".
           ACCEPT WRK-NOME-FAVORECIDO.
           IF WRK-NOME-FAVORECIDO EQUAL SPACES
               DISPLAY "NOME DO FAVORECIDO OBRIGATORIO!"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           DISPLAY "TIPO DE PESSOA DO FAVORECIDO (F/J)..".
           ACCEPT WRK-TIPO-PESSOA.
           IF NOT WRK-TIPO-PESSOA-VALIDO
               DISPLAY "TIPO DE PESSOA INVALIDO!"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           DISPLAY "CPF/CNPJ DO FAVORECIDO..".
           ACCEPT WRK-DOCUMENTO.
           MOVE WRK-TIPO-PESSOA TO WRK-DOC-TIPO-PESSOA.
           MOVE WRK-DOCUMENTO   TO WRK-DOC-DOCUMENTO.
           CALL "VALDOC" USING WRK-VALDOC.
           IF WRK-DOC-INVALIDO
               DISPLAY "CPF/CNPJ DO FAVORECIDO INVALIDO!"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           MOVE WRK-VALOR TO WRK-VALOR-ED.
           DISPLAY "AG " WRK-AGENCIA " CTA " WRK-CONTA " VALOR "
               WRK-VALOR-ED.
           DISPLAY "PARA BANCO " WRK-BANCO-DESTINO " AG "
               WRK-AGENCIA-DESTINO " CTA " WRK-CONTA-DESTINO "-"
               WRK-DV-DESTINO " " WRK-NOME-FAVORECIDO.
           DISPLAY "CONFIRMA A TRANSFERENCIA (S/N)?".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "INCLUSAO CANCELADA."
               GO TO 0210-INCLUIR-FIM
           END-IF.

           PERFORM 0211-ULTIMA-TRANSFERENCIA.

           MOVE SPACES                   TO REG-TRFEXT.
           ADD 1 WRK-ULTIMA-TRANSFERENCIA GIVING TRX-NUMERO.
           MOVE WRK-DATA-HOJE            TO TRX-DATA-CAPTURA.
           MOVE WRK-AGENCIA              TO TRX-AGENCIA.
           MOVE WRK-CONTA                TO TRX-CONTA.
           MOVE WRK-DV                   TO TRX-DV-CONTA.
           MOVE WRK-VALOR                TO TRX-VALOR.
           MOVE WRK-BANCO-DESTINO        TO TRX-BANCO-DESTINO.
           MOVE WRK-AGENCIA-DESTINO      TO TRX-AGENCIA-DESTINO.
           MOVE WRK-CONTA-DESTINO        TO TRX-CONTA-DESTINO.
           MOVE WRK-DV-DESTINO           TO TRX-DV-DESTINO.
           MOVE WRK-TIPO-PESSOA          TO TRX-TIPO-PESSOA.
           MOVE WRK-DOCUMENTO            TO TRX-DOCUMENTO.
           MOVE WRK-NOME-FAVORECIDO      TO TRX-NOME-FAVORECIDO.
           MOVE WRK-OPERADOR             TO TRX-OPERADOR.
           SET TRX-CAPTURADA             TO TRUE.
           MOVE ZEROS                    TO TRX-DATA-ENVIO
                                            TRX-ARQUIVO-ENVIO
                                            TRX-DATA-RETORNO
                                            TRX-MOTIVO.

           OPEN EXTEND TRFEXT.
           IF FS-TRFEXT EQUAL 35
               OPEN OUTPUT TRFEXT
               CLOSE TRFEXT
               OPEN EXTEND TRFEXT
           END-IF.
           WRITE REG-TRFEXT.
           CLOSE TRFEXT.

           DISPLAY "TRANSFERENCIA " TRX-NUMERO " CAPTURADA - SERA"
               " DEBITADA E ENVIADA NA PROXIMA REMESSA".

       0210-INCLUIR-FIM.                         EXIT.

      *-----------------------------------------------------------------
       0211-ULTIMA-TRANSFERENCIA                 SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-ULTIMA-TRANSFERENCIA.

           OPEN INPUT TRFEXT.
           IF FS-TRFEXT NOT EQUAL 00
               GO TO 0211-ULTIMA-TRANSFERENCIA-FIM
           END-IF.

           READ TRFEXT.
           PERFORM 0212-MAIOR-NUMERO
               UNTIL FS-TRFEXT NOT EQUAL 00.

           CLOSE TRFEXT.

       0211-ULTIMA-TRANSFERENCIA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0212-MAIOR-NUMERO                         SECTION.
      *-----------------------------------------------------------------

           IF TRX-NUMERO GREATER WRK-ULTIMA-TRANSFERENCIA
               MOVE TRX-NUMERO TO WRK-ULTIMA-TRANSFERENCIA
           END-IF.

           READ TRFEXT.

       0212-MAIOR-NUMERO-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0220-LISTAR                               SECTION.
      *-----------------------------------------------------------------

           PERFORM 0250-RECEBE-CONTA.
           IF WRK-CONTA-INVALIDA
               GO TO 0220-LISTAR-FIM
           END-IF.

           MOVE ZEROS TO ACU-TRANSFERENCIAS.

           OPEN INPUT TRFEXT.
           IF FS-TRFEXT EQUAL 00
               READ TRFEXT
               PERFORM 0221-LISTA-TRANSFERENCIA
                   UNTIL FS-TRFEXT NOT EQUAL 00
               CLOSE TRFEXT
           END-IF.

           DISPLAY WRK-LINHA.
           DISPLAY "TRANSFERENCIAS DA CONTA: " ACU-TRANSFERENCIAS.
           DISPLAY "(C=CAPTURADA E=ENVIADA L=LIQUIDADA D=DEVOLVIDA"
               " R=RECUSADA X=CANCELADA)".

       0220-LISTAR-FIM.                          EXIT.

      *-----------------------------------------------------------------
       0221-LISTA-TRANSFERENCIA                  SECTION.
      *-----------------------------------------------------------------

           IF TRX-AGENCIA EQUAL WRK-AGENCIA
              AND TRX-CONTA EQUAL WRK-CONTA
               ADD 1 TO ACU-TRANSFERENCIAS
               MOVE TRX-VALOR TO WRK-VALOR-ED
               DISPLAY "TRF " TRX-NUMERO " " TRX-DATA-CAPTURA
                   " VALOR " WRK-VALOR-ED " SIT " TRX-SITUACAO
                   " MOTIVO " TRX-MOTIVO
               DISPLAY "    BANCO " TRX-BANCO-DESTINO " AG "
                   TRX-AGENCIA-DESTINO " CTA " TRX-CONTA-DESTINO "-"
                   TRX-DV-DESTINO " " TRX-NOME-FAVORECIDO
           END-IF.

           READ TRFEXT.

       0221-LISTA-TRANSFERENCIA-FIM.             EXIT.

      *-----------------------------------------------------------------
      *    CANCELAMENTO - SO A TRANSFERENCIA AINDA CAPTURADA (A JA
      *    ENVIADA SO VOLTA PELO RETORNO DA CAMARA)
      *-----------------------------------------------------------------
       0230-CANCELAR                             SECTION.
      *-----------------------------------------------------------------

           DISPLAY "NUMERO DA TRANSFERENCIA..".
           ACCEPT WRK-ALVO-TRANSFERENCIA.

           SET WRK-TRANSFERENCIA-NAO TO TRUE.

           OPEN INPUT TRFEXT.
           IF FS-TRFEXT NOT EQUAL 00
               DISPLAY "NENHUMA TRANSFERENCIA CADASTRADA!"
               GO TO 0230-CANCELAR-FIM
           END-IF.

           READ TRFEXT.
           PERFORM 0231-PROCURA-TRANSFERENCIA
               UNTIL FS-TRFEXT NOT EQUAL 00
                  OR WRK-TRANSFERENCIA-SIM.

           CLOSE TRFEXT.

           IF WRK-TRANSFERENCIA-NAO
               DISPLAY "TRANSFERENCIA NAO ENCONTRADA!"
               GO TO 0230-CANCELAR-FIM
           END-IF.

           IF NOT TRX-CAPTURADA
               DISPLAY "TRANSFERENCIA NA SITUACAO " TRX-SITUACAO
                   " - SO A CAPTURADA PODE SER CANCELADA!"
               GO TO 0230-CANCELAR-FIM
           END-IF.

           MOVE TRX-VALOR TO WRK-VALOR-ED.
           DISPLAY "AG " TRX-AGENCIA " CTA " TRX-CONTA " VALOR "
               WRK-VALOR-ED " PARA " TRX-NOME-FAVORECIDO.
           DISPLAY "CONFIRMA O CANCELAMENTO (S/N)?".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "CANCELAMENTO DESISTIDO."
               GO TO 0230-CANCELAR-FIM
           END-IF.

           OPEN INPUT  TRFEXT.
           OPEN OUTPUT TRFTMP.

           READ TRFEXT.
           PERFORM 0232-MARCA-CANCELADA
               UNTIL FS-TRFEXT NOT EQUAL 00.

           CLOSE TRFEXT.
           CLOSE TRFTMP.

           OPEN OUTPUT TRFEXT.
           OPEN INPUT  TRFTMP.

           READ TRFTMP
               AT END
                   CONTINUE
           END-READ.

           PERFORM 0233-COPIA-PARA-TRFEXT
               UNTIL FS-TRFTMP NOT EQUAL 00.

           CLOSE TRFEXT.
           CLOSE TRFTMP.

           DISPLAY "TRANSFERENCIA " WRK-ALVO-TRANSFERENCIA
               " CANCELADA".

       0230-CANCELAR-FIM.                        EXIT.

      *-----------------------------------------------------------------
       0231-PROCURA-TRANSFERENCIA                SECTION.
      *-----------------------------------------------------------------

           IF TRX-NUMERO EQUAL WRK-ALVO-TRANSFERENCIA
               SET WRK-TRANSFERENCIA-SIM TO TRUE
           ELSE
               READ TRFEXT
           END-IF.

       0231-PROCURA-TRANSFERENCIA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0232-MARCA-CANCELADA                      SECTION.
      *-----------------------------------------------------------------

           IF TRX-NUMERO EQUAL WRK-ALVO-TRANSFERENCIA
              AND TRX-CAPTURADA
               SET TRX-CANCELADA    TO TRUE
               MOVE WRK-DATA-HOJE   TO TRX-DATA-RETORNO
           END-IF.

           WRITE REG-TRFTMP FROM REG-TRFEXT.

           READ TRFEXT.

       0232-MARCA-CANCELADA-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0233-COPIA-PARA-TRFEXT                    SECTION.
      *-----------------------------------------------------------------

           WRITE REG-TRFEXT FROM REG-TRFTMP.

           READ TRFTMP
               AT END
                   CONTINUE
           END-READ.

       0233-COPIA-PARA-TRFEXT-FIM.               EXIT.

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
       0300-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-FIM-PRG.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0300-FINALIZAR-FIM.                       EXIT.
