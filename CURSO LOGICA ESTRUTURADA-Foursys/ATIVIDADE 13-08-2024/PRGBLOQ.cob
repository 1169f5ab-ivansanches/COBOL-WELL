       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGBLOQ.
      *=================================================================
      * PROGRAMA   : PRGBLOQ
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: MANUTENCAO DOS BLOQUEIOS JUDICIAIS E
      *              ADMINISTRATIVOS DE SALDO (BLOQJUD.txt, BOOK
      *              #BLOQJUD) - O OPERADOR ASSINA (OPERADORES.txt,
      *              SENHA PELO VALSEN) E INCLUI O BLOQUEIO DE UMA
      *              AGENCIA/CONTA DO CONTAS.dat (DV CONFERIDO PELO
      *              VALCTA) COM VALOR, TIPO (J=JUDICIAL
      *              A=ADMINISTRATIVO), MOTIVO, REFERENCIA DA ORDEM,
      *              DATA DE INICIO E DATA DE LIBERACAO PREVISTA; LISTA
      *              OS BLOQUEIOS COM O TOTAL EM VIGOR POR CONTA; E
      *              LIBERA UM BLOQUEIO TOTAL OU PARCIALMENTE, COM A
      *              REFERENCIA DA ORDEM DE LIBERACAO. TODA INCLUSAO E
      *              LIBERACAO E AUDITADA EM AUDITBLQ.txt (ANTES/DEPOIS,
      *              QUEM E QUANDO), NO MOLDE DO AUDITCTA. O VALOR EM
      *              VIGOR REDUZ O SALDO DISPONIVEL NO ATI4 (MOTIVO
      *              "16"), NOS EXTRATOS E NA CONSULTA 360.
      *              CONSULTA (L) LIBERADA PARA O NIVEL 1; INCLUSAO E
      *              LIBERACAO EXIGEM NIVEL 2 OU 3
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  OPERADORES            INPUT                  #OPERADOR
      *  BLOQJUD               INPUT/OUTPUT (EXTEND)  #BLOQJUD
      *  BLQTMP                WORK
      *  CONTAS                INPUT                  #CONTAS
      *  AUDITBLQ              OUTPUT (EXTEND)        #AUDITBLQ
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

           SELECT BLOQJUD               ASSIGN TO
                                        WRK-CAMINHO-BLOQJUD
               FILE STATUS              IS FS-BLOQJUD.

           SELECT BLQTMP                ASSIGN TO
                                        WRK-CAMINHO-BLQTMP
               FILE STATUS              IS FS-BLQTMP.

           SELECT CONTAS                ASSIGN TO
                                        WRK-CAMINHO-CONTAS
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS CTA-CHAVE
               FILE STATUS              IS FS-CONTAS.

           SELECT AUDITBLQ              ASSIGN TO
                                        WRK-CAMINHO-AUDITBLQ
               FILE STATUS              IS FS-AUDITBLQ.

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
      *     INPUT/OUTPUT - BLOQUEIOS DE SALDO (BLOQJUD)
      *                               LRECL = 103
      *----------------------------------------------------------------*
       FD  BLOQJUD.
       COPY '#BLOQJUD'.

      *----------------------------------------------------------------*
      *     WORK  -  REGRAVACAO DOS BLOQUEIOS NA LIBERACAO (BLQTMP)
      *                               LRECL = 103
      *----------------------------------------------------------------*
       FD  BLQTMP.
       01  REG-BLQTMP                   PIC X(103).

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE CONTAS (CONTAS)
      *                               LRECL = 026
      *----------------------------------------------------------------*
       FD  CONTAS.
       COPY '#CONTAS'.

      *----------------------------------------------------------------*
      *     OUTPUT-  AUDITORIA DOS BLOQUEIOS (AUDITBLQ)
      *                               LRECL = 076
      *----------------------------------------------------------------*
       FD  AUDITBLQ.
       COPY '#AUDITBLQ'.

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-OPERADORES                PIC 9(002).
       77  FS-BLOQJUD                   PIC 9(002).
       77  FS-BLQTMP                    PIC 9(002).
       77  FS-CONTAS                    PIC 9(002).
       77  FS-AUDITBLQ                  PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-BLOQJUD          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-BLQTMP           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CONTAS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-AUDITBLQ         PIC X(060)        VALUES SPACES.

       01  WRK-OPCAO                    PIC X(001)        VALUES SPACES.
           88 WRK-OPCAO-INCLUIR                   VALUES "I".
           88 WRK-OPCAO-LISTAR                    VALUES "L".
           88 WRK-OPCAO-LIBERA-TOTAL              VALUES "T".
           88 WRK-OPCAO-LIBERA-PARCIAL            VALUES "P".
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
           '*** VARIAVEIS DO BLOQUEIO DIGITADO *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-CONFIRMA                 PIC X(001)        VALUES SPACES.

       01  WRK-AGENCIA                  PIC 9(004)        VALUES ZEROS.
       01  WRK-CONTA                    PIC 9(005)        VALUES ZEROS.
       01  WRK-DV                       PIC 9(001)        VALUES ZEROS.
       01  WRK-TIPO                     PIC X(001)        VALUES SPACES.
           88 WRK-TIPO-JUDICIAL                   VALUES "J".
           88 WRK-TIPO-ADMINISTRATIVO             VALUES "A".
       01  WRK-MOTIVO                   PIC X(030)        VALUES SPACES.
       01  WRK-REFERENCIA               PIC X(020)        VALUES SPACES.
       01  WRK-VALOR                    PIC 9(008)V99     VALUES ZEROS.
       01  WRK-DATA-INICIO              PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-LIBERACAO           PIC 9(008)        VALUES ZEROS.

       01  WRK-ALVO-BLOQUEIO            PIC 9(006)        VALUES ZEROS.
       01  WRK-ULTIMO-BLOQUEIO          PIC 9(006)        VALUES ZEROS.
       01  WRK-BLOQUEIO-ACHADO          PIC X(001)        VALUES "N".
           88 WRK-BLOQUEIO-SIM                    VALUES "S".
           88 WRK-BLOQUEIO-NAO                    VALUES "N".

      *== IMAGEM ANTES/DEPOIS DA LIBERACAO (PARA A AUDITORIA)
       01  WRK-SIT-ANTERIOR             PIC X(001)        VALUES SPACES.
       01  WRK-SIT-NOVA                 PIC X(001)        VALUES SPACES.
       01  WRK-VALOR-ANTERIOR           PIC 9(008)V99     VALUES ZEROS.
       01  WRK-VALOR-NOVO               PIC 9(008)V99     VALUES ZEROS.
       01  WRK-VALOR-LIBERAR            PIC 9(008)V99     VALUES ZEROS.
       01  WRK-OPERACAO-AUDIT           PIC X(001)        VALUES SPACES.

      *== FILTRO E TOTAIS DA LISTAGEM
       01  WRK-FILTRO-AGENCIA           PIC 9(004)        VALUES ZEROS.
       01  WRK-FILTRO-CONTA             PIC 9(005)        VALUES ZEROS.
       01  WRK-EM-VIGOR                 PIC X(001)        VALUES "N".
           88 WRK-EM-VIGOR-SIM                    VALUES "S".
           88 WRK-EM-VIGOR-NAO                    VALUES "N".
       01  WRK-TOTAL-VIGOR              PIC 9(010)V99     VALUES ZEROS.
       01  ACU-BLOQUEIOS                PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-EM-VIGOR                 PIC 9(005) COMP-3 VALUES ZEROS.

       01  WRK-VALOR-ED                 PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-VALOR-ED2                PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-TOTAL-ED                 PIC Z.ZZZ.ZZZ.ZZ9,99.

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
                  "\BLOQJUD.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-BLOQJUD.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\BLQTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-BLQTMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CONTAS.dat"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CONTAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\AUDITBLQ.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-AUDITBLQ.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "==== BLOQUEIOS JUDICIAIS/ADMINISTRATIVOS ====".
           PERFORM 0110-SIGNON.
           IF WRK-OPERADOR-NAO
               DISPLAY "OPERADOR NAO AUTORIZADO, ENCERRANDO."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND AUDITBLQ.
           IF FS-AUDITBLQ EQUAL 35
               OPEN OUTPUT AUDITBLQ
               CLOSE AUDITBLQ
               OPEN EXTEND AUDITBLQ
           END-IF.
           IF FS-AUDITBLQ NOT EQUAL 00
               DISPLAY "ARQUIVO DE AUDITORIA NAO ABERTO!"
               CALL "FSTATUS" USING FS-AUDITBLQ WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
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

           DISPLAY "==== BLOQUEIOS DE SALDO ====".
           DISPLAY "I-INCLUIR  L-LISTAR  T-LIBERAR TOTAL".
           DISPLAY "P-LIBERAR PARCIAL  S-SAIR".
           DISPLAY "DIGITE A OPCAO..".
           ACCEPT WRK-OPCAO.

           IF WRK-NIVEL-CONSULTA
              AND (WRK-OPCAO-INCLUIR OR WRK-OPCAO-LIBERA-TOTAL
                   OR WRK-OPCAO-LIBERA-PARCIAL)
               DISPLAY "OPERADOR DE CONSULTA - OPCAO NAO PERMITIDA!"
               GO TO 0200-PROCESSAR-FIM
           END-IF.

           EVALUATE TRUE
               WHEN WRK-OPCAO-INCLUIR
                   PERFORM 0210-INCLUIR
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 0220-LISTAR
               WHEN WRK-OPCAO-LIBERA-TOTAL
                   PERFORM 0230-LIBERAR
               WHEN WRK-OPCAO-LIBERA-PARCIAL
                   PERFORM 0230-LIBERAR
               WHEN WRK-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    INCLUSAO DO BLOQUEIO - CONTA CONFERIDA NO CONTAS.dat (O
      *    BLOQUEIO VALE MESMO PARA CONTA BLOQUEADA/ENCERRADA, A ORDEM
      *    E CUMPRIDA COMO VEIO), NUMERO = MAIOR DO CADASTRO + 1
      *-----------------------------------------------------------------
       0210-INCLUIR                              SECTION.
      *-----------------------------------------------------------------

           DISPLAY "AGENCIA..".
           ACCEPT WRK-AGENCIA.
           DISPLAY "CONTA..".
           ACCEPT WRK-CONTA.
           DISPLAY "DIGITO VERIFICADOR..".
           ACCEPT WRK-DV.
           DISPLAY "TIPO (J=JUDICIAL A=ADMINISTRATIVO)..".
           ACCEPT WRK-TIPO.
           DISPLAY "MOTIVO..".
           ACCEPT WRK-MOTIVO.
           DISPLAY "REFERENCIA DA ORDEM (OFICIO/PROCESSO)..".
           ACCEPT WRK-REFERENCIA.
           DISPLAY "VALOR A BLOQUEAR..".
           ACCEPT WRK-VALOR.
           DISPLAY "DATA DE INICIO (AAAAMMDD, ZEROS=HOJE)..".
           ACCEPT WRK-DATA-INICIO.
           DISPLAY "DATA DE LIBERACAO (AAAAMMDD, ZEROS=SEM PRAZO)..".
           ACCEPT WRK-DATA-LIBERACAO.

           IF WRK-DATA-INICIO EQUAL ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-INICIO
           END-IF.

           IF NOT WRK-TIPO-JUDICIAL AND NOT WRK-TIPO-ADMINISTRATIVO
               DISPLAY "TIPO INVALIDO, BLOQUEIO RECUSADO!"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           IF WRK-VALOR EQUAL ZEROS
               DISPLAY "VALOR ZERADO, BLOQUEIO RECUSADO!"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           IF WRK-REFERENCIA EQUAL SPACES
               DISPLAY "REFERENCIA DA ORDEM OBRIGATORIA, BLOQUEIO"
                   " RECUSADO!"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           IF WRK-DATA-LIBERACAO NOT EQUAL ZEROS
              AND WRK-DATA-LIBERACAO NOT GREATER WRK-DATA-INICIO
               DISPLAY "LIBERACAO ANTES DO INICIO, BLOQUEIO RECUSADO!"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           MOVE "V"         TO WRK-VCT-FUNCAO.
           MOVE WRK-AGENCIA TO WRK-VCT-AGENCIA.
           MOVE WRK-CONTA   TO WRK-VCT-CONTA.
           MOVE WRK-DV      TO WRK-VCT-DV-INFORMADO.
           CALL "VALCTA" USING WRK-VALCTA.
           IF WRK-VCT-INVALIDA
               DISPLAY "DIGITO VERIFICADOR ERRADO, BLOQUEIO RECUSADO!"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL 00
               DISPLAY "CADASTRO DE CONTAS NAO ABERTO!"
               CALL "FSTATUS" USING FS-CONTAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               GO TO 0210-INCLUIR-FIM
           END-IF.

           MOVE WRK-AGENCIA TO CTA-AGENCIA.
           MOVE WRK-CONTA   TO CTA-CONTA.
           READ CONTAS KEY IS CTA-CHAVE
               INVALID KEY
                   MOVE 23 TO FS-CONTAS
           END-READ.
           CLOSE CONTAS.

           IF FS-CONTAS NOT EQUAL 00
               DISPLAY "CONTA NAO CADASTRADA, BLOQUEIO RECUSADO!"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           PERFORM 0211-PROXIMO-BLOQUEIO.

           OPEN EXTEND BLOQJUD.
           IF FS-BLOQJUD EQUAL 35
               OPEN OUTPUT BLOQJUD
               CLOSE BLOQJUD
               OPEN EXTEND BLOQJUD
           END-IF.

           MOVE WRK-ULTIMO-BLOQUEIO TO BLQ-NUMERO.
           MOVE WRK-AGENCIA         TO BLQ-AGENCIA.
           MOVE WRK-CONTA           TO BLQ-CONTA.
           MOVE WRK-TIPO            TO BLQ-TIPO.
           MOVE WRK-MOTIVO          TO BLQ-MOTIVO.
           MOVE WRK-REFERENCIA      TO BLQ-REFERENCIA.
           MOVE WRK-VALOR           TO BLQ-VALOR-ORIGINAL
                                       BLQ-VALOR-BLOQUEADO.
           MOVE WRK-DATA-INICIO     TO BLQ-DATA-INICIO.
           MOVE WRK-DATA-LIBERACAO  TO BLQ-DATA-LIBERACAO.
           SET BLQ-ATIVO            TO TRUE.

           WRITE REG-BLOQJUD.
           CLOSE BLOQJUD.

           MOVE "I"                 TO WRK-OPERACAO-AUDIT.
           MOVE SPACES              TO WRK-SIT-ANTERIOR.
           MOVE BLQ-SITUACAO        TO WRK-SIT-NOVA.
           MOVE ZEROS               TO WRK-VALOR-ANTERIOR.
           MOVE BLQ-VALOR-BLOQUEADO TO WRK-VALOR-NOVO.
           PERFORM 9100-GRAVA-AUDITORIA.

           MOVE WRK-VALOR TO WRK-VALOR-ED.
           DISPLAY "BLOQUEIO " BLQ-NUMERO " INCLUIDO - AG "
               BLQ-AGENCIA " CTA " BLQ-CONTA " VALOR " WRK-VALOR-ED.

       0210-INCLUIR-FIM.                         EXIT.

      *-----------------------------------------------------------------
       0211-PROXIMO-BLOQUEIO                     SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-ULTIMO-BLOQUEIO.

           OPEN INPUT BLOQJUD.
           IF FS-BLOQJUD EQUAL 00
               READ BLOQJUD
               PERFORM 0212-MAIOR-BLOQUEIO
                   UNTIL FS-BLOQJUD NOT EQUAL 00
               CLOSE BLOQJUD
           END-IF.

           ADD 1 TO WRK-ULTIMO-BLOQUEIO.

       0211-PROXIMO-BLOQUEIO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0212-MAIOR-BLOQUEIO                       SECTION.
      *-----------------------------------------------------------------

           IF BLQ-NUMERO GREATER WRK-ULTIMO-BLOQUEIO
               MOVE BLQ-NUMERO TO WRK-ULTIMO-BLOQUEIO
           END-IF.

           READ BLOQJUD.

       0212-MAIOR-BLOQUEIO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    LISTA OS BLOQUEIOS (DE UMA CONTA OU TODOS) MARCANDO OS QUE
      *    ESTAO EM VIGOR HOJE E TOTALIZANDO O VALOR EM VIGOR
      *-----------------------------------------------------------------
       0220-LISTAR                               SECTION.
      *-----------------------------------------------------------------

           DISPLAY "AGENCIA (ZEROS=TODAS)..".
           ACCEPT WRK-FILTRO-AGENCIA.
           DISPLAY "CONTA (ZEROS=TODAS)..".
           ACCEPT WRK-FILTRO-CONTA.

           OPEN INPUT BLOQJUD.
           IF FS-BLOQJUD NOT EQUAL 00
               DISPLAY "NENHUM BLOQUEIO CADASTRADO."
               GO TO 0220-LISTAR-FIM
           END-IF.

           MOVE ZEROS TO ACU-BLOQUEIOS ACU-EM-VIGOR WRK-TOTAL-VIGOR.
           READ BLOQJUD.
           PERFORM 0221-LISTA-BLOQUEIO
               UNTIL FS-BLOQJUD NOT EQUAL 00.

           CLOSE BLOQJUD.

           MOVE WRK-TOTAL-VIGOR TO WRK-TOTAL-ED.
           DISPLAY "BLOQUEIOS LISTADOS...: " ACU-BLOQUEIOS.
           DISPLAY "EM VIGOR HOJE........: " ACU-EM-VIGOR.
           DISPLAY "VALOR EM VIGOR.......: " WRK-TOTAL-ED.

       0220-LISTAR-FIM.                          EXIT.

      *-----------------------------------------------------------------
       0221-LISTA-BLOQUEIO                       SECTION.
      *-----------------------------------------------------------------

           IF (WRK-FILTRO-AGENCIA NOT EQUAL ZEROS
               AND BLQ-AGENCIA NOT EQUAL WRK-FILTRO-AGENCIA)
              OR (WRK-FILTRO-CONTA NOT EQUAL ZEROS
               AND BLQ-CONTA NOT EQUAL WRK-FILTRO-CONTA)
               GO TO 0221-LISTA-BLOQUEIO-LER
           END-IF.

           ADD 1 TO ACU-BLOQUEIOS.
           PERFORM 0250-TESTA-VIGOR.
           IF WRK-EM-VIGOR-SIM
               ADD 1                   TO ACU-EM-VIGOR
               ADD BLQ-VALOR-BLOQUEADO TO WRK-TOTAL-VIGOR
           END-IF.

           MOVE BLQ-VALOR-ORIGINAL  TO WRK-VALOR-ED.
           MOVE BLQ-VALOR-BLOQUEADO TO WRK-VALOR-ED2.
           DISPLAY "BLQ " BLQ-NUMERO " AG " BLQ-AGENCIA
               " CTA " BLQ-CONTA " " BLQ-TIPO
               " SIT " BLQ-SITUACAO
               " VIGOR " WRK-EM-VIGOR.
           DISPLAY "    ORDEM " BLQ-REFERENCIA " " BLQ-MOTIVO.
           DISPLAY "    ORIGINAL " WRK-VALOR-ED
               " BLOQUEADO " WRK-VALOR-ED2
               " DE " BLQ-DATA-INICIO
               " ATE " BLQ-DATA-LIBERACAO.

       0221-LISTA-BLOQUEIO-LER.

           READ BLOQJUD.

       0221-LISTA-BLOQUEIO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    LIBERACAO TOTAL (T) OU PARCIAL (P) - O BLOQUEIO E LOCALIZADO
      *    E CONFERIDO, O ARQUIVO E REGRAVADO VIA ARQUIVO DE TRABALHO
      *    (ESQUEMA DO PRGORDEM) E A OPERACAO E AUDITADA. LIBERACAO
      *    PARCIAL QUE ALCANCA O VALOR BLOQUEADO VIRA LIBERACAO TOTAL
      *-----------------------------------------------------------------
       0230-LIBERAR                              SECTION.
      *-----------------------------------------------------------------

           DISPLAY "NUMERO DO BLOQUEIO..".
           ACCEPT WRK-ALVO-BLOQUEIO.

           PERFORM 0231-PROCURA-BLOQUEIO.

           IF WRK-BLOQUEIO-NAO
               DISPLAY "BLOQUEIO NAO ENCONTRADO!"
               GO TO 0230-LIBERAR-FIM
           END-IF.

           IF BLQ-LIBERADO
               DISPLAY "BLOQUEIO JA LIBERADO EM " BLQ-DATA-LIBERACAO
               GO TO 0230-LIBERAR-FIM
           END-IF.

           IF BLQ-DATA-LIBERACAO NOT EQUAL ZEROS
              AND BLQ-DATA-LIBERACAO NOT GREATER WRK-DATA-HOJE
               DISPLAY "BLOQUEIO JA VENCIDO EM " BLQ-DATA-LIBERACAO
               GO TO 0230-LIBERAR-FIM
           END-IF.

           MOVE BLQ-VALOR-BLOQUEADO TO WRK-VALOR-ED.
           DISPLAY "AG " BLQ-AGENCIA " CTA " BLQ-CONTA
               " ORDEM " BLQ-REFERENCIA
               " BLOQUEADO " WRK-VALOR-ED.

           MOVE BLQ-SITUACAO        TO WRK-SIT-ANTERIOR.
           MOVE BLQ-VALOR-BLOQUEADO TO WRK-VALOR-ANTERIOR.

           IF WRK-OPCAO-LIBERA-PARCIAL
               DISPLAY "VALOR A LIBERAR.."
               ACCEPT WRK-VALOR-LIBERAR
               IF WRK-VALOR-LIBERAR EQUAL ZEROS
                   DISPLAY "VALOR ZERADO, LIBERACAO RECUSADA!"
                   GO TO 0230-LIBERAR-FIM
               END-IF
               IF WRK-VALOR-LIBERAR GREATER WRK-VALOR-ANTERIOR
                   DISPLAY "VALOR MAIOR QUE O BLOQUEADO, LIBERACAO"
                       " RECUSADA!"
                   GO TO 0230-LIBERAR-FIM
               END-IF
           ELSE
               MOVE WRK-VALOR-ANTERIOR TO WRK-VALOR-LIBERAR
           END-IF.

           DISPLAY "REFERENCIA DA ORDEM DE LIBERACAO..".
           ACCEPT WRK-REFERENCIA.
           IF WRK-REFERENCIA EQUAL SPACES
               DISPLAY "REFERENCIA DA ORDEM OBRIGATORIA, LIBERACAO"
                   " RECUSADA!"
               GO TO 0230-LIBERAR-FIM
           END-IF.

           MOVE WRK-VALOR-LIBERAR TO WRK-VALOR-ED.
           DISPLAY "CONFIRMA A LIBERACAO DE " WRK-VALOR-ED " (S/N)?".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "LIBERACAO CANCELADA."
               GO TO 0230-LIBERAR-FIM
           END-IF.

           COMPUTE WRK-VALOR-NOVO =
               WRK-VALOR-ANTERIOR - WRK-VALOR-LIBERAR.

           IF WRK-VALOR-NOVO EQUAL ZEROS
               MOVE "T" TO WRK-OPERACAO-AUDIT
               MOVE "L" TO WRK-SIT-NOVA
           ELSE
               MOVE "P" TO WRK-OPERACAO-AUDIT
               MOVE "A" TO WRK-SIT-NOVA
           END-IF.

           OPEN INPUT  BLOQJUD.
           OPEN OUTPUT BLQTMP.

           READ BLOQJUD.
           PERFORM 0233-MARCA-BLOQUEIO
               UNTIL FS-BLOQJUD NOT EQUAL 00.

           CLOSE BLOQJUD.
           CLOSE BLQTMP.

           OPEN OUTPUT BLOQJUD.
           OPEN INPUT  BLQTMP.

           READ BLQTMP
               AT END
                   CONTINUE
           END-READ.

           PERFORM 0234-COPIA-PARA-BLOQJUD
               UNTIL FS-BLQTMP NOT EQUAL 00.

           CLOSE BLOQJUD.
           CLOSE BLQTMP.

           PERFORM 9100-GRAVA-AUDITORIA.

           IF WRK-OPERACAO-AUDIT EQUAL "T"
               DISPLAY "BLOQUEIO " WRK-ALVO-BLOQUEIO
                   " LIBERADO TOTALMENTE!"
           ELSE
               MOVE WRK-VALOR-NOVO TO WRK-VALOR-ED2
               DISPLAY "BLOQUEIO " WRK-ALVO-BLOQUEIO
                   " LIBERADO PARCIALMENTE - SEGUE BLOQUEADO "
                   WRK-VALOR-ED2
           END-IF.

       0230-LIBERAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
       0231-PROCURA-BLOQUEIO                     SECTION.
      *-----------------------------------------------------------------

           SET WRK-BLOQUEIO-NAO TO TRUE.

           OPEN INPUT BLOQJUD.
           IF FS-BLOQJUD NOT EQUAL 00
               GO TO 0231-PROCURA-BLOQUEIO-FIM
           END-IF.

           READ BLOQJUD.
           PERFORM 0232-COMPARA-BLOQUEIO
               UNTIL FS-BLOQJUD NOT EQUAL 00
                  OR WRK-BLOQUEIO-SIM.

           CLOSE BLOQJUD.

       0231-PROCURA-BLOQUEIO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0232-COMPARA-BLOQUEIO                     SECTION.
      *-----------------------------------------------------------------

           IF BLQ-NUMERO EQUAL WRK-ALVO-BLOQUEIO
               SET WRK-BLOQUEIO-SIM TO TRUE
           ELSE
               READ BLOQJUD
           END-IF.

       0232-COMPARA-BLOQUEIO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0233-MARCA-BLOQUEIO                       SECTION.
      *-----------------------------------------------------------------

           IF BLQ-NUMERO EQUAL WRK-ALVO-BLOQUEIO
               MOVE WRK-SIT-NOVA TO BLQ-SITUACAO
               IF BLQ-LIBERADO
                   MOVE WRK-DATA-HOJE TO BLQ-DATA-LIBERACAO
               ELSE
                   MOVE WRK-VALOR-NOVO TO BLQ-VALOR-BLOQUEADO
               END-IF
               MOVE BLQ-AGENCIA TO WRK-AGENCIA
               MOVE BLQ-CONTA   TO WRK-CONTA
           END-IF.

           WRITE REG-BLQTMP FROM REG-BLOQJUD.

           READ BLOQJUD.

       0233-MARCA-BLOQUEIO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0234-COPIA-PARA-BLOQJUD                   SECTION.
      *-----------------------------------------------------------------

           WRITE REG-BLOQJUD FROM REG-BLQTMP.

           READ BLQTMP
               AT END
                   CONTINUE
           END-READ.

       0234-COPIA-PARA-BLOQJUD-FIM.              EXIT.

      *-----------------------------------------------------------------
      *    BLOQUEIO EM VIGOR HOJE: INICIADO ATE HOJE E SEM LIBERACAO
      *    OU COM LIBERACAO POSTERIOR A HOJE (REGRA DO BOOK #BLOQJUD)
      *-----------------------------------------------------------------
       0250-TESTA-VIGOR                          SECTION.
      *-----------------------------------------------------------------

           SET WRK-EM-VIGOR-NAO TO TRUE.

           IF BLQ-DATA-INICIO NOT GREATER WRK-DATA-HOJE
              AND (BLQ-DATA-LIBERACAO EQUAL ZEROS
               OR BLQ-DATA-LIBERACAO GREATER WRK-DATA-HOJE)
              AND BLQ-VALOR-BLOQUEADO GREATER ZEROS
               SET WRK-EM-VIGOR-SIM TO TRUE
           END-IF.

       0250-TESTA-VIGOR-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE AUDITBLQ.

           DISPLAY WRK-FIM-PRG.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0300-FINALIZAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
       9100-GRAVA-AUDITORIA                      SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DATA-HOJE          TO AUD-BLQ-DATA.
           MOVE WRK-OPERADOR           TO AUD-BLQ-OPERADOR.
           MOVE WRK-OPERACAO-AUDIT     TO AUD-BLQ-OPERACAO.
           MOVE BLQ-NUMERO             TO AUD-BLQ-NUMERO.
           IF WRK-OPERACAO-AUDIT NOT EQUAL "I"
               MOVE WRK-ALVO-BLOQUEIO  TO AUD-BLQ-NUMERO
           END-IF.
           MOVE WRK-AGENCIA            TO AUD-BLQ-AGENCIA.
           MOVE WRK-CONTA              TO AUD-BLQ-CONTA.
           MOVE WRK-SIT-ANTERIOR       TO AUD-BLQ-SIT-ANTERIOR.
           MOVE WRK-SIT-NOVA           TO AUD-BLQ-SIT-NOVA.
           MOVE WRK-VALOR-ANTERIOR     TO AUD-BLQ-VALOR-ANTERIOR.
           MOVE WRK-VALOR-NOVO         TO AUD-BLQ-VALOR-NOVO.
           MOVE WRK-REFERENCIA         TO AUD-BLQ-REFERENCIA.

           WRITE REG-AUDITBLQ.

       9100-GRAVA-AUDITORIA-FIM.                 EXIT.
