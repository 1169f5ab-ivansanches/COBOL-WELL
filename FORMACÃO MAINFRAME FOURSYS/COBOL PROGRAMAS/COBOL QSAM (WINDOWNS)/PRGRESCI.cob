      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
ALT1  *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
..    *== OBJETIVO    : DESLIGADO COM CODIGO DE GERENTE QUE NENHUM
..    *==                OUTRO FUNCIONARIO ATIVO USA E QUE AINDA TEM
..    *==                CARTEIRA ATIVA NO CARTEIRA.txt (PRGCARTE) GERA
..    *==                ALERTA NA TELA, NO DEMONSTRATIVO E NO
..    *==                CARTALER.txt PARA A TRANSFERENCIA DA CARTEIRA
..    *== DATA        : 15/10/2026
ALT1  *== CONSULTORIA : FOURSYS
ALT2  *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
..    *==  FGTS NA RESCISAO - PERGUNTA O TIPO DE DESLIGAMENTO, CALCULA
..    *==  O DEPOSITO DE 8% SOBRE SALDO DE SALARIO E 13o PROPORCIONAL
..    *==  E, NA DISPENSA SEM JUSTA CAUSA, A MULTA DE 40% SOBRE OS
..    *==  DEPOSITOS ACUMULADOS NO FGTSHIST.txt (PRGFGTS) MAIS O DO
..    *==  MES RESCISORIO. CONFIRMADO O DESLIGAMENTO, O DEPOSITO DA
..    *==  RESCISAO ENTRA NO FGTSHIST COM ORIGEM "R"
ALT3  *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
..    *==  EMPRESTIMO CONSIGNADO NA RESCISAO - O SALDO DEVEDOR DOS
..    *==  CONTRATOS ATIVOS DO FUNCIONARIO (EMPRESTIMOS.txt, BOOK
..    *==  #EMPFOLHA) E ABATIDO DO ACERTO ATE O PERCENTUAL LEGAL DAS
..    *==  VERBAS RESCISORIAS (EMPREPRM.txt, BOOK #EMPRPRM; AUSENTE
..    *==  USA 35%). O DEMONSTRATIVO MOSTRA O DESCONTO, O LIQUIDO A
..    *==  PAGAR E O SALDO QUE NAO COUBE; CONFIRMADO O DESLIGAMENTO,
..    *==  O CONTRATO QUITADO FICA "R" E O QUE SOBRA FICA PENDENTE
..    *==  ("P") PARA COBRANCA DIRETA
      *=================================================================
       ENVIRONMENT                               DIVISION.

           SELECT RESCISAO ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\RESCISAO.txt"
               FILE STATUS IS FS-RESCISAO.

ALT1       SELECT CARTEIRA ASSIGN
ALT1       TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\CARTEIRA.txt"
ALT1           FILE STATUS IS FS-CARTEIRA.

ALT1       SELECT CARTALER ASSIGN
ALT1       TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\CARTALER.txt"
ALT1           FILE STATUS IS FS-CARTALER.

ALT2       SELECT FGTSHIST ASSIGN
ALT2       TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\FGTSHIST.txt"
ALT2           FILE STATUS IS FS-FGTSHIST.

ALT3       SELECT EMPRESTIMOS ASSIGN
ALT3       TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\EMPRESTIMOS.txt"
ALT3           FILE STATUS IS FS-EMPRESTIMOS.

ALT3       SELECT EMPRETMP ASSIGN
ALT3       TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\EMPRETMP.txt"
ALT3           FILE STATUS IS FS-EMPRETMP.

ALT3       SELECT EMPREPRM ASSIGN
ALT3       TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\EMPREPRM.txt"
ALT3           FILE STATUS IS FS-EMPREPRM.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FD  RESCISAO.
       01  REG-RESCISAO                  PIC X(80).

ALT1  *----------------------------------------------------------------*
ALT1  *     INPUT  - CARTEIRA DOS GERENTES (PRGCARTE)
ALT1  *                               LRECL = 035
ALT1  *----------------------------------------------------------------*
ALT1   FD  CARTEIRA.
ALT1   COPY "#CARTEIRA".

ALT1  *----------------------------------------------------------------*
ALT1  *     OUTPUT - ALERTAS DE CARTEIRA SEM GERENTE (EXTEND)
ALT1  *                               LRECL = 080
ALT1  *----------------------------------------------------------------*
ALT1   FD  CARTALER.
ALT1   01  REG-CARTALER                  PIC X(80).

ALT2  *----------------------------------------------------------------*
ALT2  *     INPUT/OUTPUT - HISTORICO DE DEPOSITOS DE FGTS (EXTEND)
ALT2  *                               LRECL = 046
ALT2  *----------------------------------------------------------------*
ALT2   FD  FGTSHIST.
ALT2   COPY "#FGTSHIS".

ALT3  *----------------------------------------------------------------*
ALT3  *     INPUT/OUTPUT - CONTRATOS DE EMPRESTIMO CONSIGNADO
ALT3  *                               LRECL = 083
ALT3  *----------------------------------------------------------------*
ALT3   FD  EMPRESTIMOS.
ALT3   COPY "#EMPFOLHA".

ALT3   FD  EMPRETMP.
ALT3   01  REG-EMPRETMP                  PIC X(83).

ALT3  *----------------------------------------------------------------*
ALT3  *     INPUT -  PARAMETROS DO EMPRESTIMO CONSIGNADO
ALT3  *                               LRECL = 013
ALT3  *----------------------------------------------------------------*
ALT3   FD  EMPREPRM.
ALT3   COPY "#EMPRPRM".

       WORKING-STORAGE                           SECTION.
       77  FS-FUNCIONARIOS       PIC 9(02) VALUE ZEROS.
       77  FS-RESCISAO           PIC 9(02) VALUE ZEROS.
ALT1   77  FS-CARTEIRA           PIC 9(02) VALUE ZEROS.
ALT1   77  FS-CARTALER           PIC 9(02) VALUE ZEROS.
ALT2   77  FS-FGTSHIST           PIC 9(02) VALUE ZEROS.
ALT3   77  FS-EMPRESTIMOS        PIC 9(02) VALUE ZEROS.
ALT3   77  FS-EMPRETMP           PIC 9(02) VALUE ZEROS.
ALT3   77  FS-EMPREPRM           PIC 9(02) VALUE ZEROS.

       77  WRK-CODIGO            PIC 9(04) VALUE ZEROS.
       77  WRK-CONFIRMA          PIC X(03) VALUE SPACES.
       77  WRK-FERIAS-PROP       PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOTAL-ACERTO      PIC 9(08)V99 VALUE ZEROS.

ALT2  *========== FGTS DA RESCISAO
ALT2   77  WRK-TIPO-DESLIG       PIC X(01) VALUE SPACES.
ALT2       88 WRK-SEM-JUSTA-CAUSA           VALUE "S".
ALT2       88 WRK-TIPO-DESLIG-VALIDO        VALUE "S" "J" "P".
ALT2   77  WRK-ALIQUOTA-FGTS     PIC 9(02)V99 VALUE 08,00.
ALT2   77  WRK-PERC-MULTA-FGTS   PIC 9(02)V99 VALUE 40,00.
ALT2   77  WRK-BASE-FGTS-RESC    PIC 9(08)V99 VALUE ZEROS.
ALT2   77  WRK-FGTS-RESCISAO     PIC 9(08)V99 VALUE ZEROS.
ALT2   77  WRK-FGTS-ACUMULADO    PIC 9(10)V99 VALUE ZEROS.
ALT2   77  WRK-MULTA-FGTS        PIC 9(08)V99 VALUE ZEROS.

ALT3  *========== EMPRESTIMO CONSIGNADO NA RESCISAO
ALT3   77  WRK-PERC-RESCISAO     PIC 9(02)V99 VALUE 35,00.
ALT3   77  WRK-SALDO-EMPREST     PIC 9(08)V99 VALUE ZEROS.
ALT3   77  WRK-LIMITE-EMPREST    PIC 9(08)V99 VALUE ZEROS.
ALT3   77  WRK-DESC-EMPREST      PIC 9(08)V99 VALUE ZEROS.
ALT3   77  WRK-RESTO-EMPREST     PIC 9(08)V99 VALUE ZEROS.
ALT3   77  WRK-LIQUIDO-RESCISAO  PIC 9(08)V99 VALUE ZEROS.
ALT3   77  WRK-A-ABATER          PIC 9(08)V99 VALUE ZEROS.

ALT1   77  WRK-GERENTE-DESLIG    PIC X(01) VALUE SPACES.
ALT1   77  WRK-NOME-DESLIG       PIC X(15) VALUE SPACES.
ALT1   77  WRK-QT-CARTEIRA       PIC 9(04) VALUE ZEROS.
ALT1   77  WRK-SUBSTITUTO        PIC X(01) VALUE "N".
ALT1       88 WRK-HA-SUBSTITUTO            VALUE "S".
ALT1       88 WRK-SEM-SUBSTITUTO           VALUE "N".

       01  WRK-LIN-SEPARA        PIC X(80) VALUE ALL "=".
       01  WRK-LIN-CABEC.
           05 FILLER             PIC X(19) VALUE
           05 WRK-VAL-ROTULO     PIC X(20).
           05 WRK-VAL-VALOR      PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(47) VALUE SPACES.
ALT1   01  WRK-LIN-ALERTA.
ALT1       05 FILLER             PIC X(21) VALUE
ALT1           "CARTEIRA SEM GERENTE ".
ALT1       05 WRK-ALE-GERENTE    PIC X(01).
ALT1       05 FILLER             PIC X(06) VALUE " FUNC ".
ALT1       05 WRK-ALE-CODIGO     PIC 9(04).
ALT1       05 FILLER             PIC X(01) VALUE SPACES.
ALT1       05 WRK-ALE-NOME       PIC X(15).
ALT1       05 FILLER             PIC X(08) VALUE " DESLIG ".
ALT1       05 WRK-ALE-DATA       PIC 9(08).
ALT1       05 FILLER             PIC X(07) VALUE " ITENS ".
ALT1       05 WRK-ALE-ITENS      PIC ZZZ9.
ALT1       05 FILLER             PIC X(05) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
           ACCEPT WRK-CODIGO.
           DISPLAY "DATA DO DESLIGAMENTO (AAAAMMDD)?".
           ACCEPT WRK-DATA-DESLIG.
ALT2       DISPLAY "TIPO (S=SEM JUSTA CAUSA J=JUSTA CAUSA P=PEDIDO)?".
ALT2       ACCEPT WRK-TIPO-DESLIG.

ALT3       PERFORM 0110-CARREGA-PARAMETROS.

       0100-INICIAR-FIM. EXIT.

ALT3  *-----------------------------------------------------------------
ALT3  *    PERCENTUAL DAS VERBAS RESCISORIAS QUE PODE SER RETIDO PARA
ALT3  *    QUITAR EMPRESTIMO - ARQUIVO AUSENTE MANTEM O PADRAO
ALT3  *-----------------------------------------------------------------
ALT3   0110-CARREGA-PARAMETROS                   SECTION.

ALT3       OPEN INPUT EMPREPRM.
ALT3       IF FS-EMPREPRM NOT EQUAL 00
ALT3           GO TO 0110-CARREGA-PARAMETROS-FIM
ALT3       END-IF.

ALT3       READ EMPREPRM.
ALT3       IF FS-EMPREPRM EQUAL 00
ALT3          AND EPR-PERC-RESCISAO GREATER ZEROS
ALT3           MOVE EPR-PERC-RESCISAO TO WRK-PERC-RESCISAO
ALT3       END-IF.

ALT3       CLOSE EMPREPRM.

ALT3   0110-CARREGA-PARAMETROS-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

               GO TO 0200-PROCESSAR-FIM
           END-IF.

ALT2       IF NOT WRK-TIPO-DESLIG-VALIDO
ALT2           DISPLAY "ERRO: TIPO DE DESLIGAMENTO INVALIDO!"
ALT2           GO TO 0200-PROCESSAR-FIM
ALT2       END-IF.

           PERFORM 0210-CALCULA-ACERTO.
           PERFORM 0220-IMPRIME-ACERTO.

           IF FS-FUNCIONARIOS EQUAL 00
               DISPLAY "FUNCIONARIO DESLIGADO!"
               PERFORM 0230-GRAVA-RESCISAO
ALT2           PERFORM 0260-GRAVA-FGTS-RESCISAO
ALT3           PERFORM 0280-BAIXA-EMPRESTIMOS
           ELSE
               DISPLAY "ERRO NA REGRAVACAO! FS: " FS-FUNCIONARIOS
           END-IF.
           COMPUTE WRK-TOTAL-ACERTO =
               WRK-SALDO-SALARIO + WRK-DECIMO-PROP + WRK-FERIAS-PROP.

ALT2       PERFORM 0250-CALCULA-FGTS.
ALT3       PERFORM 0270-CALCULA-EMPRESTIMO.

       0210-CALCULA-ACERTO-FIM. EXIT.

      *-----------------------------------------------------------------
           MOVE WRK-TOTAL-ACERTO       TO WRK-VAL-VALOR.
           DISPLAY WRK-LIN-VALOR.

ALT2       MOVE "FGTS DA RESCISAO...:" TO WRK-VAL-ROTULO.
ALT2       MOVE WRK-FGTS-RESCISAO      TO WRK-VAL-VALOR.
ALT2       DISPLAY WRK-LIN-VALOR.

ALT2       MOVE "SALDO FGTS P/ MULTA:" TO WRK-VAL-ROTULO.
ALT2       MOVE WRK-FGTS-ACUMULADO     TO WRK-VAL-VALOR.
ALT2       DISPLAY WRK-LIN-VALOR.

ALT2       MOVE "MULTA FGTS 40%.....:" TO WRK-VAL-ROTULO.
ALT2       MOVE WRK-MULTA-FGTS         TO WRK-VAL-VALOR.
ALT2       DISPLAY WRK-LIN-VALOR.

ALT3       IF WRK-SALDO-EMPREST GREATER ZEROS
ALT3           MOVE "SALDO EMPRESTIMOS..:" TO WRK-VAL-ROTULO
ALT3           MOVE WRK-SALDO-EMPREST      TO WRK-VAL-VALOR
ALT3           DISPLAY WRK-LIN-VALOR
ALT3           MOVE "DESC EMPRESTIMO....:" TO WRK-VAL-ROTULO
ALT3           MOVE WRK-DESC-EMPREST       TO WRK-VAL-VALOR
ALT3           DISPLAY WRK-LIN-VALOR
ALT3           MOVE "LIQUIDO A PAGAR....:" TO WRK-VAL-ROTULO
ALT3           MOVE WRK-LIQUIDO-RESCISAO   TO WRK-VAL-VALOR
ALT3           DISPLAY WRK-LIN-VALOR
ALT3       END-IF.

ALT3       IF WRK-RESTO-EMPREST GREATER ZEROS
ALT3           MOVE "EMPREST PENDENTE...:" TO WRK-VAL-ROTULO
ALT3           MOVE WRK-RESTO-EMPREST      TO WRK-VAL-VALOR
ALT3           DISPLAY WRK-LIN-VALOR
ALT3           DISPLAY "ATENCAO: SALDO DE EMPRESTIMO ACIMA DO LIMITE "
ALT3               "LEGAL - COBRAR DIRETAMENTE DO FUNCIONARIO!"
ALT3       END-IF.

       0220-IMPRIME-ACERTO-FIM. EXIT.

      *-----------------------------------------------------------------
           MOVE WRK-TOTAL-ACERTO       TO WRK-VAL-VALOR.
           WRITE REG-RESCISAO FROM WRK-LIN-VALOR.

ALT2       MOVE "FGTS DA RESCISAO...:" TO WRK-VAL-ROTULO.
ALT2       MOVE WRK-FGTS-RESCISAO      TO WRK-VAL-VALOR.
ALT2       WRITE REG-RESCISAO FROM WRK-LIN-VALOR.

ALT2       MOVE "SALDO FGTS P/ MULTA:" TO WRK-VAL-ROTULO.
ALT2       MOVE WRK-FGTS-ACUMULADO     TO WRK-VAL-VALOR.
ALT2       WRITE REG-RESCISAO FROM WRK-LIN-VALOR.

ALT2       MOVE "MULTA FGTS 40%.....:" TO WRK-VAL-ROTULO.
ALT2       MOVE WRK-MULTA-FGTS         TO WRK-VAL-VALOR.
ALT2       WRITE REG-RESCISAO FROM WRK-LIN-VALOR.

ALT3       IF WRK-SALDO-EMPREST GREATER ZEROS
ALT3           MOVE "SALDO EMPRESTIMOS..:" TO WRK-VAL-ROTULO
ALT3           MOVE WRK-SALDO-EMPREST      TO WRK-VAL-VALOR
ALT3           WRITE REG-RESCISAO FROM WRK-LIN-VALOR
ALT3           MOVE "DESC EMPRESTIMO....:" TO WRK-VAL-ROTULO
ALT3           MOVE WRK-DESC-EMPREST       TO WRK-VAL-VALOR
ALT3           WRITE REG-RESCISAO FROM WRK-LIN-VALOR
ALT3           MOVE "LIQUIDO A PAGAR....:" TO WRK-VAL-ROTULO
ALT3           MOVE WRK-LIQUIDO-RESCISAO   TO WRK-VAL-VALOR
ALT3           WRITE REG-RESCISAO FROM WRK-LIN-VALOR
ALT3       END-IF.

ALT3       IF WRK-RESTO-EMPREST GREATER ZEROS
ALT3           MOVE "EMPREST PENDENTE...:" TO WRK-VAL-ROTULO
ALT3           MOVE WRK-RESTO-EMPREST      TO WRK-VAL-VALOR
ALT3           WRITE REG-RESCISAO FROM WRK-LIN-VALOR
ALT3       END-IF.

ALT1       PERFORM 0240-CONFERE-CARTEIRA.

           WRITE REG-RESCISAO FROM WRK-LIN-SEPARA.

       0230-GRAVA-RESCISAO-FIM. EXIT.

ALT1  *-----------------------------------------------------------------
ALT1  *    GERENTE DESLIGADO COM CARTEIRA ATIVA - SE OUTRO FUNCIONARIO
ALT1  *    ATIVO TEM O MESMO CODIGO DE GERENTE A CARTEIRA CONTINUA
ALT1  *    ATENDIDA E NAO HA ALERTA
ALT1  *-----------------------------------------------------------------
ALT1   0240-CONFERE-CARTEIRA                     SECTION.

ALT1       IF REG-CODIGO-GERENTE EQUAL SPACES
ALT1           GO TO 0240-CONFERE-CARTEIRA-FIM
ALT1       END-IF.

ALT1       MOVE REG-CODIGO-GERENTE TO WRK-GERENTE-DESLIG.
ALT1       MOVE REG-NOME           TO WRK-NOME-DESLIG.

ALT1       SET WRK-SEM-SUBSTITUTO TO TRUE.
ALT1       MOVE ZEROS TO REG-CODIGO.
ALT1       START FUNCIONARIOS KEY NOT LESS REG-CODIGO
ALT1           INVALID KEY
ALT1               MOVE 10 TO FS-FUNCIONARIOS
ALT1       END-START.
ALT1       IF FS-FUNCIONARIOS EQUAL 00
ALT1           READ FUNCIONARIOS NEXT
ALT1           PERFORM 0241-PROCURA-SUBSTITUTO
ALT1               UNTIL FS-FUNCIONARIOS NOT EQUAL 00
ALT1                  OR WRK-HA-SUBSTITUTO
ALT1       END-IF.

ALT1       IF WRK-HA-SUBSTITUTO
ALT1           GO TO 0240-CONFERE-CARTEIRA-FIM
ALT1       END-IF.

ALT1       MOVE ZEROS TO WRK-QT-CARTEIRA.
ALT1       OPEN INPUT CARTEIRA.
ALT1       IF FS-CARTEIRA NOT EQUAL 00
ALT1           GO TO 0240-CONFERE-CARTEIRA-FIM
ALT1       END-IF.

ALT1       READ CARTEIRA.
ALT1       PERFORM 0242-CONTA-CARTEIRA
ALT1           UNTIL FS-CARTEIRA NOT EQUAL 00.

ALT1       CLOSE CARTEIRA.

ALT1       IF WRK-QT-CARTEIRA EQUAL ZEROS
ALT1           GO TO 0240-CONFERE-CARTEIRA-FIM
ALT1       END-IF.

ALT1       MOVE WRK-GERENTE-DESLIG TO WRK-ALE-GERENTE.
ALT1       MOVE WRK-CODIGO         TO WRK-ALE-CODIGO.
ALT1       MOVE WRK-NOME-DESLIG    TO WRK-ALE-NOME.
ALT1       MOVE WRK-DATA-DESLIG    TO WRK-ALE-DATA.
ALT1       MOVE WRK-QT-CARTEIRA    TO WRK-ALE-ITENS.

ALT1       DISPLAY "ATENCAO: GERENTE " WRK-GERENTE-DESLIG
ALT1           " DESLIGADO COM " WRK-QT-CARTEIRA
ALT1           " ITENS NA CARTEIRA - TRANSFERIR NO PRGCARTE!".
ALT1       WRITE REG-RESCISAO FROM WRK-LIN-ALERTA.

ALT1       OPEN EXTEND CARTALER.
ALT1       IF FS-CARTALER EQUAL 35
ALT1           OPEN OUTPUT CARTALER
ALT1           CLOSE CARTALER
ALT1           OPEN EXTEND CARTALER
ALT1       END-IF.
ALT1       WRITE REG-CARTALER FROM WRK-LIN-ALERTA.
ALT1       CLOSE CARTALER.

ALT1   0240-CONFERE-CARTEIRA-FIM. EXIT.

ALT1  *-----------------------------------------------------------------
ALT1   0241-PROCURA-SUBSTITUTO                   SECTION.

ALT1       IF REG-CODIGO-GERENTE EQUAL WRK-GERENTE-DESLIG
ALT1          AND REG-CODIGO NOT EQUAL WRK-CODIGO
ALT1          AND NOT REG-FUNC-DESLIGADO
ALT1           SET WRK-HA-SUBSTITUTO TO TRUE
ALT1       ELSE
ALT1           READ FUNCIONARIOS NEXT
ALT1       END-IF.

ALT1   0241-PROCURA-SUBSTITUTO-FIM. EXIT.

ALT1  *-----------------------------------------------------------------
ALT1   0242-CONTA-CARTEIRA                       SECTION.

ALT1       IF CAR-ATIVA AND CAR-GERENTE EQUAL WRK-GERENTE-DESLIG
ALT1           ADD 1 TO WRK-QT-CARTEIRA
ALT1       END-IF.

ALT1       READ CARTEIRA.

ALT1   0242-CONTA-CARTEIRA-FIM. EXIT.

ALT2  *-----------------------------------------------------------------
ALT2  *    FGTS DA RESCISAO - DEPOSITO DE 8% SOBRE SALDO DE SALARIO E
ALT2  *    13o PROPORCIONAL (FERIAS INDENIZADAS NAO SAO BASE) E, NA
ALT2  *    DISPENSA SEM JUSTA CAUSA, MULTA DE 40% SOBRE TUDO O QUE FOI
ALT2  *    DEPOSITADO PARA O FUNCIONARIO NO FGTSHIST MAIS ESSE DEPOSITO
ALT2  *-----------------------------------------------------------------
ALT2   0250-CALCULA-FGTS                         SECTION.

ALT2       COMPUTE WRK-BASE-FGTS-RESC =
ALT2           WRK-SALDO-SALARIO + WRK-DECIMO-PROP.
ALT2       COMPUTE WRK-FGTS-RESCISAO ROUNDED =
ALT2           WRK-BASE-FGTS-RESC * WRK-ALIQUOTA-FGTS / 100.

ALT2       MOVE ZEROS TO WRK-FGTS-ACUMULADO.
ALT2       OPEN INPUT FGTSHIST.
ALT2       IF FS-FGTSHIST EQUAL 00
ALT2           READ FGTSHIST
ALT2           PERFORM 0251-SOMA-DEPOSITO
ALT2               UNTIL FS-FGTSHIST NOT EQUAL 00
ALT2           CLOSE FGTSHIST
ALT2       ELSE
ALT2           DISPLAY "FGTSHIST.txt AUSENTE - MULTA SO SOBRE O "
ALT2               "DEPOSITO DA RESCISAO"
ALT2       END-IF.
ALT2       ADD WRK-FGTS-RESCISAO TO WRK-FGTS-ACUMULADO.

ALT2       MOVE ZEROS TO WRK-MULTA-FGTS.
ALT2       IF WRK-SEM-JUSTA-CAUSA
ALT2           COMPUTE WRK-MULTA-FGTS ROUNDED =
ALT2               WRK-FGTS-ACUMULADO * WRK-PERC-MULTA-FGTS / 100
ALT2       END-IF.

ALT2   0250-CALCULA-FGTS-FIM. EXIT.

ALT2  *-----------------------------------------------------------------
ALT2   0251-SOMA-DEPOSITO                        SECTION.

ALT2       IF FGH-CODIGO EQUAL REG-CODIGO
ALT2           ADD FGH-DEPOSITO TO WRK-FGTS-ACUMULADO
ALT2       END-IF.

ALT2       READ FGTSHIST.

ALT2   0251-SOMA-DEPOSITO-FIM. EXIT.

ALT2  *-----------------------------------------------------------------
ALT2   0260-GRAVA-FGTS-RESCISAO                  SECTION.

ALT2       IF WRK-FGTS-RESCISAO EQUAL ZEROS
ALT2           GO TO 0260-GRAVA-FGTS-RESCISAO-FIM
ALT2       END-IF.

ALT2       OPEN EXTEND FGTSHIST.
ALT2       IF FS-FGTSHIST EQUAL 35
ALT2           OPEN OUTPUT FGTSHIST
ALT2           CLOSE FGTSHIST
ALT2           OPEN EXTEND FGTSHIST
ALT2       END-IF.

ALT2       COMPUTE FGH-COMPETENCIA = WRK-DES-ANO * 100 + WRK-DES-MES.
ALT2       MOVE WRK-CODIGO          TO FGH-CODIGO.
ALT2       MOVE WRK-NOME-DESLIG     TO FGH-NOME.
ALT2       SET FGH-ORIGEM-RESCISAO  TO TRUE.
ALT2       MOVE WRK-BASE-FGTS-RESC  TO FGH-BASE.
ALT2       MOVE WRK-FGTS-RESCISAO   TO FGH-DEPOSITO.
ALT2       WRITE REG-FGTSHIST.

ALT2       CLOSE FGTSHIST.

ALT2   0260-GRAVA-FGTS-RESCISAO-FIM. EXIT.

ALT3  *-----------------------------------------------------------------
ALT3  *    EMPRESTIMO CONSIGNADO - SALDO DEVEDOR DOS CONTRATOS ATIVOS
ALT3  *    DO FUNCIONARIO, ABATIDO DO ACERTO ATE O LIMITE LEGAL
ALT3  *-----------------------------------------------------------------
ALT3   0270-CALCULA-EMPRESTIMO                   SECTION.

ALT3       MOVE ZEROS TO WRK-SALDO-EMPREST WRK-DESC-EMPREST
ALT3                     WRK-RESTO-EMPREST.
ALT3       MOVE WRK-TOTAL-ACERTO TO WRK-LIQUIDO-RESCISAO.

ALT3       OPEN INPUT EMPRESTIMOS.
ALT3       IF FS-EMPRESTIMOS NOT EQUAL 00
ALT3           GO TO 0270-CALCULA-EMPRESTIMO-FIM
ALT3       END-IF.

ALT3       READ EMPRESTIMOS.
ALT3       PERFORM 0271-SOMA-SALDO
ALT3           UNTIL FS-EMPRESTIMOS NOT EQUAL 00.

ALT3       CLOSE EMPRESTIMOS.

ALT3       COMPUTE WRK-LIMITE-EMPREST ROUNDED =
ALT3           WRK-TOTAL-ACERTO * WRK-PERC-RESCISAO / 100.

ALT3       IF WRK-SALDO-EMPREST GREATER WRK-LIMITE-EMPREST
ALT3           MOVE WRK-LIMITE-EMPREST TO WRK-DESC-EMPREST
ALT3           COMPUTE WRK-RESTO-EMPREST =
ALT3               WRK-SALDO-EMPREST - WRK-LIMITE-EMPREST
ALT3       ELSE
ALT3           MOVE WRK-SALDO-EMPREST  TO WRK-DESC-EMPREST
ALT3       END-IF.

ALT3       COMPUTE WRK-LIQUIDO-RESCISAO =
ALT3           WRK-TOTAL-ACERTO - WRK-DESC-EMPREST.

ALT3   0270-CALCULA-EMPRESTIMO-FIM. EXIT.

ALT3  *-----------------------------------------------------------------
ALT3   0271-SOMA-SALDO                           SECTION.

ALT3       IF EMP-CODIGO EQUAL REG-CODIGO
ALT3          AND EMP-ATIVO
ALT3           ADD EMP-SALDO-DEVEDOR TO WRK-SALDO-EMPREST
ALT3       END-IF.

ALT3       READ EMPRESTIMOS.

ALT3   0271-SOMA-SALDO-FIM. EXIT.

ALT3  *-----------------------------------------------------------------
ALT3  *    BAIXA DOS CONTRATOS NA RESCISAO - O DESCONTO E REPARTIDO NA
ALT3  *    ORDEM DO ARQUIVO; CONTRATO ZERADO FICA "R", O QUE SOBRA
ALT3  *    FICA "P" COM O SALDO PENDENTE. REGRAVACAO VIA ARQUIVO DE
ALT3  *    TRABALHO
ALT3  *-----------------------------------------------------------------
ALT3   0280-BAIXA-EMPRESTIMOS                    SECTION.

ALT3       IF WRK-SALDO-EMPREST EQUAL ZEROS
ALT3           GO TO 0280-BAIXA-EMPRESTIMOS-FIM
ALT3       END-IF.

ALT3       MOVE WRK-DESC-EMPREST TO WRK-A-ABATER.

ALT3       OPEN INPUT  EMPRESTIMOS.
ALT3       OPEN OUTPUT EMPRETMP.

ALT3       READ EMPRESTIMOS.
ALT3       PERFORM 0281-BAIXA-CONTRATO
ALT3           UNTIL FS-EMPRESTIMOS NOT EQUAL 00.

ALT3       CLOSE EMPRESTIMOS.
ALT3       CLOSE EMPRETMP.

ALT3       OPEN OUTPUT EMPRESTIMOS.
ALT3       OPEN INPUT  EMPRETMP.

ALT3       READ EMPRETMP.
ALT3       PERFORM 0282-DEVOLVE-CONTRATO
ALT3           UNTIL FS-EMPRETMP NOT EQUAL 00.

ALT3       CLOSE EMPRETMP.
ALT3       CLOSE EMPRESTIMOS.

ALT3   0280-BAIXA-EMPRESTIMOS-FIM. EXIT.

ALT3  *-----------------------------------------------------------------
ALT3   0281-BAIXA-CONTRATO                       SECTION.

ALT3       IF EMP-CODIGO EQUAL WRK-CODIGO
ALT3          AND EMP-ATIVO
ALT3           IF EMP-SALDO-DEVEDOR GREATER WRK-A-ABATER
ALT3               MOVE WRK-A-ABATER TO EMP-DESCONTO-RESCISAO
ALT3               SUBTRACT WRK-A-ABATER FROM EMP-SALDO-DEVEDOR
ALT3               MOVE ZEROS TO WRK-A-ABATER
ALT3               SET EMP-PENDENTE TO TRUE
ALT3           ELSE
ALT3               MOVE EMP-SALDO-DEVEDOR TO EMP-DESCONTO-RESCISAO
ALT3               SUBTRACT EMP-SALDO-DEVEDOR FROM WRK-A-ABATER
ALT3               MOVE ZEROS TO EMP-SALDO-DEVEDOR
ALT3               SET EMP-QUITADO-RESCISAO TO TRUE
ALT3           END-IF
ALT3       END-IF.

ALT3       WRITE REG-EMPRETMP FROM REG-EMPRESTIMOS.

ALT3       READ EMPRESTIMOS.

ALT3   0281-BAIXA-CONTRATO-FIM. EXIT.

ALT3  *-----------------------------------------------------------------
ALT3   0282-DEVOLVE-CONTRATO                     SECTION.

ALT3       WRITE REG-EMPRESTIMOS FROM REG-EMPRETMP.

ALT3       READ EMPRETMP.

ALT3   0282-DEVOLVE-CONTRATO-FIM. EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

