       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGCCUST.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : MANUTENCAO DOS CENTROS DE CUSTO E DA LOTACAO
      *==               DOS FUNCIONARIOS - OPCAO 1 INCLUI OU ALTERA UM
      *==               CENTRO NO CCUSTO.txt (BOOK #CCUSTO: CODIGO,
      *==               DESCRICAO, AGENCIA E SITUACAO; A AGENCIA TEM DE
      *==               EXISTIR ATIVA NO AGENCIAS.txt, ZEROS = MATRIZ).
      *==               OPCAO 2 LOTA UM FUNCIONARIO DO FUNCIONARIOS.dat
      *==               (DESLIGADO E RECUSADO) NUM CENTRO ATIVO A PARTIR
      *==               DE UMA DATA, NO FUNCCCU.txt (BOOK #FUNCCCU). A
      *==               LOTACAO NOVA VALE DO SEU INICIO EM DIANTE SEM
      *==               MEXER NA ANTERIOR; REDIGITAR O MESMO
      *==               FUNCIONARIO/INICIO SUBSTITUI O REGISTRO (ASSIM
      *==               SE ENCERRA UMA LOTACAO: COM A DATA FIM). OS DOIS
      *==               ARQUIVOS SAO REGRAVADOS POR ARQUIVO DE TRABALHO
      *==               (CCUSTMP/FUNCCTMP) COMO NO PRGBENEF. O RATEIO DO
      *==               CUSTO DA FOLHA E FEITO PELO PRGCUSTO
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
           SELECT FUNCIONARIOS ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\FUNCIONARIOS.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS REG-CODIGO
               FILE STATUS IS FS-FUNCIONARIOS.

           SELECT AGENCIAS ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\AGENCIAS.txt"
               FILE STATUS IS FS-AGENCIAS.

           SELECT CCUSTO ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\CCUSTO.txt"
               FILE STATUS IS FS-CCUSTO.

           SELECT CCUSTMP ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\CCUSTMP.txt"
               FILE STATUS IS FS-CCUSTMP.

           SELECT FUNCCCU ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\FUNCCCU.txt"
               FILE STATUS IS FS-FUNCCCU.

           SELECT FUNCCTMP ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\FUNCCTMP.txt"
               FILE STATUS IS FS-FUNCCTMP.

      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD  FUNCIONARIOS.
       COPY "#FUNCREG".

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE AGENCIAS (PRGAGENC)
      *                               LRECL = 047
      *----------------------------------------------------------------*
       FD  AGENCIAS.
       COPY "#AGENCIAS".

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - TABELA DE CENTROS DE CUSTO
      *                               LRECL = 034
      *----------------------------------------------------------------*
       FD  CCUSTO.
       COPY "#CCUSTO".

       FD  CCUSTMP.
       01  REG-CCUSTMP                   PIC X(34).

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - LOTACAO DO FUNCIONARIO EM CENTRO DE CUSTO
      *                               LRECL = 024
      *----------------------------------------------------------------*
       FD  FUNCCCU.
       COPY "#FUNCCCU".

       FD  FUNCCTMP.
       01  REG-FUNCCTMP                  PIC X(24).

       WORKING-STORAGE                           SECTION.
       77  FS-FUNCIONARIOS               PIC 9(02) VALUE ZEROS.
       77  FS-AGENCIAS                   PIC 9(02) VALUE ZEROS.
       77  FS-CCUSTO                     PIC 9(02) VALUE ZEROS.
       77  FS-CCUSTMP                    PIC 9(02) VALUE ZEROS.
       77  FS-FUNCCCU                    PIC 9(02) VALUE ZEROS.
       77  FS-FUNCCTMP                   PIC 9(02) VALUE ZEROS.

       77  WRK-OPCAO                     PIC X(01) VALUE SPACES.
           88 WRK-OPCAO-CENTRO                  VALUE "1".
           88 WRK-OPCAO-LOTACAO                 VALUE "2".
           88 WRK-OPCAO-FIM                     VALUE "0".

      *========== DIGITACAO DO CENTRO DE CUSTO
       77  WRK-CENTRO                    PIC 9(04) VALUE ZEROS.
       77  WRK-DESCRICAO                 PIC X(25) VALUE SPACES.
       77  WRK-AGENCIA                   PIC 9(04) VALUE ZEROS.
       77  WRK-SITUACAO                  PIC X(01) VALUE SPACES.

      *========== DIGITACAO DA LOTACAO
       77  WRK-CODIGO                    PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-INICIO               PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FIM                  PIC 9(08) VALUE ZEROS.

      *========== PESQUISAS
       77  WRK-ACHOU                     PIC X(01) VALUE "N".
           88 WRK-ACHOU-SIM                     VALUE "S".
           88 WRK-ACHOU-NAO                     VALUE "N".
       77  WRK-AGENCIA-NOME              PIC X(20) VALUE SPACES.
       77  WRK-REGIAO                    PIC X(10) VALUE SPACES.
       77  WRK-CENTRO-DESCRICAO          PIC X(25) VALUE SPACES.
       77  WRK-CENTRO-SITUACAO           PIC X(01) VALUE SPACES.
           88 WRK-CENTRO-ATIVO                  VALUE "A".

       77  WRK-ACUM-CENTROS              PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-LOTACOES             PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR
               UNTIL WRK-OPCAO-FIM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.

           DISPLAY "====== CENTROS DE CUSTO E LOTACAO ======".

           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL 00
               DISPLAY "FUNCIONARIOS.dat NAO ABRIU! FS: "
                   FS-FUNCIONARIOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0110-PEDE-OPCAO.

       0100-INICIAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0110-PEDE-OPCAO                           SECTION.

           DISPLAY "OPCAO (1=CENTRO DE CUSTO 2=LOTACAO 0=FIM)?".
           ACCEPT WRK-OPCAO.

       0110-PEDE-OPCAO-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           EVALUATE TRUE
               WHEN WRK-OPCAO-CENTRO
                   PERFORM 0210-DIGITA-CENTRO
               WHEN WRK-OPCAO-LOTACAO
                   PERFORM 0230-DIGITA-LOTACAO
               WHEN OTHER
                   DISPLAY "ERRO: OPCAO INVALIDA!"
           END-EVALUATE.

           PERFORM 0110-PEDE-OPCAO.

       0200-PROCESSAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0210-DIGITA-CENTRO                        SECTION.

           DISPLAY "CODIGO DO CENTRO DE CUSTO?".
           ACCEPT WRK-CENTRO.
           IF WRK-CENTRO EQUAL ZEROS
               DISPLAY "ERRO: CENTRO 0000 E RESERVADO (SEM LOTACAO)!"
               GO TO 0210-DIGITA-CENTRO-FIM
           END-IF.

           PERFORM 0250-ACHA-CENTRO.
           IF WRK-ACHOU-SIM
               DISPLAY "CENTRO JA CADASTRADO: " WRK-CENTRO-DESCRICAO
                   " - SERA ALTERADO"
           END-IF.

           DISPLAY "DESCRICAO?".
           ACCEPT WRK-DESCRICAO.
           DISPLAY "AGENCIA DO CENTRO (0=MATRIZ)?".
           ACCEPT WRK-AGENCIA.
           DISPLAY "SITUACAO (A=ATIVO I=INATIVO)?".
           ACCEPT WRK-SITUACAO.

           IF WRK-DESCRICAO EQUAL SPACES
               DISPLAY "ERRO: DESCRICAO OBRIGATORIA!"
               GO TO 0210-DIGITA-CENTRO-FIM
           END-IF.

           MOVE WRK-SITUACAO TO CCU-SITUACAO.
           IF NOT CCU-SITUACAO-VALIDA
               DISPLAY "ERRO: SITUACAO INVALIDA!"
               GO TO 0210-DIGITA-CENTRO-FIM
           END-IF.

           IF WRK-AGENCIA NOT EQUAL ZEROS
               PERFORM 0260-ACHA-AGENCIA
               IF WRK-ACHOU-NAO
                   DISPLAY "ERRO: AGENCIA " WRK-AGENCIA
                       " NAO CADASTRADA OU INATIVA!"
                   GO TO 0210-DIGITA-CENTRO-FIM
               END-IF
               DISPLAY "AGENCIA: " WRK-AGENCIA-NOME
                   " REGIAO: " WRK-REGIAO
           END-IF.

           PERFORM 0220-GRAVA-CENTRO.

       0210-DIGITA-CENTRO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    REGRAVACAO VIA ARQUIVO DE TRABALHO - O CENTRO DIGITADO
      *    ENTRA NO LUGAR DO ANTERIOR DE MESMO CODIGO
      *-----------------------------------------------------------------
       0220-GRAVA-CENTRO                         SECTION.

           OPEN INPUT CCUSTO.
           OPEN OUTPUT CCUSTMP.

           IF FS-CCUSTO EQUAL 00
               READ CCUSTO
               PERFORM 0221-FILTRA-CENTRO
                   UNTIL FS-CCUSTO NOT EQUAL 00
               CLOSE CCUSTO
           END-IF.

           MOVE WRK-CENTRO    TO CCU-CODIGO.
           MOVE WRK-DESCRICAO TO CCU-DESCRICAO.
           MOVE WRK-AGENCIA   TO CCU-AGENCIA.
           MOVE WRK-SITUACAO  TO CCU-SITUACAO.
           WRITE REG-CCUSTMP FROM REG-CCUSTO.

           CLOSE CCUSTMP.

           OPEN OUTPUT CCUSTO.
           OPEN INPUT  CCUSTMP.

           READ CCUSTMP.
           PERFORM 0222-DEVOLVE-CENTRO
               UNTIL FS-CCUSTMP NOT EQUAL 00.

           CLOSE CCUSTMP.
           CLOSE CCUSTO.

           ADD 1 TO WRK-ACUM-CENTROS.
           DISPLAY "CENTRO DE CUSTO GRAVADO!".

       0220-GRAVA-CENTRO-FIM. EXIT.

      *-----------------------------------------------------------------
       0221-FILTRA-CENTRO                        SECTION.

           IF CCU-CODIGO NOT EQUAL WRK-CENTRO
               WRITE REG-CCUSTMP FROM REG-CCUSTO
           END-IF.

           READ CCUSTO.

       0221-FILTRA-CENTRO-FIM. EXIT.

      *-----------------------------------------------------------------
       0222-DEVOLVE-CENTRO                       SECTION.

           WRITE REG-CCUSTO FROM REG-CCUSTMP.

           READ CCUSTMP.

       0222-DEVOLVE-CENTRO-FIM. EXIT.

      *-----------------------------------------------------------------
       0230-DIGITA-LOTACAO                       SECTION.

           DISPLAY "CODIGO DO FUNCIONARIO?".
           ACCEPT WRK-CODIGO.

           MOVE WRK-CODIGO TO REG-CODIGO.
           READ FUNCIONARIOS KEY IS REG-CODIGO
               INVALID KEY
                   DISPLAY "ERRO: FUNCIONARIO NAO CADASTRADO!"
                   GO TO 0230-DIGITA-LOTACAO-FIM
           END-READ.

           DISPLAY "FUNCIONARIO: " REG-NOME.
           IF REG-FUNC-DESLIGADO
               DISPLAY "ERRO: FUNCIONARIO DESLIGADO EM "
                   REG-DATA-DESLIGAMENTO "!"
               GO TO 0230-DIGITA-LOTACAO-FIM
           END-IF.

           DISPLAY "CENTRO DE CUSTO?".
           ACCEPT WRK-CENTRO.
           PERFORM 0250-ACHA-CENTRO.
           IF WRK-ACHOU-NAO
               DISPLAY "ERRO: CENTRO DE CUSTO NAO CADASTRADO!"
               GO TO 0230-DIGITA-LOTACAO-FIM
           END-IF.
           IF NOT WRK-CENTRO-ATIVO
               DISPLAY "ERRO: CENTRO DE CUSTO INATIVO!"
               GO TO 0230-DIGITA-LOTACAO-FIM
           END-IF.
           DISPLAY "CENTRO: " WRK-CENTRO-DESCRICAO.

           DISPLAY "INICIO DA LOTACAO (AAAAMMDD)?".
           ACCEPT WRK-DATA-INICIO.
           DISPLAY "FIM DA LOTACAO (AAAAMMDD, 0=EM VIGOR)?".
           ACCEPT WRK-DATA-FIM.

           IF WRK-DATA-INICIO EQUAL ZEROS
               DISPLAY "ERRO: INICIO DA LOTACAO OBRIGATORIO!"
               GO TO 0230-DIGITA-LOTACAO-FIM
           END-IF.
           IF WRK-DATA-FIM NOT EQUAL ZEROS
              AND WRK-DATA-FIM LESS WRK-DATA-INICIO
               DISPLAY "ERRO: FIM ANTERIOR AO INICIO!"
               GO TO 0230-DIGITA-LOTACAO-FIM
           END-IF.

           PERFORM 0240-GRAVA-LOTACAO.

       0230-DIGITA-LOTACAO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    REGRAVACAO VIA ARQUIVO DE TRABALHO - A DIGITACAO ANTERIOR
      *    DO MESMO FUNCIONARIO/INICIO E DESCARTADA E A NOVA ENTRA NO
      *    LUGAR
      *-----------------------------------------------------------------
       0240-GRAVA-LOTACAO                        SECTION.

           OPEN INPUT FUNCCCU.
           OPEN OUTPUT FUNCCTMP.

           IF FS-FUNCCCU EQUAL 00
               READ FUNCCCU
               PERFORM 0241-FILTRA-LOTACAO
                   UNTIL FS-FUNCCCU NOT EQUAL 00
               CLOSE FUNCCCU
           END-IF.

           MOVE WRK-CODIGO      TO FCC-CODIGO.
           MOVE WRK-CENTRO      TO FCC-CENTRO.
           MOVE WRK-DATA-INICIO TO FCC-DATA-INICIO.
           MOVE WRK-DATA-FIM    TO FCC-DATA-FIM.
           WRITE REG-FUNCCTMP FROM REG-FUNCCCU.

           CLOSE FUNCCTMP.

           OPEN OUTPUT FUNCCCU.
           OPEN INPUT  FUNCCTMP.

           READ FUNCCTMP.
           PERFORM 0242-DEVOLVE-LOTACAO
               UNTIL FS-FUNCCTMP NOT EQUAL 00.

           CLOSE FUNCCTMP.
           CLOSE FUNCCCU.

           ADD 1 TO WRK-ACUM-LOTACOES.
           DISPLAY "LOTACAO GRAVADA!".

       0240-GRAVA-LOTACAO-FIM. EXIT.

      *-----------------------------------------------------------------
       0241-FILTRA-LOTACAO                       SECTION.

           IF FCC-CODIGO EQUAL WRK-CODIGO
            AND FCC-DATA-INICIO EQUAL WRK-DATA-INICIO
               CONTINUE
           ELSE
               WRITE REG-FUNCCTMP FROM REG-FUNCCCU
           END-IF.

           READ FUNCCCU.

       0241-FILTRA-LOTACAO-FIM. EXIT.

      *-----------------------------------------------------------------
       0242-DEVOLVE-LOTACAO                      SECTION.

           WRITE REG-FUNCCCU FROM REG-FUNCCTMP.

           READ FUNCCTMP.

       0242-DEVOLVE-LOTACAO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    PROCURA WRK-CENTRO NO CCUSTO.txt - ACHANDO, GUARDA A
      *    DESCRICAO E A SITUACAO DO CENTRO
      *-----------------------------------------------------------------
       0250-ACHA-CENTRO                          SECTION.

           SET WRK-ACHOU-NAO TO TRUE.
           MOVE SPACES TO WRK-CENTRO-SITUACAO.
           MOVE SPACES TO WRK-CENTRO-DESCRICAO.

           OPEN INPUT CCUSTO.
           IF FS-CCUSTO NOT EQUAL 00
               GO TO 0250-ACHA-CENTRO-FIM
           END-IF.

           READ CCUSTO.
           PERFORM 0251-COMPARA-CENTRO
               UNTIL FS-CCUSTO NOT EQUAL 00
                  OR WRK-ACHOU-SIM.

           CLOSE CCUSTO.

       0250-ACHA-CENTRO-FIM. EXIT.

      *-----------------------------------------------------------------
       0251-COMPARA-CENTRO                       SECTION.

           IF CCU-CODIGO EQUAL WRK-CENTRO
               SET WRK-ACHOU-SIM TO TRUE
               MOVE CCU-SITUACAO  TO WRK-CENTRO-SITUACAO
               MOVE CCU-DESCRICAO TO WRK-CENTRO-DESCRICAO
           ELSE
               READ CCUSTO
           END-IF.

       0251-COMPARA-CENTRO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    PROCURA WRK-AGENCIA ATIVA NO AGENCIAS.txt - ACHANDO, GUARDA
      *    O NOME E A REGIAO DA AGENCIA
      *-----------------------------------------------------------------
       0260-ACHA-AGENCIA                         SECTION.

           SET WRK-ACHOU-NAO TO TRUE.

           OPEN INPUT AGENCIAS.
           IF FS-AGENCIAS NOT EQUAL 00
               DISPLAY "AGENCIAS.txt NAO ABRIU! FS: " FS-AGENCIAS
               GO TO 0260-ACHA-AGENCIA-FIM
           END-IF.

           READ AGENCIAS.
           PERFORM 0261-COMPARA-AGENCIA
               UNTIL FS-AGENCIAS NOT EQUAL 00
                  OR WRK-ACHOU-SIM.

           CLOSE AGENCIAS.

       0260-ACHA-AGENCIA-FIM. EXIT.

      *-----------------------------------------------------------------
       0261-COMPARA-AGENCIA                      SECTION.

           IF AGE-CODIGO EQUAL WRK-AGENCIA AND AGE-ATIVA
               SET WRK-ACHOU-SIM TO TRUE
               MOVE AGE-NOME   TO WRK-AGENCIA-NOME
               MOVE AGE-REGIAO TO WRK-REGIAO
           ELSE
               READ AGENCIAS
           END-IF.

       0261-COMPARA-AGENCIA-FIM. EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

           CLOSE FUNCIONARIOS.

           DISPLAY "CENTROS GRAVADOS.....: " WRK-ACUM-CENTROS.
           DISPLAY "LOTACOES GRAVADAS....: " WRK-ACUM-LOTACOES.
           DISPLAY "====== FIM CENTROS DE CUSTO E LOTACAO ======".

       0300-FINALIZAR-FIM. EXIT.
