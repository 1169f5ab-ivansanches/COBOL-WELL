       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGBENEF.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : DIGITACAO DAS ADESOES A BENEFICIOS - UM
      *==               REGISTRO EM BENEFICIOS.txt (BOOK #BENEFIC) POR
      *==               FUNCIONARIO, TIPO (VT/VR/PS) E INICIO DE
      *==               VIGENCIA, COM OPCAO, FIM DE VIGENCIA,
      *==               DEPENDENTES E CUSTO INFORMADO, VALIDADO CONTRA
      *==               O FUNCIONARIOS.dat (CODIGO INEXISTENTE OU
      *==               DESLIGADO E RECUSADO). DIGITACAO REPETIDA DO
      *==               MESMO FUNCIONARIO/TIPO/INICIO SUBSTITUI O
      *==               REGISTRO ANTERIOR (ASSIM SE ENCERRA UMA ADESAO:
      *==               REDIGITANDO COM A DATA FIM), VIA REGRAVACAO POR
      *==               ARQUIVO DE TRABALHO (BENEFTMP) COMO NO
      *==               PRGHORAS. O PRGFOLHA DESCONTA AS ADESOES EM
      *==               VIGOR NA COMPETENCIA PELA TABELA BENREGRA.txt
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

           SELECT BENEFICIOS ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\BENEFICIOS.txt"
               FILE STATUS IS FS-BENEFICIOS.

           SELECT BENEFTMP ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\BENEFTMP.txt"
               FILE STATUS IS FS-BENEFTMP.

      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD  FUNCIONARIOS.
       COPY "#FUNCREG".

       FD  BENEFICIOS.
       COPY "#BENEFIC".

       FD  BENEFTMP.
       01  REG-BENEFTMP                  PIC X(34).

       WORKING-STORAGE                           SECTION.
       77  FS-FUNCIONARIOS               PIC 9(02) VALUE ZEROS.
       77  FS-BENEFICIOS                 PIC 9(02) VALUE ZEROS.
       77  FS-BENEFTMP                   PIC 9(02) VALUE ZEROS.

       77  WRK-CODIGO                    PIC 9(04) VALUE ZEROS.
       77  WRK-TIPO                      PIC X(02) VALUE SPACES.
       77  WRK-OPCAO                     PIC X(02) VALUE SPACES.
       77  WRK-DATA-INICIO               PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FIM                  PIC 9(08) VALUE ZEROS.
       77  WRK-DEPENDENTES               PIC 9(02) VALUE ZEROS.
       77  WRK-VALOR-INFORMADO           PIC 9(06)V99 VALUE ZEROS.

       77  WRK-ACUM-DIGITADAS            PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR
               UNTIL WRK-CODIGO EQUAL ZEROS.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.

           DISPLAY "====== ADESAO A BENEFICIOS ======".

           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL 00
               DISPLAY "FUNCIONARIOS.dat NAO ABRIU! FS: "
                   FS-FUNCIONARIOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "CODIGO DO FUNCIONARIO (0=FIM)?".
           ACCEPT WRK-CODIGO.

       0100-INICIAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           MOVE WRK-CODIGO TO REG-CODIGO.

           READ FUNCIONARIOS KEY IS REG-CODIGO
               INVALID KEY
                   DISPLAY "ERRO: FUNCIONARIO NAO CADASTRADO!"
               NOT INVALID KEY
                   DISPLAY "FUNCIONARIO: " REG-NOME
                   PERFORM 0210-DIGITA-ADESAO
           END-READ.

           DISPLAY "CODIGO DO FUNCIONARIO (0=FIM)?".
           ACCEPT WRK-CODIGO.

       0200-PROCESSAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0210-DIGITA-ADESAO                        SECTION.

           IF REG-FUNC-DESLIGADO
               DISPLAY "ERRO: FUNCIONARIO DESLIGADO EM "
                   REG-DATA-DESLIGAMENTO "!"
               GO TO 0210-DIGITA-ADESAO-FIM
           END-IF.

           DISPLAY "TIPO (VT=TRANSPORTE VR=REFEICAO PS=PLANO SAUDE)?".
           ACCEPT WRK-TIPO.
           MOVE WRK-TIPO TO BEN-TIPO.
           IF NOT BEN-TIPO-VALIDO
               DISPLAY "ERRO: TIPO DE BENEFICIO INVALIDO!"
               GO TO 0210-DIGITA-ADESAO-FIM
           END-IF.

           DISPLAY "OPCAO/PLANO (BRANCO=PADRAO DO TIPO)?".
           ACCEPT WRK-OPCAO.
           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD)?".
           ACCEPT WRK-DATA-INICIO.
           DISPLAY "FIM DA VIGENCIA (AAAAMMDD, 0=EM VIGOR)?".
           ACCEPT WRK-DATA-FIM.

           IF WRK-DATA-INICIO EQUAL ZEROS
               DISPLAY "ERRO: INICIO DA VIGENCIA OBRIGATORIO!"
               GO TO 0210-DIGITA-ADESAO-FIM
           END-IF.
           IF WRK-DATA-FIM NOT EQUAL ZEROS
              AND WRK-DATA-FIM LESS WRK-DATA-INICIO
               DISPLAY "ERRO: FIM ANTERIOR AO INICIO!"
               GO TO 0210-DIGITA-ADESAO-FIM
           END-IF.

           MOVE ZEROS TO WRK-DEPENDENTES.
           IF BEN-PLANO-SAUDE
               DISPLAY "QUANTIDADE DE DEPENDENTES?"
               ACCEPT WRK-DEPENDENTES
           END-IF.

           MOVE ZEROS TO WRK-VALOR-INFORMADO.
           IF BEN-VALE-TRANSPORTE
               DISPLAY "CUSTO MENSAL DAS PASSAGENS (NNNNNN,NN)?"
               ACCEPT WRK-VALOR-INFORMADO
           END-IF.

           PERFORM 0220-GRAVA-ADESAO.

       0210-DIGITA-ADESAO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    REGRAVACAO VIA ARQUIVO DE TRABALHO - A DIGITACAO ANTERIOR
      *    DO MESMO FUNCIONARIO/TIPO/INICIO E DESCARTADA E A NOVA
      *    ENTRA NO LUGAR
      *-----------------------------------------------------------------
       0220-GRAVA-ADESAO                         SECTION.

           OPEN INPUT BENEFICIOS.
           OPEN OUTPUT BENEFTMP.

           IF FS-BENEFICIOS EQUAL 00
               READ BENEFICIOS
               PERFORM 0221-FILTRA-ADESAO
                   UNTIL FS-BENEFICIOS NOT EQUAL 00
               CLOSE BENEFICIOS
           END-IF.

           MOVE WRK-CODIGO          TO BEN-CODIGO.
           MOVE WRK-TIPO            TO BEN-TIPO.
           MOVE WRK-OPCAO           TO BEN-OPCAO.
           MOVE WRK-DATA-INICIO     TO BEN-DATA-INICIO.
           MOVE WRK-DATA-FIM        TO BEN-DATA-FIM.
           MOVE WRK-DEPENDENTES     TO BEN-DEPENDENTES.
           MOVE WRK-VALOR-INFORMADO TO BEN-VALOR-INFORMADO.
           WRITE REG-BENEFTMP FROM REG-BENEFICIOS.

           CLOSE BENEFTMP.

           OPEN OUTPUT BENEFICIOS.
           OPEN INPUT  BENEFTMP.

           READ BENEFTMP.
           PERFORM 0222-DEVOLVE-ADESAO
               UNTIL FS-BENEFTMP NOT EQUAL 00.

           CLOSE BENEFTMP.
           CLOSE BENEFICIOS.

           ADD 1 TO WRK-ACUM-DIGITADAS.
           DISPLAY "ADESAO GRAVADA!".

       0220-GRAVA-ADESAO-FIM. EXIT.

      *-----------------------------------------------------------------
       0221-FILTRA-ADESAO                        SECTION.

           IF BEN-CODIGO EQUAL WRK-CODIGO
            AND BEN-TIPO EQUAL WRK-TIPO
            AND BEN-DATA-INICIO EQUAL WRK-DATA-INICIO
               CONTINUE
           ELSE
               WRITE REG-BENEFTMP FROM REG-BENEFICIOS
           END-IF.

           READ BENEFICIOS.

       0221-FILTRA-ADESAO-FIM. EXIT.

      *-----------------------------------------------------------------
       0222-DEVOLVE-ADESAO                       SECTION.

           WRITE REG-BENEFICIOS FROM REG-BENEFTMP.

           READ BENEFTMP.

       0222-DEVOLVE-ADESAO-FIM. EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

           CLOSE FUNCIONARIOS.

           DISPLAY "ADESOES DIGITADAS....: " WRK-ACUM-DIGITADAS.
           DISPLAY "====== FIM ADESAO A BENEFICIOS ======".

       0300-FINALIZAR-FIM. EXIT.
