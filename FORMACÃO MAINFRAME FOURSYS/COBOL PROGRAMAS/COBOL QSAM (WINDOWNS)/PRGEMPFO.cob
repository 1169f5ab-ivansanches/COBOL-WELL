       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGEMPFO.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : CONCESSAO DE EMPRESTIMO CONSIGNADO EM FOLHA -
      *==               PARA O FUNCIONARIO ATIVO DO FUNCIONARIOS.dat
      *==               RECEBE VALOR, TAXA MENSAL, QUANTIDADE DE
      *==               PARCELAS E COMPETENCIA DA PRIMEIRA PARCELA,
      *==               CALCULA A PARCELA FIXA (TABELA PRICE) E SO
      *==               CONCEDE SE ESSA PARCELA MAIS AS DOS CONTRATOS
      *==               ATIVOS DELE COUBER NA MARGEM CONSIGNAVEL - UM
      *==               PERCENTUAL (EMPREPRM.txt, BOOK #EMPRPRM) DO
      *==               LIQUIDO MEDIO DAS ULTIMAS COMPETENCIAS DO
      *==               FOLHAHIST.txt, SEM AS PARCELAS JA DESCONTADAS.
      *==               O CONTRATO ENTRA NUMERADO EM EMPRESTIMOS.txt
      *==               (BOOK #EMPFOLHA) E PASSA A SER DESCONTADO PELO
      *==               PRGFOLHA
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

           SELECT EMPRESTIMOS ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\EMPRESTIMOS.txt"
               FILE STATUS IS FS-EMPRESTIMOS.

           SELECT EMPREPRM ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\EMPREPRM.txt"
               FILE STATUS IS FS-EMPREPRM.

           SELECT FOLHAHIST ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\FOLHAHIST.txt"
               FILE STATUS IS FS-FOLHAHIST.

      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD  FUNCIONARIOS.
       COPY "#FUNCREG".

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - CONTRATOS DE EMPRESTIMO CONSIGNADO (EXTEND)
      *                               LRECL = 083
      *----------------------------------------------------------------*
       FD  EMPRESTIMOS.
       COPY "#EMPFOLHA".

      *----------------------------------------------------------------*
      *     INPUT -  PARAMETROS DO EMPRESTIMO CONSIGNADO
      *                               LRECL = 013
      *----------------------------------------------------------------*
       FD  EMPREPRM.
       COPY "#EMPRPRM".

      *----------------------------------------------------------------*
      *     INPUT -  HISTORICO MENSAL DE FOLHA (PRGFOLHA)
      *                               LRECL = 155
      *----------------------------------------------------------------*
       FD  FOLHAHIST.
       COPY "#FOLHAHIS".

       WORKING-STORAGE                           SECTION.
       77  FS-FUNCIONARIOS               PIC 9(02) VALUE ZEROS.
       77  FS-EMPRESTIMOS                PIC 9(02) VALUE ZEROS.
       77  FS-EMPREPRM                   PIC 9(02) VALUE ZEROS.
       77  FS-FOLHAHIST                  PIC 9(02) VALUE ZEROS.

      *========== PARAMETROS (PADRAO SE EMPREPRM.txt AUSENTE)
       77  WRK-PERC-MARGEM               PIC 9(02)V99 VALUE 35,00.
       77  WRK-MESES-MEDIA               PIC 9(02) VALUE 03.
       77  WRK-MAX-PARCELAS              PIC 9(03) VALUE 096.

      *========== DADOS DIGITADOS
       77  WRK-CODIGO                    PIC 9(04) VALUE ZEROS.
       77  WRK-VALOR                     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TAXA-MES                  PIC 9(02)V9999 VALUE ZEROS.
       77  WRK-PARCELAS                  PIC 9(03) VALUE ZEROS.
       01  WRK-COMP-INICIO               PIC 9(06) VALUE ZEROS.
       01  WRK-COMP-INICIO-R REDEFINES WRK-COMP-INICIO.
           05 WRK-INI-ANO                PIC 9(04).
           05 WRK-INI-MES                PIC 9(02).
       77  WRK-CONFIRMA                  PIC X(03) VALUE SPACES.

       01  WRK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-HOJE-COMPETENCIA       PIC 9(06).
           05 WRK-HOJE-DIA               PIC 9(02).

      *========== CALCULO DA PARCELA (TABELA PRICE)
       77  WRK-TAXA-UNIT                 PIC 9(01)V9(08) VALUE ZEROS.
       77  WRK-FATOR                     PIC 9(05)V9(08) VALUE ZEROS.
       77  WRK-COEFICIENTE               PIC 9(05)V9(08) VALUE ZEROS.
       77  WRK-VALOR-PARCELA             PIC 9(08)V99 VALUE ZEROS.

      *========== MARGEM CONSIGNAVEL
       77  WRK-QT-LIQ                    PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-LIQ                   PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-LIQUIDOS.
           05 WRK-LIQ-OCO OCCURS 12 TIMES.
               10 WRK-LIQ-COMPETENCIA    PIC 9(06).
               10 WRK-LIQ-VALOR          PIC 9(08)V99.
       77  WRK-SOMA-LIQ                  PIC 9(10)V99 VALUE ZEROS.
       77  WRK-MEDIA-LIQ                 PIC 9(08)V99 VALUE ZEROS.
       77  WRK-MARGEM                    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-COMPROMETIDO              PIC 9(08)V99 VALUE ZEROS.
       77  WRK-DISPONIVEL                PIC 9(08)V99 VALUE ZEROS.
       77  WRK-ULT-NUMERO                PIC 9(06) VALUE ZEROS.

       77  WRK-ACUM-CONCEDIDOS           PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-RECUSADOS            PIC 9(04) VALUE ZEROS.

       01  WRK-LIN-VALOR.
           05 WRK-VAL-ROTULO             PIC X(22).
           05 WRK-VAL-VALOR              PIC ZZ.ZZZ.ZZ9,99.

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

           DISPLAY "====== EMPRESTIMO CONSIGNADO ======".

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 0110-CARREGA-PARAMETROS.

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
      *    PARAMETROS DA MARGEM - ARQUIVO AUSENTE OU VALOR FORA DE
      *    FAIXA MANTEM O PADRAO COMPILADO
      *-----------------------------------------------------------------
       0110-CARREGA-PARAMETROS                   SECTION.

           OPEN INPUT EMPREPRM.
           IF FS-EMPREPRM NOT EQUAL 00
               DISPLAY "EMPREPRM.txt AUSENTE - USANDO PARAMETROS "
                   "PADRAO"
               GO TO 0110-CARREGA-PARAMETROS-FIM
           END-IF.

           READ EMPREPRM.
           IF FS-EMPREPRM EQUAL 00
               IF EPR-PERC-MARGEM GREATER ZEROS
                   MOVE EPR-PERC-MARGEM  TO WRK-PERC-MARGEM
               END-IF
               IF EPR-MESES-MEDIA GREATER ZEROS
                  AND EPR-MESES-MEDIA NOT GREATER 12
                   MOVE EPR-MESES-MEDIA  TO WRK-MESES-MEDIA
               END-IF
               IF EPR-MAX-PARCELAS GREATER ZEROS
                   MOVE EPR-MAX-PARCELAS TO WRK-MAX-PARCELAS
               END-IF
           END-IF.

           CLOSE EMPREPRM.

       0110-CARREGA-PARAMETROS-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           MOVE WRK-CODIGO TO REG-CODIGO.

           READ FUNCIONARIOS KEY IS REG-CODIGO
               INVALID KEY
                   DISPLAY "ERRO: FUNCIONARIO NAO CADASTRADO!"
               NOT INVALID KEY
                   DISPLAY "FUNCIONARIO: " REG-NOME
                   PERFORM 0210-DIGITA-EMPRESTIMO
           END-READ.

           DISPLAY "CODIGO DO FUNCIONARIO (0=FIM)?".
           ACCEPT WRK-CODIGO.

       0200-PROCESSAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0210-DIGITA-EMPRESTIMO                    SECTION.

           IF REG-FUNC-DESLIGADO
               DISPLAY "ERRO: FUNCIONARIO DESLIGADO EM "
                   REG-DATA-DESLIGAMENTO "!"
               GO TO 0210-DIGITA-EMPRESTIMO-FIM
           END-IF.

           DISPLAY "VALOR DO EMPRESTIMO (NNNNNNNN,NN)?".
           ACCEPT WRK-VALOR.
           DISPLAY "TAXA DE JUROS AO MES EM % (NN,NNNN)?".
           ACCEPT WRK-TAXA-MES.
           DISPLAY "QUANTIDADE DE PARCELAS?".
           ACCEPT WRK-PARCELAS.
           DISPLAY "COMPETENCIA DA PRIMEIRA PARCELA (AAAAMM)?".
           ACCEPT WRK-COMP-INICIO.

           IF WRK-VALOR EQUAL ZEROS
               DISPLAY "ERRO: VALOR DO EMPRESTIMO OBRIGATORIO!"
               GO TO 0210-DIGITA-EMPRESTIMO-FIM
           END-IF.
           IF WRK-PARCELAS EQUAL ZEROS
              OR WRK-PARCELAS GREATER WRK-MAX-PARCELAS
               DISPLAY "ERRO: PARCELAS DEVEM SER DE 1 A "
                   WRK-MAX-PARCELAS "!"
               GO TO 0210-DIGITA-EMPRESTIMO-FIM
           END-IF.
           IF WRK-INI-MES LESS 01 OR WRK-INI-MES GREATER 12
              OR WRK-COMP-INICIO LESS WRK-HOJE-COMPETENCIA
               DISPLAY "ERRO: COMPETENCIA DA PRIMEIRA PARCELA "
                   "INVALIDA OU JA FECHADA!"
               GO TO 0210-DIGITA-EMPRESTIMO-FIM
           END-IF.

           PERFORM 0220-CALCULA-PARCELA.
           PERFORM 0230-APURA-MARGEM.

           IF WRK-QT-LIQ EQUAL ZEROS
               DISPLAY "RECUSADO: FUNCIONARIO SEM FOLHA NO "
                   "FOLHAHIST.txt - MARGEM NAO APURADA"
               ADD 1 TO WRK-ACUM-RECUSADOS
               GO TO 0210-DIGITA-EMPRESTIMO-FIM
           END-IF.

           MOVE "VALOR DA PARCELA....:" TO WRK-VAL-ROTULO.
           MOVE WRK-VALOR-PARCELA       TO WRK-VAL-VALOR.
           DISPLAY WRK-LIN-VALOR.
           MOVE "LIQUIDO MEDIO.......:" TO WRK-VAL-ROTULO.
           MOVE WRK-MEDIA-LIQ           TO WRK-VAL-VALOR.
           DISPLAY WRK-LIN-VALOR.
           MOVE "MARGEM CONSIGNAVEL..:" TO WRK-VAL-ROTULO.
           MOVE WRK-MARGEM              TO WRK-VAL-VALOR.
           DISPLAY WRK-LIN-VALOR.
           MOVE "PARCELAS EM CURSO...:" TO WRK-VAL-ROTULO.
           MOVE WRK-COMPROMETIDO        TO WRK-VAL-VALOR.
           DISPLAY WRK-LIN-VALOR.
           MOVE "MARGEM DISPONIVEL...:" TO WRK-VAL-ROTULO.
           MOVE WRK-DISPONIVEL          TO WRK-VAL-VALOR.
           DISPLAY WRK-LIN-VALOR.

           IF WRK-VALOR-PARCELA GREATER WRK-DISPONIVEL
               DISPLAY "RECUSADO: PARCELA EXCEDE A MARGEM DISPONIVEL!"
               ADD 1 TO WRK-ACUM-RECUSADOS
               GO TO 0210-DIGITA-EMPRESTIMO-FIM
           END-IF.

           DISPLAY "CONFIRMA A CONCESSAO (SIM/NAO)?".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "SIM"
               DISPLAY "CONCESSAO NAO CONFIRMADA."
               GO TO 0210-DIGITA-EMPRESTIMO-FIM
           END-IF.

           PERFORM 0240-GRAVA-EMPRESTIMO.

       0210-DIGITA-EMPRESTIMO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    PARCELA FIXA PELA TABELA PRICE - VALOR * I * (1+I)**N /
      *    ((1+I)**N - 1); SEM JUROS E O VALOR DIVIDIDO PELO PRAZO
      *-----------------------------------------------------------------
       0220-CALCULA-PARCELA                      SECTION.

           COMPUTE WRK-TAXA-UNIT = WRK-TAXA-MES / 100.

           IF WRK-TAXA-UNIT EQUAL ZEROS
               COMPUTE WRK-VALOR-PARCELA ROUNDED =
                   WRK-VALOR / WRK-PARCELAS
           ELSE
               COMPUTE WRK-FATOR ROUNDED =
                   (1 + WRK-TAXA-UNIT) ** WRK-PARCELAS
               COMPUTE WRK-COEFICIENTE ROUNDED =
                   WRK-FATOR / (WRK-FATOR - 1)
               COMPUTE WRK-VALOR-PARCELA ROUNDED =
                   WRK-VALOR * WRK-TAXA-UNIT * WRK-COEFICIENTE
           END-IF.

       0220-CALCULA-PARCELA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    MARGEM = PERCENTUAL DO LIQUIDO MEDIO DAS ULTIMAS
      *    COMPETENCIAS DO FUNCIONARIO NO FOLHAHIST (LIQUIDO SOMADO
      *    DAS PARCELAS DE EMPRESTIMO JA DESCONTADAS; RODADA REPETIDA
      *    DA MESMA COMPETENCIA VALE A ULTIMA), MENOS AS PARCELAS DOS
      *    CONTRATOS ATIVOS DELE NO EMPRESTIMOS.txt
      *-----------------------------------------------------------------
       0230-APURA-MARGEM                         SECTION.

           MOVE ZEROS TO WRK-QT-LIQ WRK-SOMA-LIQ WRK-MEDIA-LIQ
                         WRK-MARGEM WRK-COMPROMETIDO WRK-DISPONIVEL
                         WRK-ULT-NUMERO.

           OPEN INPUT FOLHAHIST.
           IF FS-FOLHAHIST EQUAL 00
               READ FOLHAHIST
               PERFORM 0231-GUARDA-LIQUIDO
                   UNTIL FS-FOLHAHIST NOT EQUAL 00
               CLOSE FOLHAHIST
           END-IF.

           OPEN INPUT EMPRESTIMOS.
           IF FS-EMPRESTIMOS EQUAL 00
               READ EMPRESTIMOS
               PERFORM 0233-SOMA-PARCELAS
                   UNTIL FS-EMPRESTIMOS NOT EQUAL 00
               CLOSE EMPRESTIMOS
           END-IF.

           IF WRK-QT-LIQ EQUAL ZEROS
               GO TO 0230-APURA-MARGEM-FIM
           END-IF.

           PERFORM 0234-SOMA-LIQUIDO
               VARYING WRK-IDX-LIQ FROM 1 BY 1
               UNTIL WRK-IDX-LIQ GREATER WRK-QT-LIQ.

           COMPUTE WRK-MEDIA-LIQ ROUNDED = WRK-SOMA-LIQ / WRK-QT-LIQ.
           COMPUTE WRK-MARGEM ROUNDED =
               WRK-MEDIA-LIQ * WRK-PERC-MARGEM / 100.

           IF WRK-MARGEM GREATER WRK-COMPROMETIDO
               COMPUTE WRK-DISPONIVEL = WRK-MARGEM - WRK-COMPROMETIDO
           END-IF.

       0230-APURA-MARGEM-FIM. EXIT.

      *-----------------------------------------------------------------
      *    TABELA DAS ULTIMAS COMPETENCIAS - O FOLHAHIST E ACRESCIDO
      *    EM ORDEM DE COMPETENCIA; CHEIA, A MAIS ANTIGA SAI
      *-----------------------------------------------------------------
       0231-GUARDA-LIQUIDO                       SECTION.

           IF FHI-CODIGO NOT EQUAL WRK-CODIGO
               GO TO 0231-GUARDA-LIQUIDO-LER
           END-IF.

           IF WRK-QT-LIQ GREATER ZEROS
              AND FHI-COMPETENCIA EQUAL WRK-LIQ-COMPETENCIA(WRK-QT-LIQ)
               COMPUTE WRK-LIQ-VALOR(WRK-QT-LIQ) =
                   FHI-LIQUIDO + FHI-DESC-EMPREST
               GO TO 0231-GUARDA-LIQUIDO-LER
           END-IF.

           IF WRK-QT-LIQ LESS WRK-MESES-MEDIA
               ADD 1 TO WRK-QT-LIQ
           ELSE
               PERFORM 0232-DESLOCA-LIQUIDO
                   VARYING WRK-IDX-LIQ FROM 1 BY 1
                   UNTIL WRK-IDX-LIQ NOT LESS WRK-QT-LIQ
           END-IF.

           MOVE FHI-COMPETENCIA TO WRK-LIQ-COMPETENCIA(WRK-QT-LIQ).
           COMPUTE WRK-LIQ-VALOR(WRK-QT-LIQ) =
               FHI-LIQUIDO + FHI-DESC-EMPREST.

       0231-GUARDA-LIQUIDO-LER.

           READ FOLHAHIST.

       0231-GUARDA-LIQUIDO-FIM. EXIT.

      *-----------------------------------------------------------------
       0232-DESLOCA-LIQUIDO                      SECTION.

           MOVE WRK-LIQ-OCO(WRK-IDX-LIQ + 1)
                                 TO WRK-LIQ-OCO(WRK-IDX-LIQ).

       0232-DESLOCA-LIQUIDO-FIM. EXIT.

      *-----------------------------------------------------------------
       0233-SOMA-PARCELAS                        SECTION.

           IF EMP-NUMERO GREATER WRK-ULT-NUMERO
               MOVE EMP-NUMERO TO WRK-ULT-NUMERO
           END-IF.

           IF EMP-CODIGO EQUAL WRK-CODIGO
              AND EMP-ATIVO
               ADD EMP-VALOR-PARCELA TO WRK-COMPROMETIDO
           END-IF.

           READ EMPRESTIMOS.

       0233-SOMA-PARCELAS-FIM. EXIT.

      *-----------------------------------------------------------------
       0234-SOMA-LIQUIDO                         SECTION.

           ADD WRK-LIQ-VALOR(WRK-IDX-LIQ) TO WRK-SOMA-LIQ.

       0234-SOMA-LIQUIDO-FIM. EXIT.

      *-----------------------------------------------------------------
       0240-GRAVA-EMPRESTIMO                     SECTION.

           OPEN EXTEND EMPRESTIMOS.
           IF FS-EMPRESTIMOS EQUAL 35
               OPEN OUTPUT EMPRESTIMOS
               CLOSE EMPRESTIMOS
               OPEN EXTEND EMPRESTIMOS
           END-IF.

           INITIALIZE REG-EMPRESTIMOS.
           ADD 1 TO WRK-ULT-NUMERO.
           MOVE WRK-ULT-NUMERO    TO EMP-NUMERO.
           MOVE WRK-CODIGO        TO EMP-CODIGO.
           MOVE WRK-DATA-HOJE     TO EMP-DATA-CONCESSAO.
           MOVE WRK-VALOR         TO EMP-VALOR.
           MOVE WRK-TAXA-MES      TO EMP-TAXA-MES.
           MOVE WRK-PARCELAS      TO EMP-PARCELAS.
           MOVE WRK-COMP-INICIO   TO EMP-COMP-INICIO.
           MOVE WRK-VALOR-PARCELA TO EMP-VALOR-PARCELA.
           MOVE WRK-VALOR         TO EMP-SALDO-DEVEDOR.
           SET EMP-ATIVO          TO TRUE.
           WRITE REG-EMPRESTIMOS.

           CLOSE EMPRESTIMOS.

           ADD 1 TO WRK-ACUM-CONCEDIDOS.
           DISPLAY "EMPRESTIMO CONCEDIDO - CONTRATO " EMP-NUMERO.

       0240-GRAVA-EMPRESTIMO-FIM. EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

           CLOSE FUNCIONARIOS.

           DISPLAY "EMPRESTIMOS CONCEDIDOS: " WRK-ACUM-CONCEDIDOS.
           DISPLAY "PEDIDOS RECUSADOS.....: " WRK-ACUM-RECUSADOS.
           DISPLAY "====== FIM EMPRESTIMO CONSIGNADO ======".

       0300-FINALIZAR-FIM. EXIT.
