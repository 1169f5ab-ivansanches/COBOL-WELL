       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGFGTS.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : DEPOSITO MENSAL DO FGTS - SOBRE O HISTORICO DE
      *==               FOLHA DA COMPETENCIA (FOLHAHIST.txt, BOOK
      *==               #FOLHAHIS: O BRUTO JA TRAZ SALARIO, HORAS
      *==               EXTRAS, FALTAS E COMISSAO) E, EM NOVEMBRO E
      *==               DEZEMBRO, SOBRE A PARCELA DO 13o (DECIMO.txt DO
      *==               PRGDECIM: PARCELA 1 INTEIRA EM NOVEMBRO, EM
      *==               DEZEMBRO O 13o MENOS O QUE JA FOI BASE NA
      *==               PARCELA 1) CALCULA 8% POR FUNCIONARIO. GRAVA A
      *==               REMESSA FGTSREM.txt (BOOK #FGTSREM - HEADER,
      *==               DETALHE POR FUNCIONARIO E TRAILER COM TOTAIS)
      *==               PARA O SISTEMA DE ARRECADACAO, ACUMULA OS
      *==               DEPOSITOS NO FGTSHIST.txt (BOOK #FGTSHIS, BASE
      *==               DA MULTA RESCISORIA DO PRGRESCI - RODAR DE NOVO
      *==               A MESMA COMPETENCIA SUBSTITUI OS DEPOSITOS
      *==               DELA, VIA ARQUIVO DE TRABALHO FGTSTMP) E
      *==               IMPRIME A CONCILIACAO DA BASE DO FGTS CONTRA O
      *==               BRUTO DA FOLHA EM FGTSREL.txt. SE A FOLHA FOI
      *==               RODADA MAIS DE UMA VEZ NA COMPETENCIA, VALE O
      *==               ULTIMO REGISTRO DO FUNCIONARIO E A DIFERENCA
      *==               APARECE NA CONCILIACAO
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
           SELECT FOLHAHIST ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\FOLHAHIST.txt"
               FILE STATUS IS FS-FOLHAHIST.

           SELECT DECIMO ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\DECIMO.txt"
               FILE STATUS IS FS-DECIMO.

           SELECT FGTSHIST ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\FGTSHIST.txt"
               FILE STATUS IS FS-FGTSHIST.

           SELECT FGTSTMP ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\FGTSTMP.txt"
               FILE STATUS IS FS-FGTSTMP.

           SELECT FGTSREM ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\FGTSREM.txt"
               FILE STATUS IS FS-FGTSREM.

           SELECT FGTSREL ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\FGTSREL.txt"
               FILE STATUS IS FS-FGTSREL.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
      *----------------------------------------------------------------*
      *     INPUT -  HISTORICO MENSAL DE FOLHA (PRGFOLHA)
      *                               LRECL = 155
      *----------------------------------------------------------------*
       FD  FOLHAHIST.
       COPY "#FOLHAHIS".

      *----------------------------------------------------------------*
      *     INPUT -  13o CALCULADO POR FUNCIONARIO E PARCELA (PRGDECIM)
      *                               LRECL = 066
      *----------------------------------------------------------------*
       FD  DECIMO.
       01  REG-DECIMO.
           05 DEC-CODIGO                 PIC 9(04).
           05 DEC-NOME                   PIC X(15).
           05 DEC-PARCELA                PIC 9(01).
           05 DEC-AVOS                   PIC 9(02).
           05 DEC-BRUTO                  PIC 9(08)V99.
           05 DEC-INSS                   PIC 9(08)V99.
           05 DEC-IRRF                   PIC 9(08)V99.
           05 DEC-LIQUIDO                PIC 9(08)V99.
           05 DEC-ANO                    PIC 9(04).

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - HISTORICO DE DEPOSITOS DE FGTS
      *                               LRECL = 046
      *----------------------------------------------------------------*
       FD  FGTSHIST.
       COPY "#FGTSHIS".

       FD  FGTSTMP.
       01  REG-FGTSTMP                   PIC X(46).

      *----------------------------------------------------------------*
      *     OUTPUT - REMESSA DO FGTS DA COMPETENCIA
      *                               LRECL = 060
      *----------------------------------------------------------------*
       FD  FGTSREM.
       COPY "#FGTSREM".

      *----------------------------------------------------------------*
      *     OUTPUT - CONCILIACAO BASE DO FGTS X BRUTO DA FOLHA
      *                               LRECL = 080
      *----------------------------------------------------------------*
       FD  FGTSREL.
       01  REG-FGTSREL                   PIC X(80).

       WORKING-STORAGE                           SECTION.
       77  FS-FOLHAHIST          PIC 9(02) VALUE ZEROS.
       77  FS-DECIMO             PIC 9(02) VALUE ZEROS.
       77  FS-FGTSHIST           PIC 9(02) VALUE ZEROS.
       77  FS-FGTSTMP            PIC 9(02) VALUE ZEROS.
       77  FS-FGTSREM            PIC 9(02) VALUE ZEROS.
       77  FS-FGTSREL            PIC 9(02) VALUE ZEROS.

       77  WRK-ALIQUOTA-FGTS     PIC 9(02)V99 VALUE 08,00.
       77  WRK-CNPJ              PIC 9(14) VALUE ZEROS.
       77  WRK-DATA-GERACAO      PIC 9(08) VALUE ZEROS.
       77  WRK-PARCELA-DECIMO    PIC 9(01) VALUE ZEROS.

       01  WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO       PIC 9(04).
           05 WRK-COMP-MES       PIC 9(02).

      *========== FUNCIONARIOS DA COMPETENCIA
       77  WRK-QT-FUNC           PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-FUNC          PIC 9(03) VALUE ZEROS.
       77  WRK-FUNC-ACHADO       PIC X(01) VALUE "N".
           88 WRK-FUNC-SIM                  VALUE "S".
           88 WRK-FUNC-NAO                  VALUE "N".
       77  WRK-CODIGO-BUSCA      PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-FUNC.
           05 WRK-FUNC-OCO OCCURS 200 TIMES.
               10 WRK-FUN-CODIGO         PIC 9(04).
               10 WRK-FUN-NOME           PIC X(15).
               10 WRK-FUN-BASE-FOLHA     PIC 9(08)V99.
               10 WRK-FUN-BASE-DECIMO    PIC 9(08)V99.

      *========== CALCULO DO FUNCIONARIO
       77  WRK-DEP-FOLHA         PIC 9(08)V99 VALUE ZEROS.
       77  WRK-DEP-DECIMO        PIC 9(08)V99 VALUE ZEROS.
       77  WRK-DEPOSITO          PIC 9(08)V99 VALUE ZEROS.
       77  WRK-BASE-TOTAL        PIC 9(08)V99 VALUE ZEROS.
       77  WRK-PRIMEIRA-PARCELA  PIC 9(08)V99 VALUE ZEROS.

      *========== TOTAIS E CONFERENCIAS
       77  WRK-QT-DETALHES       PIC 9(06) VALUE ZEROS.
       77  WRK-QT-REG-FOLHA      PIC 9(05) VALUE ZEROS.
       77  WRK-QT-REPETIDOS      PIC 9(05) VALUE ZEROS.
       77  WRK-QT-REG-DECIMO     PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-BRUTO-HIST    PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-BASE-FOLHA    PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-BASE-DECIMO   PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-BASE          PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-DEPOSITO      PIC 9(10)V99 VALUE ZEROS.
       77  WRK-DEPOSITO-GLOBAL   PIC 9(10)V99 VALUE ZEROS.
       77  WRK-DIFERENCA         PIC S9(10)V99 VALUE ZEROS.

      *========== LINHAS DA CONCILIACAO
       01  WRK-LIN-SEPARA        PIC X(80) VALUE ALL "=".
       01  WRK-LIN-TITULO.
           05 FILLER             PIC X(40) VALUE
               "CONCILIACAO FGTS X FOLHA - COMPETENCIA".
           05 WRK-TIT-COMPETENCIA PIC 9(06).
           05 FILLER             PIC X(34) VALUE SPACES.
       01  WRK-LIN-CABEC.
           05 FILLER             PIC X(44) VALUE
               "FUNC NOME            BASE FOLHA   BASE 13o  ".
           05 FILLER             PIC X(36) VALUE
               "BASE FGTS   DEPOSITO".
       01  WRK-LIN-DETALHE.
           05 WRK-DET-CODIGO     PIC 9(04).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WRK-DET-NOME       PIC X(15).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WRK-DET-BASE-FOLHA PIC ZZZ.ZZ9,99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WRK-DET-BASE-DECIMO PIC ZZZ.ZZ9,99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WRK-DET-BASE-TOTAL PIC ZZZ.ZZ9,99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WRK-DET-DEPOSITO   PIC ZZ.ZZ9,99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WRK-DET-OBS        PIC X(15).
       01  WRK-LIN-VALOR.
           05 WRK-VAL-ROTULO     PIC X(30).
           05 WRK-VAL-VALOR      PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(33) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR
               VARYING WRK-IDX-FUNC FROM 1 BY 1
               UNTIL WRK-IDX-FUNC GREATER WRK-QT-FUNC.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                          SECTION.

           DISPLAY "====== DEPOSITO MENSAL DO FGTS ======".
           DISPLAY "COMPETENCIA (AAAAMM)?".
           ACCEPT WRK-COMPETENCIA.
           DISPLAY "CNPJ DO EMPREGADOR?".
           ACCEPT WRK-CNPJ.

           IF WRK-COMP-MES LESS 1 OR WRK-COMP-MES GREATER 12
               DISPLAY "COMPETENCIA INVALIDA - NADA FEITO."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WRK-DATA-GERACAO FROM DATE YYYYMMDD.

           PERFORM 0110-CARREGA-FOLHA.

           IF WRK-COMP-MES EQUAL 11 OR WRK-COMP-MES EQUAL 12
               PERFORM 0120-CARREGA-DECIMO
           END-IF.

           IF WRK-QT-FUNC EQUAL ZEROS
               DISPLAY "NENHUMA FOLHA NA COMPETENCIA " WRK-COMPETENCIA
                   " - RODE O PRGFOLHA ANTES. NADA FEITO."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0130-SEPARA-HISTORICO.

           OPEN OUTPUT FGTSREM.
           OPEN OUTPUT FGTSREL.

           INITIALIZE REG-FGTSREM.
           MOVE "0"               TO REM-TIPO.
           MOVE WRK-COMPETENCIA   TO REM-H-COMPETENCIA.
           MOVE WRK-DATA-GERACAO  TO REM-H-DATA-GERACAO.
           MOVE WRK-CNPJ          TO REM-H-CNPJ.
           MOVE WRK-ALIQUOTA-FGTS TO REM-H-ALIQUOTA.
           WRITE REG-FGTSREM.

           MOVE WRK-COMPETENCIA TO WRK-TIT-COMPETENCIA.
           WRITE REG-FGTSREL FROM WRK-LIN-TITULO.
           WRITE REG-FGTSREL FROM WRK-LIN-CABEC.

       0100-INICIALIZAR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    BRUTO DE CADA FUNCIONARIO NA FOLHA DA COMPETENCIA - FOLHA
      *    RODADA DE NOVO NO MES DEIXA REGISTRO REPETIDO; VALE O ULTIMO
      *-----------------------------------------------------------------
       0110-CARREGA-FOLHA                        SECTION.

           OPEN INPUT FOLHAHIST.
           IF FS-FOLHAHIST NOT EQUAL 00
               DISPLAY "FOLHAHIST.txt NAO ABRIU! FS: " FS-FOLHAHIST
               GO TO 0110-CARREGA-FOLHA-FIM
           END-IF.

           READ FOLHAHIST.
           PERFORM 0111-GUARDA-FOLHA
               UNTIL FS-FOLHAHIST NOT EQUAL 00.

           CLOSE FOLHAHIST.

           DISPLAY "REGISTROS DE FOLHA...: " WRK-QT-REG-FOLHA.

       0110-CARREGA-FOLHA-FIM. EXIT.

      *-----------------------------------------------------------------
       0111-GUARDA-FOLHA                         SECTION.

           IF FHI-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
               GO TO 0111-GUARDA-FOLHA-LER
           END-IF.

           ADD 1         TO WRK-QT-REG-FOLHA.
           ADD FHI-BRUTO TO WRK-TOT-BRUTO-HIST.

           MOVE FHI-CODIGO TO WRK-CODIGO-BUSCA.
           PERFORM 0140-ACHA-FUNCIONARIO.

           IF WRK-FUNC-SIM
               ADD 1 TO WRK-QT-REPETIDOS
           ELSE
               IF WRK-QT-FUNC NOT LESS 200
                   DISPLAY "TABELA DE FUNCIONARIOS CHEIA - FUNC "
                       FHI-CODIGO " FORA DO FGTS!"
                   GO TO 0111-GUARDA-FOLHA-LER
               END-IF
               ADD 1 TO WRK-QT-FUNC
               MOVE WRK-QT-FUNC TO WRK-IDX-FUNC
               MOVE FHI-CODIGO  TO WRK-FUN-CODIGO(WRK-IDX-FUNC)
               MOVE ZEROS       TO WRK-FUN-BASE-DECIMO(WRK-IDX-FUNC)
           END-IF.

           MOVE FHI-NOME  TO WRK-FUN-NOME(WRK-IDX-FUNC).
           MOVE FHI-BRUTO TO WRK-FUN-BASE-FOLHA(WRK-IDX-FUNC).

       0111-GUARDA-FOLHA-LER.
           READ FOLHAHIST.

       0111-GUARDA-FOLHA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    PARCELA DO 13o DO MES - NOVEMBRO DEPOSITA SOBRE A PARCELA 1
      *    E DEZEMBRO SOBRE O 13o INTEIRO MENOS A PARCELA 1
      *-----------------------------------------------------------------
       0120-CARREGA-DECIMO                       SECTION.

           IF WRK-COMP-MES EQUAL 11
               MOVE 1 TO WRK-PARCELA-DECIMO
           ELSE
               MOVE 2 TO WRK-PARCELA-DECIMO
           END-IF.

           OPEN INPUT DECIMO.
           IF FS-DECIMO NOT EQUAL 00
               DISPLAY "DECIMO.txt AUSENTE - FGTS SEM O 13o DO MES"
               GO TO 0120-CARREGA-DECIMO-FIM
           END-IF.

           READ DECIMO.
           PERFORM 0121-GUARDA-DECIMO
               UNTIL FS-DECIMO NOT EQUAL 00.

           CLOSE DECIMO.

           IF WRK-QT-REG-DECIMO EQUAL ZEROS
               DISPLAY "DECIMO.txt NAO TEM A PARCELA "
                   WRK-PARCELA-DECIMO " DE " WRK-COMP-ANO
                   " - RODE O PRGDECIM ANTES PARA INCLUIR O 13o"
           END-IF.

           DISPLAY "REGISTROS DE 13o.....: " WRK-QT-REG-DECIMO.

       0120-CARREGA-DECIMO-FIM. EXIT.

      *-----------------------------------------------------------------
       0121-GUARDA-DECIMO                        SECTION.

           IF DEC-ANO NOT EQUAL WRK-COMP-ANO
              OR DEC-PARCELA NOT EQUAL WRK-PARCELA-DECIMO
               GO TO 0121-GUARDA-DECIMO-LER
           END-IF.

           ADD 1 TO WRK-QT-REG-DECIMO.

           MOVE DEC-CODIGO TO WRK-CODIGO-BUSCA.
           PERFORM 0140-ACHA-FUNCIONARIO.

           IF WRK-FUNC-NAO
               IF WRK-QT-FUNC NOT LESS 200
                   DISPLAY "TABELA DE FUNCIONARIOS CHEIA - FUNC "
                       DEC-CODIGO " FORA DO FGTS!"
                   GO TO 0121-GUARDA-DECIMO-LER
               END-IF
               ADD 1 TO WRK-QT-FUNC
               MOVE WRK-QT-FUNC TO WRK-IDX-FUNC
               MOVE DEC-CODIGO  TO WRK-FUN-CODIGO(WRK-IDX-FUNC)
               MOVE DEC-NOME    TO WRK-FUN-NOME(WRK-IDX-FUNC)
               MOVE ZEROS       TO WRK-FUN-BASE-FOLHA(WRK-IDX-FUNC)
           END-IF.

           IF DEC-PARCELA EQUAL 1
               MOVE DEC-BRUTO TO WRK-FUN-BASE-DECIMO(WRK-IDX-FUNC)
           ELSE
               COMPUTE WRK-PRIMEIRA-PARCELA ROUNDED = DEC-BRUTO / 2
               COMPUTE WRK-FUN-BASE-DECIMO(WRK-IDX-FUNC) =
                   DEC-BRUTO - WRK-PRIMEIRA-PARCELA
           END-IF.

       0121-GUARDA-DECIMO-LER.
           READ DECIMO.

       0121-GUARDA-DECIMO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    COPIA O FGTSHIST PARA O ARQUIVO DE TRABALHO SEM OS DEPOSITOS
      *    DE FOLHA E 13o DA COMPETENCIA (OS DA RESCISAO FICAM) - OS
      *    NOVOS ENTRAM NO TRABALHO E VOLTAM NO FINAL
      *-----------------------------------------------------------------
       0130-SEPARA-HISTORICO                     SECTION.

           OPEN OUTPUT FGTSTMP.

           OPEN INPUT FGTSHIST.
           IF FS-FGTSHIST NOT EQUAL 00
               GO TO 0130-SEPARA-HISTORICO-FIM
           END-IF.

           READ FGTSHIST.
           PERFORM 0131-FILTRA-HISTORICO
               UNTIL FS-FGTSHIST NOT EQUAL 00.

           CLOSE FGTSHIST.

       0130-SEPARA-HISTORICO-FIM. EXIT.

      *-----------------------------------------------------------------
       0131-FILTRA-HISTORICO                     SECTION.

           IF FGH-COMPETENCIA EQUAL WRK-COMPETENCIA
            AND (FGH-ORIGEM-FOLHA OR FGH-ORIGEM-DECIMO)
               CONTINUE
           ELSE
               WRITE REG-FGTSTMP FROM REG-FGTSHIST
           END-IF.

           READ FGTSHIST.

       0131-FILTRA-HISTORICO-FIM. EXIT.

      *-----------------------------------------------------------------
       0140-ACHA-FUNCIONARIO                     SECTION.

           SET WRK-FUNC-NAO TO TRUE.

           PERFORM 0141-COMPARA-FUNCIONARIO
               VARYING WRK-IDX-FUNC FROM 1 BY 1
               UNTIL WRK-IDX-FUNC GREATER WRK-QT-FUNC
                  OR WRK-FUNC-SIM.

           IF WRK-FUNC-SIM
               SUBTRACT 1 FROM WRK-IDX-FUNC
           END-IF.

       0140-ACHA-FUNCIONARIO-FIM. EXIT.

      *-----------------------------------------------------------------
       0141-COMPARA-FUNCIONARIO                  SECTION.

           IF WRK-FUN-CODIGO(WRK-IDX-FUNC) EQUAL WRK-CODIGO-BUSCA
               SET WRK-FUNC-SIM TO TRUE
           END-IF.

       0141-COMPARA-FUNCIONARIO-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           COMPUTE WRK-DEP-FOLHA ROUNDED =
               WRK-FUN-BASE-FOLHA(WRK-IDX-FUNC)
               * WRK-ALIQUOTA-FGTS / 100.
           COMPUTE WRK-DEP-DECIMO ROUNDED =
               WRK-FUN-BASE-DECIMO(WRK-IDX-FUNC)
               * WRK-ALIQUOTA-FGTS / 100.
           COMPUTE WRK-DEPOSITO   = WRK-DEP-FOLHA + WRK-DEP-DECIMO.
           COMPUTE WRK-BASE-TOTAL =
               WRK-FUN-BASE-FOLHA(WRK-IDX-FUNC)
             + WRK-FUN-BASE-DECIMO(WRK-IDX-FUNC).

           IF WRK-BASE-TOTAL EQUAL ZEROS
               GO TO 0200-PROCESSAR-FIM
           END-IF.

           PERFORM 0210-GRAVA-REMESSA.
           PERFORM 0220-GRAVA-HISTORICO.
           PERFORM 0230-IMPRIME-CONCILIACAO.

           ADD WRK-FUN-BASE-FOLHA(WRK-IDX-FUNC)  TO WRK-TOT-BASE-FOLHA.
           ADD WRK-FUN-BASE-DECIMO(WRK-IDX-FUNC) TO WRK-TOT-BASE-DECIMO.
           ADD WRK-BASE-TOTAL                    TO WRK-TOT-BASE.
           ADD WRK-DEPOSITO                      TO WRK-TOT-DEPOSITO.

       0200-PROCESSAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0210-GRAVA-REMESSA                        SECTION.

           INITIALIZE REG-FGTSREM.
           MOVE "1"                          TO REM-TIPO.
           MOVE WRK-FUN-CODIGO(WRK-IDX-FUNC) TO REM-D-CODIGO.
           MOVE WRK-FUN-NOME(WRK-IDX-FUNC)   TO REM-D-NOME.
           MOVE WRK-FUN-BASE-FOLHA(WRK-IDX-FUNC)
                                             TO REM-D-BASE-FOLHA.
           MOVE WRK-FUN-BASE-DECIMO(WRK-IDX-FUNC)
                                             TO REM-D-BASE-DECIMO.
           MOVE WRK-DEPOSITO                 TO REM-D-DEPOSITO.
           WRITE REG-FGTSREM.

           ADD 1 TO WRK-QT-DETALHES.

       0210-GRAVA-REMESSA-FIM. EXIT.

      *-----------------------------------------------------------------
       0220-GRAVA-HISTORICO                      SECTION.

           MOVE WRK-COMPETENCIA              TO FGH-COMPETENCIA.
           MOVE WRK-FUN-CODIGO(WRK-IDX-FUNC) TO FGH-CODIGO.
           MOVE WRK-FUN-NOME(WRK-IDX-FUNC)   TO FGH-NOME.

           IF WRK-FUN-BASE-FOLHA(WRK-IDX-FUNC) GREATER ZEROS
               SET FGH-ORIGEM-FOLHA TO TRUE
               MOVE WRK-FUN-BASE-FOLHA(WRK-IDX-FUNC) TO FGH-BASE
               MOVE WRK-DEP-FOLHA                    TO FGH-DEPOSITO
               WRITE REG-FGTSTMP FROM REG-FGTSHIST
           END-IF.

           IF WRK-FUN-BASE-DECIMO(WRK-IDX-FUNC) GREATER ZEROS
               SET FGH-ORIGEM-DECIMO TO TRUE
               MOVE WRK-FUN-BASE-DECIMO(WRK-IDX-FUNC) TO FGH-BASE
               MOVE WRK-DEP-DECIMO                    TO FGH-DEPOSITO
               WRITE REG-FGTSTMP FROM REG-FGTSHIST
           END-IF.

       0220-GRAVA-HISTORICO-FIM. EXIT.

      *-----------------------------------------------------------------
       0230-IMPRIME-CONCILIACAO                  SECTION.

           MOVE WRK-FUN-CODIGO(WRK-IDX-FUNC)      TO WRK-DET-CODIGO.
           MOVE WRK-FUN-NOME(WRK-IDX-FUNC)        TO WRK-DET-NOME.
           MOVE WRK-FUN-BASE-FOLHA(WRK-IDX-FUNC)  TO WRK-DET-BASE-FOLHA.
           MOVE WRK-FUN-BASE-DECIMO(WRK-IDX-FUNC)
                                              TO WRK-DET-BASE-DECIMO.
           MOVE WRK-BASE-TOTAL                    TO WRK-DET-BASE-TOTAL.
           MOVE WRK-DEPOSITO                      TO WRK-DET-DEPOSITO.

           IF WRK-FUN-BASE-FOLHA(WRK-IDX-FUNC) EQUAL ZEROS
               MOVE "SEM FOLHA NO MES" TO WRK-DET-OBS
           ELSE
               MOVE SPACES             TO WRK-DET-OBS
           END-IF.

           WRITE REG-FGTSREL FROM WRK-LIN-DETALHE.

       0230-IMPRIME-CONCILIACAO-FIM. EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

           INITIALIZE REG-FGTSREM.
           MOVE "9"              TO REM-TIPO.
           MOVE WRK-QT-DETALHES  TO REM-T-QTD-DETALHES.
           MOVE WRK-TOT-BASE     TO REM-T-TOTAL-BASE.
           MOVE WRK-TOT-DEPOSITO TO REM-T-TOTAL-DEPOSITO.
           WRITE REG-FGTSREM.

           PERFORM 0310-DEVOLVE-HISTORICO.
           PERFORM 0320-TOTAIS-CONCILIACAO.

           CLOSE FGTSREM.
           CLOSE FGTSREL.

           DISPLAY "FUNCIONARIOS NA REMESSA: " WRK-QT-DETALHES.
           DISPLAY "======= FIM PROGRAMA FGTS =======".

       0300-FINALIZAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0310-DEVOLVE-HISTORICO                    SECTION.

           CLOSE FGTSTMP.

           OPEN OUTPUT FGTSHIST.
           OPEN INPUT  FGTSTMP.

           READ FGTSTMP.
           PERFORM 0311-COPIA-HISTORICO
               UNTIL FS-FGTSTMP NOT EQUAL 00.

           CLOSE FGTSTMP.
           CLOSE FGTSHIST.

       0310-DEVOLVE-HISTORICO-FIM. EXIT.

      *-----------------------------------------------------------------
       0311-COPIA-HISTORICO                      SECTION.

           WRITE REG-FGTSHIST FROM REG-FGTSTMP.

           READ FGTSTMP.

       0311-COPIA-HISTORICO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    CONCILIACAO - A BASE DA FOLHA USADA NO FGTS CONTRA O BRUTO
      *    DE TODOS OS REGISTROS DA COMPETENCIA NO FOLHAHIST (DIFERENCA
      *    SO COM FOLHA REPETIDA) E O DEPOSITO SOMADO POR FUNCIONARIO
      *    CONTRA A ALIQUOTA SOBRE A BASE TOTAL (DIFERENCA SO DE
      *    ARREDONDAMENTO)
      *-----------------------------------------------------------------
       0320-TOTAIS-CONCILIACAO                   SECTION.

           WRITE REG-FGTSREL FROM WRK-LIN-SEPARA.

           MOVE "BRUTO NO FOLHAHIST..........:" TO WRK-VAL-ROTULO.
           MOVE WRK-TOT-BRUTO-HIST              TO WRK-VAL-VALOR.
           PERFORM 0321-LINHA-TOTAL.

           MOVE "BASE FGTS DA FOLHA..........:" TO WRK-VAL-ROTULO.
           MOVE WRK-TOT-BASE-FOLHA              TO WRK-VAL-VALOR.
           PERFORM 0321-LINHA-TOTAL.

           COMPUTE WRK-DIFERENCA =
               WRK-TOT-BASE-FOLHA - WRK-TOT-BRUTO-HIST.
           MOVE "DIFERENCA BASE X BRUTO......:" TO WRK-VAL-ROTULO.
           MOVE WRK-DIFERENCA                   TO WRK-VAL-VALOR.
           PERFORM 0321-LINHA-TOTAL.

           IF WRK-QT-REPETIDOS GREATER ZEROS
               DISPLAY "ATENCAO: " WRK-QT-REPETIDOS
                   " REGISTRO(S) DE FOLHA REPETIDO(S) NA COMPETENCIA"
                   " - VALEU O ULTIMO"
           END-IF.

           MOVE "BASE FGTS DO 13o............:" TO WRK-VAL-ROTULO.
           MOVE WRK-TOT-BASE-DECIMO             TO WRK-VAL-VALOR.
           PERFORM 0321-LINHA-TOTAL.

           MOVE "BASE TOTAL DO FGTS..........:" TO WRK-VAL-ROTULO.
           MOVE WRK-TOT-BASE                    TO WRK-VAL-VALOR.
           PERFORM 0321-LINHA-TOTAL.

           MOVE "DEPOSITO TOTAL DA REMESSA...:" TO WRK-VAL-ROTULO.
           MOVE WRK-TOT-DEPOSITO                TO WRK-VAL-VALOR.
           PERFORM 0321-LINHA-TOTAL.

           COMPUTE WRK-DEPOSITO-GLOBAL ROUNDED =
               WRK-TOT-BASE * WRK-ALIQUOTA-FGTS / 100.
           COMPUTE WRK-DIFERENCA =
               WRK-TOT-DEPOSITO - WRK-DEPOSITO-GLOBAL.
           MOVE "DIFERENCA DE ARREDONDAMENTO.:" TO WRK-VAL-ROTULO.
           MOVE WRK-DIFERENCA                   TO WRK-VAL-VALOR.
           PERFORM 0321-LINHA-TOTAL.

       0320-TOTAIS-CONCILIACAO-FIM. EXIT.

      *-----------------------------------------------------------------
       0321-LINHA-TOTAL                          SECTION.

           WRITE REG-FGTSREL FROM WRK-LIN-VALOR.
           DISPLAY WRK-LIN-VALOR.

       0321-LINHA-TOTAL-FIM. EXIT.
