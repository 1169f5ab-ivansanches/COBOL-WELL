      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
ALT1  *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
..    *==  A PROVISAO DE CADA FUNCIONARIO PASSOU A SER GRAVADA TAMBEM
..    *==  NO HISTORICO PROVHIST.txt (BOOK #PROVHIS) - RODAR DE NOVO A
..    *==  MESMA COMPETENCIA SUBSTITUI OS REGISTROS DELA, VIA ARQUIVO
..    *==  DE TRABALHO PROVHTMP. O RATEIO DO CUSTO DA FOLHA POR CENTRO
..    *==  DE CUSTO (PRGCUSTO) TIRA DALI A DESPESA DO MES
      *=================================================================
       ENVIRONMENT                               DIVISION.

           SELECT PROVISAO ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\PROVISAO.txt"
               FILE STATUS IS FS-PROVISAO.

ALT1       SELECT PROVHIST ASSIGN
ALT1       TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\PROVHIST.txt"
ALT1           FILE STATUS IS FS-PROVHIST.

ALT1       SELECT PROVHTMP ASSIGN
ALT1       TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\PROVHTMP.txt"
ALT1           FILE STATUS IS FS-PROVHTMP.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FD  PROVISAO.
       01  REG-PROVISAO                  PIC X(80).

ALT1  *----------------------------------------------------------------*
ALT1  *     INPUT/OUTPUT - HISTORICO DA PROVISAO POR FUNCIONARIO
ALT1  *                               LRECL = 032
ALT1  *----------------------------------------------------------------*
ALT1   FD  PROVHIST.
ALT1   COPY "#PROVHIS".

ALT1   FD  PROVHTMP.
ALT1   01  REG-PROVHTMP                  PIC X(32).

       WORKING-STORAGE                           SECTION.
       77  FS-FUNCIONARIOS       PIC 9(02) VALUE ZEROS.
       77  FS-PROVISAO           PIC 9(02) VALUE ZEROS.
ALT1   77  FS-PROVHIST           PIC 9(02) VALUE ZEROS.
ALT1   77  FS-PROVHTMP           PIC 9(02) VALUE ZEROS.
       77  WRK-ACUM-LIDOS        PIC 9(04) VALUE ZEROS.

       01  WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.

           OPEN OUTPUT PROVISAO.

ALT1       PERFORM 0110-SEPARA-HISTORICO.

           MOVE WRK-COMPETENCIA TO WRK-CAB-COMP.
           WRITE REG-PROVISAO FROM WRK-LIN-CABEC.
           WRITE REG-PROVISAO FROM WRK-LIN-COLUNAS.

       0100-INICIALIZAR-FIM. EXIT.

ALT1  *-----------------------------------------------------------------
ALT1  *    COPIA O PROVHIST PARA O ARQUIVO DE TRABALHO SEM OS REGISTROS
ALT1  *    DA COMPETENCIA - OS NOVOS ENTRAM NO TRABALHO E VOLTAM NO
ALT1  *    FINAL
ALT1  *-----------------------------------------------------------------
ALT1   0110-SEPARA-HISTORICO                     SECTION.

ALT1       OPEN OUTPUT PROVHTMP.

ALT1       OPEN INPUT PROVHIST.
ALT1       IF FS-PROVHIST NOT EQUAL 00
ALT1           GO TO 0110-SEPARA-HISTORICO-FIM
ALT1       END-IF.

ALT1       READ PROVHIST.
ALT1       PERFORM 0111-FILTRA-HISTORICO
ALT1           UNTIL FS-PROVHIST NOT EQUAL 00.

ALT1       CLOSE PROVHIST.

ALT1   0110-SEPARA-HISTORICO-FIM. EXIT.

ALT1  *-----------------------------------------------------------------
ALT1   0111-FILTRA-HISTORICO                     SECTION.

ALT1       IF PVH-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
ALT1           WRITE REG-PROVHTMP FROM REG-PROVHIST
ALT1       END-IF.

ALT1       READ PROVHIST.

ALT1   0111-FILTRA-HISTORICO-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           MOVE WRK-PROV-FERIAS TO WRK-DET-FERIAS.
           WRITE REG-PROVISAO FROM WRK-LIN-DETALHE.

ALT1       MOVE WRK-COMPETENCIA TO PVH-COMPETENCIA.
ALT1       MOVE REG-CODIGO      TO PVH-CODIGO.
ALT1       MOVE WRK-AVOS        TO PVH-AVOS.
ALT1       MOVE WRK-PROV-DECIMO TO PVH-PROV-DECIMO.
ALT1       MOVE WRK-PROV-FERIAS TO PVH-PROV-FERIAS.
ALT1       WRITE REG-PROVHTMP FROM REG-PROVHIST.

           ADD WRK-PROV-DECIMO TO WRK-TOT-DECIMO.
           ADD WRK-PROV-FERIAS TO WRK-TOT-FERIAS.

           CLOSE FUNCIONARIOS.
           CLOSE PROVISAO.

ALT1       PERFORM 0310-DEVOLVE-HISTORICO.

           DISPLAY "======= FIM PROGRAMA PROVISAO =======".

       0300-FINALIZAR-FIM. EXIT.

ALT1  *-----------------------------------------------------------------
ALT1   0310-DEVOLVE-HISTORICO                    SECTION.

ALT1       CLOSE PROVHTMP.

ALT1       OPEN OUTPUT PROVHIST.
ALT1       OPEN INPUT  PROVHTMP.

ALT1       READ PROVHTMP.
ALT1       PERFORM 0311-COPIA-HISTORICO
ALT1           UNTIL FS-PROVHTMP NOT EQUAL 00.

ALT1       CLOSE PROVHTMP.
ALT1       CLOSE PROVHIST.

ALT1   0310-DEVOLVE-HISTORICO-FIM. EXIT.

ALT1  *-----------------------------------------------------------------
ALT1   0311-COPIA-HISTORICO                      SECTION.

ALT1       WRITE REG-PROVHIST FROM REG-PROVHTMP.

ALT1       READ PROVHTMP.

ALT1   0311-COPIA-HISTORICO-FIM. EXIT.
