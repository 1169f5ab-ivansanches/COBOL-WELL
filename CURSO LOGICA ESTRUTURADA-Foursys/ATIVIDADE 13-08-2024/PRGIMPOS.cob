      *-----------------------------------------------------------------
      * ALTERACOES.:
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O IMPOSTOS.txt GANHOU O NUMERO DA FATURA E O TIPO (LRECL
      *   34->41) - O ESTORNO "E" DA NOTA DE CREDITO DE CONTESTACAO
      *   (PRGDISPU) E ABATIDO DA BASE E DO IMPOSTO DO MES EM QUE A
      *   NOTA FOI EMITIDA, NA MESMA CATEGORIA
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================

      *----------------------------------------------------------------*
      *     INPUT -  IMPOSTOS APURADOS POR SERVICO (IMPOSTOS)
      *                               LRECL = 041
      *----------------------------------------------------------------*
       FD  IMPOSTOS.
       COPY '#IMPOSTO'.
       01  WRK-TAB-CATEGORIAS.
           05 WRK-CAT-OCO               OCCURS 20 TIMES.
               10 WRK-CAT-NOME              PIC X(10).
               10 WRK-CAT-BASE              PIC S9(08)V99 COMP-3.
               10 WRK-CAT-IMPOSTO           PIC S9(08)V99 COMP-3.

       01  ACU-APURACOES                PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-ESTORNOS                 PIC 9(005) COMP-3 VALUES ZEROS.
       01  WRK-TOTAL-BASE               PIC S9(008)V99    VALUES ZEROS.
       01  WRK-TOTAL-IMPOSTO            PIC S9(008)V99    VALUES ZEROS.
       01  WRK-BASE-MOV                 PIC S9(006)V99    VALUES ZEROS.
       01  WRK-IMPOSTO-MOV              PIC S9(006)V99    VALUES ZEROS.

      *== LINHA DO RELATORIO
       01  WRK-LIN-CATEGORIA.
           05 WRK-LIN-NOME              PIC X(010).
           05 FILLER                    PIC X(007) VALUE " BASE: ".
           05 WRK-LIN-BASE              PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER                    PIC X(010) VALUE " IMPOSTO: ".
           05 WRK-LIN-IMPOSTO           PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER                    PIC X(024) VALUE SPACES.

       01  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

               GO TO 0200-PROCESSAR-LER
           END-IF.

           IF IMP-ESTORNO
               ADD 1 TO ACU-ESTORNOS
               COMPUTE WRK-BASE-MOV    = IMP-BASE  * -1
               COMPUTE WRK-IMPOSTO-MOV = IMP-VALOR * -1
           ELSE
               ADD 1 TO ACU-APURACOES
               MOVE IMP-BASE  TO WRK-BASE-MOV
               MOVE IMP-VALOR TO WRK-IMPOSTO-MOV
           END-IF.

           ADD WRK-BASE-MOV    TO WRK-TOTAL-BASE.
           ADD WRK-IMPOSTO-MOV TO WRK-TOTAL-IMPOSTO.

           SET WRK-CAT-NAO-ACHADA TO TRUE.
           PERFORM 0210-COMPARA-CATEGORIA
               END-IF
           END-IF.

           ADD WRK-BASE-MOV    TO WRK-CAT-BASE(WRK-IDX-CAT).
           ADD WRK-IMPOSTO-MOV TO WRK-CAT-IMPOSTO(WRK-IDX-CAT).

       0200-PROCESSAR-LER.

           DISPLAY WRK-LINHA.
           DISPLAY "MES DE REFERENCIA....: " WRK-MES.
           DISPLAY "APURACOES NO MES.....: " ACU-APURACOES.
           DISPLAY "ESTORNOS NO MES......: " ACU-ESTORNOS.
           DISPLAY "RELATORIO GRAVADO....: " WRK-CAMINHO-RELIMPOS.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.
