      *              CONFERENCIA MANUAL. O FATURREG E REGRAVADO VIA
      *              ARQUIVO DE TRABALHO (ESQUEMA DO PRGPURGA) - COM O
      *              STATUS EM DIA, A REGUA (PRGREGUA) DERRUBA SOZINHA
      *              O ASSINANTE QUE PAGOU. PAGAMENTO DE FATURA BAIXADA
      *              COMO PERDA (STATUS B, PRGPERDA) E RECUPERACAO: A
      *              FATURA CONTINUA B E O VALOR VAI PARA RECUPERA.txt.
      *              O QUE PASSA DO TOTAL DA FATURA, E O PAGAMENTO DE
      *              FATURA JA QUITADA/RENEGOCIADA, VIRA CREDITO DO
      *              ASSINANTE NO CREDITOS.txt
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  FATURREG              INPUT/OUTPUT           #FATURREG
      *  FATTMP                WORK                   #FATURREG (IMAGEM)
      *  PAGTOS                INPUT (MODO 2)
      *  PAGTONAO              OUTPUT (EXTEND)
      *  RECUPERA              OUTPUT (EXTEND)        #RECUPERA
      *  CREDITOS              OUTPUT (EXTEND)        #CREDITO
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS
      *   O FATURREG GANHOU FAT-REMESSA (LRECL 50->51) - IMAGENS DE
      *   TRABALHO AMPLIADAS NA MESMA PROPORCAO
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   FATURA RENEGOCIADA (STATUS R, ACORDO DO PRGACORD) NAO RECEBE
      *   PAGAMENTO - O PAGAMENTO VAI PARA O PAGTONAO
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   PAGAMENTO DE FATURA BAIXADA COMO PERDA (STATUS B) E GRAVADO
      *   COMO RECUPERACAO NO RECUPERA.txt, SEM QUITAR A FATURA
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   PAGAMENTO ACIMA DO TOTAL QUITA A FATURA PELO TOTAL E O
      *   EXCESSO VIRA CREDITO "E" NO CREDITOS.txt; PAGAMENTO DE FATURA
      *   EXISTENTE JA QUITADA OU RENEGOCIADA VIRA CREDITO "N" DO
      *   CLIENTE DELA - SO NUMERO DESCONHECIDO VAI PARA O PAGTONAO
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================
                                        WRK-CAMINHO-PAGTONAO
               FILE STATUS              IS FS-PAGTONAO.

           SELECT RECUPERA              ASSIGN TO
                                        WRK-CAMINHO-RECUPERA
               FILE STATUS              IS FS-RECUPERA.

           SELECT CREDITOS              ASSIGN TO
                                        WRK-CAMINHO-CREDITOS
               FILE STATUS              IS FS-CREDITOS.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
       FD  PAGTONAO.
       01  REG-PAGTONAO                 PIC X(022).

      *----------------------------------------------------------------*
      *     OUTPUT - RECUPERACOES DE FATURAS BAIXADAS (RECUPERA)
      *                               LRECL = 041
      *----------------------------------------------------------------*
       FD  RECUPERA.
       COPY '#RECUPERA'.

      *----------------------------------------------------------------*
      *     OUTPUT - RAZAO DE CREDITOS DO ASSINANTE (CREDITOS)
      *                               LRECL = 053
      *----------------------------------------------------------------*
       FD  CREDITOS.
       COPY '#CREDITO'.

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------
       77  FS-FATTMP                    PIC 9(002).
       77  FS-PAGTOS                    PIC 9(002).
       77  FS-PAGTONAO                  PIC 9(002).
       77  FS-RECUPERA                  PIC 9(002).
       77  FS-CREDITOS                  PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-FATURREG         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FATTMP           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-PAGTOS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-PAGTONAO         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RECUPERA         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CREDITOS         PIC X(060)        VALUES SPACES.

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
       01  WRK-NUMERO                   PIC 9(006)        VALUES ZEROS.
       01  WRK-DATA-PAGTO               PIC 9(008)        VALUES ZEROS.
       01  WRK-VALOR-PAGTO              PIC 9(006)V99     VALUES ZEROS.
       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-VALOR-CREDITO            PIC 9(006)V99     VALUES ZEROS.
       01  WRK-TIPO-CREDITO             PIC X(001)        VALUES SPACES.

      *== FATURAS CARREGADAS DO FATURREG
       01  WRK-QT-FATURAS               PIC 9(004)        VALUES ZEROS.
       01  ACU-QUITADAS                 PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-PARCIAIS                 PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-SEM-FATURA               PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-RECUPERADAS              PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-CREDITOS                 PIC 9(005) COMP-3 VALUES ZEROS.

       01  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\PAGTONAO.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-PAGTONAO.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RECUPERA.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RECUPERA.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CREDITOS.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CREDITOS.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "==== BAIXA DE PAGAMENTOS DE FATURAS ====".
           DISPLAY "1-INTERATIVO  2-IMPORTACAO (PAGTOS.txt)".
               OPEN EXTEND PAGTONAO
           END-IF.

           OPEN EXTEND RECUPERA.
           IF FS-RECUPERA EQUAL 35
               OPEN OUTPUT RECUPERA
               CLOSE RECUPERA
               OPEN EXTEND RECUPERA
           END-IF.

           OPEN EXTEND CREDITOS.
           IF FS-CREDITOS EQUAL 35
               OPEN OUTPUT CREDITOS
               CLOSE CREDITOS
               OPEN EXTEND CREDITOS
           END-IF.

           IF WRK-MODO-IMPORTACAO
               OPEN INPUT PAGTOS
               IF FS-PAGTOS NOT EQUAL 00

      *-----------------------------------------------------------------
      *    CASA O PAGAMENTO COM A FATURA ABERTA/PARCIAL DE MESMO
      *    NUMERO - ACUMULA O VALOR PAGO E ATUALIZA O STATUS; O QUE
      *    PASSA DO TOTAL VIRA CREDITO. FATURA EXISTENTE MAS JA
      *    QUITADA/RENEGOCIADA: O PAGAMENTO TODO VIRA CREDITO DO
      *    CLIENTE; NUMERO DESCONHECIDO SAI PARA CONFERENCIA MANUAL
      *-----------------------------------------------------------------
       0220-APLICA-PAGAMENTO                     SECTION.
      *-----------------------------------------------------------------
               UNTIL WRK-IDX-FAT GREATER WRK-QT-FATURAS
                  OR WRK-FATURA-FOI-ACHADA.

           IF WRK-FATURA-NAO-ACHADA
               PERFORM 0224-PROCURA-QUALQUER
                   VARYING WRK-IDX-FAT FROM 1 BY 1
                   UNTIL WRK-IDX-FAT GREATER WRK-QT-FATURAS
                      OR WRK-FATURA-FOI-ACHADA
               IF WRK-FATURA-FOI-ACHADA
                   MOVE "N"             TO WRK-TIPO-CREDITO
                   MOVE WRK-VALOR-PAGTO TO WRK-VALOR-CREDITO
                   PERFORM 0223-GRAVA-CREDITO
                   GO TO 0220-APLICA-PAGAMENTO-FIM
               END-IF
           END-IF.

           IF WRK-FATURA-NAO-ACHADA
               ADD 1 TO ACU-SEM-FATURA
               DISPLAY "SEM FATURA ABERTA PARA O PAGAMENTO: "

           ADD WRK-VALOR-PAGTO  TO WRK-FAT-PAGO.
           MOVE WRK-DATA-PAGTO  TO WRK-FAT-DATA-PAGTO.

           IF WRK-FAT-STATUS EQUAL "B"
               PERFORM 0222-GRAVA-RECUPERACAO
               MOVE WRK-FAT-REGISTRO TO WRK-FAT-IMAGEM(WRK-IDX-FAT)
               GO TO 0220-APLICA-PAGAMENTO-FIM
           END-IF.

           IF WRK-FAT-PAGO GREATER WRK-FAT-TOTAL
               MOVE "E"             TO WRK-TIPO-CREDITO
               COMPUTE WRK-VALOR-CREDITO = WRK-FAT-PAGO - WRK-FAT-TOTAL
               MOVE WRK-FAT-TOTAL   TO WRK-FAT-PAGO
               PERFORM 0223-GRAVA-CREDITO
           END-IF.

           IF WRK-FAT-PAGO NOT LESS WRK-FAT-TOTAL
               MOVE "Q" TO WRK-FAT-STATUS
               ADD 1 TO ACU-QUITADAS

           IF WRK-FAT-NUMERO EQUAL WRK-NUMERO
              AND WRK-FAT-STATUS NOT EQUAL "Q"
              AND WRK-FAT-STATUS NOT EQUAL "R"
               SET WRK-FATURA-FOI-ACHADA TO TRUE
           END-IF.

       0221-PROCURA-FATURA-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    FATURA BAIXADA COMO PERDA CONTINUA COM STATUS B - O
      *    PAGAMENTO E UMA RECUPERACAO PARA A CONTABILIDADE (PRGPERDA)
      *-----------------------------------------------------------------
       0222-GRAVA-RECUPERACAO                    SECTION.
      *-----------------------------------------------------------------

           INITIALIZE REG-RECUPERA.
           MOVE WRK-FAT-NUMERO  TO REC-FATURA.
           MOVE WRK-FAT-CLIENTE TO REC-CODIGO-CLIENTE.
           MOVE WRK-DATA-PAGTO  TO REC-DATA-PAGTO.
           MOVE WRK-VALOR-PAGTO TO REC-VALOR.
           MOVE "PRGPAGTO"      TO REC-PROGRAMA.
           MOVE WRK-DATA-HOJE   TO REC-DATA-PROCESSO.
           WRITE REG-RECUPERA.

           ADD 1 TO ACU-RECUPERADAS.
           DISPLAY "FATURA " WRK-FAT-NUMERO
               " BAIXADA COMO PERDA - RECUPERACAO REGISTRADA.".

       0222-GRAVA-RECUPERACAO-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    CREDITO DO ASSINANTE DA FATURA CORRENTE (WRK-FAT-REGISTRO) -
      *    O PRGFATUR APLICA NA PROXIMA FATURA E O PRGCREDI DEVOLVE
      *-----------------------------------------------------------------
       0223-GRAVA-CREDITO                        SECTION.
      *-----------------------------------------------------------------

           INITIALIZE REG-CREDITO.
           MOVE WRK-FAT-CLIENTE   TO CRD-CODIGO-CLIENTE.
           MOVE WRK-DATA-PAGTO    TO CRD-DATA.
           MOVE WRK-TIPO-CREDITO  TO CRD-TIPO.
           MOVE WRK-VALOR-CREDITO TO CRD-VALOR.
           MOVE "PRGPAGTO"        TO CRD-PROGRAMA.
           MOVE WRK-FAT-NUMERO    TO CRD-DOCUMENTO.
           WRITE REG-CREDITO.

           ADD 1 TO ACU-CREDITOS.
           DISPLAY "CREDITO DE " WRK-VALOR-CREDITO " PARA O CLIENTE "
               WRK-FAT-CLIENTE " (FATURA " WRK-FAT-NUMERO ")".

       0223-GRAVA-CREDITO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0224-PROCURA-QUALQUER                     SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-FAT-IMAGEM(WRK-IDX-FAT) TO WRK-FAT-REGISTRO.

           IF WRK-FAT-NUMERO EQUAL WRK-NUMERO
               SET WRK-FATURA-FOI-ACHADA TO TRUE
           END-IF.

       0224-PROCURA-QUALQUER-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    REGRAVA O FATURREG INTEIRO A PARTIR DA TABELA - ESQUEMA DE
      *    ARQUIVO DE TRABALHO DO PRGPURGA
      *-----------------------------------------------------------------

           CLOSE PAGTONAO.
           CLOSE RECUPERA.
           CLOSE CREDITOS.

           OPEN OUTPUT FATTMP.
           PERFORM 0310-GRAVA-FATURA
           DISPLAY "FATURAS QUITADAS.....: " ACU-QUITADAS.
           DISPLAY "FATURAS PARCIAIS.....: " ACU-PARCIAIS.
           DISPLAY "SEM FATURA CASADA....: " ACU-SEM-FATURA.
           DISPLAY "RECUPERACOES DE PERDA: " ACU-RECUPERADAS.
           DISPLAY "CREDITOS AO ASSINANTE: " ACU-CREDITOS.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

