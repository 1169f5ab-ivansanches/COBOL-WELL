      *              (PARCIAL/QUITADA) E DEVOLVE PARA CONFERENCIA
      *              MANUAL, EM RETNAO.txt, OS RETORNOS SEM FATURA
      *              CASADA E OS TITULOS RECUSADOS PELO BANCO -
      *              DIVERGENCIA DE TRAILER DEVOLVE RETURN-CODE 4.
      *              TITULO PAGO DE FATURA BAIXADA COMO PERDA (STATUS
      *              B, PRGPERDA) E RECUPERACAO: A FATURA CONTINUA B E
      *              O VALOR VAI PARA RECUPERA.txt. O QUE PASSA DO
      *              TOTAL DA FATURA, E O TITULO PAGO DE FATURA JA
      *              QUITADA/RENEGOCIADA, VIRA CREDITO DO ASSINANTE NO
      *              CREDITOS.txt
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  RETORNO               INPUT
      *  FATURREG              INPUT/OUTPUT           #FATURREG
      *  FATTMP                WORK                   #FATURREG (IMAGEM)
      *  RETNAO                OUTPUT (EXTEND)
      *  RECUPERA              OUTPUT (EXTEND)        #RECUPERA
      *  CREDITOS              OUTPUT (EXTEND)        #CREDITO
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS
      *-----------------------------------------------------------------
      * ALTERACOES.:
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   FATURA RENEGOCIADA (STATUS R, ACORDO DO PRGACORD) NAO RECEBE
      *   BAIXA DO RETORNO - O TITULO VAI PARA O RETNAO
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   TITULO PAGO DE FATURA BAIXADA COMO PERDA (STATUS B) E GRAVADO
      *   COMO RECUPERACAO NO RECUPERA.txt, SEM QUITAR A FATURA
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   TITULO PAGO ACIMA DO TOTAL QUITA A FATURA PELO TOTAL E O
      *   EXCESSO VIRA CREDITO "E" NO CREDITOS.txt; TITULO PAGO DE
      *   FATURA EXISTENTE JA QUITADA OU RENEGOCIADA VIRA CREDITO "N"
      *   DO CLIENTE DELA - SO NUMERO DESCONHECIDO VAI PARA O RETNAO
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================
                                        WRK-CAMINHO-RETNAO
               FILE STATUS              IS FS-RETNAO.

           SELECT RECUPERA              ASSIGN TO
                                        WRK-CAMINHO-RECUPERA
               FILE STATUS              IS FS-RECUPERA.

           SELECT CREDITOS              ASSIGN TO
                                        WRK-CAMINHO-CREDITOS
               FILE STATUS              IS FS-CREDITOS.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
       FD  RETNAO.
       01  REG-RETNAO                   PIC X(037).

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
       77  FS-FATURREG                  PIC 9(002).
       77  FS-FATTMP                    PIC 9(002).
       77  FS-RETNAO                    PIC 9(002).
       77  FS-RECUPERA                  PIC 9(002).
       77  FS-CREDITOS                  PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-RETORNO          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FATURREG         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FATTMP           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RETNAO           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RECUPERA         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CREDITOS         PIC X(060)        VALUES SPACES.

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           05 WRK-FAT-STATUS            PIC  X(01).
           05 WRK-FAT-REMESSA           PIC  X(01).

       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-VALOR-CREDITO            PIC 9(006)V99     VALUES ZEROS.
       01  WRK-TIPO-CREDITO             PIC X(001)        VALUES SPACES.

      *== CONFERENCIA DO TRAILER DO RETORNO
       01  ACU-DETALHES                 PIC 9(006)        VALUES ZEROS.
       01  WRK-TOTAL-DETALHE            PIC 9(010)V99     VALUES ZEROS.
       01  ACU-PAGOS                    PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-RECUSADOS                PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-SEM-FATURA               PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-RECUPERADAS              PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-CREDITOS                 PIC 9(005) COMP-3 VALUES ZEROS.

       01  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RETNAO.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RETNAO.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RECUPERA.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RECUPERA.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CREDITOS.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CREDITOS.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "==== PROCESSAMENTO DE RETORNO DE COBRANCA ====".

               OPEN EXTEND RETNAO
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

           OPEN INPUT RETORNO.
           IF FS-RETORNO NOT EQUAL 00
               MOVE WRK-ERRO-ABERTURA TO WRK-FS-DESCRICAO

      *-----------------------------------------------------------------
      *    BAIXA O TITULO PAGO NO FATURREG PELA MESMA REGRA DO
      *    PRGPAGTO - O QUE PASSA DO TOTAL VIRA CREDITO; TITULO DE
      *    FATURA JA QUITADA/RENEGOCIADA VIRA CREDITO DO CLIENTE;
      *    NOSSO NUMERO DESCONHECIDO VAI PARA CONFERENCIA MANUAL
      *-----------------------------------------------------------------
       0210-BAIXA-PAGO                           SECTION.
      *-----------------------------------------------------------------
               UNTIL WRK-IDX-FAT GREATER WRK-QT-FATURAS
                  OR WRK-FATURA-FOI-ACHADA.

           IF WRK-FATURA-NAO-ACHADA
               PERFORM 0214-PROCURA-QUALQUER
                   VARYING WRK-IDX-FAT FROM 1 BY 1
                   UNTIL WRK-IDX-FAT GREATER WRK-QT-FATURAS
                      OR WRK-FATURA-FOI-ACHADA
               IF WRK-FATURA-FOI-ACHADA
                   MOVE "N"             TO WRK-TIPO-CREDITO
                   MOVE RET-VALOR       TO WRK-VALOR-CREDITO
                   PERFORM 0213-GRAVA-CREDITO
                   GO TO 0210-BAIXA-PAGO-FIM
               END-IF
           END-IF.

           IF WRK-FATURA-NAO-ACHADA
               ADD 1 TO ACU-SEM-FATURA
               WRITE REG-RETNAO FROM REG-RETORNO

           ADD RET-VALOR  TO WRK-FAT-PAGO.
           MOVE RET-DATA  TO WRK-FAT-DATA-PAGTO.

           IF WRK-FAT-STATUS EQUAL "B"
               PERFORM 0212-GRAVA-RECUPERACAO
               MOVE WRK-FAT-REGISTRO TO WRK-FAT-IMAGEM(WRK-IDX-FAT)
               GO TO 0210-BAIXA-PAGO-FIM
           END-IF.

           IF WRK-FAT-PAGO GREATER WRK-FAT-TOTAL
               MOVE "E"             TO WRK-TIPO-CREDITO
               COMPUTE WRK-VALOR-CREDITO = WRK-FAT-PAGO - WRK-FAT-TOTAL
               MOVE WRK-FAT-TOTAL   TO WRK-FAT-PAGO
               PERFORM 0213-GRAVA-CREDITO
           END-IF.

           IF WRK-FAT-PAGO NOT LESS WRK-FAT-TOTAL
               MOVE "Q" TO WRK-FAT-STATUS
           ELSE

           IF WRK-FAT-NUMERO EQUAL RET-NOSSO-NUMERO
              AND WRK-FAT-STATUS NOT EQUAL "Q"
              AND WRK-FAT-STATUS NOT EQUAL "R"
               SET WRK-FATURA-FOI-ACHADA TO TRUE
           END-IF.

       0211-PROCURA-FATURA-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    FATURA BAIXADA COMO PERDA CONTINUA COM STATUS B - O TITULO
      *    PAGO E UMA RECUPERACAO PARA A CONTABILIDADE (PRGPERDA)
      *-----------------------------------------------------------------
       0212-GRAVA-RECUPERACAO                    SECTION.
      *-----------------------------------------------------------------

           INITIALIZE REG-RECUPERA.
           MOVE WRK-FAT-NUMERO  TO REC-FATURA.
           MOVE WRK-FAT-CLIENTE TO REC-CODIGO-CLIENTE.
           MOVE RET-DATA        TO REC-DATA-PAGTO.
           MOVE RET-VALOR       TO REC-VALOR.
           MOVE "PRGRETOR"      TO REC-PROGRAMA.
           MOVE WRK-DATA-HOJE   TO REC-DATA-PROCESSO.
           WRITE REG-RECUPERA.

           ADD 1 TO ACU-RECUPERADAS.

       0212-GRAVA-RECUPERACAO-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    CREDITO DO ASSINANTE DA FATURA CORRENTE (WRK-FAT-REGISTRO) -
      *    O PRGFATUR APLICA NA PROXIMA FATURA E O PRGCREDI DEVOLVE
      *-----------------------------------------------------------------
       0213-GRAVA-CREDITO                        SECTION.
      *-----------------------------------------------------------------

           INITIALIZE REG-CREDITO.
           MOVE WRK-FAT-CLIENTE   TO CRD-CODIGO-CLIENTE.
           MOVE RET-DATA          TO CRD-DATA.
           MOVE WRK-TIPO-CREDITO  TO CRD-TIPO.
           MOVE WRK-VALOR-CREDITO TO CRD-VALOR.
           MOVE "PRGRETOR"        TO CRD-PROGRAMA.
           MOVE WRK-FAT-NUMERO    TO CRD-DOCUMENTO.
           WRITE REG-CREDITO.

           ADD 1 TO ACU-CREDITOS.

       0213-GRAVA-CREDITO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0214-PROCURA-QUALQUER                     SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-FAT-IMAGEM(WRK-IDX-FAT) TO WRK-FAT-REGISTRO.

           IF WRK-FAT-NUMERO EQUAL RET-NOSSO-NUMERO
               SET WRK-FATURA-FOI-ACHADA TO TRUE
           END-IF.

       0214-PROCURA-QUALQUER-FIM.                EXIT.

      *-----------------------------------------------------------------
       0300-REGRAVA-FATURREG                     SECTION.
      *-----------------------------------------------------------------

           CLOSE RETORNO.
           CLOSE RETNAO.
           CLOSE RECUPERA.
           CLOSE CREDITOS.

           OPEN OUTPUT FATTMP.
           PERFORM 0310-GRAVA-FATURA
           DISPLAY "TITULOS BAIXADOS.....: " ACU-PAGOS.
           DISPLAY "RECUSADOS PELO BANCO.: " ACU-RECUSADOS.
           DISPLAY "SEM FATURA CASADA....: " ACU-SEM-FATURA.
           DISPLAY "RECUPERACOES DE PERDA: " ACU-RECUPERADAS.
           DISPLAY "CREDITOS AO ASSINANTE: " ACU-CREDITOS.
           IF WRK-RETORNO-CONFERE
               MOVE 0 TO RETURN-CODE
           ELSE
