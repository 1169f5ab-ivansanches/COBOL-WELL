      *              "9999"), PARA POSTAR PELO ATI4 COM VALIDACAO,
      *              REGCAM E SALDO COMO OS LOTES DO PRGJUROS E DO
      *              PRGAGEND. ISENCOES: TARIFA ZERO NAO COBRA E SALDO
      *              IGUAL OU ACIMA DE TAR-SALDO-ISENCAO NAO COBRA E
      *              CLIENTE DE SEGMENTO ISENTO (PRGSEGME) NAO COBRA
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  CONTAS                INPUT                  #CONTAS
      *  SALDOCTA              INPUT                  #SALDOCTA
      *  TARIFAS               INPUT                  #TARIFAS
      *  PARAMVAL              INPUT                  #PARAMVAL
      *  SEGPARAM              INPUT                  #SEGPARAM
      *  CLIENTES              INPUT                  #CLIREG
      *  LANCTAR               OUTPUT (EXTEND)        #LANCAM
      *  LOTESEQ               INPUT/OUTPUT
      *
      *   (REG-DV-CONTA, LRECL 54->55) - A EMISSAO PASSOU A CALCULAR
      *   O DV PELO MODULO VALCTA EM CADA DETALHE
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   ISENCAO POR SEGMENTO DO CLIENTE - O TITULAR DA CONTA (CTA-
      *   REG-ID) E LIDO NO CLIENTES.dat E, SE O REG-SEGMENTO GRAVADO
      *   PELO PRGSEGME ESTA MARCADO COMO ISENTO NAS LINHAS "S" DO
      *   SEGPARAM.txt (PADRAO: PRIVATE E PJ GRANDE), A TARIFA NAO E
      *   COBRADA
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================
                                        WRK-CAMINHO-PARAMVAL
               FILE STATUS              IS FS-PARAMVAL.

           SELECT SEGPARAM              ASSIGN TO
                                        WRK-CAMINHO-SEGPARAM
               FILE STATUS              IS FS-SEGPARAM.

           SELECT CLIENTES ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\CLIENTES.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS REG-ID
               ALTERNATE RECORD KEY     IS REG-NOME
                                        WITH DUPLICATES
               FILE STATUS              IS FS-CLIENTES.

           SELECT LANCTAR               ASSIGN TO
                                        WRK-CAMINHO-LANCTAR
               FILE STATUS              IS FS-LANCTAR.
       FD  PARAMVAL.
       COPY '#PARAMVAL'.

      *----------------------------------------------------------------*
      *     INPUT -  TABELA DE SEGMENTACAO DE CLIENTES (SEGPARAM)
      *                               LRECL = 043
      *----------------------------------------------------------------*
       FD  SEGPARAM.
       COPY '#SEGPARAM'.

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE CLIENTES (CLIENTES)
      *                               LRECL = 143
      *----------------------------------------------------------------*
       FD  CLIENTES.
       COPY '#CLIREG'.

      *----------------------------------------------------------------*
      *     OUTPUT-  DEBITOS DE TARIFA PARA O PROXIMO ATI4
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  LANCTAR.
       COPY '#LANCAM'.
       77  FS-SALDOCTA                  PIC 9(002).
       77  FS-TARIFAS                   PIC 9(002).
       77  FS-PARAMVAL                  PIC 9(002).
       77  FS-SEGPARAM                  PIC 9(002).
       77  FS-CLIENTES                  PIC 9(002).
       77  FS-LANCTAR                   PIC 9(002).
       77  FS-LOTESEQ                   PIC 9(002).

       01  WRK-CAMINHO-SALDOCTA         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-TARIFAS          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-PARAMVAL         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-SEGPARAM         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LANCTAR          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LOTESEQ          PIC X(060)        VALUES SPACES.

               10 WRK-TAR-VALOR             PIC 9(06)V99.
               10 WRK-TAR-ISENCAO           PIC 9(08)V99.

      *== SEGMENTOS ISENTOS DE TARIFA (LINHAS "S" DO SEGPARAM.txt)
       01  WRK-QT-SEG-ISENTOS           PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-SEG                  PIC 9(002)        VALUES ZEROS.
       01  WRK-SEG-LINHAS               PIC X(001)        VALUES "N".
           88 WRK-SEG-COM-LINHAS                  VALUES "S".
       01  WRK-SEG-ACHADO               PIC X(001)        VALUES "N".
           88 WRK-SEG-FOI-ACHADO                  VALUES "S".
           88 WRK-SEG-NAO-ACHADO                  VALUES "N".
       01  WRK-TAB-SEG-ISENTOS.
           05 WRK-SEG-ISENTO            PIC X(02)
                                        OCCURS 20 TIMES.
       01  WRK-CLIENTES-ABERTO          PIC X(001)        VALUES "N".
           88 WRK-CLIENTES-SIM                    VALUES "S".

       01  WRK-SALDO-CONTA              PIC S9(10)V99     VALUES ZEROS.

       01  ACU-CONTAS-LIDAS             PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-TARIFAS-EMITIDAS         PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-ISENTAS                  PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-ISENTAS-SEGMENTO         PIC 9(005) COMP-3 VALUES ZEROS.
       01  WRK-TOTAL-TARIFAS            PIC 9(010)V99     VALUES ZEROS.
       01  WRK-TOTAL-TARIFAS-ED         PIC ZZ.ZZZ.ZZ9,99.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\PARAMVAL.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-PARAMVAL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\SEGPARAM.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-SEGPARAM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\LANCTAR.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LANCTAR.

           PERFORM 0110-CARREGA-TARIFAS.
           PERFORM 0120-RECEBE-PARAMETRO.
           PERFORM 0130-CARREGA-SEGMENTOS.

           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL 00

           OPEN INPUT SALDOCTA.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 00
               SET WRK-CLIENTES-SIM TO TRUE
           ELSE
               DISPLAY "CLIENTES.dat NAO ABERTO - SEM ISENCAO POR "
                   "SEGMENTO"
           END-IF.

           OPEN EXTEND LANCTAR.
           IF FS-LANCTAR EQUAL 35
               OPEN OUTPUT LANCTAR

       0120-RECEBE-PARAMETRO-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    SEGMENTOS MARCADOS COMO ISENTOS NO SEGPARAM.txt; SEM LINHAS
      *    "S" NO ARQUIVO VALE O PADRAO DO PRGSEGME (PRIVATE E PJ
      *    GRANDE ISENTOS)
      *-----------------------------------------------------------------
       0130-CARREGA-SEGMENTOS                    SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT SEGPARAM.
           IF FS-SEGPARAM EQUAL 00
               READ SEGPARAM
               PERFORM 0131-GUARDA-SEGMENTO
                   UNTIL FS-SEGPARAM NOT EQUAL 00
               CLOSE SEGPARAM
           END-IF.

           IF NOT WRK-SEG-COM-LINHAS
               MOVE 2    TO WRK-QT-SEG-ISENTOS
               MOVE "PV" TO WRK-SEG-ISENTO(1)
               MOVE "PG" TO WRK-SEG-ISENTO(2)
           END-IF.

       0130-CARREGA-SEGMENTOS-FIM.               EXIT.

      *-----------------------------------------------------------------
       0131-GUARDA-SEGMENTO                      SECTION.
      *-----------------------------------------------------------------

           IF SGP-LINHA-SEGMENTO
               SET WRK-SEG-COM-LINHAS TO TRUE
               IF SGP-ISENTA AND WRK-QT-SEG-ISENTOS LESS 20
                   ADD 1 TO WRK-QT-SEG-ISENTOS
                   MOVE SGP-SEGMENTO TO
                       WRK-SEG-ISENTO(WRK-QT-SEG-ISENTOS)
               END-IF
           END-IF.

           READ SEGPARAM.

       0131-GUARDA-SEGMENTO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------
       0220-CONFERE-ISENCAO                      SECTION.
      *-----------------------------------------------------------------

           PERFORM 0225-CONFERE-SEGMENTO.
           IF WRK-SEG-FOI-ACHADO
               ADD 1 TO ACU-ISENTAS-SEGMENTO
               SET WRK-TARIFA-NAO-ACHADA TO TRUE
               GO TO 0220-CONFERE-ISENCAO-FIM
           END-IF.

           IF WRK-TAR-ISENCAO(WRK-IDX-TARIFA) EQUAL ZEROS
               GO TO 0220-CONFERE-ISENCAO-FIM
           END-IF.

       0220-CONFERE-ISENCAO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    SEGMENTO DO TITULAR DA CONTA NA TABELA DE ISENTOS - CLIENTE
      *    FORA DO CADASTRO OU AINDA SEM SEGMENTO PAGA A TARIFA
      *-----------------------------------------------------------------
       0225-CONFERE-SEGMENTO                     SECTION.
      *-----------------------------------------------------------------

           SET WRK-SEG-NAO-ACHADO TO TRUE.

           IF NOT WRK-CLIENTES-SIM
              OR WRK-QT-SEG-ISENTOS EQUAL ZEROS
               GO TO 0225-CONFERE-SEGMENTO-FIM
           END-IF.

           MOVE CTA-REG-ID TO REG-ID.
           READ CLIENTES KEY IS REG-ID
               INVALID KEY
                   GO TO 0225-CONFERE-SEGMENTO-FIM
           END-READ.

           IF REG-SEG-NAO-CLASSIFICADO
               GO TO 0225-CONFERE-SEGMENTO-FIM
           END-IF.

           PERFORM 0226-COMPARA-SEGMENTO
               VARYING WRK-IDX-SEG FROM 1 BY 1
               UNTIL WRK-IDX-SEG GREATER WRK-QT-SEG-ISENTOS
                  OR WRK-SEG-FOI-ACHADO.

       0225-CONFERE-SEGMENTO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0226-COMPARA-SEGMENTO                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-SEG-ISENTO(WRK-IDX-SEG) EQUAL REG-SEGMENTO
               SET WRK-SEG-FOI-ACHADO TO TRUE
           END-IF.

       0226-COMPARA-SEGMENTO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0230-EMITE-TARIFA                         SECTION.
      *-----------------------------------------------------------------

           CLOSE CONTAS.
           CLOSE SALDOCTA.
           IF WRK-CLIENTES-SIM
               CLOSE CLIENTES
           END-IF.
           IF WRK-LOTE-ABERTO
               PERFORM 0250-FECHA-LOTE
           END-IF.
           DISPLAY "CONTAS VARRIDAS......: " ACU-CONTAS-LIDAS.
           DISPLAY "TARIFAS EMITIDAS.....: " ACU-TARIFAS-EMITIDAS.
           DISPLAY "CONTAS ISENTAS.......: " ACU-ISENTAS.
           DISPLAY "ISENTAS POR SEGMENTO.: " ACU-ISENTAS-SEGMENTO.
           DISPLAY "VALOR TOTAL..........: " WRK-TOTAL-TARIFAS-ED.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.
