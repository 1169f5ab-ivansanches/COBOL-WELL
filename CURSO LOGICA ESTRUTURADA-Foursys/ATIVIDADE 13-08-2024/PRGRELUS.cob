       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGRELUS.
      *=================================================================
      * PROGRAMA   : PRGRELUS
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: RELATORIO MENSAL DE RECEITA DE USO AVULSO - LE O
      *              ACUMULADO DE USO TARIFADO USOACUM.txt (GRAVADO
      *              PELO PRGUSO) E TOTALIZA, PARA A COMPETENCIA DO USO
      *              (AAAAMM), A QUANTIDADE E O VALOR POR SERVICO E
      *              TIPO DE USO NA MOEDA DA TARIFA, CONVERTIDO EM BRL
      *              PELA COTACAO VIGENTE NO FIM DO MES (COTACOES.txt,
      *              ESQUEMA DO PRGFATUR), COM SUBTOTAL POR SERVICO E
      *              TOTAL GERAL EM BRL
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  USOACUM               INPUT                  #USOACUM
      *  COTACOES              INPUT                  #COTACOES
      *  RELUSO                OUTPUT
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS / SPOOLREG
      *
      *-----------------------------------------------------------------
      * ALTERACOES.:
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       CONFIGURATION                             SECTION.
      *-----------------------------------------------------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                              SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
           SELECT USOACUM               ASSIGN TO
                                        WRK-CAMINHO-USOACUM
               FILE STATUS              IS FS-USOACUM.

           SELECT COTACOES              ASSIGN TO
                                        WRK-CAMINHO-COTACOES
               FILE STATUS              IS FS-COTACOES.

           SELECT RELUSO                ASSIGN TO
                                        WRK-CAMINHO-RELUSO
               FILE STATUS              IS FS-RELUSO.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT -  ACUMULADO DE USO TARIFADO (USOACUM)
      *                               LRECL = 056
      *----------------------------------------------------------------*
       FD  USOACUM.
       COPY '#USOACUM'.

      *----------------------------------------------------------------*
      *     INPUT -  COTACOES DATADAS DE MOEDA (COTACOES)
      *                               LRECL = 019
      *----------------------------------------------------------------*
       FD  COTACOES.
       COPY '#COTACOES'.

      *----------------------------------------------------------------*
      *     OUTPUT - RELATORIO DE RECEITA DE USO (RELUSO)
      *                               LRECL = 080
      *----------------------------------------------------------------*
       FD  RELUSO.
       01  REG-RELUSO                   PIC X(080).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-USOACUM                   PIC 9(002).
       77  FS-COTACOES                  PIC 9(002).
       77  FS-RELUSO                    PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-USOACUM          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-COTACOES         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RELUSO           PIC X(060)        VALUES SPACES.

      *-----------------------------------------------------------------
      *== AREA DE CHAMADA DO MODULO SPOOLREG (CATALOGO DE SPOOL)
      *-----------------------------------------------------------------
       01  WRK-SPOOL.
           05 WRK-SPL-RELATORIO         PIC X(012)        VALUES SPACES.
           05 WRK-SPL-PROGRAMA          PIC X(008)        VALUES SPACES.
           05 WRK-SPL-ARQUIVO           PIC X(060)        VALUES SPACES.
           05 WRK-SPL-DESTINATARIO      PIC X(020)        VALUES SPACES.

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DA RECEITA DE USO *** '.
      *-----------------------------------------------------------------

       01  WRK-MES                      PIC 9(006)        VALUES ZEROS.
       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-HOJE-AAAAMM           PIC 9(006).
           05 WRK-HOJE-DD               PIC 9(002).
       01  WRK-FIM-MES.
           05 WRK-FIM-AAAAMM            PIC 9(006)        VALUES ZEROS.
           05 WRK-FIM-DD                PIC 9(002)        VALUES 31.
       01  WRK-FIM-MES-N REDEFINES WRK-FIM-MES
                                        PIC 9(008).

      *== COTACOES VIGENTES NO FIM DO MES (ESQUEMA DO PRGFATUR)
       01  WRK-QT-COTACOES              PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-MOEDA                PIC 9(002)        VALUES ZEROS.
       01  WRK-MOEDA-ACHADA             PIC X(001)        VALUES "N".
           88 WRK-MOEDA-FOI-ACHADA                VALUES "S".
           88 WRK-MOEDA-NAO-ACHADA                VALUES "N".
       01  WRK-TAB-COTACOES.
           05 WRK-COT-OCO               OCCURS 20 TIMES.
               10 WRK-COT-MOEDA             PIC X(03).
               10 WRK-COT-COTACAO           PIC 9(03)V9(05).
               10 WRK-COT-VIGENCIA          PIC 9(08).
       01  WRK-COTACAO-ATUAL            PIC 9(03)V9(05)   VALUES ZEROS.

      *== TOTAIS POR SERVICO, TIPO DE USO E MOEDA
       01  WRK-QT-LINHAS                PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-LIN                  PIC 9(003)        VALUES ZEROS.
       01  WRK-LIN-ACHADA               PIC X(001)        VALUES "N".
           88 WRK-LIN-FOI-ACHADA                  VALUES "S".
           88 WRK-LIN-NAO-ACHADA                  VALUES "N".
       01  WRK-TAB-LINHAS.
           05 WRK-LIN-OCO               OCCURS 200 TIMES.
               10 WRK-TLN-SERVICO           PIC X(10).
               10 WRK-TLN-TIPO              PIC X(03).
               10 WRK-TLN-MOEDA             PIC X(03).
               10 WRK-TLN-QUANTIDADE        PIC 9(07)    COMP-3.
               10 WRK-TLN-VALOR             PIC 9(10)V99 COMP-3.
               10 WRK-TLN-IMPRESSA          PIC X(01).
                   88 WRK-TLN-JA-IMPRESSA             VALUES "S".

       01  WRK-SERVICO-CORRENTE         PIC X(010)        VALUES SPACES.
       01  WRK-VALOR-BRL                PIC 9(010)V99     VALUES ZEROS.
       01  WRK-SUBTOTAL-BRL             PIC 9(010)V99     VALUES ZEROS.
       01  WRK-TOTAL-BRL                PIC 9(012)V99     VALUES ZEROS.
       01  ACU-LINHAS-LIDAS             PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-LINHAS-MES               PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-SEM-COTACAO              PIC 9(005) COMP-3 VALUES ZEROS.

      *== LINHAS DO RELATORIO
       01  WRK-LIN-TITULO.
           05 FILLER                    PIC X(042) VALUE
              "RECEITA DE USO AVULSO - COMPETENCIA".
           05 WRK-TIT-MES               PIC 9(006).
           05 FILLER                    PIC X(032) VALUE SPACES.

       01  WRK-LIN-CABEC.
           05 FILLER                    PIC X(011) VALUE "SERVICO".
           05 FILLER                    PIC X(004) VALUE "USO".
           05 FILLER                    PIC X(004) VALUE "MOE".
           05 FILLER                    PIC X(010) VALUE "    QTDE".
           05 FILLER                    PIC X(015) VALUE
              "      VALOR".
           05 FILLER                    PIC X(011) VALUE "  COTACAO".
           05 FILLER                    PIC X(025) VALUE
              "      VALOR BRL".

       01  WRK-LIN-DETALHE.
           05 WRK-DET-SERVICO           PIC X(010).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-DET-TIPO              PIC X(003).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-DET-MOEDA             PIC X(003).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-DET-QUANTIDADE        PIC Z.ZZZ.ZZ9.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-DET-VALOR             PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 WRK-DET-COTACAO           PIC ZZ9,99999.
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 WRK-DET-VALOR-BRL         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(011) VALUE SPACES.

       01  WRK-LIN-TOTAL.
           05 WRK-TOT-ROTULO            PIC X(055).
           05 WRK-TOT-VALOR-BRL         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(007) VALUE SPACES.

       01  WRK-LIN-SEPARA               PIC X(080) VALUE ALL "-".

       01  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

      *== BOOK DE MENSAGENS ERRO
       COPY "#BOOKMSG".

      *=================================================================
       PROCEDURE                                 DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       0001-PRINCIPAL                            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR UNTIL FS-USOACUM NOT EQUAL 00.
           PERFORM 0300-FINALIZAR.

       0001-PRINCIPAL-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DIR-DADOS FROM ENVIRONMENT "ATIVIDADE3_DIR".
           IF WRK-DIR-DADOS EQUAL SPACES
               MOVE "C:\ATIVIDADE3" TO WRK-DIR-DADOS
           END-IF.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\USOACUM.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-USOACUM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\COTACOES.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-COTACOES.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RELUSO.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RELUSO.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "==== RELATORIO DE RECEITA DE USO AVULSO ====".
           DISPLAY "MES DE REFERENCIA (AAAAMM, BRANCO=MES ATUAL)?".
           ACCEPT WRK-MES.
           IF WRK-MES EQUAL ZEROS
               MOVE WRK-HOJE-AAAAMM TO WRK-MES
           END-IF.
           MOVE WRK-MES TO WRK-FIM-AAAAMM.

           OPEN INPUT USOACUM.
           IF FS-USOACUM NOT EQUAL 00
               DISPLAY "USOACUM.txt AUSENTE - NENHUM USO TARIFADO"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0110-CARREGA-COTACOES.

           OPEN OUTPUT RELUSO.
           IF FS-RELUSO NOT EQUAL 00
               DISPLAY "RELUSO.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-RELUSO WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           READ USOACUM.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    CARREGA AS COTACOES - PARA CADA MOEDA FICA A MAIS RECENTE
      *    COM VIGENCIA ATE O FIM DO MES (ESQUEMA DO PRGFATUR)
      *-----------------------------------------------------------------
       0110-CARREGA-COTACOES                     SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT COTACOES.
           IF FS-COTACOES NOT EQUAL 00
               DISPLAY "COTACOES.txt AUSENTE - SO USO EM BRL CONVERTE"
               GO TO 0110-CARREGA-COTACOES-FIM
           END-IF.

           READ COTACOES.
           PERFORM 0111-GUARDA-COTACAO
               UNTIL FS-COTACOES NOT EQUAL 00.

           CLOSE COTACOES.

       0110-CARREGA-COTACOES-FIM.                EXIT.

      *-----------------------------------------------------------------
       0111-GUARDA-COTACAO                       SECTION.
      *-----------------------------------------------------------------

           IF COT-DATA-VIGENCIA NOT GREATER WRK-FIM-MES-N
               SET WRK-MOEDA-NAO-ACHADA TO TRUE
               PERFORM 0112-ATUALIZA-TABELA
                   VARYING WRK-IDX-MOEDA FROM 1 BY 1
                   UNTIL WRK-IDX-MOEDA GREATER WRK-QT-COTACOES
                      OR WRK-MOEDA-FOI-ACHADA
               IF WRK-MOEDA-NAO-ACHADA
                  AND WRK-QT-COTACOES LESS 20
                   ADD 1 TO WRK-QT-COTACOES
                   MOVE COT-MOEDA          TO
                       WRK-COT-MOEDA(WRK-QT-COTACOES)
                   MOVE COT-COTACAO        TO
                       WRK-COT-COTACAO(WRK-QT-COTACOES)
                   MOVE COT-DATA-VIGENCIA  TO
                       WRK-COT-VIGENCIA(WRK-QT-COTACOES)
               END-IF
           END-IF.

           READ COTACOES.

       0111-GUARDA-COTACAO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0112-ATUALIZA-TABELA                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-COT-MOEDA(WRK-IDX-MOEDA) EQUAL COT-MOEDA
               SET WRK-MOEDA-FOI-ACHADA TO TRUE
               IF COT-DATA-VIGENCIA NOT LESS
                  WRK-COT-VIGENCIA(WRK-IDX-MOEDA)
                   MOVE COT-COTACAO       TO
                       WRK-COT-COTACAO(WRK-IDX-MOEDA)
                   MOVE COT-DATA-VIGENCIA TO
                       WRK-COT-VIGENCIA(WRK-IDX-MOEDA)
               END-IF
           END-IF.

       0112-ATUALIZA-TABELA-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LINHAS-LIDAS.

           IF UAC-COMPETENCIA NOT EQUAL WRK-MES
               GO TO 0200-PROCESSAR-LER
           END-IF.

           ADD 1 TO ACU-LINHAS-MES.

           SET WRK-LIN-NAO-ACHADA TO TRUE.
           PERFORM 0210-COMPARA-LINHA
               VARYING WRK-IDX-LIN FROM 1 BY 1
               UNTIL WRK-IDX-LIN GREATER WRK-QT-LINHAS
                  OR WRK-LIN-FOI-ACHADA.

           IF WRK-LIN-FOI-ACHADA
               SUBTRACT 1 FROM WRK-IDX-LIN
           ELSE
               IF WRK-QT-LINHAS LESS 200
                   ADD 1 TO WRK-QT-LINHAS
                   MOVE WRK-QT-LINHAS TO WRK-IDX-LIN
                   MOVE UAC-SERVICO TO WRK-TLN-SERVICO(WRK-IDX-LIN)
                   MOVE UAC-TIPO    TO WRK-TLN-TIPO(WRK-IDX-LIN)
                   MOVE UAC-MOEDA   TO WRK-TLN-MOEDA(WRK-IDX-LIN)
                   MOVE ZEROS       TO WRK-TLN-QUANTIDADE(WRK-IDX-LIN)
                                       WRK-TLN-VALOR(WRK-IDX-LIN)
                   MOVE "N"         TO WRK-TLN-IMPRESSA(WRK-IDX-LIN)
               ELSE
                   DISPLAY "TABELA DO RELATORIO CHEIA - " UAC-SERVICO
                       " " UAC-TIPO
                   GO TO 0200-PROCESSAR-LER
               END-IF
           END-IF.

           ADD UAC-QUANTIDADE TO WRK-TLN-QUANTIDADE(WRK-IDX-LIN).
           ADD UAC-VALOR      TO WRK-TLN-VALOR(WRK-IDX-LIN).

       0200-PROCESSAR-LER.

           READ USOACUM.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0210-COMPARA-LINHA                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-TLN-SERVICO(WRK-IDX-LIN) EQUAL UAC-SERVICO
              AND WRK-TLN-TIPO(WRK-IDX-LIN) EQUAL UAC-TIPO
              AND WRK-TLN-MOEDA(WRK-IDX-LIN) EQUAL UAC-MOEDA
               SET WRK-LIN-FOI-ACHADA TO TRUE
           END-IF.

       0210-COMPARA-LINHA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE USOACUM.

           MOVE WRK-MES TO WRK-TIT-MES.
           WRITE REG-RELUSO FROM WRK-LIN-TITULO.
           WRITE REG-RELUSO FROM WRK-LIN-SEPARA.
           WRITE REG-RELUSO FROM WRK-LIN-CABEC.

           PERFORM 0310-IMPRIME-SERVICO
               VARYING WRK-IDX-LIN FROM 1 BY 1
               UNTIL WRK-IDX-LIN GREATER WRK-QT-LINHAS.

           WRITE REG-RELUSO FROM WRK-LIN-SEPARA.
           MOVE "TOTAL GERAL DE USO AVULSO (BRL)" TO WRK-TOT-ROTULO.
           MOVE WRK-TOTAL-BRL                     TO WRK-TOT-VALOR-BRL.
           WRITE REG-RELUSO FROM WRK-LIN-TOTAL.
           DISPLAY WRK-LIN-TOTAL.

           CLOSE RELUSO.

           MOVE "RELUSO"               TO WRK-SPL-RELATORIO.
           MOVE "PRGRELUS"             TO WRK-SPL-PROGRAMA.
           MOVE WRK-CAMINHO-RELUSO     TO WRK-SPL-ARQUIVO.
           MOVE "FATURAMENTO"          TO WRK-SPL-DESTINATARIO.
           CALL "SPOOLREG" USING WRK-SPOOL.

           DISPLAY WRK-LINHA.
           DISPLAY "MES DE REFERENCIA....: " WRK-MES.
           DISPLAY "LINHAS DO ACUMULADO..: " ACU-LINHAS-LIDAS.
           DISPLAY "LINHAS NO MES........: " ACU-LINHAS-MES.
           DISPLAY "MOEDAS SEM COTACAO...: " ACU-SEM-COTACAO.
           DISPLAY "RELATORIO GRAVADO....: " WRK-CAMINHO-RELUSO.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           IF ACU-SEM-COTACAO GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0300-FINALIZAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    IMPRIME TODAS AS LINHAS DO SERVICO DA POSICAO CORRENTE (NA
      *    ORDEM EM QUE APARECERAM) E O SUBTOTAL DO SERVICO
      *-----------------------------------------------------------------
       0310-IMPRIME-SERVICO                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-TLN-JA-IMPRESSA(WRK-IDX-LIN)
               GO TO 0310-IMPRIME-SERVICO-FIM
           END-IF.

           MOVE WRK-TLN-SERVICO(WRK-IDX-LIN) TO WRK-SERVICO-CORRENTE.
           MOVE ZEROS TO WRK-SUBTOTAL-BRL.

           PERFORM 0320-IMPRIME-LINHA
               VARYING WRK-IDX-LIN FROM WRK-IDX-LIN BY 1
               UNTIL WRK-IDX-LIN GREATER WRK-QT-LINHAS.

           MOVE SPACES TO WRK-TOT-ROTULO.
           STRING "  SUBTOTAL "            DELIMITED BY SIZE
                  WRK-SERVICO-CORRENTE     DELIMITED BY SIZE
                  " (BRL)"                 DELIMITED BY SIZE
                  INTO WRK-TOT-ROTULO.
           MOVE WRK-SUBTOTAL-BRL TO WRK-TOT-VALOR-BRL.
           WRITE REG-RELUSO FROM WRK-LIN-TOTAL.

           ADD WRK-SUBTOTAL-BRL TO WRK-TOTAL-BRL.

      *    O INDICE VOLTA AO INICIO - AS LINHAS JA IMPRESSAS SAO
      *    PULADAS PELA MARCA
           MOVE ZEROS TO WRK-IDX-LIN.

       0310-IMPRIME-SERVICO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0320-IMPRIME-LINHA                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-TLN-SERVICO(WRK-IDX-LIN) NOT EQUAL
              WRK-SERVICO-CORRENTE
               GO TO 0320-IMPRIME-LINHA-FIM
           END-IF.

           MOVE 1 TO WRK-COTACAO-ATUAL.
           IF WRK-TLN-MOEDA(WRK-IDX-LIN) NOT EQUAL "BRL"
              AND WRK-TLN-MOEDA(WRK-IDX-LIN) NOT EQUAL SPACES
               SET WRK-MOEDA-NAO-ACHADA TO TRUE
               PERFORM 0321-PROCURA-MOEDA
                   VARYING WRK-IDX-MOEDA FROM 1 BY 1
                   UNTIL WRK-IDX-MOEDA GREATER WRK-QT-COTACOES
                      OR WRK-MOEDA-FOI-ACHADA
               IF WRK-MOEDA-NAO-ACHADA
                   ADD 1 TO ACU-SEM-COTACAO
                   DISPLAY "SEM COTACAO PARA "
                       WRK-TLN-MOEDA(WRK-IDX-LIN)
                       " - VALOR CONVERTIDO A 1,00000"
               END-IF
           END-IF.

           COMPUTE WRK-VALOR-BRL ROUNDED =
               WRK-TLN-VALOR(WRK-IDX-LIN) * WRK-COTACAO-ATUAL.
           ADD WRK-VALOR-BRL TO WRK-SUBTOTAL-BRL.

           MOVE WRK-TLN-SERVICO(WRK-IDX-LIN)    TO WRK-DET-SERVICO.
           MOVE WRK-TLN-TIPO(WRK-IDX-LIN)       TO WRK-DET-TIPO.
           MOVE WRK-TLN-MOEDA(WRK-IDX-LIN)      TO WRK-DET-MOEDA.
           MOVE WRK-TLN-QUANTIDADE(WRK-IDX-LIN) TO WRK-DET-QUANTIDADE.
           MOVE WRK-TLN-VALOR(WRK-IDX-LIN)      TO WRK-DET-VALOR.
           MOVE WRK-COTACAO-ATUAL               TO WRK-DET-COTACAO.
           MOVE WRK-VALOR-BRL                   TO WRK-DET-VALOR-BRL.
           WRITE REG-RELUSO FROM WRK-LIN-DETALHE.
           DISPLAY WRK-LIN-DETALHE.

           SET WRK-TLN-JA-IMPRESSA(WRK-IDX-LIN) TO TRUE.

       0320-IMPRIME-LINHA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0321-PROCURA-MOEDA                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-COT-MOEDA(WRK-IDX-MOEDA) EQUAL
              WRK-TLN-MOEDA(WRK-IDX-LIN)
               SET WRK-MOEDA-FOI-ACHADA TO TRUE
               MOVE WRK-COT-COTACAO(WRK-IDX-MOEDA)
                                         TO WRK-COTACAO-ATUAL
           END-IF.

       0321-PROCURA-MOEDA-FIM.                   EXIT.
