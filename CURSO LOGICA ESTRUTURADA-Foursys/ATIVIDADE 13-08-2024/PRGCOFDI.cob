       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGCOFDI.
      *=================================================================
      * PROGRAMA   : PRGCOFDI
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: FECHAMENTO DIARIO DOS COFRES DAS AGENCIAS - RODA
      *              NO FIM DO DIA, DEPOIS DO ULTIMO TURNO DE CAIXA.
      *              PARA CADA COFRE COM SALDO OU MOVIMENTO NA DATA:
      *              ESPERADO = ABERTURA (COFRESAL.txt) + RECEBIDO DA
      *              TRANSPORTADORA - REMETIDO A TRANSPORTADORA +
      *              (RECOLHIDO DOS CAIXAS - SUPRIDO AOS CAIXAS), O
      *              MOVIMENTO LIDO DO LIVRO DO COFRE (COFREMOV.txt),
      *              CONFERIDO COM A ULTIMA CONTAGEM FISICA (F) DO DIA.
      *              A CONTAGEM E O SALDO DE FECHAMENTO; COFRE SEM
      *              CONTAGEM FECHA PELO ESPERADO E E APONTADO. APONTA
      *              TAMBEM A DIFERENCA DE CONTAGEM E O COFRE QUE FECHA
      *              ACIMA DO LIMITE DE SEGURO DA AGENCIA
      *              (AGE-LIMITE-SEGURO). POR CAIXA, O RECOLHIDO TEM DE
      *              SER O SUPRIDO MAIS O DINHEIRO DECLARADO NOS
      *              FECHAMENTOS DE TURNO DO PRGCAIXA (CAIXAFER.txt) DO
      *              MESMO OPERADOR NA DATA; TURNO SEM RECOLHIMENTO AO
      *              COFRE TAMBEM E APONTADO. A RELACAO RELCOFRE.txt
      *              SAI PARA OPERACOES E O COFRESAL.txt E REGRAVADO
      *              (VIA COFRETMP.txt) COM O FECHAMENTO, QUE E A
      *              ABERTURA DO DIA SEGUINTE. A REEXECUCAO DA MESMA
      *              DATA PARTE DA ABERTURA GUARDADA NO COFRESAL
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  AGENCIAS              INPUT                  #AGENCIAS
      *  COFREMOV              INPUT                  #COFREMOV
      *  CAIXAFER              INPUT
      *  COFRESAL              INPUT/OUTPUT           #COFRESAL
      *  COFRETMP              WORK
      *  RELCOFRE              OUTPUT
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS / SPOOLREG
      *
      *-----------------------------------------------------------------
      * ALTERACOES.:
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O FD DO CAIXAFER.txt ACOMPANHOU O PRGCAIXA, QUE PASSOU A
      *   GRAVAR O NUMERO DO LOTE DO TURNO (FER-LOTE, LRECL 65->71)
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
           SELECT AGENCIAS              ASSIGN TO
                                        WRK-CAMINHO-AGENCIAS
               FILE STATUS              IS FS-AGENCIAS.

           SELECT COFREMOV              ASSIGN TO
                                        WRK-CAMINHO-COFREMOV
               FILE STATUS              IS FS-COFREMOV.

           SELECT CAIXAFER              ASSIGN TO
                                        WRK-CAMINHO-CAIXAFER
               FILE STATUS              IS FS-CAIXAFER.

           SELECT COFRESAL              ASSIGN TO
                                        WRK-CAMINHO-COFRESAL
               FILE STATUS              IS FS-COFRESAL.

           SELECT COFRETMP              ASSIGN TO
                                        WRK-CAMINHO-COFRETMP
               FILE STATUS              IS FS-COFRETMP.

           SELECT RELCOFRE              ASSIGN TO
                                        WRK-CAMINHO-RELCOFRE
               FILE STATUS              IS FS-RELCOFRE.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE AGENCIAS (AGENCIAS)
      *                               LRECL = 047
      *----------------------------------------------------------------*
       FD  AGENCIAS.
       COPY '#AGENCIAS'.

      *----------------------------------------------------------------*
      *     INPUT -  LIVRO DO COFRE (COFREMOV)
      *                               LRECL = 068
      *----------------------------------------------------------------*
       FD  COFREMOV.
       COPY '#COFREMOV'.

      *----------------------------------------------------------------*
      *     INPUT -  FECHAMENTOS DE TURNO DO CAIXA (CAIXAFER)
      *                               LRECL = 071
      *----------------------------------------------------------------*
       FD  CAIXAFER.
       01  REG-CAIXAFER.
           05 FER-DATA                  PIC  9(08).
           05 FER-HORA                  PIC  9(08).
           05 FER-OPERADOR              PIC  X(10).
           05 FER-QTD-LANCAMENTOS       PIC  9(05).
           05 FER-TOTAL-DIGITADO        PIC S9(10)V99.
           05 FER-TOTAL-DECLARADO       PIC S9(10)V99.
           05 FER-QUEBRA                PIC S9(08)V99.
           05 FER-LOTE                  PIC  9(06).

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - POSICAO DE FECHAMENTO DOS COFRES (COFRESAL)
      *                               LRECL = 036
      *----------------------------------------------------------------*
       FD  COFRESAL.
       COPY '#COFRESAL'.

      *----------------------------------------------------------------*
      *     WORK  -  REGRAVACAO DA POSICAO DOS COFRES
      *                               LRECL = 036
      *----------------------------------------------------------------*
       FD  COFRETMP.
       01  REG-COFRETMP                 PIC X(036).

      *----------------------------------------------------------------*
      *     OUTPUT - CONCILIACAO DOS COFRES (RELCOFRE)
      *                               LRECL = 132
      *----------------------------------------------------------------*
       FD  RELCOFRE.
       01  REG-RELCOFRE                 PIC X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-AGENCIAS                  PIC 9(002).
       77  FS-COFREMOV                  PIC 9(002).
       77  FS-CAIXAFER                  PIC 9(002).
       77  FS-COFRESAL                  PIC 9(002).
       77  FS-COFRETMP                  PIC 9(002).
       77  FS-RELCOFRE                  PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-AGENCIAS         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-COFREMOV         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CAIXAFER         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-COFRESAL         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-COFRETMP         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RELCOFRE         PIC X(060)        VALUES SPACES.

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
           '*** VARIAVEIS DO FECHAMENTO DOS COFRES *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-PROCESSAMENTO       PIC 9(008)        VALUES ZEROS.

      *== CADASTRO DE AGENCIAS (NOME E LIMITE DE SEGURO)
       01  WRK-QT-AGENCIAS              PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-AGENCIA              PIC 9(002)        VALUES ZEROS.
       01  WRK-AGENCIA-ACHADA           PIC X(001)        VALUES "N".
           88 WRK-AGENCIA-SIM                     VALUES "S".
           88 WRK-AGENCIA-NAO                     VALUES "N".
       01  WRK-TAB-AGENCIAS.
           05 WRK-AGE-OCO               OCCURS 50 TIMES.
               10 WRK-AGE-CODIGO            PIC 9(04).
               10 WRK-AGE-NOME              PIC X(20).
               10 WRK-AGE-LIMITE-SEGURO     PIC 9(10)V99.

      *== COFRES - POSICAO ANTERIOR E MOVIMENTO DA DATA
       01  WRK-AGENCIA                  PIC 9(004)        VALUES ZEROS.
       01  WRK-QT-COFRES                PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-COFRE                PIC 9(002)        VALUES ZEROS.
       01  WRK-COFRE-ACHADO             PIC X(001)        VALUES "N".
           88 WRK-COFRE-SIM                       VALUES "S".
           88 WRK-COFRE-NAO                       VALUES "N".
       01  WRK-TAB-COFRES.
           05 WRK-CFR-OCO               OCCURS 50 TIMES.
               10 WRK-CFR-AGENCIA           PIC 9(04).
               10 WRK-CFR-DATA              PIC 9(08).
               10 WRK-CFR-ABERTURA          PIC 9(10)V99.
               10 WRK-CFR-FECHAMENTO        PIC 9(10)V99.
               10 WRK-CFR-RECEBIDO          PIC 9(10)V99.
               10 WRK-CFR-REMETIDO          PIC 9(10)V99.
               10 WRK-CFR-SUPRIDO           PIC 9(10)V99.
               10 WRK-CFR-RECOLHIDO         PIC 9(10)V99.
               10 WRK-CFR-CONTAGEM          PIC 9(10)V99.
               10 WRK-CFR-CONTOU            PIC X(01).
               10 WRK-CFR-MOVIMENTOU        PIC X(01).

      *== CAIXAS ABASTECIDOS/RECOLHIDOS NA DATA, POR AGENCIA+OPERADOR
       01  WRK-CAIXA                    PIC X(010)        VALUES SPACES.
       01  WRK-QT-CAIXAS                PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-CAIXA                PIC 9(003)        VALUES ZEROS.
       01  WRK-CAIXA-ACHADO             PIC X(001)        VALUES "N".
           88 WRK-CAIXA-SIM                       VALUES "S".
           88 WRK-CAIXA-NAO                       VALUES "N".
       01  WRK-TAB-CAIXAS.
           05 WRK-CXA-OCO               OCCURS 300 TIMES.
               10 WRK-CXA-AGENCIA           PIC 9(04).
               10 WRK-CXA-OPERADOR          PIC X(10).
               10 WRK-CXA-SUPRIDO           PIC 9(10)V99.
               10 WRK-CXA-RECOLHIDO         PIC 9(10)V99.
               10 WRK-CXA-DECLARADO         PIC S9(10)V99.
               10 WRK-CXA-TURNOS            PIC 9(03).

      *== CONCILIACAO DO COFRE
       01  WRK-ABERTURA                 PIC 9(010)V99     VALUES ZEROS.
       01  WRK-LIQUIDO-CAIXAS           PIC S9(10)V99     VALUES ZEROS.
       01  WRK-ESPERADO                 PIC S9(10)V99     VALUES ZEROS.
       01  WRK-FECHAMENTO               PIC 9(010)V99     VALUES ZEROS.
       01  WRK-DIFERENCA                PIC S9(10)V99     VALUES ZEROS.
       01  WRK-ESPERADO-CAIXA           PIC S9(10)V99     VALUES ZEROS.

       01  ACU-MOVIMENTOS               PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-TURNOS                   PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-COFRES                   PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-CONFERIDOS               PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-DIFERENCAS               PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-SEM-CONTAGEM             PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-ACIMA-SEGURO             PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-CAIXAS-DIVERGENTES       PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-IGNORADOS                PIC 9(006) COMP-3 VALUES ZEROS.

      *== LINHAS DA RELACAO DE CONCILIACAO
       01  WRK-LIN-TITULO.
           05 FILLER                    PIC X(040) VALUE
              "CONCILIACAO DOS COFRES DAS AGENCIAS -".
           05 FILLER                    PIC X(005) VALUE
              "DATA ".
           05 WRK-TIT-DATA              PIC 9(008).
           05 FILLER                    PIC X(079) VALUE SPACES.

       01  WRK-LIN-CABEC.
           05 FILLER                    PIC X(021) VALUE
              "AGEN NOME".
           05 FILLER                    PIC X(014) VALUE
              "     ABERTURA ".
           05 FILLER                    PIC X(014) VALUE
              "   RECEBIDO   ".
           05 FILLER                    PIC X(014) VALUE
              "   REMETIDO   ".
           05 FILLER                    PIC X(015) VALUE
              "  CAIXAS LIQ   ".
           05 FILLER                    PIC X(015) VALUE
              "      ESPERADO ".
           05 FILLER                    PIC X(014) VALUE
              "     CONTAGEM ".
           05 FILLER                    PIC X(025) VALUE
              "     DIFERENCA OCORRENCIA".

       01  WRK-LIN-COFRE.
           05 WRK-LIN-AGENCIA           PIC 9(004).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-NOME              PIC X(015).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-ABERTURA          PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-RECEBIDO          PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-REMETIDO          PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-CAIXAS            PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-ESPERADO          PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-CONTAGEM          PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-DIFERENCA         PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-OCORRENCIA        PIC X(010).

       01  WRK-LIN-SEGURO.
           05 FILLER                    PIC X(021) VALUE SPACES.
           05 FILLER                    PIC X(046) VALUE
              "*** COFRE FECHOU ACIMA DO LIMITE DE SEGURO DE ".
           05 WRK-LIN-LIMITE            PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(004) VALUE " ***".
           05 FILLER                    PIC X(048) VALUE SPACES.

       01  WRK-LIN-CABEC-CAIXA.
           05 FILLER                    PIC X(016) VALUE
              "AGEN CAIXA      ".
           05 FILLER                    PIC X(014) VALUE
              "      SUPRIDO ".
           05 FILLER                    PIC X(015) VALUE
              "    DECLARADO  ".
           05 FILLER                    PIC X(014) VALUE
              "    RECOLHIDO ".
           05 FILLER                    PIC X(015) VALUE
              "    DIFERENCA  ".
           05 FILLER                    PIC X(058) VALUE
              "TUR OCORRENCIA".

       01  WRK-LIN-CAIXA.
           05 WRK-LCX-AGENCIA           PIC 9(004).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LCX-OPERADOR          PIC X(010).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LCX-SUPRIDO           PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LCX-DECLARADO         PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LCX-RECOLHIDO         PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LCX-DIFERENCA         PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LCX-TURNOS            PIC ZZ9.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LCX-OCORRENCIA        PIC X(030).
           05 FILLER                    PIC X(024) VALUE SPACES.

       01  WRK-LIN-BRANCO               PIC X(132) VALUE SPACES.

       01  WRK-LIN-RODAPE               PIC X(132) VALUE
           "ESPERADO = ABERTURA + RECEBIDO - REMETIDO + (RECOLHIDO - SUP
      -    "RIDO DOS CAIXAS)   CAIXA: RECOLHIDO = SUPRIDO + DECLARADO".

       01  WRK-VALOR-ED                 PIC Z.ZZZ.ZZZ.ZZ9,99.

      *== BOOK DE MENSAGENS ERRO
       COPY "#BOOKMSG".

      *=================================================================
       PROCEDURE                                 DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       0001-PRINCIPAL                            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0100-INICIAR.
           PERFORM 0200-CONCILIA-COFRES.
           PERFORM 0300-CONCILIA-CAIXAS.
           PERFORM 0400-REGRAVA-POSICAO.
           PERFORM 0500-FINALIZAR.

       0001-PRINCIPAL-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DIR-DADOS FROM ENVIRONMENT "ATIVIDADE3_DIR".
           IF WRK-DIR-DADOS EQUAL SPACES
               MOVE "C:\ATIVIDADE3" TO WRK-DIR-DADOS
           END-IF.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\AGENCIAS.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-AGENCIAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\COFREMOV.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-COFREMOV.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CAIXAFER.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CAIXAFER.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\COFRESAL.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-COFRESAL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\COFRETMP.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-COFRETMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RELCOFRE.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RELCOFRE.

           DISPLAY "==== FECHAMENTO DIARIO DOS COFRES ====".
           DISPLAY "DATA DE PROCESSAMENTO (AAAAMMDD, BRANCO=HOJE)?".
           ACCEPT WRK-DATA-PROCESSAMENTO.
           IF WRK-DATA-PROCESSAMENTO EQUAL ZEROS
               ACCEPT WRK-DATA-PROCESSAMENTO FROM DATE YYYYMMDD
           END-IF.

           PERFORM 0110-CARREGA-AGENCIAS.
           PERFORM 0120-CARREGA-POSICAO.
           PERFORM 0130-CARREGA-MOVIMENTO.
           PERFORM 0140-CARREGA-TURNOS.

           OPEN OUTPUT RELCOFRE.
           IF FS-RELCOFRE NOT EQUAL 00
               DISPLAY "RELACAO DOS COFRES NAO ABERTA!"
               CALL "FSTATUS" USING FS-RELCOFRE WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
       0110-CARREGA-AGENCIAS                     SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT AGENCIAS.
           IF FS-AGENCIAS NOT EQUAL 00
               DISPLAY "CADASTRO DE AGENCIAS NAO ABERTO!"
               CALL "FSTATUS" USING FS-AGENCIAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           READ AGENCIAS.
           PERFORM 0111-GUARDA-AGENCIA
               UNTIL FS-AGENCIAS NOT EQUAL 00.

           CLOSE AGENCIAS.

       0110-CARREGA-AGENCIAS-FIM.                EXIT.

      *-----------------------------------------------------------------
       0111-GUARDA-AGENCIA                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-AGENCIAS LESS 50
               ADD 1 TO WRK-QT-AGENCIAS
               MOVE AGE-CODIGO   TO WRK-AGE-CODIGO(WRK-QT-AGENCIAS)
               MOVE AGE-NOME     TO WRK-AGE-NOME(WRK-QT-AGENCIAS)
               IF AGE-LIMITE-SEGURO NUMERIC
                   MOVE AGE-LIMITE-SEGURO
                             TO WRK-AGE-LIMITE-SEGURO(WRK-QT-AGENCIAS)
               ELSE
                   MOVE ZEROS
                             TO WRK-AGE-LIMITE-SEGURO(WRK-QT-AGENCIAS)
               END-IF
           END-IF.

           READ AGENCIAS.

       0111-GUARDA-AGENCIA-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0120-CARREGA-POSICAO                      SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT COFRESAL.
           IF FS-COFRESAL NOT EQUAL 00
               DISPLAY "POSICAO DOS COFRES AUSENTE - ABERTURAS ZERADAS"
               GO TO 0120-CARREGA-POSICAO-FIM
           END-IF.

           READ COFRESAL.
           PERFORM 0121-GUARDA-POSICAO
               UNTIL FS-COFRESAL NOT EQUAL 00.

           CLOSE COFRESAL.

       0120-CARREGA-POSICAO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0121-GUARDA-POSICAO                       SECTION.
      *-----------------------------------------------------------------

           MOVE CFS-AGENCIA TO WRK-AGENCIA.
           PERFORM 0150-PROCURA-COFRE.

           IF WRK-COFRE-SIM
               MOVE CFS-DATA             TO WRK-CFR-DATA(WRK-IDX-COFRE)
               MOVE CFS-SALDO-ABERTURA
                                     TO WRK-CFR-ABERTURA(WRK-IDX-COFRE)
               MOVE CFS-SALDO-FECHAMENTO
                                   TO WRK-CFR-FECHAMENTO(WRK-IDX-COFRE)
           END-IF.

           READ COFRESAL.

       0121-GUARDA-POSICAO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0130-CARREGA-MOVIMENTO                    SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT COFREMOV.
           IF FS-COFREMOV NOT EQUAL 00
               DISPLAY "LIVRO DO COFRE AUSENTE - SEM MOVIMENTO"
               GO TO 0130-CARREGA-MOVIMENTO-FIM
           END-IF.

           READ COFREMOV.
           PERFORM 0131-ACUMULA-MOVIMENTO
               UNTIL FS-COFREMOV NOT EQUAL 00.

           CLOSE COFREMOV.

       0130-CARREGA-MOVIMENTO-FIM.               EXIT.

      *-----------------------------------------------------------------
       0131-ACUMULA-MOVIMENTO                    SECTION.
      *-----------------------------------------------------------------

           IF CFM-DATA NOT EQUAL WRK-DATA-PROCESSAMENTO
               GO TO 0131-ACUMULA-MOVIMENTO-LER
           END-IF.

           ADD 1 TO ACU-MOVIMENTOS.

           MOVE CFM-AGENCIA TO WRK-AGENCIA.
           PERFORM 0150-PROCURA-COFRE.
           IF WRK-COFRE-NAO
               ADD 1 TO ACU-IGNORADOS
               GO TO 0131-ACUMULA-MOVIMENTO-LER
           END-IF.

           MOVE "S" TO WRK-CFR-MOVIMENTOU(WRK-IDX-COFRE).

           EVALUATE TRUE
               WHEN CFM-RECEBIMENTO
                   ADD CFM-VALOR TO WRK-CFR-RECEBIDO(WRK-IDX-COFRE)
               WHEN CFM-REMESSA
                   ADD CFM-VALOR TO WRK-CFR-REMETIDO(WRK-IDX-COFRE)
               WHEN CFM-SUPRIMENTO
                   ADD CFM-VALOR TO WRK-CFR-SUPRIDO(WRK-IDX-COFRE)
               WHEN CFM-RECOLHIMENTO
                   ADD CFM-VALOR TO WRK-CFR-RECOLHIDO(WRK-IDX-COFRE)
               WHEN CFM-CONTAGEM
                   MOVE CFM-VALOR TO WRK-CFR-CONTAGEM(WRK-IDX-COFRE)
                   MOVE "S"       TO WRK-CFR-CONTOU(WRK-IDX-COFRE)
           END-EVALUATE.

           IF CFM-SUPRIMENTO OR CFM-RECOLHIMENTO
               MOVE CFM-CAIXA TO WRK-CAIXA
               PERFORM 0160-PROCURA-CAIXA
               IF WRK-CAIXA-SIM
                   IF CFM-SUPRIMENTO
                       ADD CFM-VALOR TO WRK-CXA-SUPRIDO(WRK-IDX-CAIXA)
                   ELSE
                       ADD CFM-VALOR
                                   TO WRK-CXA-RECOLHIDO(WRK-IDX-CAIXA)
                   END-IF
               END-IF
           END-IF.

       0131-ACUMULA-MOVIMENTO-LER.
           READ COFREMOV.

       0131-ACUMULA-MOVIMENTO-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    DINHEIRO DECLARADO NOS FECHAMENTOS DE TURNO DA DATA - SO DOS
      *    CAIXAS QUE PASSARAM PELO COFRE; O TURNO DE OPERADOR SEM
      *    MOVIMENTO DE COFRE ENTRA NA AGENCIA 0000 PARA SER APONTADO
      *-----------------------------------------------------------------
       0140-CARREGA-TURNOS                       SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CAIXAFER.
           IF FS-CAIXAFER NOT EQUAL 00
               DISPLAY "FECHAMENTOS DE CAIXA AUSENTES"
               GO TO 0140-CARREGA-TURNOS-FIM
           END-IF.

           READ CAIXAFER.
           PERFORM 0141-ACUMULA-TURNO
               UNTIL FS-CAIXAFER NOT EQUAL 00.

           CLOSE CAIXAFER.

       0140-CARREGA-TURNOS-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0141-ACUMULA-TURNO                        SECTION.
      *-----------------------------------------------------------------

           IF FER-DATA NOT EQUAL WRK-DATA-PROCESSAMENTO
               GO TO 0141-ACUMULA-TURNO-LER
           END-IF.

           ADD 1 TO ACU-TURNOS.

           SET WRK-CAIXA-NAO TO TRUE.
           PERFORM 0142-COMPARA-OPERADOR
               VARYING WRK-IDX-CAIXA FROM 1 BY 1
               UNTIL WRK-IDX-CAIXA GREATER WRK-QT-CAIXAS
                  OR WRK-CAIXA-SIM.

           IF WRK-CAIXA-SIM
               SUBTRACT 1 FROM WRK-IDX-CAIXA
           ELSE
               MOVE ZEROS        TO WRK-AGENCIA
               MOVE FER-OPERADOR TO WRK-CAIXA
               PERFORM 0160-PROCURA-CAIXA
           END-IF.

           IF WRK-CAIXA-SIM
               ADD FER-TOTAL-DECLARADO
                                   TO WRK-CXA-DECLARADO(WRK-IDX-CAIXA)
               ADD 1               TO WRK-CXA-TURNOS(WRK-IDX-CAIXA)
           END-IF.

       0141-ACUMULA-TURNO-LER.
           READ CAIXAFER.

       0141-ACUMULA-TURNO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0142-COMPARA-OPERADOR                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-CXA-OPERADOR(WRK-IDX-CAIXA) EQUAL FER-OPERADOR
               SET WRK-CAIXA-SIM TO TRUE
           END-IF.

       0142-COMPARA-OPERADOR-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    PROCURA O COFRE DE WRK-AGENCIA NA TABELA; NAO ACHANDO, ABRE
      *    UMA POSICAO NOVA (COFRE SEM FECHAMENTO ANTERIOR)
      *-----------------------------------------------------------------
       0150-PROCURA-COFRE                        SECTION.
      *-----------------------------------------------------------------

           SET WRK-COFRE-NAO TO TRUE.
           PERFORM 0151-COMPARA-COFRE
               VARYING WRK-IDX-COFRE FROM 1 BY 1
               UNTIL WRK-IDX-COFRE GREATER WRK-QT-COFRES
                  OR WRK-COFRE-SIM.

           IF WRK-COFRE-SIM
               SUBTRACT 1 FROM WRK-IDX-COFRE
               GO TO 0150-PROCURA-COFRE-FIM
           END-IF.

           IF WRK-QT-COFRES NOT LESS 50
               DISPLAY "TABELA DE COFRES CHEIA (50) - AGENCIA "
                       WRK-AGENCIA " IGNORADA"
               GO TO 0150-PROCURA-COFRE-FIM
           END-IF.

           ADD 1 TO WRK-QT-COFRES.
           MOVE WRK-QT-COFRES TO WRK-IDX-COFRE.
           INITIALIZE WRK-CFR-OCO(WRK-IDX-COFRE).
           MOVE WRK-AGENCIA   TO WRK-CFR-AGENCIA(WRK-IDX-COFRE).
           MOVE "N"           TO WRK-CFR-CONTOU(WRK-IDX-COFRE).
           MOVE "N"           TO WRK-CFR-MOVIMENTOU(WRK-IDX-COFRE).
           SET WRK-COFRE-SIM TO TRUE.

       0150-PROCURA-COFRE-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0151-COMPARA-COFRE                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-CFR-AGENCIA(WRK-IDX-COFRE) EQUAL WRK-AGENCIA
               SET WRK-COFRE-SIM TO TRUE
           END-IF.

       0151-COMPARA-COFRE-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    PROCURA O CAIXA WRK-AGENCIA+WRK-CAIXA; NAO ACHANDO, INCLUI
      *-----------------------------------------------------------------
       0160-PROCURA-CAIXA                        SECTION.
      *-----------------------------------------------------------------

           SET WRK-CAIXA-NAO TO TRUE.
           PERFORM 0161-COMPARA-CAIXA
               VARYING WRK-IDX-CAIXA FROM 1 BY 1
               UNTIL WRK-IDX-CAIXA GREATER WRK-QT-CAIXAS
                  OR WRK-CAIXA-SIM.

           IF WRK-CAIXA-SIM
               SUBTRACT 1 FROM WRK-IDX-CAIXA
               GO TO 0160-PROCURA-CAIXA-FIM
           END-IF.

           IF WRK-QT-CAIXAS NOT LESS 300
               DISPLAY "TABELA DE CAIXAS CHEIA (300) - CAIXA "
                       WRK-CAIXA " IGNORADO"
               GO TO 0160-PROCURA-CAIXA-FIM
           END-IF.

           ADD 1 TO WRK-QT-CAIXAS.
           MOVE WRK-QT-CAIXAS TO WRK-IDX-CAIXA.
           INITIALIZE WRK-CXA-OCO(WRK-IDX-CAIXA).
           MOVE WRK-AGENCIA   TO WRK-CXA-AGENCIA(WRK-IDX-CAIXA).
           MOVE WRK-CAIXA     TO WRK-CXA-OPERADOR(WRK-IDX-CAIXA).
           SET WRK-CAIXA-SIM TO TRUE.

       0160-PROCURA-CAIXA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0161-COMPARA-CAIXA                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-CXA-AGENCIA(WRK-IDX-CAIXA)  EQUAL WRK-AGENCIA
              AND WRK-CXA-OPERADOR(WRK-IDX-CAIXA) EQUAL WRK-CAIXA
               SET WRK-CAIXA-SIM TO TRUE
           END-IF.

       0161-COMPARA-CAIXA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0200-CONCILIA-COFRES                      SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DATA-PROCESSAMENTO TO WRK-TIT-DATA.
           WRITE REG-RELCOFRE FROM WRK-LIN-TITULO.
           WRITE REG-RELCOFRE FROM WRK-LIN-BRANCO.
           WRITE REG-RELCOFRE FROM WRK-LIN-CABEC.

           PERFORM 0210-CONCILIA-COFRE
               VARYING WRK-IDX-COFRE FROM 1 BY 1
               UNTIL WRK-IDX-COFRE GREATER WRK-QT-COFRES.

       0200-CONCILIA-COFRES-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0210-CONCILIA-COFRE                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-CFR-DATA(WRK-IDX-COFRE) GREATER WRK-DATA-PROCESSAMENTO
               DISPLAY "COFRE DA AGENCIA "
                       WRK-CFR-AGENCIA(WRK-IDX-COFRE)
                       " JA FECHADO EM " WRK-CFR-DATA(WRK-IDX-COFRE)
                       " - NAO CONCILIADO"
               ADD 1 TO ACU-IGNORADOS
               GO TO 0210-CONCILIA-COFRE-FIM
           END-IF.

      *== REEXECUCAO DA MESMA DATA PARTE DA ABERTURA JA GUARDADA
           IF WRK-CFR-DATA(WRK-IDX-COFRE) EQUAL WRK-DATA-PROCESSAMENTO
               MOVE WRK-CFR-ABERTURA(WRK-IDX-COFRE)   TO WRK-ABERTURA
           ELSE
               MOVE WRK-CFR-FECHAMENTO(WRK-IDX-COFRE) TO WRK-ABERTURA
           END-IF.

           IF WRK-CFR-MOVIMENTOU(WRK-IDX-COFRE) NOT EQUAL "S"
              AND WRK-ABERTURA EQUAL ZEROS
               GO TO 0210-CONCILIA-COFRE-FIM
           END-IF.

           ADD 1 TO ACU-COFRES.

           COMPUTE WRK-LIQUIDO-CAIXAS =
                   WRK-CFR-RECOLHIDO(WRK-IDX-COFRE)
                 - WRK-CFR-SUPRIDO(WRK-IDX-COFRE).
           COMPUTE WRK-ESPERADO = WRK-ABERTURA
                                + WRK-CFR-RECEBIDO(WRK-IDX-COFRE)
                                - WRK-CFR-REMETIDO(WRK-IDX-COFRE)
                                + WRK-LIQUIDO-CAIXAS.

           MOVE WRK-CFR-AGENCIA(WRK-IDX-COFRE) TO WRK-AGENCIA.
           PERFORM 0220-PROCURA-AGENCIA.

           MOVE WRK-AGENCIA                      TO WRK-LIN-AGENCIA.
           MOVE WRK-ABERTURA                     TO WRK-LIN-ABERTURA.
           MOVE WRK-CFR-RECEBIDO(WRK-IDX-COFRE)  TO WRK-LIN-RECEBIDO.
           MOVE WRK-CFR-REMETIDO(WRK-IDX-COFRE)  TO WRK-LIN-REMETIDO.
           MOVE WRK-LIQUIDO-CAIXAS               TO WRK-LIN-CAIXAS.
           MOVE WRK-ESPERADO                     TO WRK-LIN-ESPERADO.

           IF WRK-CFR-CONTOU(WRK-IDX-COFRE) EQUAL "S"
               MOVE WRK-CFR-CONTAGEM(WRK-IDX-COFRE) TO WRK-FECHAMENTO
               COMPUTE WRK-DIFERENCA = WRK-FECHAMENTO - WRK-ESPERADO
               MOVE WRK-FECHAMENTO               TO WRK-LIN-CONTAGEM
               MOVE WRK-DIFERENCA                TO WRK-LIN-DIFERENCA
               IF WRK-DIFERENCA EQUAL ZEROS
                   MOVE "CONFERIDO"              TO WRK-LIN-OCORRENCIA
                   ADD 1 TO ACU-CONFERIDOS
               ELSE
                   MOVE "DIFERENCA"              TO WRK-LIN-OCORRENCIA
                   ADD 1 TO ACU-DIFERENCAS
               END-IF
           ELSE
               IF WRK-ESPERADO LESS ZEROS
                   MOVE ZEROS                    TO WRK-FECHAMENTO
               ELSE
                   MOVE WRK-ESPERADO             TO WRK-FECHAMENTO
               END-IF
               MOVE ZEROS                        TO WRK-LIN-CONTAGEM
               MOVE ZEROS                        TO WRK-LIN-DIFERENCA
               MOVE "SEM CONTAG"                 TO WRK-LIN-OCORRENCIA
               ADD 1 TO ACU-SEM-CONTAGEM
           END-IF.

           WRITE REG-RELCOFRE FROM WRK-LIN-COFRE.

           IF WRK-AGENCIA-SIM
              AND WRK-AGE-LIMITE-SEGURO(WRK-IDX-AGENCIA) GREATER ZEROS
              AND WRK-FECHAMENTO
                  GREATER WRK-AGE-LIMITE-SEGURO(WRK-IDX-AGENCIA)
               MOVE WRK-AGE-LIMITE-SEGURO(WRK-IDX-AGENCIA)
                                                 TO WRK-LIN-LIMITE
               WRITE REG-RELCOFRE FROM WRK-LIN-SEGURO
               ADD 1 TO ACU-ACIMA-SEGURO
           END-IF.

           MOVE WRK-DATA-PROCESSAMENTO TO WRK-CFR-DATA(WRK-IDX-COFRE).
           MOVE WRK-ABERTURA   TO WRK-CFR-ABERTURA(WRK-IDX-COFRE).
           MOVE WRK-FECHAMENTO TO WRK-CFR-FECHAMENTO(WRK-IDX-COFRE).

       0210-CONCILIA-COFRE-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0220-PROCURA-AGENCIA                      SECTION.
      *-----------------------------------------------------------------

           SET WRK-AGENCIA-NAO TO TRUE.
           PERFORM 0221-COMPARA-AGENCIA
               VARYING WRK-IDX-AGENCIA FROM 1 BY 1
               UNTIL WRK-IDX-AGENCIA GREATER WRK-QT-AGENCIAS
                  OR WRK-AGENCIA-SIM.

           IF WRK-AGENCIA-SIM
               SUBTRACT 1 FROM WRK-IDX-AGENCIA
               MOVE WRK-AGE-NOME(WRK-IDX-AGENCIA) TO WRK-LIN-NOME
           ELSE
               MOVE "NAO CADASTRADA"      TO WRK-LIN-NOME
           END-IF.

       0220-PROCURA-AGENCIA-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0221-COMPARA-AGENCIA                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-AGE-CODIGO(WRK-IDX-AGENCIA) EQUAL WRK-AGENCIA
               SET WRK-AGENCIA-SIM TO TRUE
           END-IF.

       0221-COMPARA-AGENCIA-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    CAIXAS: O RECOLHIDO AO COFRE TEM DE SER O SUPRIDO MAIS O
      *    DINHEIRO DECLARADO NO FECHAMENTO DO TURNO
      *-----------------------------------------------------------------
       0300-CONCILIA-CAIXAS                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-CAIXAS EQUAL ZEROS
               GO TO 0300-CONCILIA-CAIXAS-FIM
           END-IF.

           WRITE REG-RELCOFRE FROM WRK-LIN-BRANCO.
           WRITE REG-RELCOFRE FROM WRK-LIN-CABEC-CAIXA.

           PERFORM 0310-CONCILIA-CAIXA
               VARYING WRK-IDX-CAIXA FROM 1 BY 1
               UNTIL WRK-IDX-CAIXA GREATER WRK-QT-CAIXAS.

       0300-CONCILIA-CAIXAS-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0310-CONCILIA-CAIXA                       SECTION.
      *-----------------------------------------------------------------

           COMPUTE WRK-ESPERADO-CAIXA =
                   WRK-CXA-SUPRIDO(WRK-IDX-CAIXA)
                 + WRK-CXA-DECLARADO(WRK-IDX-CAIXA).
           COMPUTE WRK-DIFERENCA = WRK-CXA-RECOLHIDO(WRK-IDX-CAIXA)
                                 - WRK-ESPERADO-CAIXA.

           MOVE WRK-CXA-AGENCIA(WRK-IDX-CAIXA)   TO WRK-LCX-AGENCIA.
           MOVE WRK-CXA-OPERADOR(WRK-IDX-CAIXA)  TO WRK-LCX-OPERADOR.
           MOVE WRK-CXA-SUPRIDO(WRK-IDX-CAIXA)   TO WRK-LCX-SUPRIDO.
           MOVE WRK-CXA-DECLARADO(WRK-IDX-CAIXA) TO WRK-LCX-DECLARADO.
           MOVE WRK-CXA-RECOLHIDO(WRK-IDX-CAIXA) TO WRK-LCX-RECOLHIDO.
           MOVE WRK-DIFERENCA                    TO WRK-LCX-DIFERENCA.
           MOVE WRK-CXA-TURNOS(WRK-IDX-CAIXA)    TO WRK-LCX-TURNOS.

           EVALUATE TRUE
               WHEN WRK-CXA-AGENCIA(WRK-IDX-CAIXA) EQUAL ZEROS
                   MOVE "TURNO SEM MOVIMENTO DE COFRE"
                                                 TO WRK-LCX-OCORRENCIA
                   ADD 1 TO ACU-CAIXAS-DIVERGENTES
               WHEN WRK-CXA-RECOLHIDO(WRK-IDX-CAIXA) EQUAL ZEROS
                   MOVE "CAIXA NAO RECOLHIDO AO COFRE"
                                                 TO WRK-LCX-OCORRENCIA
                   ADD 1 TO ACU-CAIXAS-DIVERGENTES
               WHEN WRK-DIFERENCA NOT EQUAL ZEROS
                   MOVE "RECOLHIMENTO DIVERGENTE"
                                                 TO WRK-LCX-OCORRENCIA
                   ADD 1 TO ACU-CAIXAS-DIVERGENTES
               WHEN OTHER
                   MOVE "CONFERIDO"              TO WRK-LCX-OCORRENCIA
           END-EVALUATE.

           WRITE REG-RELCOFRE FROM WRK-LIN-CAIXA.

       0310-CONCILIA-CAIXA-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    REGRAVA A POSICAO DOS COFRES A PARTIR DA TABELA - ESQUEMA DE
      *    ARQUIVO DE TRABALHO DO PRGPURGA
      *-----------------------------------------------------------------
       0400-REGRAVA-POSICAO                      SECTION.
      *-----------------------------------------------------------------

           WRITE REG-RELCOFRE FROM WRK-LIN-BRANCO.
           WRITE REG-RELCOFRE FROM WRK-LIN-RODAPE.

           OPEN OUTPUT COFRETMP.
           PERFORM 0410-GRAVA-POSICAO
               VARYING WRK-IDX-COFRE FROM 1 BY 1
               UNTIL WRK-IDX-COFRE GREATER WRK-QT-COFRES.
           CLOSE COFRETMP.

           OPEN OUTPUT COFRESAL.
           IF FS-COFRESAL NOT EQUAL 00
               DISPLAY "POSICAO DOS COFRES NAO REGRAVADA!"
               CALL "FSTATUS" USING FS-COFRESAL WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               GO TO 0400-REGRAVA-POSICAO-FIM
           END-IF.
           OPEN INPUT  COFRETMP.

           READ COFRETMP.
           PERFORM 0420-COPIA-POSICAO
               UNTIL FS-COFRETMP NOT EQUAL 00.

           CLOSE COFRETMP.
           CLOSE COFRESAL.

       0400-REGRAVA-POSICAO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0410-GRAVA-POSICAO                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-CFR-DATA(WRK-IDX-COFRE) EQUAL ZEROS
               GO TO 0410-GRAVA-POSICAO-FIM
           END-IF.

           MOVE WRK-CFR-AGENCIA(WRK-IDX-COFRE)    TO CFS-AGENCIA.
           MOVE WRK-CFR-DATA(WRK-IDX-COFRE)       TO CFS-DATA.
           MOVE WRK-CFR-ABERTURA(WRK-IDX-COFRE)   TO CFS-SALDO-ABERTURA.
           MOVE WRK-CFR-FECHAMENTO(WRK-IDX-COFRE)
                                               TO CFS-SALDO-FECHAMENTO.
           WRITE REG-COFRETMP FROM REG-COFRESAL.

       0410-GRAVA-POSICAO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0420-COPIA-POSICAO                        SECTION.
      *-----------------------------------------------------------------

           WRITE REG-COFRESAL FROM REG-COFRETMP.

           READ COFRETMP.

       0420-COPIA-POSICAO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0500-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE RELCOFRE.

           MOVE "RELCOFRE"             TO WRK-SPL-RELATORIO.
           MOVE "PRGCOFDI"             TO WRK-SPL-PROGRAMA.
           MOVE WRK-CAMINHO-RELCOFRE   TO WRK-SPL-ARQUIVO.
           MOVE "OPERACOES"            TO WRK-SPL-DESTINATARIO.
           CALL "SPOOLREG" USING WRK-SPOOL.

           DISPLAY WRK-LINHA.
           DISPLAY "MOVIMENTOS DO COFRE.: " ACU-MOVIMENTOS.
           DISPLAY "TURNOS DE CAIXA.....: " ACU-TURNOS.
           DISPLAY "COFRES CONCILIADOS..: " ACU-COFRES.
           DISPLAY "CONFERIDOS..........: " ACU-CONFERIDOS.
           DISPLAY "COM DIFERENCA.......: " ACU-DIFERENCAS.
           DISPLAY "SEM CONTAGEM........: " ACU-SEM-CONTAGEM.
           DISPLAY "ACIMA DO SEGURO.....: " ACU-ACIMA-SEGURO.
           DISPLAY "CAIXAS DIVERGENTES..: " ACU-CAIXAS-DIVERGENTES.
           DISPLAY "IGNORADOS...........: " ACU-IGNORADOS.
           DISPLAY "RELACAO GRAVADA.....: " WRK-CAMINHO-RELCOFRE.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           IF ACU-DIFERENCAS         GREATER ZEROS
              OR ACU-SEM-CONTAGEM    GREATER ZEROS
              OR ACU-ACIMA-SEGURO    GREATER ZEROS
              OR ACU-CAIXAS-DIVERGENTES GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0500-FINALIZAR-FIM.                       EXIT.
