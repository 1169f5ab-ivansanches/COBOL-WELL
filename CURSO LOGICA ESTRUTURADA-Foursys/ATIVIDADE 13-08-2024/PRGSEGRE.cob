       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGSEGRE.
      *=================================================================
      * PROGRAMA   : PRGSEGRE
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: RELATORIO PERIODICO DE VIOLACAO DE SEGREGACAO DE
      *              FUNCOES. JUNTA NUMA TABELA DE EVENTOS (OPERADOR,
      *              DATA, EVENTO E OBJETO) AS TRILHAS QUE CARIMBAM O
      *              OPERADOR - AUDITCLI.txt, AUDITCTA.txt, PENDAPRV.txt
      *              (QUEM DEIXOU E QUEM APROVOU), ESCDISP.txt (DECISAO
      *              DO SUPERVISOR SOBRE O ESCALADO) E CAIXAFER.txt
      *              (TURNO E LOTE DO PRGCAIXA) - E CONFRONTA COM AS
      *              REGRAS DO SEGREGRA.txt (BOOK #SEGREGRA), MANTIDAS
      *              PELO COMPLIANCE: CONFLITO ENTRE DOIS EVENTOS DO
      *              MESMO OPERADOR, ATIVIDADE DE OPERADOR BLOQUEADO E
      *              ATIVIDADE SEM SIGN-ON NO DIA (SIGNLOG.txt). AS DUAS
      *              ULTIMAS SO OLHAM OPERADOR CADASTRADO NO
      *              OPERADORES.txt (CARIMBO DE BATCH NAO E PESSOA).
      *              SEM O SEGREGRA.txt VALEM AS REGRAS PADRAO DA CASA.
      *              O PERIODO E INFORMADO (BRANCO = TUDO) E AS
      *              OCORRENCIAS SAEM EM RELSEGRE.txt PARA O COMPLIANCE.
      *              TRILHA AUSENTE E AVISADA E NAO E VERIFICADA
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  SEGREGRA              INPUT                  #SEGREGRA
      *  OPERADORES            INPUT                  #OPERADOR
      *  SIGNLOG               INPUT
      *  AUDITCLI              INPUT                  #AUDITCLI
      *  AUDITCTA              INPUT                  #AUDITCTA
      *  PENDAPRV              INPUT                  #PENDAPRV
      *  ESCDISP               INPUT                  #ESCDISP
      *  CAIXAFER              INPUT
      *  RELSEGRE              OUTPUT
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
           SELECT SEGREGRA              ASSIGN TO
                                        WRK-CAMINHO-SEGREGRA
               FILE STATUS              IS FS-SEGREGRA.

           SELECT OPERADORES ASSIGN TO
           "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\OPERADORES.txt"
               FILE STATUS              IS FS-OPERADORES.

           SELECT SIGNLOG ASSIGN TO
           "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\SIGNLOG.txt"
               FILE STATUS              IS FS-SIGNLOG.

           SELECT AUDITCLI ASSIGN TO
           "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\AUDITCLI.txt"
               FILE STATUS              IS FS-AUDITCLI.

           SELECT AUDITCTA ASSIGN TO
           "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\AUDITCTA.txt"
               FILE STATUS              IS FS-AUDITCTA.

           SELECT PENDAPRV ASSIGN TO
           "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\PENDAPRV.txt"
               FILE STATUS              IS FS-PENDAPRV.

           SELECT ESCDISP               ASSIGN TO
                                        WRK-CAMINHO-ESCDISP
               FILE STATUS              IS FS-ESCDISP.

           SELECT CAIXAFER              ASSIGN TO
                                        WRK-CAMINHO-CAIXAFER
               FILE STATUS              IS FS-CAIXAFER.

           SELECT RELSEGRE              ASSIGN TO
                                        WRK-CAMINHO-RELSEGRE
               FILE STATUS              IS FS-RELSEGRE.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT -  REGRAS DE SEGREGACAO DE FUNCOES (SEGREGRA)
      *                               LRECL = 051
      *----------------------------------------------------------------*
       FD  SEGREGRA.
       COPY '#SEGREGRA'.

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE OPERADORES (OPERADORES)
      *                               LRECL = 050
      *----------------------------------------------------------------*
       FD  OPERADORES.
       COPY '#OPERADOR'.

      *----------------------------------------------------------------*
      *     INPUT -  LOG DE SIGN-ON (SIGNLOG) - LAYOUT DO PRGMENU
      *                               LRECL = 028
      *----------------------------------------------------------------*
       FD  SIGNLOG.
       01  REG-SIGNLOG.
           05 LOG-DATA                  PIC  9(08).
           05 LOG-HORA                  PIC  9(08).
           05 LOG-CODIGO                PIC  X(10).
           05 LOG-RESULTADO             PIC  X(02).

      *----------------------------------------------------------------*
      *     INPUT -  AUDITORIA DE CLIENTES (AUDITCLI)
      *                               LRECL = 101
      *----------------------------------------------------------------*
       FD  AUDITCLI.
       COPY '#AUDITCLI'.

      *----------------------------------------------------------------*
      *     INPUT -  AUDITORIA DE CONTAS (AUDITCTA)
      *                               LRECL = 054
      *----------------------------------------------------------------*
       FD  AUDITCTA.
       COPY '#AUDITCTA'.

      *----------------------------------------------------------------*
      *     INPUT -  PENDENCIAS DE APROVACAO (PENDAPRV)
      *                               LRECL = 126
      *----------------------------------------------------------------*
       FD  PENDAPRV.
       COPY '#PENDAPRV'.

      *----------------------------------------------------------------*
      *     INPUT -  DISPOSICOES DA FILA DE ESCALADOS (ESCDISP)
      *                               LRECL = 060
      *----------------------------------------------------------------*
       FD  ESCDISP.
       COPY '#ESCDISP'.

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
      *     OUTPUT - RELATORIO DE SEGREGACAO DE FUNCOES (RELSEGRE)
      *                               LRECL = 132
      *----------------------------------------------------------------*
       FD  RELSEGRE.
       01  REG-RELSEGRE                 PIC X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-SEGREGRA                  PIC 9(002).
       77  FS-OPERADORES                PIC 9(002).
       77  FS-SIGNLOG                   PIC 9(002).
       77  FS-AUDITCLI                  PIC 9(002).
       77  FS-AUDITCTA                  PIC 9(002).
       77  FS-PENDAPRV                  PIC 9(002).
       77  FS-ESCDISP                   PIC 9(002).
       77  FS-CAIXAFER                  PIC 9(002).
       77  FS-RELSEGRE                  PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-SEGREGRA         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-ESCDISP          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CAIXAFER         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RELSEGRE         PIC X(060)        VALUES SPACES.

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
           '*** VARIAVEIS DA SEGREGACAO DE FUNCOES *** '.
      *-----------------------------------------------------------------

      *== PERIODO DO RELATORIO (BRANCO = TUDO)
       01  WRK-DATA-INICIAL             PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-FINAL               PIC 9(008)        VALUES ZEROS.

      *== REGRAS DO SEGREGRA.txt (OU AS PADRAO)
       01  WRK-QT-REGRAS                PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-REGRA                PIC 9(002)        VALUES ZEROS.
       01  WRK-REGRAS-PADRAO            PIC X(001)        VALUES "N".
           88 WRK-USA-REGRAS-PADRAO               VALUES "S".
       01  WRK-TAB-REGRAS.
           05 WRK-RGR-OCO               OCCURS 50 TIMES.
               10 WRK-RGR-CODIGO            PIC X(04).
               10 WRK-RGR-TIPO              PIC X(01).
               10 WRK-RGR-EVENTO-1          PIC X(02).
               10 WRK-RGR-EVENTO-2          PIC X(02).
               10 WRK-RGR-MESMO-OBJETO      PIC X(01).
               10 WRK-RGR-MESMO-DIA         PIC X(01).
               10 WRK-RGR-DESCRICAO         PIC X(40).
               10 WRK-RGR-OCORRENCIAS       PIC 9(05)     COMP-3.

      *== OPERADORES CADASTRADOS (PESSOAS)
       01  WRK-QT-OPERADORES            PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-OPE                  PIC 9(003)        VALUES ZEROS.
       01  WRK-OPERADORES-LIDOS         PIC X(001)        VALUES "N".
           88 WRK-TEM-OPERADORES                  VALUES "S".
       01  WRK-OPE-CADASTRO             PIC X(001)        VALUES "N".
           88 WRK-OPE-CADASTRADO                  VALUES "S".
           88 WRK-OPE-NAO-CADASTRADO              VALUES "N".
       01  WRK-TAB-OPERADORES.
           05 WRK-OPE-CODIGO            PIC X(10) OCCURS 500 TIMES.

      *== SIGN-ON "OK" POR DIA E OPERADOR NO PERIODO
       01  WRK-QT-SIGNON                PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-SIG                  PIC 9(004)        VALUES ZEROS.
       01  WRK-SIGNON-DIA               PIC X(001)        VALUES "N".
           88 WRK-COM-SIGNON                      VALUES "S".
           88 WRK-SEM-SIGNON                      VALUES "N".
       01  WRK-TAB-SIGNON.
           05 WRK-SIG-OCO               OCCURS 5000 TIMES.
               10 WRK-SIG-DATA              PIC 9(08).
               10 WRK-SIG-OPERADOR          PIC X(10).

      *== BLOQUEIOS (BL) E DESBLOQUEIOS (DS) NA ORDEM DO SIGNLOG
       01  WRK-QT-BLOQUEIOS             PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-BLQ                  PIC 9(004)        VALUES ZEROS.
       01  WRK-ESTADO-DIA               PIC X(001)        VALUES "N".
           88 WRK-BLOQUEADO-DIA                   VALUES "S".
           88 WRK-LIVRE-DIA                       VALUES "N".
       01  WRK-TAB-BLOQUEIOS.
           05 WRK-BLQ-OCO               OCCURS 3000 TIMES.
               10 WRK-BLQ-DATA              PIC 9(08).
               10 WRK-BLQ-OPERADOR          PIC X(10).
               10 WRK-BLQ-ESTADO            PIC X(01).

      *== EVENTOS DAS TRILHAS NO PERIODO
       01  WRK-QT-EVENTOS               PIC 9(005)        VALUES ZEROS.
       01  WRK-IDX-EVT                  PIC 9(005)        VALUES ZEROS.
       01  WRK-IDX-PAR                  PIC 9(005)        VALUES ZEROS.
       01  WRK-IDX-ACHADO               PIC 9(005)        VALUES ZEROS.
       01  WRK-TAB-EVENTOS.
           05 WRK-EVT-OCO               OCCURS 9000 TIMES.
               10 WRK-EVT-CODIGO            PIC X(02).
               10 WRK-EVT-DATA              PIC 9(08).
               10 WRK-EVT-OPERADOR          PIC X(10).
               10 WRK-EVT-OBJETO            PIC X(20).
               10 WRK-EVT-DATA-REAL         PIC X(01).

      *== EVENTO EM MONTAGEM (0390-GUARDA-EVENTO)
       01  WRK-NOVO-CODIGO              PIC X(002)        VALUES SPACES.
       01  WRK-NOVO-DATA                PIC 9(008)        VALUES ZEROS.
       01  WRK-NOVO-OPERADOR            PIC X(010)        VALUES SPACES.
       01  WRK-NOVO-OBJETO              PIC X(020)        VALUES SPACES.
       01  WRK-NOVO-DATA-REAL           PIC X(001)        VALUES "S".
       01  WRK-DATA-FILTRO              PIC 9(008)        VALUES ZEROS.

       01  ACU-EVENTOS-FORA             PIC 9(007) COMP-3 VALUES ZEROS.
       01  ACU-SIGNON-FORA              PIC 9(007) COMP-3 VALUES ZEROS.
       01  ACU-BLOQUEIOS-FORA           PIC 9(007) COMP-3 VALUES ZEROS.
       01  ACU-REGRAS-FORA              PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-REGRAS-INVALIDAS         PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-TRILHAS-AUSENTES         PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-OCORRENCIAS              PIC 9(007) COMP-3 VALUES ZEROS.

      *-----------------------------------------------------------------
      *    LINHAS DO RELATORIO
      *-----------------------------------------------------------------
       01  WRK-LIN-TEXTO                PIC X(132)        VALUES SPACES.
       01  WRK-LIN-BRANCO               PIC X(132)        VALUES SPACES.
       01  WRK-QTD-ED                   PIC ZZ.ZZ9.

       01  WRK-LIN-CABEC.
           05 FILLER                    PIC X(005) VALUE "REGR".
           05 FILLER                    PIC X(011) VALUE "OPERADOR".
           05 FILLER                    PIC X(009) VALUE "DATA".
           05 FILLER                    PIC X(024) VALUE
              "EV OBJETO".
           05 FILLER                    PIC X(009) VALUE "DATA".
           05 FILLER                    PIC X(024) VALUE
              "EV OBJETO / SITUACAO".
           05 FILLER                    PIC X(050) VALUE
              "DESCRICAO DA REGRA".

       01  WRK-LIN-OCORRENCIA.
           05 WRK-LOC-REGRA             PIC X(004).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LOC-OPERADOR          PIC X(010).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LOC-DATA-1            PIC 9(008).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LOC-EVENTO-1          PIC X(002).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LOC-OBJETO-1          PIC X(020).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LOC-DATA-2            PIC X(008).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LOC-EVENTO-2          PIC X(002).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LOC-OBJETO-2          PIC X(020).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LOC-DESCRICAO         PIC X(040).
           05 FILLER                    PIC X(010) VALUE SPACES.

       01  WRK-LIN-RESUMO.
           05 FILLER                    PIC X(006) VALUE "REGRA ".
           05 WRK-LRS-REGRA             PIC X(004).
           05 FILLER                    PIC X(003) VALUE " - ".
           05 WRK-LRS-TIPO              PIC X(001).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LRS-EVENTO-1          PIC X(002).
           05 FILLER                    PIC X(001) VALUE "/".
           05 WRK-LRS-EVENTO-2          PIC X(002).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LRS-DESCRICAO         PIC X(040).
           05 FILLER                    PIC X(003) VALUE " : ".
           05 WRK-LRS-QTD               PIC ZZ.ZZ9.
           05 FILLER                    PIC X(015) VALUE
              " OCORRENCIA(S)".
           05 FILLER                    PIC X(047) VALUE SPACES.

      *== BOOK DE MENSAGENS ERRO
       COPY "#BOOKMSG".

      *=================================================================
       PROCEDURE                                 DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       0001-PRINCIPAL                            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0100-INICIAR.
           PERFORM 0200-CARREGA-REGRAS.
           PERFORM 0250-CARREGA-OPERADORES.
           PERFORM 0270-CARREGA-SIGNLOG.
           PERFORM 0300-CARREGA-EVENTOS.
           PERFORM 0500-APLICA-REGRAS.
           PERFORM 0990-FINALIZAR.

       0001-PRINCIPAL-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DIR-DADOS FROM ENVIRONMENT "ATIVIDADE3_DIR".
           IF WRK-DIR-DADOS EQUAL SPACES
               MOVE "C:\ATIVIDADE3" TO WRK-DIR-DADOS
           END-IF.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\SEGREGRA.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-SEGREGRA.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\ESCDISP.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-ESCDISP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CAIXAFER.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CAIXAFER.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RELSEGRE.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RELSEGRE.

           DISPLAY "==== SEGREGACAO DE FUNCOES - OCORRENCIAS ====".
           DISPLAY "DATA INICIAL (AAAAMMDD, BRANCO=TODAS)?".
           ACCEPT WRK-DATA-INICIAL.
           DISPLAY "DATA FINAL (AAAAMMDD, BRANCO=TODAS)?".
           ACCEPT WRK-DATA-FINAL.
           IF WRK-DATA-FINAL EQUAL ZEROS
               MOVE 99999999 TO WRK-DATA-FINAL
           END-IF.

           IF WRK-DATA-INICIAL GREATER WRK-DATA-FINAL
               DISPLAY "PERIODO INVALIDO - NADA FEITO."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELSEGRE.
           IF FS-RELSEGRE NOT EQUAL 00
               DISPLAY "RELSEGRE.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-RELSEGRE WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    REGRAS DO COMPLIANCE - SEM O ARQUIVO VALEM AS PADRAO
      *-----------------------------------------------------------------
       0200-CARREGA-REGRAS                       SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT SEGREGRA.
           IF FS-SEGREGRA NOT EQUAL 00
               DISPLAY "SEGREGRA.txt AUSENTE - VALEM AS REGRAS PADRAO"
               PERFORM 0220-REGRAS-PADRAO
               GO TO 0200-CARREGA-REGRAS-FIM
           END-IF.

           READ SEGREGRA.
           PERFORM 0210-GUARDA-REGRA
               UNTIL FS-SEGREGRA NOT EQUAL 00.

           CLOSE SEGREGRA.

           IF WRK-QT-REGRAS EQUAL ZEROS
               DISPLAY "SEGREGRA.txt SEM REGRA VALIDA - VALEM AS "
                   "REGRAS PADRAO"
               PERFORM 0220-REGRAS-PADRAO
           END-IF.

       0200-CARREGA-REGRAS-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0210-GUARDA-REGRA                         SECTION.
      *-----------------------------------------------------------------

           IF SGR-CODIGO EQUAL SPACES
               GO TO 0210-GUARDA-REGRA-LER
           END-IF.

           IF NOT SGR-TIPO-CONFLITO
              AND NOT SGR-TIPO-BLOQUEADO
              AND NOT SGR-TIPO-SEM-SIGNON
               ADD 1 TO ACU-REGRAS-INVALIDAS
               DISPLAY "REGRA " SGR-CODIGO " COM TIPO INVALIDO ("
                   SGR-TIPO ") - IGNORADA"
               GO TO 0210-GUARDA-REGRA-LER
           END-IF.

           IF SGR-EVENTO-1 EQUAL SPACES
              OR (SGR-TIPO-CONFLITO AND SGR-EVENTO-2 EQUAL SPACES)
              OR (SGR-TIPO-CONFLITO AND SGR-EVENTO-1 EQUAL "**")
              OR (SGR-TIPO-CONFLITO AND SGR-EVENTO-2 EQUAL "**")
               ADD 1 TO ACU-REGRAS-INVALIDAS
               DISPLAY "REGRA " SGR-CODIGO " SEM EVENTO VALIDO - "
                   "IGNORADA"
               GO TO 0210-GUARDA-REGRA-LER
           END-IF.

           IF WRK-QT-REGRAS NOT LESS 50
               ADD 1 TO ACU-REGRAS-FORA
               DISPLAY "TABELA DE REGRAS CHEIA (50) - REGRA "
                   SGR-CODIGO " IGNORADA"
               GO TO 0210-GUARDA-REGRA-LER
           END-IF.

           ADD 1 TO WRK-QT-REGRAS.
           MOVE SGR-CODIGO       TO WRK-RGR-CODIGO(WRK-QT-REGRAS).
           MOVE SGR-TIPO         TO WRK-RGR-TIPO(WRK-QT-REGRAS).
           MOVE SGR-EVENTO-1     TO WRK-RGR-EVENTO-1(WRK-QT-REGRAS).
           MOVE SGR-EVENTO-2     TO WRK-RGR-EVENTO-2(WRK-QT-REGRAS).
           MOVE SGR-MESMO-OBJETO TO WRK-RGR-MESMO-OBJETO(WRK-QT-REGRAS).
           MOVE SGR-MESMO-DIA    TO WRK-RGR-MESMO-DIA(WRK-QT-REGRAS).
           MOVE SGR-DESCRICAO    TO WRK-RGR-DESCRICAO(WRK-QT-REGRAS).
           MOVE ZEROS            TO WRK-RGR-OCORRENCIAS(WRK-QT-REGRAS).

       0210-GUARDA-REGRA-LER.
           READ SEGREGRA.

       0210-GUARDA-REGRA-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    REGRAS PADRAO DA CASA - AS MESMAS QUE O COMPLIANCE RECEBE
      *    NO SEGREGRA.txt INICIAL
      *-----------------------------------------------------------------
       0220-REGRAS-PADRAO                        SECTION.
      *-----------------------------------------------------------------

           SET WRK-USA-REGRAS-PADRAO TO TRUE.
           MOVE ZEROS TO WRK-QT-REGRAS.

           MOVE "SD01"  TO SGR-CODIGO.
           MOVE "C"     TO SGR-TIPO.
           MOVE "PM"    TO SGR-EVENTO-1.
           MOVE "PA"    TO SGR-EVENTO-2.
           MOVE "S"     TO SGR-MESMO-OBJETO.
           MOVE "N"     TO SGR-MESMO-DIA.
           MOVE "SUPERVISOR APROVOU A PROPRIA PENDENCIA"
                        TO SGR-DESCRICAO.
           PERFORM 0221-INCLUI-PADRAO.

           MOVE "SD02"  TO SGR-CODIGO.
           MOVE "C"     TO SGR-TIPO.
           MOVE "XC"    TO SGR-EVENTO-1.
           MOVE "ER"    TO SGR-EVENTO-2.
           MOVE "S"     TO SGR-MESMO-OBJETO.
           MOVE "N"     TO SGR-MESMO-DIA.
           MOVE "FORCOU REENTRADA DO PROPRIO LOTE DE CAIXA"
                        TO SGR-DESCRICAO.
           PERFORM 0221-INCLUI-PADRAO.

           MOVE "SD03"  TO SGR-CODIGO.
           MOVE "C"     TO SGR-TIPO.
           MOVE "TA"    TO SGR-EVENTO-1.
           MOVE "TL"    TO SGR-EVENTO-2.
           MOVE "S"     TO SGR-MESMO-OBJETO.
           MOVE "S"     TO SGR-MESMO-DIA.
           MOVE "ABRIU A CONTA E AUMENTOU O LIMITE NO DIA"
                        TO SGR-DESCRICAO.
           PERFORM 0221-INCLUI-PADRAO.

           MOVE "SD04"  TO SGR-CODIGO.
           MOVE "B"     TO SGR-TIPO.
           MOVE "**"    TO SGR-EVENTO-1.
           MOVE SPACES  TO SGR-EVENTO-2.
           MOVE "N"     TO SGR-MESMO-OBJETO.
           MOVE "S"     TO SGR-MESMO-DIA.
           MOVE "ATIVIDADE DE OPERADOR BLOQUEADO NO DIA"
                        TO SGR-DESCRICAO.
           PERFORM 0221-INCLUI-PADRAO.

           MOVE "SD05"  TO SGR-CODIGO.
           MOVE "S"     TO SGR-TIPO.
           MOVE "**"    TO SGR-EVENTO-1.
           MOVE SPACES  TO SGR-EVENTO-2.
           MOVE "N"     TO SGR-MESMO-OBJETO.
           MOVE "S"     TO SGR-MESMO-DIA.
           MOVE "ATIVIDADE SEM SIGN-ON NO DIA"
                        TO SGR-DESCRICAO.
           PERFORM 0221-INCLUI-PADRAO.

       0220-REGRAS-PADRAO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0221-INCLUI-PADRAO                        SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO WRK-QT-REGRAS.
           MOVE SGR-CODIGO       TO WRK-RGR-CODIGO(WRK-QT-REGRAS).
           MOVE SGR-TIPO         TO WRK-RGR-TIPO(WRK-QT-REGRAS).
           MOVE SGR-EVENTO-1     TO WRK-RGR-EVENTO-1(WRK-QT-REGRAS).
           MOVE SGR-EVENTO-2     TO WRK-RGR-EVENTO-2(WRK-QT-REGRAS).
           MOVE SGR-MESMO-OBJETO TO WRK-RGR-MESMO-OBJETO(WRK-QT-REGRAS).
           MOVE SGR-MESMO-DIA    TO WRK-RGR-MESMO-DIA(WRK-QT-REGRAS).
           MOVE SGR-DESCRICAO    TO WRK-RGR-DESCRICAO(WRK-QT-REGRAS).
           MOVE ZEROS            TO WRK-RGR-OCORRENCIAS(WRK-QT-REGRAS).

       0221-INCLUI-PADRAO-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    OPERADORES CADASTRADOS - SO ELES ENTRAM NAS REGRAS DE
      *    BLOQUEIO E SIGN-ON (CARIMBO DE BATCH NAO ASSINA)
      *-----------------------------------------------------------------
       0250-CARREGA-OPERADORES                   SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT OPERADORES.
           IF FS-OPERADORES NOT EQUAL 00
               DISPLAY "OPERADORES.txt AUSENTE - REGRAS DE BLOQUEIO E "
                   "SIGN-ON NAO VERIFICADAS"
               ADD 1 TO ACU-TRILHAS-AUSENTES
               GO TO 0250-CARREGA-OPERADORES-FIM
           END-IF.

           SET WRK-TEM-OPERADORES TO TRUE.
           READ OPERADORES.
           PERFORM 0251-GUARDA-OPERADOR
               UNTIL FS-OPERADORES NOT EQUAL 00.

           CLOSE OPERADORES.

       0250-CARREGA-OPERADORES-FIM.              EXIT.

      *-----------------------------------------------------------------
       0251-GUARDA-OPERADOR                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-OPERADORES LESS 500
               ADD 1 TO WRK-QT-OPERADORES
               MOVE OPE-CODIGO TO WRK-OPE-CODIGO(WRK-QT-OPERADORES)
           END-IF.

           READ OPERADORES.

       0251-GUARDA-OPERADOR-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    SIGNLOG - SIGN-ON "OK" POR DIA/OPERADOR NO PERIODO E A
      *    SEQUENCIA DE BLOQUEIOS/DESBLOQUEIOS ATE O FIM DO PERIODO
      *    (UM BLOQUEIO ANTERIOR AO PERIODO AINDA VALE DENTRO DELE)
      *-----------------------------------------------------------------
       0270-CARREGA-SIGNLOG                      SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT SIGNLOG.
           IF FS-SIGNLOG NOT EQUAL 00
               DISPLAY "SIGNLOG.txt AUSENTE - SEM SIGN-ON REGISTRADO"
               ADD 1 TO ACU-TRILHAS-AUSENTES
               GO TO 0270-CARREGA-SIGNLOG-FIM
           END-IF.

           READ SIGNLOG.
           PERFORM 0271-TRATA-SIGNLOG
               UNTIL FS-SIGNLOG NOT EQUAL 00.

           CLOSE SIGNLOG.

       0270-CARREGA-SIGNLOG-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0271-TRATA-SIGNLOG                        SECTION.
      *-----------------------------------------------------------------

           IF LOG-DATA GREATER WRK-DATA-FINAL
               GO TO 0271-TRATA-SIGNLOG-LER
           END-IF.

           EVALUATE LOG-RESULTADO
               WHEN "OK"
                   IF LOG-DATA NOT LESS WRK-DATA-INICIAL
                       PERFORM 0272-GUARDA-SIGNON
                   END-IF
               WHEN "BL"
               WHEN "DS"
                   PERFORM 0273-GUARDA-BLOQUEIO
           END-EVALUATE.

       0271-TRATA-SIGNLOG-LER.
           READ SIGNLOG.

       0271-TRATA-SIGNLOG-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0272-GUARDA-SIGNON                        SECTION.
      *-----------------------------------------------------------------

           MOVE LOG-DATA   TO WRK-NOVO-DATA.
           MOVE LOG-CODIGO TO WRK-NOVO-OPERADOR.
           PERFORM 0280-PROCURA-SIGNON.
           IF WRK-COM-SIGNON
               GO TO 0272-GUARDA-SIGNON-FIM
           END-IF.

           IF WRK-QT-SIGNON NOT LESS 5000
               ADD 1 TO ACU-SIGNON-FORA
               GO TO 0272-GUARDA-SIGNON-FIM
           END-IF.

           ADD 1 TO WRK-QT-SIGNON.
           MOVE LOG-DATA   TO WRK-SIG-DATA(WRK-QT-SIGNON).
           MOVE LOG-CODIGO TO WRK-SIG-OPERADOR(WRK-QT-SIGNON).

       0272-GUARDA-SIGNON-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0273-GUARDA-BLOQUEIO                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-BLOQUEIOS NOT LESS 3000
               ADD 1 TO ACU-BLOQUEIOS-FORA
               GO TO 0273-GUARDA-BLOQUEIO-FIM
           END-IF.

           ADD 1 TO WRK-QT-BLOQUEIOS.
           MOVE LOG-DATA   TO WRK-BLQ-DATA(WRK-QT-BLOQUEIOS).
           MOVE LOG-CODIGO TO WRK-BLQ-OPERADOR(WRK-QT-BLOQUEIOS).
           IF LOG-RESULTADO EQUAL "BL"
               MOVE "S"    TO WRK-BLQ-ESTADO(WRK-QT-BLOQUEIOS)
           ELSE
               MOVE "N"    TO WRK-BLQ-ESTADO(WRK-QT-BLOQUEIOS)
           END-IF.

       0273-GUARDA-BLOQUEIO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    HOUVE SIGN-ON "OK" DE WRK-NOVO-OPERADOR EM WRK-NOVO-DATA?
      *-----------------------------------------------------------------
       0280-PROCURA-SIGNON                       SECTION.
      *-----------------------------------------------------------------

           SET WRK-SEM-SIGNON TO TRUE.
           PERFORM 0281-COMPARA-SIGNON
               VARYING WRK-IDX-SIG FROM 1 BY 1
               UNTIL WRK-IDX-SIG GREATER WRK-QT-SIGNON
                  OR WRK-COM-SIGNON.

       0280-PROCURA-SIGNON-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0281-COMPARA-SIGNON                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-SIG-DATA(WRK-IDX-SIG)     EQUAL WRK-NOVO-DATA
              AND WRK-SIG-OPERADOR(WRK-IDX-SIG) EQUAL WRK-NOVO-OPERADOR
               SET WRK-COM-SIGNON TO TRUE
           END-IF.

       0281-COMPARA-SIGNON-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    WRK-NOVO-OPERADOR ESTAVA BLOQUEADO EM WRK-NOVO-DATA? VALE
      *    O ULTIMO BL/DS DELE NO SIGNLOG COM DATA ATE O DIA
      *-----------------------------------------------------------------
       0285-ESTADO-BLOQUEIO                      SECTION.
      *-----------------------------------------------------------------

           SET WRK-LIVRE-DIA TO TRUE.
           PERFORM 0286-COMPARA-BLOQUEIO
               VARYING WRK-IDX-BLQ FROM 1 BY 1
               UNTIL WRK-IDX-BLQ GREATER WRK-QT-BLOQUEIOS.

       0285-ESTADO-BLOQUEIO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0286-COMPARA-BLOQUEIO                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-BLQ-OPERADOR(WRK-IDX-BLQ) EQUAL WRK-NOVO-OPERADOR
              AND WRK-BLQ-DATA(WRK-IDX-BLQ) NOT GREATER WRK-NOVO-DATA
               MOVE WRK-BLQ-ESTADO(WRK-IDX-BLQ) TO WRK-ESTADO-DIA
           END-IF.

       0286-COMPARA-BLOQUEIO-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    OPERADOR WRK-NOVO-OPERADOR ESTA NO OPERADORES.txt?
      *-----------------------------------------------------------------
       0290-PROCURA-OPERADOR                     SECTION.
      *-----------------------------------------------------------------

           SET WRK-OPE-NAO-CADASTRADO TO TRUE.
           PERFORM 0291-COMPARA-OPERADOR
               VARYING WRK-IDX-OPE FROM 1 BY 1
               UNTIL WRK-IDX-OPE GREATER WRK-QT-OPERADORES
                  OR WRK-OPE-CADASTRADO.

       0290-PROCURA-OPERADOR-FIM.                EXIT.

      *-----------------------------------------------------------------
       0291-COMPARA-OPERADOR                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-OPE-CODIGO(WRK-IDX-OPE) EQUAL WRK-NOVO-OPERADOR
               SET WRK-OPE-CADASTRADO TO TRUE
           END-IF.

       0291-COMPARA-OPERADOR-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    TRILHAS DE OPERADOR - CADA REGISTRO DO PERIODO VIRA UM OU
      *    MAIS EVENTOS NA TABELA
      *-----------------------------------------------------------------
       0300-CARREGA-EVENTOS                      SECTION.
      *-----------------------------------------------------------------

           PERFORM 0310-TRILHA-CLIENTES.
           PERFORM 0320-TRILHA-CONTAS.
           PERFORM 0330-TRILHA-PENDENCIAS.
           PERFORM 0340-TRILHA-ESCALADOS.
           PERFORM 0350-TRILHA-CAIXA.

       0300-CARREGA-EVENTOS-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0310-TRILHA-CLIENTES                      SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT AUDITCLI.
           IF FS-AUDITCLI NOT EQUAL 00
               DISPLAY "AUDITCLI.txt AUSENTE - TRILHA NAO VERIFICADA"
               ADD 1 TO ACU-TRILHAS-AUSENTES
               GO TO 0310-TRILHA-CLIENTES-FIM
           END-IF.

           READ AUDITCLI.
           PERFORM 0311-EVENTO-CLIENTE
               UNTIL FS-AUDITCLI NOT EQUAL 00.

           CLOSE AUDITCLI.

       0310-TRILHA-CLIENTES-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0311-EVENTO-CLIENTE                       SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES        TO WRK-NOVO-CODIGO
                                 WRK-NOVO-OBJETO.
           STRING "K" AUD-OPERACAO
                  DELIMITED BY SIZE INTO WRK-NOVO-CODIGO.
           STRING "CLI " AUD-ID
                  DELIMITED BY SIZE INTO WRK-NOVO-OBJETO.
           MOVE AUD-DATA      TO WRK-NOVO-DATA
                                 WRK-DATA-FILTRO.
           MOVE AUD-OPERADOR  TO WRK-NOVO-OPERADOR.
           MOVE "S"           TO WRK-NOVO-DATA-REAL.
           PERFORM 0390-GUARDA-EVENTO.

           READ AUDITCLI.

       0311-EVENTO-CLIENTE-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0320-TRILHA-CONTAS                        SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT AUDITCTA.
           IF FS-AUDITCTA NOT EQUAL 00
               DISPLAY "AUDITCTA.txt AUSENTE - TRILHA NAO VERIFICADA"
               ADD 1 TO ACU-TRILHAS-AUSENTES
               GO TO 0320-TRILHA-CONTAS-FIM
           END-IF.

           READ AUDITCTA.
           PERFORM 0321-EVENTO-CONTA
               UNTIL FS-AUDITCTA NOT EQUAL 00.

           CLOSE AUDITCTA.

       0320-TRILHA-CONTAS-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    ALTERACAO DE LIMITE (L) SE DIVIDE EM TL (AUMENTO) E TR
      *    (REDUCAO) - O AUMENTO E O QUE PEDE SEGREGACAO
      *-----------------------------------------------------------------
       0321-EVENTO-CONTA                         SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES        TO WRK-NOVO-CODIGO
                                 WRK-NOVO-OBJETO.
           EVALUATE TRUE
               WHEN AUD-CTA-OPERACAO EQUAL "L"
                AND AUD-CTA-LIMITE-NOVO GREATER AUD-CTA-LIMITE-ANTERIOR
                   MOVE "TL"  TO WRK-NOVO-CODIGO
               WHEN AUD-CTA-OPERACAO EQUAL "L"
                   MOVE "TR"  TO WRK-NOVO-CODIGO
               WHEN OTHER
                   STRING "T" AUD-CTA-OPERACAO
                          DELIMITED BY SIZE INTO WRK-NOVO-CODIGO
           END-EVALUATE.
           STRING "CTA " AUD-CTA-AGENCIA "/" AUD-CTA-CONTA
                  DELIMITED BY SIZE INTO WRK-NOVO-OBJETO.
           MOVE AUD-CTA-DATA     TO WRK-NOVO-DATA
                                    WRK-DATA-FILTRO.
           MOVE AUD-CTA-OPERADOR TO WRK-NOVO-OPERADOR.
           MOVE "S"              TO WRK-NOVO-DATA-REAL.
           PERFORM 0390-GUARDA-EVENTO.

           READ AUDITCTA.

       0321-EVENTO-CONTA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0330-TRILHA-PENDENCIAS                    SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT PENDAPRV.
           IF FS-PENDAPRV NOT EQUAL 00
               DISPLAY "PENDAPRV.txt AUSENTE - TRILHA NAO VERIFICADA"
               ADD 1 TO ACU-TRILHAS-AUSENTES
               GO TO 0330-TRILHA-PENDENCIAS-FIM
           END-IF.

           READ PENDAPRV.
           PERFORM 0331-EVENTO-PENDENCIA
               UNTIL FS-PENDAPRV NOT EQUAL 00.

           CLOSE PENDAPRV.

       0330-TRILHA-PENDENCIAS-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    A PENDENCIA DA DOIS EVENTOS NO MESMO OBJETO: QUEM DEIXOU
      *    (PM, NA DATA DA PENDENCIA) E QUEM DECIDIU (PA/PR). A
      *    PENDAPRV NAO GUARDA A DATA DA DECISAO - O EVENTO DO
      *    SUPERVISOR LEVA A DATA DA PENDENCIA E FICA FORA DAS REGRAS
      *    DE BLOQUEIO E SIGN-ON NO DIA
      *-----------------------------------------------------------------
       0331-EVENTO-PENDENCIA                     SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES        TO WRK-NOVO-OBJETO.
           STRING "PEND " PEN-DATA " " PEN-ID " " PEN-OPERACAO
                  DELIMITED BY SIZE INTO WRK-NOVO-OBJETO.
           MOVE PEN-DATA      TO WRK-NOVO-DATA
                                 WRK-DATA-FILTRO.

           MOVE "PM"          TO WRK-NOVO-CODIGO.
           MOVE PEN-OPERADOR  TO WRK-NOVO-OPERADOR.
           MOVE "S"           TO WRK-NOVO-DATA-REAL.
           PERFORM 0390-GUARDA-EVENTO.

           IF PEN-APROVADA OR PEN-REJEITADA
               IF PEN-APROVADA
                   MOVE "PA"  TO WRK-NOVO-CODIGO
               ELSE
                   MOVE "PR"  TO WRK-NOVO-CODIGO
               END-IF
               MOVE PEN-APROVADOR TO WRK-NOVO-OPERADOR
               MOVE "N"       TO WRK-NOVO-DATA-REAL
               PERFORM 0390-GUARDA-EVENTO
           END-IF.

           READ PENDAPRV.

       0331-EVENTO-PENDENCIA-FIM.                EXIT.

      *-----------------------------------------------------------------
       0340-TRILHA-ESCALADOS                     SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT ESCDISP.
           IF FS-ESCDISP NOT EQUAL 00
               DISPLAY "ESCDISP.txt AUSENTE - TRILHA NAO VERIFICADA"
               ADD 1 TO ACU-TRILHAS-AUSENTES
               GO TO 0340-TRILHA-ESCALADOS-FIM
           END-IF.

           READ ESCDISP.
           PERFORM 0341-EVENTO-ESCALADO
               UNTIL FS-ESCDISP NOT EQUAL 00.

           CLOSE ESCDISP.

       0340-TRILHA-ESCALADOS-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    OBJETO = LOTE ORIGINAL DA TRANSACAO ESCALADA, O MESMO
      *    NUMERO QUE O PRGCAIXA GRAVA NO FECHAMENTO DO TURNO
      *-----------------------------------------------------------------
       0341-EVENTO-ESCALADO                      SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES           TO WRK-NOVO-CODIGO
                                    WRK-NOVO-OBJETO.
           STRING "E" DIS-ACAO-ESC
                  DELIMITED BY SIZE INTO WRK-NOVO-CODIGO.
           STRING "LOTE " DIS-ID-LOTE-ESC
                  DELIMITED BY SIZE INTO WRK-NOVO-OBJETO.
           MOVE DIS-DATA-ESC     TO WRK-NOVO-DATA
                                    WRK-DATA-FILTRO.
           MOVE DIS-OPERADOR-ESC TO WRK-NOVO-OPERADOR.
           MOVE "S"              TO WRK-NOVO-DATA-REAL.
           PERFORM 0390-GUARDA-EVENTO.

           READ ESCDISP.

       0341-EVENTO-ESCALADO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    TURNO DE CAIXA - OS LOTES DO TURNO PODEM VOLTAR ESCALADOS
      *    DEPOIS DO PERIODO, POR ISSO O CAIXAFER ENTRA INTEIRO PARA
      *    AS REGRAS DE CONFLITO (A DATA SO FILTRA AS DEMAIS)
      *-----------------------------------------------------------------
       0350-TRILHA-CAIXA                         SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CAIXAFER.
           IF FS-CAIXAFER NOT EQUAL 00
               DISPLAY "CAIXAFER.txt AUSENTE - TRILHA NAO VERIFICADA"
               ADD 1 TO ACU-TRILHAS-AUSENTES
               GO TO 0350-TRILHA-CAIXA-FIM
           END-IF.

           READ CAIXAFER.
           PERFORM 0351-EVENTO-CAIXA
               UNTIL FS-CAIXAFER NOT EQUAL 00.

           CLOSE CAIXAFER.

       0350-TRILHA-CAIXA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0351-EVENTO-CAIXA                         SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES        TO WRK-NOVO-OBJETO.
           STRING "LOTE " FER-LOTE
                  DELIMITED BY SIZE INTO WRK-NOVO-OBJETO.
           MOVE "XC"          TO WRK-NOVO-CODIGO.
           MOVE FER-DATA      TO WRK-NOVO-DATA.
           MOVE FER-OPERADOR  TO WRK-NOVO-OPERADOR.
           IF FER-DATA NOT LESS WRK-DATA-INICIAL
              AND FER-DATA NOT GREATER WRK-DATA-FINAL
               MOVE "S"       TO WRK-NOVO-DATA-REAL
           ELSE
               MOVE "F"       TO WRK-NOVO-DATA-REAL
           END-IF.
           MOVE ZEROS         TO WRK-DATA-FILTRO.
           IF WRK-DATA-INICIAL GREATER ZEROS
               MOVE WRK-DATA-INICIAL TO WRK-DATA-FILTRO
           END-IF.
           PERFORM 0390-GUARDA-EVENTO.

           READ CAIXAFER.

       0351-EVENTO-CAIXA-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    GUARDA O EVENTO MONTADO SE WRK-DATA-FILTRO ESTA NO PERIODO.
      *    WRK-NOVO-DATA-REAL: S = DATA DO FATO, N = DATA NAO E A DO
      *    FATO, F = FORA DO PERIODO (SO SERVE DE PAR NOS CONFLITOS)
      *-----------------------------------------------------------------
       0390-GUARDA-EVENTO                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-DATA-FILTRO LESS WRK-DATA-INICIAL
              OR WRK-DATA-FILTRO GREATER WRK-DATA-FINAL
              OR WRK-NOVO-OPERADOR EQUAL SPACES
               GO TO 0390-GUARDA-EVENTO-FIM
           END-IF.

           IF WRK-QT-EVENTOS NOT LESS 9000
               ADD 1 TO ACU-EVENTOS-FORA
               GO TO 0390-GUARDA-EVENTO-FIM
           END-IF.

           ADD 1 TO WRK-QT-EVENTOS.
           MOVE WRK-NOVO-CODIGO    TO WRK-EVT-CODIGO(WRK-QT-EVENTOS).
           MOVE WRK-NOVO-DATA      TO WRK-EVT-DATA(WRK-QT-EVENTOS).
           MOVE WRK-NOVO-OPERADOR  TO WRK-EVT-OPERADOR(WRK-QT-EVENTOS).
           MOVE WRK-NOVO-OBJETO    TO WRK-EVT-OBJETO(WRK-QT-EVENTOS).
           MOVE WRK-NOVO-DATA-REAL
                                  TO WRK-EVT-DATA-REAL(WRK-QT-EVENTOS).

       0390-GUARDA-EVENTO-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    APLICA CADA REGRA SOBRE A TABELA DE EVENTOS E IMPRIME AS
      *    OCORRENCIAS E O RESUMO POR REGRA
      *-----------------------------------------------------------------
       0500-APLICA-REGRAS                        SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES TO WRK-LIN-TEXTO.
           STRING "SEGREGACAO DE FUNCOES - OCORRENCIAS DE "
                  WRK-DATA-INICIAL " A " WRK-DATA-FINAL
                  DELIMITED BY SIZE INTO WRK-LIN-TEXTO.
           WRITE REG-RELSEGRE FROM WRK-LIN-TEXTO.
           IF WRK-USA-REGRAS-PADRAO
               MOVE "REGRAS PADRAO (SEGREGRA.txt AUSENTE OU VAZIO)"
                   TO WRK-LIN-TEXTO
           ELSE
               MOVE "REGRAS DO SEGREGRA.txt" TO WRK-LIN-TEXTO
           END-IF.
           WRITE REG-RELSEGRE FROM WRK-LIN-TEXTO.
           WRITE REG-RELSEGRE FROM WRK-LIN-BRANCO.
           WRITE REG-RELSEGRE FROM WRK-LIN-CABEC.

           PERFORM 0510-APLICA-REGRA
               VARYING WRK-IDX-REGRA FROM 1 BY 1
               UNTIL WRK-IDX-REGRA GREATER WRK-QT-REGRAS.

           IF ACU-OCORRENCIAS EQUAL ZEROS
               MOVE "NENHUMA OCORRENCIA NO PERIODO" TO WRK-LIN-TEXTO
               WRITE REG-RELSEGRE FROM WRK-LIN-TEXTO
           END-IF.

           WRITE REG-RELSEGRE FROM WRK-LIN-BRANCO.
           MOVE "RESUMO POR REGRA" TO WRK-LIN-TEXTO.
           WRITE REG-RELSEGRE FROM WRK-LIN-TEXTO.
           PERFORM 0590-RESUMO-REGRA
               VARYING WRK-IDX-REGRA FROM 1 BY 1
               UNTIL WRK-IDX-REGRA GREATER WRK-QT-REGRAS.

           MOVE ACU-OCORRENCIAS TO WRK-QTD-ED.
           MOVE SPACES TO WRK-LIN-TEXTO.
           STRING "TOTAL DE OCORRENCIAS: " WRK-QTD-ED
                  DELIMITED BY SIZE INTO WRK-LIN-TEXTO.
           WRITE REG-RELSEGRE FROM WRK-LIN-TEXTO.

       0500-APLICA-REGRAS-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0510-APLICA-REGRA                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-RGR-TIPO(WRK-IDX-REGRA) NOT EQUAL "C"
              AND NOT WRK-TEM-OPERADORES
               GO TO 0510-APLICA-REGRA-FIM
           END-IF.

           PERFORM 0520-TESTA-EVENTO
               VARYING WRK-IDX-EVT FROM 1 BY 1
               UNTIL WRK-IDX-EVT GREATER WRK-QT-EVENTOS.

       0510-APLICA-REGRA-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    EVENTO WRK-IDX-EVT CONTRA A REGRA WRK-IDX-REGRA
      *-----------------------------------------------------------------
       0520-TESTA-EVENTO                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-RGR-EVENTO-1(WRK-IDX-REGRA) NOT EQUAL "**"
              AND WRK-RGR-EVENTO-1(WRK-IDX-REGRA) NOT EQUAL
                  WRK-EVT-CODIGO(WRK-IDX-EVT)
               GO TO 0520-TESTA-EVENTO-FIM
           END-IF.

           IF WRK-RGR-TIPO(WRK-IDX-REGRA) EQUAL "C"
               PERFORM 0530-TESTA-CONFLITO
           ELSE
               PERFORM 0540-TESTA-DIA
           END-IF.

       0520-TESTA-EVENTO-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    CONFLITO - PROCURA O EVENTO 2 DO MESMO OPERADOR (MESMO
      *    OBJETO / MESMO DIA SE A REGRA PEDE). UMA OCORRENCIA POR
      *    EVENTO 1, COM O PRIMEIRO PAR ACHADO
      *-----------------------------------------------------------------
       0530-TESTA-CONFLITO                       SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM 0531-COMPARA-PAR
               VARYING WRK-IDX-PAR FROM 1 BY 1
               UNTIL WRK-IDX-PAR GREATER WRK-QT-EVENTOS
                  OR WRK-IDX-ACHADO GREATER ZEROS.

           IF WRK-IDX-ACHADO EQUAL ZEROS
               GO TO 0530-TESTA-CONFLITO-FIM
           END-IF.

           IF WRK-EVT-DATA-REAL(WRK-IDX-EVT) EQUAL "F"
              AND WRK-EVT-DATA-REAL(WRK-IDX-ACHADO) EQUAL "F"
               GO TO 0530-TESTA-CONFLITO-FIM
           END-IF.

           MOVE WRK-EVT-OBJETO(WRK-IDX-ACHADO)  TO WRK-LOC-OBJETO-2.
           MOVE WRK-EVT-CODIGO(WRK-IDX-ACHADO)  TO WRK-LOC-EVENTO-2.
           MOVE WRK-EVT-DATA(WRK-IDX-ACHADO)    TO WRK-LOC-DATA-2.
           PERFORM 0580-IMPRIME-OCORRENCIA.

       0530-TESTA-CONFLITO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0531-COMPARA-PAR                          SECTION.
      *-----------------------------------------------------------------

           IF WRK-IDX-PAR EQUAL WRK-IDX-EVT
              OR WRK-EVT-CODIGO(WRK-IDX-PAR) NOT EQUAL
                 WRK-RGR-EVENTO-2(WRK-IDX-REGRA)
              OR WRK-EVT-OPERADOR(WRK-IDX-PAR) NOT EQUAL
                 WRK-EVT-OPERADOR(WRK-IDX-EVT)
               GO TO 0531-COMPARA-PAR-FIM
           END-IF.

           IF WRK-RGR-MESMO-OBJETO(WRK-IDX-REGRA) EQUAL "S"
              AND WRK-EVT-OBJETO(WRK-IDX-PAR) NOT EQUAL
                  WRK-EVT-OBJETO(WRK-IDX-EVT)
               GO TO 0531-COMPARA-PAR-FIM
           END-IF.

           IF WRK-RGR-MESMO-DIA(WRK-IDX-REGRA) EQUAL "S"
              AND WRK-EVT-DATA(WRK-IDX-PAR) NOT EQUAL
                  WRK-EVT-DATA(WRK-IDX-EVT)
               GO TO 0531-COMPARA-PAR-FIM
           END-IF.

           MOVE WRK-IDX-PAR TO WRK-IDX-ACHADO.

       0531-COMPARA-PAR-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    BLOQUEADO / SEM SIGN-ON NO DIA - SO EVENTO COM A DATA DO
      *    FATO DENTRO DO PERIODO E DE OPERADOR CADASTRADO
      *-----------------------------------------------------------------
       0540-TESTA-DIA                            SECTION.
      *-----------------------------------------------------------------

           IF WRK-EVT-DATA-REAL(WRK-IDX-EVT) NOT EQUAL "S"
               GO TO 0540-TESTA-DIA-FIM
           END-IF.

           MOVE WRK-EVT-OPERADOR(WRK-IDX-EVT) TO WRK-NOVO-OPERADOR.
           MOVE WRK-EVT-DATA(WRK-IDX-EVT)     TO WRK-NOVO-DATA.
           PERFORM 0290-PROCURA-OPERADOR.
           IF WRK-OPE-NAO-CADASTRADO
               GO TO 0540-TESTA-DIA-FIM
           END-IF.

           MOVE SPACES TO WRK-LOC-DATA-2
                          WRK-LOC-EVENTO-2.

           IF WRK-RGR-TIPO(WRK-IDX-REGRA) EQUAL "B"
               PERFORM 0285-ESTADO-BLOQUEIO
               IF WRK-LIVRE-DIA
                   GO TO 0540-TESTA-DIA-FIM
               END-IF
               MOVE "OPERADOR BLOQUEADO" TO WRK-LOC-OBJETO-2
           ELSE
               PERFORM 0280-PROCURA-SIGNON
               IF WRK-COM-SIGNON
                   GO TO 0540-TESTA-DIA-FIM
               END-IF
               MOVE "SEM SIGN-ON NO DIA" TO WRK-LOC-OBJETO-2
           END-IF.

           PERFORM 0580-IMPRIME-OCORRENCIA.

       0540-TESTA-DIA-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0580-IMPRIME-OCORRENCIA                   SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-OCORRENCIAS.
           ADD 1 TO WRK-RGR-OCORRENCIAS(WRK-IDX-REGRA).

           MOVE WRK-RGR-CODIGO(WRK-IDX-REGRA)    TO WRK-LOC-REGRA.
           MOVE WRK-EVT-OPERADOR(WRK-IDX-EVT)    TO WRK-LOC-OPERADOR.
           MOVE WRK-EVT-DATA(WRK-IDX-EVT)        TO WRK-LOC-DATA-1.
           MOVE WRK-EVT-CODIGO(WRK-IDX-EVT)      TO WRK-LOC-EVENTO-1.
           MOVE WRK-EVT-OBJETO(WRK-IDX-EVT)      TO WRK-LOC-OBJETO-1.
           MOVE WRK-RGR-DESCRICAO(WRK-IDX-REGRA) TO WRK-LOC-DESCRICAO.
           WRITE REG-RELSEGRE FROM WRK-LIN-OCORRENCIA.

       0580-IMPRIME-OCORRENCIA-FIM.              EXIT.

      *-----------------------------------------------------------------
       0590-RESUMO-REGRA                         SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-RGR-CODIGO(WRK-IDX-REGRA)      TO WRK-LRS-REGRA.
           MOVE WRK-RGR-TIPO(WRK-IDX-REGRA)        TO WRK-LRS-TIPO.
           MOVE WRK-RGR-EVENTO-1(WRK-IDX-REGRA)    TO WRK-LRS-EVENTO-1.
           MOVE WRK-RGR-EVENTO-2(WRK-IDX-REGRA)    TO WRK-LRS-EVENTO-2.
           MOVE WRK-RGR-DESCRICAO(WRK-IDX-REGRA)   TO WRK-LRS-DESCRICAO.
           MOVE WRK-RGR-OCORRENCIAS(WRK-IDX-REGRA) TO WRK-LRS-QTD.
           WRITE REG-RELSEGRE FROM WRK-LIN-RESUMO.

       0590-RESUMO-REGRA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0990-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE RELSEGRE.

           MOVE "RELSEGRE"             TO WRK-SPL-RELATORIO.
           MOVE "PRGSEGRE"             TO WRK-SPL-PROGRAMA.
           MOVE WRK-CAMINHO-RELSEGRE   TO WRK-SPL-ARQUIVO.
           MOVE "COMPLIANCE"           TO WRK-SPL-DESTINATARIO.
           CALL "SPOOLREG" USING WRK-SPOOL.

           DISPLAY WRK-LINHA.
           DISPLAY "PERIODO.............: " WRK-DATA-INICIAL
                   " A " WRK-DATA-FINAL.
           DISPLAY "REGRAS APLICADAS....: " WRK-QT-REGRAS.
           DISPLAY "EVENTOS DAS TRILHAS.: " WRK-QT-EVENTOS.
           DISPLAY "SIGN-ONS NO PERIODO.: " WRK-QT-SIGNON.
           DISPLAY "OCORRENCIAS.........: " ACU-OCORRENCIAS.
           IF ACU-TRILHAS-AUSENTES GREATER ZEROS
               DISPLAY "ARQUIVOS AUSENTES...: " ACU-TRILHAS-AUSENTES
           END-IF.
           IF ACU-REGRAS-INVALIDAS GREATER ZEROS
              OR ACU-REGRAS-FORA GREATER ZEROS
               DISPLAY "REGRAS IGNORADAS....: " ACU-REGRAS-INVALIDAS
                       " INVALIDAS / " ACU-REGRAS-FORA " FORA"
           END-IF.
           IF ACU-EVENTOS-FORA GREATER ZEROS
              OR ACU-SIGNON-FORA GREATER ZEROS
              OR ACU-BLOQUEIOS-FORA GREATER ZEROS
               DISPLAY "TABELAS CHEIAS......: " ACU-EVENTOS-FORA
                       " EVENTOS / " ACU-SIGNON-FORA " SIGN-ONS / "
                       ACU-BLOQUEIOS-FORA " BLOQUEIOS"
           END-IF.
           DISPLAY "RELATORIO GRAVADO...: " WRK-CAMINHO-RELSEGRE.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           IF ACU-OCORRENCIAS GREATER ZEROS
              OR ACU-TRILHAS-AUSENTES GREATER ZEROS
              OR ACU-REGRAS-INVALIDAS GREATER ZEROS
              OR ACU-REGRAS-FORA GREATER ZEROS
              OR ACU-EVENTOS-FORA GREATER ZEROS
              OR ACU-SIGNON-FORA GREATER ZEROS
              OR ACU-BLOQUEIOS-FORA GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0990-FINALIZAR-FIM.                       EXIT.
