       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGRECLA.
      *=================================================================
      * PROGRAMA   : PRGRECLA
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: RECLAMACOES DE CLIENTES E OUVIDORIA - O OPERADOR
      *              ASSINA (OPERADORES.txt, SENHA PELO VALSEN) E ABRE
      *              UM CASO NO RECLAMAC.dat (BOOK #RECLAMA) COM
      *              PROTOCOLO AAAA+SEQUENCIA (RECLNUM.txt), CLIENTE
      *              (REG-ID DO CLIENTES.dat), CANAL, CATEGORIA E A
      *              REFERENCIA RECLAMADA - CONTA DO CLIENTE NO
      *              CONTAS.dat, FATURA DO CLIENTE NO FATURREG.txt OU
      *              LOTE+SEQUENCIA DE UM LOTE DO LOTECTL.txt. O PRAZO
      *              DE RESPOSTA E CONTADO EM DIAS UTEIS PELO SERVICO
      *              DIAUTIL (DATAMES, FERIADOS.txt): 5 NO NIVEL SAC A
      *              PARTIR DA ABERTURA, 10 NA OUVIDORIA A PARTIR DA
      *              ESCALADA. CADA EVENTO (ABERTURA, ANDAMENTO,
      *              ESCALADA, CONCLUSAO) VAI PARA O RECLHIST.txt
      *              (BOOK #RECLHIS). A CONCLUSAO REGISTRA O RESULTADO
      *              E SE A RESPOSTA SAIU NO PRAZO. A LISTA DE CASOS A
      *              VENCER (RELRECAG.txt) TRAZ OS PENDENTES VENCIDOS OU
      *              A ATE 2 DIAS UTEIS DO PRAZO; O RELATORIO
      *              TRIMESTRAL AO REGULADOR (RELRECTR.txt) TOTALIZA
      *              POR CATEGORIA OS CASOS ABERTOS E CONCLUIDOS, O
      *              RESULTADO E O PERCENTUAL RESPONDIDO NO PRAZO.
      *              CONSULTA, LISTA E RELATORIO LIBERADOS PARA O NIVEL
      *              1; ABERTURA PARA QUALQUER OPERADOR; ANDAMENTO,
      *              ESCALADA E CONCLUSAO EXIGEM NIVEL 2 OU 3
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  OPERADORES            INPUT                  #OPERADOR
      *  RECLAMAC              INPUT/OUTPUT           #RECLAMA
      *  RECLHIST              INPUT/OUTPUT (EXTEND)  #RECLHIS
      *  RECLNUM               INPUT/OUTPUT
      *  CLIENTES              INPUT                  #CLIREG
      *  CONTAS                INPUT                  #CONTAS
      *  FATURREG              INPUT                  #FATURREG
      *  LOTECTL               INPUT                  #LOTECTL
      *  RELRECAG              OUTPUT
      *  RELRECTR              OUTPUT
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS / VALSEN / SPOOLREG / DIAUTIL
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
           SELECT OPERADORES ASSIGN TO
           "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\OPERADORES.txt"
               FILE STATUS              IS FS-OPERADORES.

           SELECT RECLAMAC              ASSIGN TO
                                        WRK-CAMINHO-RECLAMAC
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS RCL-PROTOCOLO
               FILE STATUS              IS FS-RECLAMAC.

           SELECT RECLHIST              ASSIGN TO
                                        WRK-CAMINHO-RECLHIST
               FILE STATUS              IS FS-RECLHIST.

           SELECT RECLNUM               ASSIGN TO
                                        WRK-CAMINHO-RECLNUM
               FILE STATUS              IS FS-RECLNUM.

           SELECT CLIENTES ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\CLIENTES.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS REG-ID
               ALTERNATE RECORD KEY     IS REG-NOME
                                        WITH DUPLICATES
               FILE STATUS              IS FS-CLIENTES.

           SELECT CONTAS                ASSIGN TO
                                        WRK-CAMINHO-CONTAS
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS CTA-CHAVE
               FILE STATUS              IS FS-CONTAS.

           SELECT FATURREG              ASSIGN TO
                                        WRK-CAMINHO-FATURREG
               FILE STATUS              IS FS-FATURREG.

           SELECT LOTECTL               ASSIGN TO
                                        WRK-CAMINHO-LOTECTL
               FILE STATUS              IS FS-LOTECTL.

           SELECT RELRECAG              ASSIGN TO
                                        WRK-CAMINHO-RELRECAG
               FILE STATUS              IS FS-RELRECAG.

           SELECT RELRECTR              ASSIGN TO
                                        WRK-CAMINHO-RELRECTR
               FILE STATUS              IS FS-RELRECTR.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE OPERADORES (OPERADORES)
      *                               LRECL = 050
      *----------------------------------------------------------------*
       FD  OPERADORES.
       COPY '#OPERADOR'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - CASOS DE RECLAMACAO (RECLAMAC)
      *                               LRECL = 125
      *----------------------------------------------------------------*
       FD  RECLAMAC.
       COPY '#RECLAMA'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - HISTORIA DOS CASOS DE RECLAMACAO (RECLHIST)
      *                               LRECL = 085
      *----------------------------------------------------------------*
       FD  RECLHIST.
       COPY '#RECLHIS'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - ULTIMO PROTOCOLO EMITIDO NO ANO (RECLNUM)
      *                               LRECL = 010
      *----------------------------------------------------------------*
       FD  RECLNUM.
       01  REG-RECLNUM.
           05 NUM-ANO                   PIC  9(04).
           05 NUM-ULTIMO-PROTOCOLO      PIC  9(06).

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE CLIENTES (CLIENTES)
      *                               LRECL = 143
      *----------------------------------------------------------------*
       FD  CLIENTES.
       COPY '#CLIREG'.

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE CONTAS (CONTAS)
      *                               LRECL = 026
      *----------------------------------------------------------------*
       FD  CONTAS.
       COPY '#CONTAS'.

      *----------------------------------------------------------------*
      *     INPUT -  REGISTRO ESTRUTURADO DAS FATURAS (FATURREG)
      *                               LRECL = 051
      *----------------------------------------------------------------*
       FD  FATURREG.
       COPY '#FATURREG'.

      *----------------------------------------------------------------*
      *     INPUT -  CONTROLE DE LOTES JA PROCESSADOS (LOTECTL)
      *                               LRECL = 018
      *----------------------------------------------------------------*
       FD  LOTECTL.
       COPY '#LOTECTL'.

      *----------------------------------------------------------------*
      *     OUTPUT - LISTA DE CASOS VENCIDOS OU A VENCER (RELRECAG)
      *                               LRECL = 080
      *----------------------------------------------------------------*
       FD  RELRECAG.
       01  REG-RELRECAG                 PIC X(080).

      *----------------------------------------------------------------*
      *     OUTPUT - RELATORIO TRIMESTRAL AO REGULADOR (RELRECTR)
      *                               LRECL = 080
      *----------------------------------------------------------------*
       FD  RELRECTR.
       01  REG-RELRECTR                 PIC X(080).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-OPERADORES                PIC 9(002).
       77  FS-RECLAMAC                  PIC 9(002).
       77  FS-RECLHIST                  PIC 9(002).
       77  FS-RECLNUM                   PIC 9(002).
       77  FS-CLIENTES                  PIC 9(002).
       77  FS-CONTAS                    PIC 9(002).
       77  FS-FATURREG                  PIC 9(002).
       77  FS-LOTECTL                   PIC 9(002).
       77  FS-RELRECAG                  PIC 9(002).
       77  FS-RELRECTR                  PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-RECLAMAC         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RECLHIST         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RECLNUM          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CONTAS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FATURREG         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LOTECTL          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RELRECAG         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RELRECTR         PIC X(060)        VALUES SPACES.

      *-----------------------------------------------------------------
      *== AREA DE CHAMADA DO MODULO SPOOLREG (CATALOGO DE SPOOL)
      *-----------------------------------------------------------------
       01  WRK-SPOOL.
           05 WRK-SPL-RELATORIO         PIC X(012)        VALUES SPACES.
           05 WRK-SPL-PROGRAMA          PIC X(008)        VALUES SPACES.
           05 WRK-SPL-ARQUIVO           PIC X(060)        VALUES SPACES.
           05 WRK-SPL-DESTINATARIO      PIC X(020)        VALUES SPACES.

      *== AREA DE CHAMADA DO SERVICO DIAUTIL (DATAMES)
       01  WRK-DIAUTIL.
           05 WRK-UTIL-FUNCAO           PIC X(001)        VALUES "S".
           05 WRK-UTIL-DATA             PIC 9(008)        VALUES ZEROS.
           05 WRK-UTIL-DATA2            PIC 9(008)        VALUES ZEROS.
           05 WRK-UTIL-QTD              PIC 9(003)        VALUES ZEROS.
           05 WRK-UTIL-RESULTADO        PIC 9(008)        VALUES ZEROS.
           05 WRK-UTIL-EH-UTIL          PIC X(001)        VALUES "N".

       01  WRK-OPCAO                    PIC X(001)        VALUES SPACES.
           88 WRK-OPCAO-ABRIR                     VALUES "A".
           88 WRK-OPCAO-ANDAMENTO                 VALUES "N".
           88 WRK-OPCAO-ESCALAR                   VALUES "O".
           88 WRK-OPCAO-CONCLUIR                  VALUES "C".
           88 WRK-OPCAO-CONSULTAR                 VALUES "Q".
           88 WRK-OPCAO-A-VENCER                  VALUES "V".
           88 WRK-OPCAO-TRIMESTRAL                VALUES "T".
           88 WRK-OPCAO-SAIR                      VALUES "S".
           88 WRK-OPCAO-MANUTENCAO                VALUES "N" "O" "C".

      *== SIGN-ON DO OPERADOR
       01  WRK-OPERADOR                 PIC X(010)        VALUES SPACES.
       01  WRK-OPERADOR-ACHADO          PIC X(001)        VALUES "N".
           88 WRK-OPERADOR-SIM                    VALUES "S".
           88 WRK-OPERADOR-NAO                    VALUES "N".
       01  WRK-NIVEL-OPERADOR           PIC X(001)        VALUES SPACES.
           88 WRK-NIVEL-CONSULTA                  VALUES "1".

      *== AREA DE CHAMADA DO MODULO VALSEN (SENHA)
       01  WRK-VALSEN.
           05 WRK-SEN-FUNCAO            PIC X(001)        VALUES "V".
           05 WRK-SEN-SENHA             PIC X(010)        VALUES SPACES.
           05 WRK-SEN-HASH-GRAVADO      PIC 9(009)        VALUES ZEROS.
           05 WRK-SEN-HASH-CALCULADO    PIC 9(009)        VALUES ZEROS.
           05 WRK-SEN-VALIDA            PIC X(001)        VALUES "N".
               88 WRK-SENHA-OK                    VALUES "S".
               88 WRK-SENHA-INVALIDA              VALUES "N".
       01  WRK-SENHA                    PIC X(010)        VALUES SPACES.

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DAS RECLAMACOES E OUVIDORIA *** '.
      *-----------------------------------------------------------------

      *== PRAZOS EM DIAS UTEIS E ANTECEDENCIA DA LISTA A VENCER
       01  WRK-PRAZO-SAC                PIC 9(003)        VALUES 5.
       01  WRK-PRAZO-OUVIDORIA          PIC 9(003)        VALUES 10.
       01  WRK-DIAS-ALERTA              PIC 9(003)        VALUES 2.

       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-HOJE-R  REDEFINES   WRK-DATA-HOJE.
           05 WRK-HOJE-ANO              PIC 9(004).
           05 WRK-HOJE-MES              PIC 9(002).
           05 WRK-HOJE-DIA              PIC 9(002).
       01  WRK-HORA-ATUAL               PIC 9(008)        VALUES ZEROS.
       01  WRK-CONFIRMA                 PIC X(001)        VALUES SPACES.

       01  WRK-PROTOCOLO                PIC 9(010)        VALUES ZEROS.
       01  WRK-REG-ID                   PIC 9(004)        VALUES ZEROS.
       01  WRK-CANAL                    PIC X(001)        VALUES SPACES.
       01  WRK-CATEGORIA                PIC X(002)        VALUES SPACES.
       01  WRK-TIPO-REFERENCIA          PIC X(001)        VALUES SPACES.
       01  WRK-AGENCIA                  PIC 9(004)        VALUES ZEROS.
       01  WRK-CONTA                    PIC 9(005)        VALUES ZEROS.
       01  WRK-FATURA                   PIC 9(006)        VALUES ZEROS.
       01  WRK-ID-LOTE                  PIC 9(006)        VALUES ZEROS.
       01  WRK-ID-SEQ                   PIC 9(005)        VALUES ZEROS.
       01  WRK-TEXTO                    PIC X(040)        VALUES SPACES.
       01  WRK-RESULTADO                PIC X(001)        VALUES SPACES.
       01  WRK-ULTIMO-PROTOCOLO         PIC 9(006)        VALUES ZEROS.

       01  WRK-REFERENCIA-OK            PIC X(001)        VALUES "N".
           88 WRK-REFERENCIA-VALIDA               VALUES "S".
           88 WRK-REFERENCIA-INVALIDA             VALUES "N".

       01  WRK-ID-CLIENTE.
           05 WRK-ID-CLIENTE-P1         PIC X(001).
           05 WRK-ID-CLIENTE-P2         PIC X(003).
       01  WRK-ID-CLIENTE-N REDEFINES WRK-ID-CLIENTE
                                        PIC 9(004).

      *== LISTA DE CASOS A VENCER
       01  WRK-DIAS-UTEIS               PIC 9(003)        VALUES ZEROS.
       01  WRK-QT-LISTADOS              PIC 9(005) COMP-3 VALUES ZEROS.
       01  WRK-QT-VENCIDOS              PIC 9(005) COMP-3 VALUES ZEROS.

       01  WRK-LIN-AG-TITULO.
           05 FILLER                    PIC X(044) VALUE
              "RECLAMACOES PENDENTES VENCIDAS OU A VENCER -".
           05 FILLER                    PIC X(006) VALUE " DATA ".
           05 WRK-AGT-DATA              PIC 9(008).
           05 FILLER                    PIC X(022) VALUE SPACES.

       01  WRK-LIN-AG-CABEC.
           05 FILLER                    PIC X(080) VALUE
              "PROTOCOLO  CLI  CT NV ST ABERTURA PRAZO    SITUACAO DO PR
      -       "AZO".

       01  WRK-LIN-AG-CASO.
           05 WRK-LAG-PROTOCOLO         PIC 9(010).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LAG-REG-ID            PIC 9(004).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LAG-CATEGORIA         PIC X(002).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LAG-NIVEL             PIC X(002).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LAG-STATUS            PIC X(002).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LAG-ABERTURA          PIC 9(008).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LAG-PRAZO             PIC 9(008).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LAG-SITUACAO          PIC X(037).

       01  WRK-DIAS-ED                  PIC ZZ9.

      *== RELATORIO TRIMESTRAL POR CATEGORIA
       01  WRK-TRIMESTRE-INF            PIC 9(005)        VALUES ZEROS.
       01  WRK-TRIMESTRE-INF-R REDEFINES WRK-TRIMESTRE-INF.
           05 WRK-TRI-ANO               PIC 9(004).
           05 WRK-TRI-NUMERO            PIC 9(001).
       01  WRK-TRI-INICIO               PIC 9(008)        VALUES ZEROS.
       01  WRK-TRI-INICIO-R REDEFINES WRK-TRI-INICIO.
           05 WRK-TRI-INI-ANO           PIC 9(004).
           05 WRK-TRI-INI-MES           PIC 9(002).
           05 WRK-TRI-INI-DIA           PIC 9(002).
       01  WRK-TRI-FIM                  PIC 9(008)        VALUES ZEROS.
       01  WRK-TRI-FIM-R REDEFINES WRK-TRI-FIM.
           05 WRK-TRI-FIM-ANO           PIC 9(004).
           05 WRK-TRI-FIM-MES           PIC 9(002).
           05 WRK-TRI-FIM-DIA           PIC 9(002).

       01  WRK-TAB-CATEGORIAS-VALORES.
           05 FILLER                    PIC X(014) VALUE
              "LALANCAMENTOS ".
           05 FILLER                    PIC X(014) VALUE
              "TATARIFAS     ".
           05 FILLER                    PIC X(014) VALUE
              "ASASSINATURAS ".
           05 FILLER                    PIC X(014) VALUE
              "FAFATURAS     ".
           05 FILLER                    PIC X(014) VALUE
              "OUOUTROS      ".
       01  WRK-TAB-CATEGORIAS REDEFINES WRK-TAB-CATEGORIAS-VALORES.
           05 WRK-CAT-OCO               OCCURS 5 TIMES.
               10 WRK-CAT-CODIGO            PIC X(02).
               10 WRK-CAT-NOME              PIC X(12).
       01  WRK-IDX-CAT                  PIC 9(002)        VALUES ZEROS.
       01  WRK-CAT-ACHADA               PIC X(001)        VALUES "N".
           88 WRK-CAT-SIM                         VALUES "S".
           88 WRK-CAT-NAO                         VALUES "N".

       01  WRK-TAB-CONTADORES.
           05 WRK-CNT-OCO               OCCURS 6 TIMES.
               10 WRK-CNT-ABERTOS           PIC 9(05)    COMP-3.
               10 WRK-CNT-CONCLUIDOS        PIC 9(05)    COMP-3.
               10 WRK-CNT-PROCEDENTES       PIC 9(05)    COMP-3.
               10 WRK-CNT-EM-PARTE          PIC 9(05)    COMP-3.
               10 WRK-CNT-IMPROCEDENTES     PIC 9(05)    COMP-3.
               10 WRK-CNT-OUVIDORIA         PIC 9(05)    COMP-3.
               10 WRK-CNT-NO-PRAZO          PIC 9(05)    COMP-3.
       01  WRK-IDX-CNT                  PIC 9(002)        VALUES ZEROS.
       01  WRK-TOT-PENDENTES            PIC 9(005) COMP-3 VALUES ZEROS.
       01  WRK-TOT-PEND-VENCIDOS        PIC 9(005) COMP-3 VALUES ZEROS.
       01  WRK-PERC-PRAZO               PIC 9(003)V9      VALUES ZEROS.

       01  WRK-LIN-TR-TITULO.
           05 FILLER                    PIC X(040) VALUE
              "RECLAMACOES E OUVIDORIA - TRIMESTRE".
           05 WRK-TRT-TRIMESTRE         PIC 9(001).
           05 FILLER                    PIC X(001) VALUE "/".
           05 WRK-TRT-ANO               PIC 9(004).
           05 FILLER                    PIC X(004) VALUE " DE ".
           05 WRK-TRT-INICIO            PIC 9(008).
           05 FILLER                    PIC X(003) VALUE " A ".
           05 WRK-TRT-FIM               PIC 9(008).
           05 FILLER                    PIC X(011) VALUE SPACES.

       01  WRK-LIN-TR-CABEC.
           05 FILLER                    PIC X(080) VALUE
              "CATEGORIA     ABERTOS CONCLUI PROCED EMPART IMPROC OUVID
      -       "NOPRAZO %PRAZO".

       01  WRK-LIN-TR-CATEGORIA.
           05 WRK-LTR-NOME              PIC X(012).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LTR-ABERTOS           PIC ZZ.ZZ9.
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 WRK-LTR-CONCLUIDOS        PIC ZZ.ZZ9.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LTR-PROCEDENTES       PIC ZZ.ZZ9.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LTR-EM-PARTE          PIC ZZ.ZZ9.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LTR-IMPROCEDENTES     PIC ZZ.ZZ9.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LTR-OUVIDORIA         PIC ZZ.ZZ9.
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 WRK-LTR-NO-PRAZO          PIC ZZ.ZZ9.
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 WRK-LTR-PERC              PIC ZZ9,9.
           05 FILLER                    PIC X(014) VALUE SPACES.

       01  WRK-LIN-TEXTO                PIC X(080)        VALUES SPACES.
       01  WRK-QTD-ED                   PIC ZZ.ZZ9.
       01  WRK-QTD-ED2                  PIC ZZ.ZZ9.

      *== BOOK DE MENSAGENS ERRO
       COPY "#BOOKMSG".

      *=================================================================
       PROCEDURE                                 DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       0001-PRINCIPAL                            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-SAIR.
           PERFORM 0900-FINALIZAR.

       0001-PRINCIPAL-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DIR-DADOS FROM ENVIRONMENT "ATIVIDADE3_DIR".
           IF WRK-DIR-DADOS EQUAL SPACES
               MOVE "C:\ATIVIDADE3" TO WRK-DIR-DADOS
           END-IF.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RECLAMAC.dat"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RECLAMAC.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RECLHIST.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RECLHIST.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RECLNUM.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RECLNUM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CONTAS.dat"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CONTAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FATURREG.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FATURREG.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\LOTECTL.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LOTECTL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RELRECAG.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RELRECAG.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RELRECTR.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RELRECTR.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "==== RECLAMACOES E OUVIDORIA ====".
           PERFORM 0110-SIGNON.
           IF WRK-OPERADOR-NAO
               DISPLAY "OPERADOR NAO AUTORIZADO, ENCERRANDO."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O RECLAMAC.
           IF FS-RECLAMAC EQUAL 35
               OPEN OUTPUT RECLAMAC
               CLOSE RECLAMAC
               OPEN I-O RECLAMAC
           END-IF.
           IF FS-RECLAMAC NOT EQUAL 00
               DISPLAY "RECLAMAC.dat NAO ABERTO!"
               CALL "FSTATUS" USING FS-RECLAMAC WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE WRK-ERRO-ABERTURA TO WRK-FS-DESCRICAO
               DISPLAY WRK-FS-DESCRICAO " CLIENTES"
               CALL "FSTATUS" USING FS-CLIENTES WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               CLOSE RECLAMAC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
       0110-SIGNON                               SECTION.
      *-----------------------------------------------------------------

           DISPLAY "DIGITE O CODIGO DO OPERADOR..".
           ACCEPT WRK-OPERADOR.

           SET WRK-OPERADOR-NAO TO TRUE.

           OPEN INPUT OPERADORES.
           IF FS-OPERADORES NOT EQUAL 00
               DISPLAY "ARQUIVO DE OPERADORES NAO ABERTO!"
               GO TO 0110-SIGNON-FIM
           END-IF.

           READ OPERADORES.
           PERFORM 0111-PROCURA-OPERADOR
               UNTIL FS-OPERADORES NOT EQUAL 00
                  OR WRK-OPERADOR-SIM.

           CLOSE OPERADORES.

           IF WRK-OPERADOR-SIM
              AND OPE-ESTA-BLOQUEADO
               DISPLAY "OPERADOR BLOQUEADO!"
               SET WRK-OPERADOR-NAO TO TRUE
           END-IF.

           IF WRK-OPERADOR-SIM
              AND OPE-SENHA-HASH GREATER ZEROS
               DISPLAY "DIGITE A SENHA.."
               ACCEPT WRK-SENHA
               MOVE "V"            TO WRK-SEN-FUNCAO
               MOVE WRK-SENHA      TO WRK-SEN-SENHA
               MOVE OPE-SENHA-HASH TO WRK-SEN-HASH-GRAVADO
               CALL "VALSEN" USING WRK-VALSEN
               IF WRK-SENHA-INVALIDA
                   DISPLAY "SENHA INVALIDA!"
                   SET WRK-OPERADOR-NAO TO TRUE
               END-IF
           END-IF.

           IF WRK-OPERADOR-SIM
               MOVE OPE-NIVEL TO WRK-NIVEL-OPERADOR
               DISPLAY "BEM-VINDO, " OPE-NOME
           END-IF.

       0110-SIGNON-FIM.                          EXIT.

      *-----------------------------------------------------------------
       0111-PROCURA-OPERADOR                     SECTION.
      *-----------------------------------------------------------------

           IF OPE-CODIGO EQUAL WRK-OPERADOR
               SET WRK-OPERADOR-SIM TO TRUE
           ELSE
               READ OPERADORES
           END-IF.

       0111-PROCURA-OPERADOR-FIM.                EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           DISPLAY "==== RECLAMACOES E OUVIDORIA ====".
           DISPLAY "A-ABRIR CASO  N-ANDAMENTO  O-ESCALAR OUVIDORIA".
           DISPLAY "C-CONCLUIR  Q-CONSULTAR  V-LISTA A VENCER".
           DISPLAY "T-RELATORIO TRIMESTRAL  S-SAIR".
           DISPLAY "DIGITE A OPCAO..".
           ACCEPT WRK-OPCAO.

           IF WRK-NIVEL-CONSULTA
              AND WRK-OPCAO-MANUTENCAO
               DISPLAY "ANDAMENTO, ESCALADA E CONCLUSAO EXIGEM NIVEL "
                   "2 OU 3!"
               GO TO 0200-PROCESSAR-FIM
           END-IF.

           EVALUATE TRUE
               WHEN WRK-OPCAO-ABRIR
                   PERFORM 0210-ABRIR
               WHEN WRK-OPCAO-ANDAMENTO
                   PERFORM 0230-ANDAMENTO
               WHEN WRK-OPCAO-ESCALAR
                   PERFORM 0240-ESCALAR
               WHEN WRK-OPCAO-CONCLUIR
                   PERFORM 0250-CONCLUIR
               WHEN WRK-OPCAO-CONSULTAR
                   PERFORM 0220-CONSULTAR
               WHEN WRK-OPCAO-A-VENCER
                   PERFORM 0400-LISTA-A-VENCER
               WHEN WRK-OPCAO-TRIMESTRAL
                   PERFORM 0500-RELATORIO-TRIMESTRAL
               WHEN WRK-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    ABERTURA DO CASO - CLIENTE TEM DE EXISTIR NO CLIENTES.dat;
      *    A REFERENCIA, SE INFORMADA, TEM DE SER DO PROPRIO CLIENTE
      *    (CONTA OU FATURA) OU DE UM LOTE CONHECIDO (TRANSACAO). O
      *    PRAZO DO SAC E CONTADO EM DIAS UTEIS A PARTIR DE HOJE
      *-----------------------------------------------------------------
       0210-ABRIR                                SECTION.
      *-----------------------------------------------------------------

           DISPLAY "CODIGO DO CLIENTE (REG-ID)..".
           ACCEPT WRK-REG-ID.

           MOVE WRK-REG-ID TO REG-ID.
           READ CLIENTES KEY IS REG-ID
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO!"
                   GO TO 0210-ABRIR-FIM
           END-READ.
           DISPLAY "CLIENTE: " REG-NOME.

           DISPLAY "CANAL (T-TELEFONE E-EMAIL A-AGENCIA)..".
           ACCEPT WRK-CANAL.
           MOVE WRK-CANAL TO RCL-CANAL.
           IF NOT RCL-CANAL-VALIDO
               DISPLAY "CANAL INVALIDO!"
               GO TO 0210-ABRIR-FIM
           END-IF.

           DISPLAY "CATEGORIA (LA-LANCAMENTO TA-TARIFA AS-ASSINATURA "
               "FA-FATURA OU-OUTROS)..".
           ACCEPT WRK-CATEGORIA.
           MOVE WRK-CATEGORIA TO RCL-CATEGORIA.
           IF NOT RCL-CAT-VALIDA
               DISPLAY "CATEGORIA INVALIDA!"
               GO TO 0210-ABRIR-FIM
           END-IF.

           DISPLAY "REFERENCIA (C-CONTA F-FATURA L-LOTE/SEQUENCIA "
               "BRANCO-NENHUMA)..".
           ACCEPT WRK-TIPO-REFERENCIA.
           PERFORM 0300-CONFERE-REFERENCIA.
           IF WRK-REFERENCIA-INVALIDA
               GO TO 0210-ABRIR-FIM
           END-IF.

           DISPLAY "DESCRICAO DA RECLAMACAO..".
           ACCEPT WRK-TEXTO.
           IF WRK-TEXTO EQUAL SPACES
               DISPLAY "DESCRICAO OBRIGATORIA!"
               GO TO 0210-ABRIR-FIM
           END-IF.

           MOVE "S"            TO WRK-UTIL-FUNCAO.
           MOVE WRK-DATA-HOJE  TO WRK-UTIL-DATA.
           MOVE WRK-PRAZO-SAC  TO WRK-UTIL-QTD.
           CALL "DIAUTIL" USING WRK-DIAUTIL.
           DISPLAY "PRAZO DE RESPOSTA (SAC): " WRK-UTIL-RESULTADO.

           DISPLAY "CONFIRMA A ABERTURA (S/N)?".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "ABERTURA CANCELADA."
               GO TO 0210-ABRIR-FIM
           END-IF.

           PERFORM 0310-PROXIMO-PROTOCOLO.

           INITIALIZE REG-RECLAMA.
           MOVE WRK-PROTOCOLO       TO RCL-PROTOCOLO.
           MOVE WRK-REG-ID          TO RCL-REG-ID.
           MOVE WRK-CANAL           TO RCL-CANAL.
           MOVE WRK-CATEGORIA       TO RCL-CATEGORIA.
           MOVE WRK-TIPO-REFERENCIA TO RCL-TIPO-REFERENCIA.
           EVALUATE TRUE
               WHEN RCL-REF-CONTA
                   MOVE WRK-AGENCIA TO RCL-REF-AGENCIA
                   MOVE WRK-CONTA   TO RCL-REF-CONTA-NUM
               WHEN RCL-REF-FATURA
                   MOVE WRK-FATURA  TO RCL-REF-FAT-NUMERO
               WHEN RCL-REF-TRANSACAO
                   MOVE WRK-ID-LOTE TO RCL-REF-ID-LOTE
                   MOVE WRK-ID-SEQ  TO RCL-REF-ID-SEQ
               WHEN OTHER
                   MOVE SPACES      TO RCL-REFERENCIA
           END-EVALUATE.
           MOVE WRK-TEXTO           TO RCL-DESCRICAO.
           MOVE WRK-DATA-HOJE       TO RCL-DATA-ABERTURA.
           MOVE WRK-OPERADOR        TO RCL-OPERADOR.
           SET RCL-NIVEL-SAC        TO TRUE.
           MOVE WRK-UTIL-RESULTADO  TO RCL-DATA-PRAZO.
           SET RCL-ABERTA           TO TRUE.
           MOVE SPACES              TO RCL-RESULTADO
                                       RCL-NO-PRAZO.

           WRITE REG-RECLAMA
               INVALID KEY
                   DISPLAY "CASO NAO GRAVADO - FS " FS-RECLAMAC
                   GO TO 0210-ABRIR-FIM
           END-WRITE.

           SET RCH-EVT-ABERTURA TO TRUE.
           PERFORM 0320-GRAVA-HISTORIA.

           DISPLAY "CASO ABERTO - PROTOCOLO " RCL-PROTOCOLO
               " PRAZO " RCL-DATA-PRAZO.

       0210-ABRIR-FIM.                           EXIT.

      *-----------------------------------------------------------------
      *    CONSULTA - O CASO E TODA A SUA HISTORIA NO RECLHIST
      *-----------------------------------------------------------------
       0220-CONSULTAR                            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0330-LE-CASO.
           IF FS-RECLAMAC NOT EQUAL 00
               GO TO 0220-CONSULTAR-FIM
           END-IF.

           DISPLAY WRK-LINHA.
           DISPLAY "PROTOCOLO.: " RCL-PROTOCOLO
               "  CLIENTE: " RCL-REG-ID
               "  CANAL: " RCL-CANAL
               "  CATEGORIA: " RCL-CATEGORIA.
           EVALUATE TRUE
               WHEN RCL-REF-CONTA
                   DISPLAY "REFERENCIA: CONTA " RCL-REF-AGENCIA "/"
                       RCL-REF-CONTA-NUM
               WHEN RCL-REF-FATURA
                   DISPLAY "REFERENCIA: FATURA " RCL-REF-FAT-NUMERO
               WHEN RCL-REF-TRANSACAO
                   DISPLAY "REFERENCIA: LOTE " RCL-REF-ID-LOTE
                       " SEQUENCIA " RCL-REF-ID-SEQ
               WHEN OTHER
                   DISPLAY "REFERENCIA: NENHUMA"
           END-EVALUATE.
           DISPLAY "DESCRICAO.: " RCL-DESCRICAO.
           DISPLAY "ABERTO EM.: " RCL-DATA-ABERTURA
               " POR " RCL-OPERADOR.
           IF RCL-NIVEL-OUVIDORIA
               DISPLAY "NIVEL.....: OUVIDORIA DESDE " RCL-DATA-ESCALADA
           ELSE
               DISPLAY "NIVEL.....: SAC"
           END-IF.
           DISPLAY "PRAZO.....: " RCL-DATA-PRAZO.
           EVALUATE TRUE
               WHEN RCL-ABERTA
                   DISPLAY "SITUACAO..: ABERTO"
               WHEN RCL-EM-ANALISE
                   DISPLAY "SITUACAO..: EM ANALISE"
               WHEN RCL-CONCLUIDA
                   DISPLAY "SITUACAO..: CONCLUIDO EM "
                       RCL-DATA-CONCLUSAO " POR "
                       RCL-OPERADOR-CONCLUSAO
                       " - RESULTADO " RCL-RESULTADO
                       " NO PRAZO " RCL-NO-PRAZO
           END-EVALUATE.

           DISPLAY "-- HISTORIA --".
           OPEN INPUT RECLHIST.
           IF FS-RECLHIST EQUAL 00
               READ RECLHIST
               PERFORM 0221-MOSTRA-HISTORIA
                   UNTIL FS-RECLHIST NOT EQUAL 00
               CLOSE RECLHIST
           END-IF.
           DISPLAY WRK-LINHA.

       0220-CONSULTAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0221-MOSTRA-HISTORIA                      SECTION.
      *-----------------------------------------------------------------

           IF RCH-PROTOCOLO EQUAL RCL-PROTOCOLO
               DISPLAY RCH-DATA " " RCH-HORA " " RCH-EVENTO " ST "
                   RCH-STATUS " NV " RCH-NIVEL " PRAZO "
                   RCH-DATA-PRAZO " " RCH-OPERADOR
               DISPLAY "    " RCH-TEXTO
           END-IF.

           READ RECLHIST.

       0221-MOSTRA-HISTORIA-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    ANDAMENTO - REGISTRA O TRATAMENTO E PASSA O CASO A EM
      *    ANALISE; O PRAZO NAO MUDA
      *-----------------------------------------------------------------
       0230-ANDAMENTO                            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0330-LE-CASO.
           IF FS-RECLAMAC NOT EQUAL 00
               GO TO 0230-ANDAMENTO-FIM
           END-IF.
           IF NOT RCL-PENDENTE
               DISPLAY "CASO JA CONCLUIDO EM " RCL-DATA-CONCLUSAO "!"
               GO TO 0230-ANDAMENTO-FIM
           END-IF.

           DISPLAY "TEXTO DO ANDAMENTO..".
           ACCEPT WRK-TEXTO.
           IF WRK-TEXTO EQUAL SPACES
               DISPLAY "TEXTO OBRIGATORIO!"
               GO TO 0230-ANDAMENTO-FIM
           END-IF.

           SET RCL-EM-ANALISE TO TRUE.
           REWRITE REG-RECLAMA
               INVALID KEY
                   DISPLAY "CASO NAO REGRAVADO - FS " FS-RECLAMAC
                   GO TO 0230-ANDAMENTO-FIM
           END-REWRITE.

           SET RCH-EVT-ANDAMENTO TO TRUE.
           PERFORM 0320-GRAVA-HISTORIA.
           DISPLAY "ANDAMENTO REGISTRADO.".

       0230-ANDAMENTO-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    ESCALADA PARA A OUVIDORIA - SO CASO PENDENTE NO NIVEL SAC;
      *    O PRAZO DA OUVIDORIA CONTA A PARTIR DE HOJE
      *-----------------------------------------------------------------
       0240-ESCALAR                              SECTION.
      *-----------------------------------------------------------------

           PERFORM 0330-LE-CASO.
           IF FS-RECLAMAC NOT EQUAL 00
               GO TO 0240-ESCALAR-FIM
           END-IF.
           IF NOT RCL-PENDENTE
               DISPLAY "CASO JA CONCLUIDO EM " RCL-DATA-CONCLUSAO "!"
               GO TO 0240-ESCALAR-FIM
           END-IF.
           IF RCL-NIVEL-OUVIDORIA
               DISPLAY "CASO JA ESTA NA OUVIDORIA DESDE "
                   RCL-DATA-ESCALADA "!"
               GO TO 0240-ESCALAR-FIM
           END-IF.

           DISPLAY "MOTIVO DA ESCALADA..".
           ACCEPT WRK-TEXTO.
           IF WRK-TEXTO EQUAL SPACES
               DISPLAY "MOTIVO OBRIGATORIO!"
               GO TO 0240-ESCALAR-FIM
           END-IF.

           MOVE "S"                 TO WRK-UTIL-FUNCAO.
           MOVE WRK-DATA-HOJE       TO WRK-UTIL-DATA.
           MOVE WRK-PRAZO-OUVIDORIA TO WRK-UTIL-QTD.
           CALL "DIAUTIL" USING WRK-DIAUTIL.

           SET RCL-NIVEL-OUVIDORIA  TO TRUE.
           MOVE WRK-DATA-HOJE       TO RCL-DATA-ESCALADA.
           MOVE WRK-UTIL-RESULTADO  TO RCL-DATA-PRAZO.
           REWRITE REG-RECLAMA
               INVALID KEY
                   DISPLAY "CASO NAO REGRAVADO - FS " FS-RECLAMAC
                   GO TO 0240-ESCALAR-FIM
           END-REWRITE.

           SET RCH-EVT-ESCALADA TO TRUE.
           PERFORM 0320-GRAVA-HISTORIA.
           DISPLAY "CASO ESCALADO PARA A OUVIDORIA - NOVO PRAZO "
               RCL-DATA-PRAZO.

       0240-ESCALAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    CONCLUSAO - RESULTADO E RESPOSTA; NO PRAZO SE RESPONDIDO
      *    ATE A DATA DO PRAZO VIGENTE
      *-----------------------------------------------------------------
       0250-CONCLUIR                             SECTION.
      *-----------------------------------------------------------------

           PERFORM 0330-LE-CASO.
           IF FS-RECLAMAC NOT EQUAL 00
               GO TO 0250-CONCLUIR-FIM
           END-IF.
           IF NOT RCL-PENDENTE
               DISPLAY "CASO JA CONCLUIDO EM " RCL-DATA-CONCLUSAO "!"
               GO TO 0250-CONCLUIR-FIM
           END-IF.

           DISPLAY "RESULTADO (P-PROCEDENTE E-PROCEDENTE EM PARTE "
               "I-IMPROCEDENTE)..".
           ACCEPT WRK-RESULTADO.
           MOVE WRK-RESULTADO TO RCL-RESULTADO.
           IF NOT RCL-RESULTADO-VALIDO
               DISPLAY "RESULTADO INVALIDO!"
               GO TO 0250-CONCLUIR-FIM
           END-IF.

           DISPLAY "RESPOSTA DADA AO CLIENTE..".
           ACCEPT WRK-TEXTO.
           IF WRK-TEXTO EQUAL SPACES
               DISPLAY "RESPOSTA OBRIGATORIA!"
               GO TO 0250-CONCLUIR-FIM
           END-IF.

           SET RCL-CONCLUIDA        TO TRUE.
           MOVE WRK-DATA-HOJE       TO RCL-DATA-CONCLUSAO.
           MOVE WRK-OPERADOR        TO RCL-OPERADOR-CONCLUSAO.
           IF WRK-DATA-HOJE GREATER RCL-DATA-PRAZO
               SET RCL-RESPONDIDA-FORA-PRAZO TO TRUE
           ELSE
               SET RCL-RESPONDIDA-NO-PRAZO   TO TRUE
           END-IF.
           REWRITE REG-RECLAMA
               INVALID KEY
                   DISPLAY "CASO NAO REGRAVADO - FS " FS-RECLAMAC
                   GO TO 0250-CONCLUIR-FIM
           END-REWRITE.

           SET RCH-EVT-CONCLUSAO TO TRUE.
           PERFORM 0320-GRAVA-HISTORIA.
           IF RCL-RESPONDIDA-NO-PRAZO
               DISPLAY "CASO CONCLUIDO NO PRAZO."
           ELSE
               DISPLAY "CASO CONCLUIDO FORA DO PRAZO (" RCL-DATA-PRAZO
                   ")!"
           END-IF.

       0250-CONCLUIR-FIM.                        EXIT.

      *-----------------------------------------------------------------
      *    PEDE E CONFERE A REFERENCIA DO TIPO INFORMADO
      *-----------------------------------------------------------------
       0300-CONFERE-REFERENCIA                   SECTION.
      *-----------------------------------------------------------------

           SET WRK-REFERENCIA-INVALIDA TO TRUE.

           EVALUATE WRK-TIPO-REFERENCIA
               WHEN "C"
                   PERFORM 0301-CONFERE-CONTA
               WHEN "F"
                   PERFORM 0302-CONFERE-FATURA
               WHEN "L"
                   PERFORM 0303-CONFERE-TRANSACAO
               WHEN SPACES
                   SET WRK-REFERENCIA-VALIDA TO TRUE
               WHEN OTHER
                   DISPLAY "TIPO DE REFERENCIA INVALIDO!"
           END-EVALUATE.

       0300-CONFERE-REFERENCIA-FIM.              EXIT.

      *-----------------------------------------------------------------
       0301-CONFERE-CONTA                        SECTION.
      *-----------------------------------------------------------------

           DISPLAY "AGENCIA..".
           ACCEPT WRK-AGENCIA.
           DISPLAY "CONTA..".
           ACCEPT WRK-CONTA.

           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL 00
               DISPLAY "CONTAS.dat NAO ABERTO - CONTA NAO CONFERIDA!"
               GO TO 0301-CONFERE-CONTA-FIM
           END-IF.

           MOVE WRK-AGENCIA TO CTA-AGENCIA.
           MOVE WRK-CONTA   TO CTA-CONTA.
           READ CONTAS KEY IS CTA-CHAVE
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA!"
               NOT INVALID KEY
                   IF CTA-REG-ID EQUAL WRK-REG-ID
                       SET WRK-REFERENCIA-VALIDA TO TRUE
                   ELSE
                       DISPLAY "CONTA NAO PERTENCE AO CLIENTE!"
                   END-IF
           END-READ.

           CLOSE CONTAS.

       0301-CONFERE-CONTA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    FATURA DO CLIENTE - O CODIGO DO ASSINANTE DO FATURREG SAO
      *    OS 3 ULTIMOS DIGITOS DO REG-ID, COMO NO PRGCOBRA
      *-----------------------------------------------------------------
       0302-CONFERE-FATURA                       SECTION.
      *-----------------------------------------------------------------

           DISPLAY "NUMERO DA FATURA..".
           ACCEPT WRK-FATURA.

           OPEN INPUT FATURREG.
           IF FS-FATURREG NOT EQUAL 00
               DISPLAY "FATURREG.txt NAO ABERTO - FATURA NAO CONFERIDA!"
               GO TO 0302-CONFERE-FATURA-FIM
           END-IF.

           READ FATURREG.
           PERFORM 0304-PROCURA-FATURA
               UNTIL FS-FATURREG NOT EQUAL 00
                  OR FAT-NUMERO EQUAL WRK-FATURA.

           IF FS-FATURREG NOT EQUAL 00
               DISPLAY "FATURA NAO ENCONTRADA NO FATURREG!"
           ELSE
               MOVE "0"                TO WRK-ID-CLIENTE-P1
               MOVE FAT-CODIGO-CLIENTE TO WRK-ID-CLIENTE-P2
               IF WRK-ID-CLIENTE-N EQUAL WRK-REG-ID
                   SET WRK-REFERENCIA-VALIDA TO TRUE
               ELSE
                   DISPLAY "FATURA NAO PERTENCE AO CLIENTE!"
               END-IF
           END-IF.

           CLOSE FATURREG.

       0302-CONFERE-FATURA-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0303-CONFERE-TRANSACAO                    SECTION.
      *-----------------------------------------------------------------

           DISPLAY "LOTE DA TRANSACAO..".
           ACCEPT WRK-ID-LOTE.
           DISPLAY "SEQUENCIA NO LOTE..".
           ACCEPT WRK-ID-SEQ.
           IF WRK-ID-LOTE EQUAL ZEROS
              OR WRK-ID-SEQ EQUAL ZEROS
               DISPLAY "LOTE E SEQUENCIA OBRIGATORIOS!"
               GO TO 0303-CONFERE-TRANSACAO-FIM
           END-IF.

           OPEN INPUT LOTECTL.
           IF FS-LOTECTL NOT EQUAL 00
               DISPLAY "LOTECTL NAO ABERTO - LOTE NAO CONFERIDO!"
               GO TO 0303-CONFERE-TRANSACAO-FIM
           END-IF.

           READ LOTECTL.
           PERFORM 0305-PROCURA-LOTE
               UNTIL FS-LOTECTL NOT EQUAL 00
                  OR LOT-NUMERO EQUAL WRK-ID-LOTE.

           IF FS-LOTECTL EQUAL 00
               SET WRK-REFERENCIA-VALIDA TO TRUE
           ELSE
               DISPLAY "LOTE NAO CONSTA NO LOTECTL!"
           END-IF.

           CLOSE LOTECTL.

       0303-CONFERE-TRANSACAO-FIM.               EXIT.

      *-----------------------------------------------------------------
       0304-PROCURA-FATURA                       SECTION.
      *-----------------------------------------------------------------

           READ FATURREG.

       0304-PROCURA-FATURA-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0305-PROCURA-LOTE                         SECTION.
      *-----------------------------------------------------------------

           READ LOTECTL.

       0305-PROCURA-LOTE-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    PROTOCOLO = ANO CORRENTE + SEQUENCIA DO ANO, PERSISTIDA NO
      *    RECLNUM.txt (A SEQUENCIA RECOMECA NA VIRADA DO ANO)
      *-----------------------------------------------------------------
       0310-PROXIMO-PROTOCOLO                    SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-ULTIMO-PROTOCOLO.

           OPEN INPUT RECLNUM.
           IF FS-RECLNUM             EQUAL 00
               READ RECLNUM
               IF FS-RECLNUM         EQUAL 00
                  AND NUM-ANO        EQUAL WRK-HOJE-ANO
                   MOVE NUM-ULTIMO-PROTOCOLO TO WRK-ULTIMO-PROTOCOLO
               END-IF
               CLOSE RECLNUM
           END-IF.

           ADD 1 TO WRK-ULTIMO-PROTOCOLO.

           OPEN OUTPUT RECLNUM.
           MOVE WRK-HOJE-ANO         TO NUM-ANO.
           MOVE WRK-ULTIMO-PROTOCOLO TO NUM-ULTIMO-PROTOCOLO.
           WRITE REG-RECLNUM.
           CLOSE RECLNUM.

           COMPUTE WRK-PROTOCOLO =
               WRK-HOJE-ANO * 1000000 + WRK-ULTIMO-PROTOCOLO.

       0310-PROXIMO-PROTOCOLO-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    UMA LINHA NO RECLHIST COM O ESTADO DO CASO APOS O EVENTO
      *    (RCH-EVENTO JA PREENCHIDO PELO CHAMADOR) E O WRK-TEXTO
      *-----------------------------------------------------------------
       0320-GRAVA-HISTORIA                       SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-HORA-ATUAL FROM TIME.

           MOVE RCL-PROTOCOLO        TO RCH-PROTOCOLO.
           MOVE WRK-DATA-HOJE        TO RCH-DATA.
           MOVE WRK-HORA-ATUAL(1:6)  TO RCH-HORA.
           MOVE RCL-STATUS           TO RCH-STATUS.
           MOVE RCL-NIVEL            TO RCH-NIVEL.
           MOVE RCL-DATA-PRAZO       TO RCH-DATA-PRAZO.
           MOVE WRK-OPERADOR         TO RCH-OPERADOR.
           MOVE WRK-TEXTO            TO RCH-TEXTO.

           OPEN EXTEND RECLHIST.
           IF FS-RECLHIST EQUAL 35
               OPEN OUTPUT RECLHIST
               CLOSE RECLHIST
               OPEN EXTEND RECLHIST
           END-IF.
           WRITE REG-RECLHIS.
           CLOSE RECLHIST.

       0320-GRAVA-HISTORIA-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0330-LE-CASO                              SECTION.
      *-----------------------------------------------------------------

           DISPLAY "PROTOCOLO..".
           ACCEPT WRK-PROTOCOLO.

           MOVE WRK-PROTOCOLO TO RCL-PROTOCOLO.
           READ RECLAMAC
               INVALID KEY
                   DISPLAY "PROTOCOLO " WRK-PROTOCOLO " NAO ENCONTRADO!"
           END-READ.

       0330-LE-CASO-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    LISTA DOS CASOS PENDENTES JA VENCIDOS OU A ATE N DIAS UTEIS
      *    DO PRAZO - DIAS UTEIS CONTADOS PELO DIAUTIL "C"
      *-----------------------------------------------------------------
       0400-LISTA-A-VENCER                       SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-QT-LISTADOS
                         WRK-QT-VENCIDOS.

           OPEN OUTPUT RELRECAG.
           IF FS-RELRECAG NOT EQUAL 00
               DISPLAY "RELRECAG.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-RELRECAG WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               GO TO 0400-LISTA-A-VENCER-FIM
           END-IF.

           MOVE WRK-DATA-HOJE TO WRK-AGT-DATA.
           WRITE REG-RELRECAG FROM WRK-LIN-AG-TITULO.
           WRITE REG-RELRECAG FROM WRK-LIN-AG-CABEC.
           DISPLAY WRK-LIN-AG-TITULO.
           DISPLAY WRK-LIN-AG-CABEC.

           MOVE ZEROS TO RCL-PROTOCOLO.
           START RECLAMAC KEY IS NOT LESS RCL-PROTOCOLO
               INVALID KEY
                   MOVE 10 TO FS-RECLAMAC
           END-START.
           IF FS-RECLAMAC EQUAL 00
               READ RECLAMAC NEXT
               PERFORM 0410-AVALIA-CASO
                   UNTIL FS-RECLAMAC NOT EQUAL 00
           END-IF.

           MOVE WRK-QT-LISTADOS TO WRK-QTD-ED.
           MOVE WRK-QT-VENCIDOS TO WRK-QTD-ED2.
           MOVE SPACES TO WRK-LIN-TEXTO.
           STRING "CASOS LISTADOS: " WRK-QTD-ED
                  "  JA VENCIDOS: "  WRK-QTD-ED2
                  DELIMITED BY SIZE INTO WRK-LIN-TEXTO.
           WRITE REG-RELRECAG FROM WRK-LIN-TEXTO.
           DISPLAY WRK-LIN-TEXTO.

           CLOSE RELRECAG.

           MOVE "RELRECAG"             TO WRK-SPL-RELATORIO.
           MOVE "PRGRECLA"             TO WRK-SPL-PROGRAMA.
           MOVE WRK-CAMINHO-RELRECAG   TO WRK-SPL-ARQUIVO.
           MOVE "OUVIDORIA"            TO WRK-SPL-DESTINATARIO.
           CALL "SPOOLREG" USING WRK-SPOOL.

           DISPLAY "LISTA GRAVADA.......: " WRK-CAMINHO-RELRECAG.

       0400-LISTA-A-VENCER-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0410-AVALIA-CASO                          SECTION.
      *-----------------------------------------------------------------

           IF NOT RCL-PENDENTE
               GO TO 0410-AVALIA-CASO-LER
           END-IF.

           MOVE "C" TO WRK-UTIL-FUNCAO.
           IF RCL-DATA-PRAZO LESS WRK-DATA-HOJE
               MOVE RCL-DATA-PRAZO TO WRK-UTIL-DATA
               MOVE WRK-DATA-HOJE  TO WRK-UTIL-DATA2
           ELSE
               MOVE WRK-DATA-HOJE  TO WRK-UTIL-DATA
               MOVE RCL-DATA-PRAZO TO WRK-UTIL-DATA2
           END-IF.
           CALL "DIAUTIL" USING WRK-DIAUTIL.
           MOVE WRK-UTIL-QTD TO WRK-DIAS-UTEIS.
           MOVE WRK-DIAS-UTEIS TO WRK-DIAS-ED.

           MOVE SPACES TO WRK-LAG-SITUACAO.
           EVALUATE TRUE
               WHEN RCL-DATA-PRAZO LESS WRK-DATA-HOJE
                   ADD 1 TO WRK-QT-VENCIDOS
                   STRING "VENCIDO HA " WRK-DIAS-ED " DIA(S) UTIL(EIS)"
                       DELIMITED BY SIZE INTO WRK-LAG-SITUACAO
               WHEN RCL-DATA-PRAZO EQUAL WRK-DATA-HOJE
                   MOVE "VENCE HOJE" TO WRK-LAG-SITUACAO
               WHEN WRK-DIAS-UTEIS NOT GREATER WRK-DIAS-ALERTA
                   STRING "VENCE EM " WRK-DIAS-ED " DIA(S) UTIL(EIS)"
                       DELIMITED BY SIZE INTO WRK-LAG-SITUACAO
               WHEN OTHER
                   GO TO 0410-AVALIA-CASO-LER
           END-EVALUATE.

           ADD 1 TO WRK-QT-LISTADOS.
           MOVE RCL-PROTOCOLO      TO WRK-LAG-PROTOCOLO.
           MOVE RCL-REG-ID         TO WRK-LAG-REG-ID.
           MOVE RCL-CATEGORIA      TO WRK-LAG-CATEGORIA.
           IF RCL-NIVEL-OUVIDORIA
               MOVE "OV"           TO WRK-LAG-NIVEL
           ELSE
               MOVE "SA"           TO WRK-LAG-NIVEL
           END-IF.
           MOVE RCL-STATUS         TO WRK-LAG-STATUS.
           MOVE RCL-DATA-ABERTURA  TO WRK-LAG-ABERTURA.
           MOVE RCL-DATA-PRAZO     TO WRK-LAG-PRAZO.
           WRITE REG-RELRECAG FROM WRK-LIN-AG-CASO.
           DISPLAY WRK-LIN-AG-CASO.

       0410-AVALIA-CASO-LER.
           READ RECLAMAC NEXT.

       0410-AVALIA-CASO-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    RELATORIO TRIMESTRAL AO REGULADOR - POR CATEGORIA: CASOS
      *    ABERTOS NO TRIMESTRE E CASOS CONCLUIDOS NO TRIMESTRE COM O
      *    RESULTADO, OS QUE PASSARAM PELA OUVIDORIA E O PERCENTUAL
      *    RESPONDIDO NO PRAZO
      *-----------------------------------------------------------------
       0500-RELATORIO-TRIMESTRAL                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY "TRIMESTRE (AAAAT, BRANCO=TRIMESTRE ANTERIOR)?".
           ACCEPT WRK-TRIMESTRE-INF.
           IF WRK-TRIMESTRE-INF EQUAL ZEROS
               PERFORM 0510-TRIMESTRE-ANTERIOR
           END-IF.
           IF WRK-TRI-NUMERO LESS 1
              OR WRK-TRI-NUMERO GREATER 4
               DISPLAY "TRIMESTRE INVALIDO!"
               GO TO 0500-RELATORIO-TRIMESTRAL-FIM
           END-IF.

           MOVE WRK-TRI-ANO TO WRK-TRI-INI-ANO
                               WRK-TRI-FIM-ANO.
           COMPUTE WRK-TRI-INI-MES = (WRK-TRI-NUMERO - 1) * 3 + 1.
           MOVE 01 TO WRK-TRI-INI-DIA.
           COMPUTE WRK-TRI-FIM-MES = WRK-TRI-NUMERO * 3.
           MOVE 31 TO WRK-TRI-FIM-DIA.

           INITIALIZE WRK-TAB-CONTADORES.
           MOVE ZEROS TO WRK-TOT-PENDENTES
                         WRK-TOT-PEND-VENCIDOS.

           OPEN OUTPUT RELRECTR.
           IF FS-RELRECTR NOT EQUAL 00
               DISPLAY "RELRECTR.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-RELRECTR WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               GO TO 0500-RELATORIO-TRIMESTRAL-FIM
           END-IF.

           MOVE ZEROS TO RCL-PROTOCOLO.
           START RECLAMAC KEY IS NOT LESS RCL-PROTOCOLO
               INVALID KEY
                   MOVE 10 TO FS-RECLAMAC
           END-START.
           IF FS-RECLAMAC EQUAL 00
               READ RECLAMAC NEXT
               PERFORM 0520-ACUMULA-CASO
                   UNTIL FS-RECLAMAC NOT EQUAL 00
           END-IF.

           MOVE WRK-TRI-NUMERO TO WRK-TRT-TRIMESTRE.
           MOVE WRK-TRI-ANO    TO WRK-TRT-ANO.
           MOVE WRK-TRI-INICIO TO WRK-TRT-INICIO.
           MOVE WRK-TRI-FIM    TO WRK-TRT-FIM.
           WRITE REG-RELRECTR FROM WRK-LIN-TR-TITULO.
           WRITE REG-RELRECTR FROM WRK-LIN-TR-CABEC.
           DISPLAY WRK-LIN-TR-TITULO.
           DISPLAY WRK-LIN-TR-CABEC.

           PERFORM 0540-IMPRIME-CATEGORIA
               VARYING WRK-IDX-CNT FROM 1 BY 1
               UNTIL WRK-IDX-CNT GREATER 6.

           MOVE WRK-TOT-PENDENTES     TO WRK-QTD-ED.
           MOVE WRK-TOT-PEND-VENCIDOS TO WRK-QTD-ED2.
           MOVE SPACES TO WRK-LIN-TEXTO.
           STRING "CASOS AINDA PENDENTES: " WRK-QTD-ED
                  "  COM PRAZO VENCIDO: "   WRK-QTD-ED2
                  DELIMITED BY SIZE INTO WRK-LIN-TEXTO.
           WRITE REG-RELRECTR FROM WRK-LIN-TEXTO.
           DISPLAY WRK-LIN-TEXTO.

           CLOSE RELRECTR.

           MOVE "RELRECTR"             TO WRK-SPL-RELATORIO.
           MOVE "PRGRECLA"             TO WRK-SPL-PROGRAMA.
           MOVE WRK-CAMINHO-RELRECTR   TO WRK-SPL-ARQUIVO.
           MOVE "OUVIDORIA"            TO WRK-SPL-DESTINATARIO.
           CALL "SPOOLREG" USING WRK-SPOOL.

           DISPLAY "RELATORIO GRAVADO...: " WRK-CAMINHO-RELRECTR.

       0500-RELATORIO-TRIMESTRAL-FIM.            EXIT.

      *-----------------------------------------------------------------
       0510-TRIMESTRE-ANTERIOR                   SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-HOJE-ANO TO WRK-TRI-ANO.
           COMPUTE WRK-TRI-NUMERO = (WRK-HOJE-MES - 1) / 3.
           IF WRK-TRI-NUMERO EQUAL ZEROS
               SUBTRACT 1 FROM WRK-TRI-ANO
               MOVE 4 TO WRK-TRI-NUMERO
           END-IF.

       0510-TRIMESTRE-ANTERIOR-FIM.              EXIT.

      *-----------------------------------------------------------------
      *    A LINHA 6 DA TABELA DE CONTADORES E O TOTAL GERAL
      *-----------------------------------------------------------------
       0520-ACUMULA-CASO                         SECTION.
      *-----------------------------------------------------------------

           IF RCL-PENDENTE
               ADD 1 TO WRK-TOT-PENDENTES
               IF RCL-DATA-PRAZO LESS WRK-DATA-HOJE
                   ADD 1 TO WRK-TOT-PEND-VENCIDOS
               END-IF
           END-IF.

           PERFORM 0530-ACHA-CATEGORIA.
           IF WRK-CAT-NAO
               MOVE 5 TO WRK-IDX-CAT
           END-IF.

           IF RCL-DATA-ABERTURA NOT LESS WRK-TRI-INICIO
              AND RCL-DATA-ABERTURA NOT GREATER WRK-TRI-FIM
               ADD 1 TO WRK-CNT-ABERTOS(WRK-IDX-CAT)
                        WRK-CNT-ABERTOS(6)
           END-IF.

           IF NOT RCL-CONCLUIDA
              OR RCL-DATA-CONCLUSAO LESS WRK-TRI-INICIO
              OR RCL-DATA-CONCLUSAO GREATER WRK-TRI-FIM
               GO TO 0520-ACUMULA-CASO-LER
           END-IF.

           ADD 1 TO WRK-CNT-CONCLUIDOS(WRK-IDX-CAT)
                    WRK-CNT-CONCLUIDOS(6).
           EVALUATE TRUE
               WHEN RCL-PROCEDENTE
                   ADD 1 TO WRK-CNT-PROCEDENTES(WRK-IDX-CAT)
                            WRK-CNT-PROCEDENTES(6)
               WHEN RCL-PROCEDENTE-EM-PARTE
                   ADD 1 TO WRK-CNT-EM-PARTE(WRK-IDX-CAT)
                            WRK-CNT-EM-PARTE(6)
               WHEN OTHER
                   ADD 1 TO WRK-CNT-IMPROCEDENTES(WRK-IDX-CAT)
                            WRK-CNT-IMPROCEDENTES(6)
           END-EVALUATE.
           IF RCL-NIVEL-OUVIDORIA
               ADD 1 TO WRK-CNT-OUVIDORIA(WRK-IDX-CAT)
                        WRK-CNT-OUVIDORIA(6)
           END-IF.
           IF RCL-RESPONDIDA-NO-PRAZO
               ADD 1 TO WRK-CNT-NO-PRAZO(WRK-IDX-CAT)
                        WRK-CNT-NO-PRAZO(6)
           END-IF.

       0520-ACUMULA-CASO-LER.
           READ RECLAMAC NEXT.

       0520-ACUMULA-CASO-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0530-ACHA-CATEGORIA                       SECTION.
      *-----------------------------------------------------------------

           SET WRK-CAT-NAO TO TRUE.

           PERFORM 0531-COMPARA-CATEGORIA
               VARYING WRK-IDX-CAT FROM 1 BY 1
               UNTIL WRK-IDX-CAT GREATER 5
                  OR WRK-CAT-SIM.

           IF WRK-CAT-SIM
               SUBTRACT 1 FROM WRK-IDX-CAT
           END-IF.

       0530-ACHA-CATEGORIA-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0531-COMPARA-CATEGORIA                    SECTION.
      *-----------------------------------------------------------------

           IF WRK-CAT-CODIGO(WRK-IDX-CAT) EQUAL RCL-CATEGORIA
               SET WRK-CAT-SIM TO TRUE
           END-IF.

       0531-COMPARA-CATEGORIA-FIM.               EXIT.

      *-----------------------------------------------------------------
       0540-IMPRIME-CATEGORIA                    SECTION.
      *-----------------------------------------------------------------

           IF WRK-IDX-CNT GREATER 5
               MOVE "TOTAL"                    TO WRK-LTR-NOME
           ELSE
               MOVE WRK-CAT-NOME(WRK-IDX-CNT)  TO WRK-LTR-NOME
           END-IF.

           MOVE WRK-CNT-ABERTOS(WRK-IDX-CNT)   TO WRK-LTR-ABERTOS.
           MOVE WRK-CNT-CONCLUIDOS(WRK-IDX-CNT)
                                           TO WRK-LTR-CONCLUIDOS.
           MOVE WRK-CNT-PROCEDENTES(WRK-IDX-CNT)
                                           TO WRK-LTR-PROCEDENTES.
           MOVE WRK-CNT-EM-PARTE(WRK-IDX-CNT)  TO WRK-LTR-EM-PARTE.
           MOVE WRK-CNT-IMPROCEDENTES(WRK-IDX-CNT)
                                           TO WRK-LTR-IMPROCEDENTES.
           MOVE WRK-CNT-OUVIDORIA(WRK-IDX-CNT) TO WRK-LTR-OUVIDORIA.
           MOVE WRK-CNT-NO-PRAZO(WRK-IDX-CNT)  TO WRK-LTR-NO-PRAZO.

           MOVE ZEROS TO WRK-PERC-PRAZO.
           IF WRK-CNT-CONCLUIDOS(WRK-IDX-CNT) GREATER ZEROS
               COMPUTE WRK-PERC-PRAZO ROUNDED =
                   WRK-CNT-NO-PRAZO(WRK-IDX-CNT) * 100
                 / WRK-CNT-CONCLUIDOS(WRK-IDX-CNT)
           END-IF.
           MOVE WRK-PERC-PRAZO TO WRK-LTR-PERC.

           WRITE REG-RELRECTR FROM WRK-LIN-TR-CATEGORIA.
           DISPLAY WRK-LIN-TR-CATEGORIA.

       0540-IMPRIME-CATEGORIA-FIM.               EXIT.

      *-----------------------------------------------------------------
       0900-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE RECLAMAC.
           CLOSE CLIENTES.

           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0900-FINALIZAR-FIM.                       EXIT.
