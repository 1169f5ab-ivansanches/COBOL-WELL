       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGPERDA.
      *=================================================================
      * PROGRAMA   : PRGPERDA
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: PROVISAO PARA DEVEDORES DUVIDOSOS E BAIXA COMO
      *              PERDA - O OPERADOR ASSINA (OPERADORES.txt, SENHA
      *              PELO VALSEN) E ESCOLHE:
      *              F = FECHAMENTO DO MES: PERCORRE AS FATURAS ABERTAS
      *                  E PARCIAIS DO FATURREG.txt NA DATA BASE, NAS
      *                  MESMAS FAIXAS DO PRGAGING, E APLICA O
      *                  PERCENTUAL DE PROVISAO DE CADA FAIXA
      *                  (PROVPRM.txt, AUSENTE = 1/10/50/100%) - A
      *                  PROVISAO SAI POR SERVICO E NO TOTAL NO
      *                  RELPROV.txt. FATURA COM ATRASO ACIMA DA IDADE
      *                  DE BAIXA DO PROVPRM (AUSENTE = 180 DIAS) E
      *                  BAIXADA COMO PERDA (STATUS B, MOTIVO I);
      *              B = BAIXA POR SUPERVISOR (NIVEL 3) DE FATURA
      *                  CONFIRMADA COMO INCOBRAVEL (MOTIVO S);
      *              R = RELATORIO DE RECUPERACOES DO MES (RELRECUP.txt)
      *                  - PAGAMENTOS DE FATURAS BAIXADAS RECEBIDOS PELO
      *                  PRGPAGTO/PRGRETOR (RECUPERA.txt) CONTRA AS
      *                  BAIXAS DO MES (PERDAS.txt).
      *              TODA BAIXA GRAVA DATA, OPERADOR E VALOR NO
      *              PERDAS.txt. FATURA EM CONTESTACAO ABERTA
      *              (DISPUTAS.dat) NAO E PROVISIONADA NEM BAIXADA.
      *              FECHAMENTO EXIGE NIVEL 2 OU 3
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  OPERADORES            INPUT                  #OPERADOR
      *  PROVPRM               INPUT                  #PROVPRM
      *  FATURREG              INPUT/OUTPUT           #FATURREG
      *  FATTMP                WORK                   #FATURREG (IMAGEM)
      *  CLIENTES2             INPUT
      *  DISPUTAS              INPUT                  #DISPUTA
      *  PERDAS                INPUT/OUTPUT (EXTEND)  #PERDA
      *  RECUPERA              INPUT                  #RECUPERA
      *  RELPROV               OUTPUT
      *  RELRECUP              OUTPUT
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS / VALSEN / SPOOLREG
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

           SELECT PROVPRM               ASSIGN TO
                                        WRK-CAMINHO-PROVPRM
               FILE STATUS              IS FS-PROVPRM.

           SELECT FATURREG              ASSIGN TO
                                        WRK-CAMINHO-FATURREG
               FILE STATUS              IS FS-FATURREG.

           SELECT FATTMP                ASSIGN TO
                                        WRK-CAMINHO-FATTMP
               FILE STATUS              IS FS-FATTMP.

           SELECT CLIENTES2             ASSIGN TO
                                        WRK-CAMINHO-CLIENTES2
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS SEQUENTIAL
               RECORD KEY               IS REG-CODIGO
               FILE STATUS              IS FS-CLIENTES2.

           SELECT DISPUTAS              ASSIGN TO
                                        WRK-CAMINHO-DISPUTAS
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS RANDOM
               RECORD KEY               IS DSP-FATURA
               FILE STATUS              IS FS-DISPUTAS.

           SELECT PERDAS                ASSIGN TO
                                        WRK-CAMINHO-PERDAS
               FILE STATUS              IS FS-PERDAS.

           SELECT RECUPERA              ASSIGN TO
                                        WRK-CAMINHO-RECUPERA
               FILE STATUS              IS FS-RECUPERA.

           SELECT RELPROV               ASSIGN TO
                                        WRK-CAMINHO-RELPROV
               FILE STATUS              IS FS-RELPROV.

           SELECT RELRECUP              ASSIGN TO
                                        WRK-CAMINHO-RELRECUP
               FILE STATUS              IS FS-RELRECUP.

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
      *     INPUT -  PERCENTUAIS DE PROVISAO E IDADE DE BAIXA (PROVPRM)
      *                               LRECL = 024
      *----------------------------------------------------------------*
       FD  PROVPRM.
       COPY '#PROVPRM'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - REGISTRO ESTRUTURADO DAS FATURAS (FATURREG)
      *                               LRECL = 051
      *----------------------------------------------------------------*
       FD  FATURREG.
       COPY '#FATURREG'.

      *----------------------------------------------------------------*
      *     WORK -  FATURREG COM AS BAIXAS COMO PERDA
      *                               LRECL = 051
      *----------------------------------------------------------------*
       FD  FATTMP.
       01  REG-FATTMP                   PIC X(051).

      *----------------------------------------------------------------*
      *     INPUT -  BASE DE ASSINANTES AGRUPADA (CLIENTES2)
      *                               LRECL = 208
      *----------------------------------------------------------------*
       FD  CLIENTES2.
       01  REG-CLIENTES.
           10 REG-CODIGO               PIC X(003).
           10 REG-NOME                 PIC X(020).
           10 REG-EMAIL                PIC X(020).
           10 REG-QTD-SERVICOS         PIC 9(001).
           10 REG-SERVICOS             OCCURS 3 TIMES.
               15 REG-STREA                PIC X(010).
               15 REG-ASSINATURA           PIC 9(003)V99.
               15 REG-STATUS-ASSINATURA    PIC X(001).
                   88 REG-ASSINATURA-ATIVA     VALUE "A".
                   88 REG-ASSINATURA-PAUSADA   VALUE "P".
               15 REG-PROX-COBRANCA        PIC 9(008).
               15 REG-MOEDA-ASSINATURA     PIC X(003).
               15 REG-DATA-INICIO          PIC 9(008).
               15 REG-DATA-CANCEL          PIC 9(008).
               15 REG-FIM-TESTE            PIC 9(008).
               15 REG-FREQ-COBRANCA        PIC X(001).
                   88 REG-COBRANCA-ANUAL       VALUE "A".
               15 REG-DATA-RETOMADA        PIC 9(008).

      *----------------------------------------------------------------*
      *     INPUT -  CASOS DE CONTESTACAO DE FATURA (DISPUTAS)
      *                               LRECL = 108
      *----------------------------------------------------------------*
       FD  DISPUTAS.
       COPY '#DISPUTA'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - FATURAS BAIXADAS COMO PERDA (PERDAS)
      *                               LRECL = 051
      *----------------------------------------------------------------*
       FD  PERDAS.
       COPY '#PERDA'.

      *----------------------------------------------------------------*
      *     INPUT -  RECUPERACOES DE PERDA (RECUPERA)
      *                               LRECL = 041
      *----------------------------------------------------------------*
       FD  RECUPERA.
       COPY '#RECUPERA'.

      *----------------------------------------------------------------*
      *     OUTPUT - PROVISAO PARA DEVEDORES DUVIDOSOS (RELPROV)
      *                               LRECL = 090
      *----------------------------------------------------------------*
       FD  RELPROV.
       01  REG-RELPROV                  PIC X(090).

      *----------------------------------------------------------------*
      *     OUTPUT - RECUPERACOES DE PERDA DO MES (RELRECUP)
      *                               LRECL = 080
      *----------------------------------------------------------------*
       FD  RELRECUP.
       01  REG-RELRECUP                 PIC X(080).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-OPERADORES                PIC 9(002).
       77  FS-PROVPRM                   PIC 9(002).
       77  FS-FATURREG                  PIC 9(002).
       77  FS-FATTMP                    PIC 9(002).
       77  FS-CLIENTES2                 PIC 9(002).
       77  FS-DISPUTAS                  PIC 9(002).
       77  FS-PERDAS                    PIC 9(002).
       77  FS-RECUPERA                  PIC 9(002).
       77  FS-RELPROV                   PIC 9(002).
       77  FS-RELRECUP                  PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-PROVPRM          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FATURREG         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FATTMP           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CLIENTES2        PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-DISPUTAS         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-PERDAS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RECUPERA         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RELPROV          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RELRECUP         PIC X(060)        VALUES SPACES.

      *-----------------------------------------------------------------
      *== AREA DE CHAMADA DO MODULO SPOOLREG (CATALOGO DE SPOOL)
      *-----------------------------------------------------------------
       01  WRK-SPOOL.
           05 WRK-SPL-RELATORIO         PIC X(012)        VALUES SPACES.
           05 WRK-SPL-PROGRAMA          PIC X(008)        VALUES SPACES.
           05 WRK-SPL-ARQUIVO           PIC X(060)        VALUES SPACES.
           05 WRK-SPL-DESTINATARIO      PIC X(020)        VALUES SPACES.

       01  WRK-OPCAO                    PIC X(001)        VALUES SPACES.
           88 WRK-OPCAO-FECHAMENTO                VALUES "F".
           88 WRK-OPCAO-BAIXA                     VALUES "B".
           88 WRK-OPCAO-RECUPERACOES              VALUES "R".
           88 WRK-OPCAO-SAIR                      VALUES "S".

      *== SIGN-ON DO OPERADOR
       01  WRK-OPERADOR                 PIC X(010)        VALUES SPACES.
       01  WRK-OPERADOR-ACHADO          PIC X(001)        VALUES "N".
           88 WRK-OPERADOR-SIM                    VALUES "S".
           88 WRK-OPERADOR-NAO                    VALUES "N".
       01  WRK-NIVEL-OPERADOR           PIC X(001)        VALUES SPACES.
           88 WRK-NIVEL-CONSULTA                  VALUES "1".
           88 WRK-OPERADOR-SUPERVISOR             VALUES "3".

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
           '*** VARIAVEIS DA PROVISAO E BAIXA COMO PERDA *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-BASE                PIC 9(008)        VALUES ZEROS.
       01  WRK-DIAS-BASE                PIC 9(007)        VALUES ZEROS.
       01  WRK-DIAS-VENC                PIC 9(007)        VALUES ZEROS.
       01  WRK-DIAS-ATRASO              PIC S9(005)       VALUES ZEROS.
       01  WRK-FAIXA                    PIC 9(001)        VALUES ZEROS.
       01  WRK-IDX-FAIXA                PIC 9(001)        VALUES ZEROS.
       01  WRK-VALOR-ABERTO             PIC 9(006)V99     VALUES ZEROS.
       01  WRK-VALOR-PROVISAO           PIC 9(006)V99     VALUES ZEROS.
       01  WRK-CONFIRMA                 PIC X(001)        VALUES SPACES.
       01  WRK-NUMERO                   PIC 9(006)        VALUES ZEROS.
       01  WRK-MOTIVO                   PIC X(001)        VALUES SPACES.
       01  WRK-COMPETENCIA              PIC 9(006)        VALUES ZEROS.
       01  WRK-VALOR-ED                 PIC ZZZ.ZZZ.ZZ9,99.

      *== PARAMETROS (PROVPRM AUSENTE = 1/10/50/100% E 180 DIAS)
       01  WRK-PARAMETROS-PADRAO        PIC X(024)        VALUES
           "001000100005000010000180".
       01  WRK-PARAMETROS   REDEFINES   WRK-PARAMETROS-PADRAO.
           05 WRK-PERC-FAIXA            PIC 9(03)V99 OCCURS 4 TIMES.
           05 WRK-DIAS-BAIXA            PIC 9(04).

      *== SERVICO PRINCIPAL POR CLIENTE (DO CLIENTES2, COMO O PRGAGING)
       01  WRK-QT-CLI2                  PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-CLI2                 PIC 9(003)        VALUES ZEROS.
       01  WRK-CLI2-ACHADO              PIC X(001)        VALUES "N".
           88 WRK-CLI2-FOI-ACHADO                 VALUES "S".
           88 WRK-CLI2-NAO-ACHADO                 VALUES "N".
       01  WRK-TAB-CLI2.
           05 WRK-CLI2-OCO              OCCURS 500 TIMES.
               10 WRK-CLI2-CODIGO           PIC X(03).
               10 WRK-CLI2-SERVICO          PIC X(10).
       01  WRK-IDX-SERV                 PIC 9(001)        VALUES 1.
       01  WRK-SERVICO-CORRENTE         PIC X(010)        VALUES SPACES.

      *== EM ABERTO E PROVISAO POR SERVICO E GERAL (4 FAIXAS)
       01  WRK-QT-SERVICOS              PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-SRV                  PIC 9(002)        VALUES ZEROS.
       01  WRK-SRV-ACHADO               PIC X(001)        VALUES "N".
           88 WRK-SRV-FOI-ACHADO                  VALUES "S".
           88 WRK-SRV-NAO-ACHADO                  VALUES "N".
       01  WRK-TAB-SERVICOS.
           05 WRK-SRV-OCO               OCCURS 50 TIMES.
               10 WRK-SRV-NOME              PIC X(10).
               10 WRK-SRV-FAIXA             OCCURS 4 TIMES.
                   15 WRK-SRV-ABERTO            PIC 9(10)V99 COMP-3.
                   15 WRK-SRV-PROVISAO          PIC 9(10)V99 COMP-3.
               10 WRK-SRV-BAIXADO           PIC 9(10)V99 COMP-3.

       01  WRK-TOTAL-GERAL.
           05 WRK-GER-FAIXA             OCCURS 4 TIMES.
               10 WRK-GER-ABERTO            PIC 9(10)V99 COMP-3.
               10 WRK-GER-PROVISAO          PIC 9(10)V99 COMP-3.
       01  WRK-SOMA-ABERTO              PIC 9(10)V99 COMP-3
                                                          VALUES ZEROS.
       01  WRK-SOMA-PROVISAO            PIC 9(10)V99 COMP-3
                                                          VALUES ZEROS.

      *== CONTESTACOES (DISPUTAS AUSENTE = NENHUMA CONTESTACAO)
       01  WRK-DISPUTAS-ABERTO          PIC X(001)        VALUES "N".
           88 WRK-HA-DISPUTAS                     VALUES "S".
       01  WRK-FATURA-CONTESTADA        PIC X(001)        VALUES "N".
           88 WRK-FATURA-EM-DISPUTA               VALUES "S".

      *== FATURAS CARREGADAS DO FATURREG (ESQUEMA DO PRGPAGTO)
       01  WRK-QT-FATURAS               PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-FAT                  PIC 9(004)        VALUES ZEROS.
       01  WRK-FATURA-ACHADA            PIC X(001)        VALUES "N".
           88 WRK-FATURA-FOI-ACHADA               VALUES "S".
           88 WRK-FATURA-NAO-ACHADA               VALUES "N".
       01  WRK-TAB-FATURAS.
           05 WRK-FAT-OCO               OCCURS 1000 TIMES.
               10 WRK-FAT-IMAGEM            PIC X(51).

       01  WRK-FAT-REGISTRO.
           05 WRK-FAT-NUMERO            PIC  9(06).
           05 WRK-FAT-CLIENTE           PIC  X(03).
           05 WRK-FAT-EMISSAO           PIC  9(08).
           05 WRK-FAT-VENCIMENTO        PIC  9(08).
           05 WRK-FAT-TOTAL             PIC  9(06)V99.
           05 WRK-FAT-PAGO              PIC  9(06)V99.
           05 WRK-FAT-DATA-PAGTO        PIC  9(08).
           05 WRK-FAT-STATUS            PIC  X(01).
               88 WRK-FAT-ABERTA                  VALUES "A".
               88 WRK-FAT-PARCIAL                 VALUES "P".
           05 WRK-FAT-REMESSA           PIC  X(01).

       01  ACU-PROVISIONADAS            PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-BAIXADAS                 PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-VALOR-BAIXADO            PIC 9(10)V99 COMP-3
                                                          VALUES ZEROS.
       01  ACU-EM-DISPUTA               PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-RECUPERACOES             PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-VALOR-RECUPERADO         PIC 9(10)V99 COMP-3
                                                          VALUES ZEROS.
       01  WRK-PERDA-LIQUIDA            PIC S9(10)V99 COMP-3
                                                          VALUES ZEROS.

      *== LINHAS DA PROVISAO
       01  WRK-LIN-TITULO.
           05 FILLER                    PIC X(050) VALUE
              "PROVISAO PARA DEVEDORES DUVIDOSOS - DATA BASE".
           05 WRK-TIT-DATA              PIC 9(008).
           05 FILLER                    PIC X(032) VALUE SPACES.

       01  WRK-LIN-CABEC                PIC X(090) VALUE
           "SERVICO               0-30         31-60         61-90
      -    "    MAIS DE 90         TOTAL".

       01  WRK-LIN-FAIXAS.
           05 WRK-LIN-ROTULO            PIC X(012).
           05 WRK-LIN-F1                PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-F2                PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-F3                PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-F4                PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-TOTAL             PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(019) VALUE SPACES.

       01  WRK-LIN-PERCENTUAIS.
           05 FILLER                    PIC X(012) VALUE "PERCENTUAL".
           05 WRK-PER-F1                PIC ZZZZZZZZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-PER-F2                PIC ZZZZZZZZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-PER-F3                PIC ZZZZZZZZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-PER-F4                PIC ZZZZZZZZZ9,99.
           05 FILLER                    PIC X(033) VALUE SPACES.

       01  WRK-LIN-BAIXA.
           05 FILLER                    PIC X(022) VALUE
              "BAIXADAS COMO PERDA: ".
           05 WRK-BXA-QTD               PIC ZZ.ZZ9.
           05 FILLER                    PIC X(008) VALUE " VALOR: ".
           05 WRK-BXA-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(007) VALUE " IDADE>".
           05 WRK-BXA-DIAS              PIC ZZZ9.
           05 FILLER                    PIC X(026) VALUE " DIAS".

      *== LINHAS DAS RECUPERACOES
       01  WRK-LIN-TIT-RECUP.
           05 FILLER                    PIC X(040) VALUE
              "RECUPERACOES DE PERDA - COMPETENCIA".
           05 WRK-TRC-COMPETENCIA       PIC 9(006).
           05 FILLER                    PIC X(034) VALUE SPACES.

       01  WRK-LIN-CAB-RECUP            PIC X(080) VALUE
           "FATURA CLI DATA PAGTO          VALOR PROGRAMA".

       01  WRK-LIN-RECUP.
           05 WRK-LRC-FATURA            PIC 9(006).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LRC-CLIENTE           PIC X(003).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LRC-DATA              PIC 9(008).
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 WRK-LRC-VALOR             PIC ZZZ.ZZ9,99.
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 WRK-LRC-PROGRAMA          PIC X(008).
           05 FILLER                    PIC X(039) VALUE SPACES.

       01  WRK-LIN-TOT-RECUP.
           05 WRK-LTR-ROTULO            PIC X(025).
           05 WRK-LTR-QTD               PIC ZZ.ZZ9.
           05 FILLER                    PIC X(008) VALUE " VALOR: ".
           05 WRK-LTR-VALOR             PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(024) VALUE SPACES.

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
                  "\PROVPRM.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-PROVPRM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FATURREG.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FATURREG.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FATTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FATTMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CLIENTES2.dat"     DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CLIENTES2.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\DISPUTAS.dat"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-DISPUTAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\PERDAS.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-PERDAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RECUPERA.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RECUPERA.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RELPROV.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RELPROV.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RELRECUP.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RELRECUP.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT PROVPRM.
           IF FS-PROVPRM EQUAL 00
               READ PROVPRM
               IF FS-PROVPRM EQUAL 00
                  AND REG-PROVPRM NUMERIC
                   MOVE REG-PROVPRM TO WRK-PARAMETROS
               END-IF
               CLOSE PROVPRM
           END-IF.

           DISPLAY "==== PROVISAO E BAIXA COMO PERDA ====".
           PERFORM 0110-SIGNON.
           IF WRK-OPERADOR-NAO
               DISPLAY "OPERADOR NAO AUTORIZADO, ENCERRANDO."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0120-CARREGA-CLIENTES2.

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
       0120-CARREGA-CLIENTES2                    SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CLIENTES2.
           IF FS-CLIENTES2 NOT EQUAL 00
               DISPLAY "CLIENTES2 AUSENTE - PROVISAO SEM SERVICO"
               GO TO 0120-CARREGA-CLIENTES2-FIM
           END-IF.

           READ CLIENTES2.
           PERFORM 0121-GUARDA-CLIENTE
               UNTIL FS-CLIENTES2 NOT EQUAL 00.

           CLOSE CLIENTES2.

       0120-CARREGA-CLIENTES2-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    GUARDA O PRIMEIRO SERVICO ATIVO DO CLIENTE COMO SERVICO
      *    PRINCIPAL DA ATRIBUICAO (MESMA REGRA DO PRGAGING)
      *-----------------------------------------------------------------
       0121-GUARDA-CLIENTE                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-CLI2 LESS 500
               ADD 1 TO WRK-QT-CLI2
               MOVE REG-CODIGO TO WRK-CLI2-CODIGO(WRK-QT-CLI2)
               MOVE "SEM SERVICO" TO WRK-CLI2-SERVICO(WRK-QT-CLI2)
               PERFORM 0122-ACHA-SERVICO-ATIVO
                   VARYING WRK-IDX-SERV FROM REG-QTD-SERVICOS BY -1
                   UNTIL WRK-IDX-SERV LESS 1
           END-IF.

           READ CLIENTES2.

       0121-GUARDA-CLIENTE-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0122-ACHA-SERVICO-ATIVO                   SECTION.
      *-----------------------------------------------------------------

           IF REG-ASSINATURA-ATIVA(WRK-IDX-SERV)
               MOVE REG-STREA(WRK-IDX-SERV)
                   TO WRK-CLI2-SERVICO(WRK-QT-CLI2)
           END-IF.

       0122-ACHA-SERVICO-ATIVO-FIM.              EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           DISPLAY "==== PROVISAO E BAIXA COMO PERDA ====".
           DISPLAY "F-FECHAMENTO DO MES  B-BAIXA POR SUPERVISOR".
           DISPLAY "R-RELATORIO DE RECUPERACOES  S-SAIR".
           DISPLAY "DIGITE A OPCAO..".
           ACCEPT WRK-OPCAO.

           IF WRK-NIVEL-CONSULTA
              AND WRK-OPCAO-FECHAMENTO
               DISPLAY "FECHAMENTO EXIGE NIVEL 2 OU 3!"
               GO TO 0200-PROCESSAR-FIM
           END-IF.
           IF WRK-OPCAO-BAIXA
              AND NOT WRK-OPERADOR-SUPERVISOR
               DISPLAY "BAIXA MANUAL RESTRITA AO SUPERVISOR!"
               GO TO 0200-PROCESSAR-FIM
           END-IF.

           EVALUATE TRUE
               WHEN WRK-OPCAO-FECHAMENTO
                   PERFORM 0400-FECHAMENTO
               WHEN WRK-OPCAO-BAIXA
                   PERFORM 0450-BAIXA-SUPERVISOR
               WHEN WRK-OPCAO-RECUPERACOES
                   PERFORM 0500-RECUPERACOES
               WHEN WRK-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0210-ACHA-SERVICO                         SECTION.
      *-----------------------------------------------------------------

           MOVE "SEM SERVICO" TO WRK-SERVICO-CORRENTE.

           SET WRK-CLI2-NAO-ACHADO TO TRUE.
           PERFORM 0211-COMPARA-CLIENTE
               VARYING WRK-IDX-CLI2 FROM 1 BY 1
               UNTIL WRK-IDX-CLI2 GREATER WRK-QT-CLI2
                  OR WRK-CLI2-FOI-ACHADO.

           IF WRK-CLI2-FOI-ACHADO
               SUBTRACT 1 FROM WRK-IDX-CLI2
               MOVE WRK-CLI2-SERVICO(WRK-IDX-CLI2)
                   TO WRK-SERVICO-CORRENTE
           END-IF.

       0210-ACHA-SERVICO-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0211-COMPARA-CLIENTE                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-CLI2-CODIGO(WRK-IDX-CLI2) EQUAL WRK-FAT-CLIENTE
               SET WRK-CLI2-FOI-ACHADO TO TRUE
           END-IF.

       0211-COMPARA-CLIENTE-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0220-CONSULTA-DISPUTA                     SECTION.
      *-----------------------------------------------------------------

           MOVE "N" TO WRK-FATURA-CONTESTADA.
           IF NOT WRK-HA-DISPUTAS
               GO TO 0220-CONSULTA-DISPUTA-FIM
           END-IF.

           MOVE WRK-FAT-NUMERO TO DSP-FATURA.
           READ DISPUTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DSP-ABERTA
                       MOVE "S" TO WRK-FATURA-CONTESTADA
                   END-IF
           END-READ.

       0220-CONSULTA-DISPUTA-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    BAIXA A FATURA CORRENTE (WRK-FAT-REGISTRO / WRK-IDX-FAT) COMO
      *    PERDA - STATUS B NA TABELA E LINHA NO PERDAS COM DATA,
      *    OPERADOR E MOTIVO (WRK-MOTIVO)
      *-----------------------------------------------------------------
       0230-BAIXA-FATURA                         SECTION.
      *-----------------------------------------------------------------

           MOVE "B"              TO WRK-FAT-STATUS.
           MOVE WRK-FAT-REGISTRO TO WRK-FAT-IMAGEM(WRK-IDX-FAT).

           INITIALIZE REG-PERDA.
           MOVE WRK-FAT-NUMERO       TO PER-FATURA.
           MOVE WRK-FAT-CLIENTE      TO PER-CODIGO-CLIENTE.
           MOVE WRK-SERVICO-CORRENTE TO PER-SERVICO.
           MOVE WRK-DATA-HOJE        TO PER-DATA.
           MOVE WRK-OPERADOR         TO PER-OPERADOR.
           MOVE WRK-MOTIVO           TO PER-MOTIVO.
           IF WRK-DIAS-ATRASO GREATER ZEROS
               MOVE WRK-DIAS-ATRASO  TO PER-DIAS-ATRASO
           END-IF.
           MOVE WRK-VALOR-ABERTO     TO PER-VALOR.
           WRITE REG-PERDA.

           ADD 1                TO ACU-BAIXADAS.
           ADD WRK-VALOR-ABERTO TO ACU-VALOR-BAIXADO.

       0230-BAIXA-FATURA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0240-ABRE-PERDAS                          SECTION.
      *-----------------------------------------------------------------

           OPEN EXTEND PERDAS.
           IF FS-PERDAS EQUAL 35
               OPEN OUTPUT PERDAS
               CLOSE PERDAS
               OPEN EXTEND PERDAS
           END-IF.
           IF FS-PERDAS NOT EQUAL 00
               DISPLAY "PERDAS.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-PERDAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "N" TO WRK-DISPUTAS-ABERTO.
           OPEN INPUT DISPUTAS.
           IF FS-DISPUTAS EQUAL 00
               SET WRK-HA-DISPUTAS TO TRUE
           END-IF.

       0240-ABRE-PERDAS-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0300-CARREGA-FATURREG                     SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-QT-FATURAS.

           OPEN INPUT FATURREG.
           IF FS-FATURREG NOT EQUAL 00
               DISPLAY "FATURREG.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-FATURREG WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               GO TO 0300-CARREGA-FATURREG-FIM
           END-IF.

           READ FATURREG.
           PERFORM 0301-GUARDA-FATURA
               UNTIL FS-FATURREG NOT EQUAL 00.

           CLOSE FATURREG.

       0300-CARREGA-FATURREG-FIM.                EXIT.

      *-----------------------------------------------------------------
       0301-GUARDA-FATURA                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-FATURAS LESS 1000
               ADD 1 TO WRK-QT-FATURAS
               MOVE REG-FATURREG TO WRK-FAT-IMAGEM(WRK-QT-FATURAS)
           END-IF.

           READ FATURREG.

       0301-GUARDA-FATURA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0310-PROCURA-FATURA                       SECTION.
      *-----------------------------------------------------------------

           SET WRK-FATURA-NAO-ACHADA TO TRUE.
           PERFORM 0311-COMPARA-FATURA
               VARYING WRK-IDX-FAT FROM 1 BY 1
               UNTIL WRK-IDX-FAT GREATER WRK-QT-FATURAS
                  OR WRK-FATURA-FOI-ACHADA.

           IF WRK-FATURA-FOI-ACHADA
               SUBTRACT 1 FROM WRK-IDX-FAT
               MOVE WRK-FAT-IMAGEM(WRK-IDX-FAT) TO WRK-FAT-REGISTRO
           END-IF.

       0310-PROCURA-FATURA-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0311-COMPARA-FATURA                       SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-FAT-IMAGEM(WRK-IDX-FAT) TO WRK-FAT-REGISTRO.

           IF WRK-FAT-NUMERO EQUAL WRK-NUMERO
               SET WRK-FATURA-FOI-ACHADA TO TRUE
           END-IF.

       0311-COMPARA-FATURA-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    REGRAVA O FATURREG INTEIRO A PARTIR DA TABELA - ESQUEMA DE
      *    ARQUIVO DE TRABALHO DO PRGPAGTO
      *-----------------------------------------------------------------
       0330-REGRAVA-FATURREG                     SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT FATTMP.
           PERFORM 0331-GRAVA-FATURA
               VARYING WRK-IDX-FAT FROM 1 BY 1
               UNTIL WRK-IDX-FAT GREATER WRK-QT-FATURAS.
           CLOSE FATTMP.

           OPEN OUTPUT FATURREG.
           OPEN INPUT  FATTMP.

           READ FATTMP.
           PERFORM 0332-COPIA-FATURA
               UNTIL FS-FATTMP NOT EQUAL 00.

           CLOSE FATTMP.
           CLOSE FATURREG.

       0330-REGRAVA-FATURREG-FIM.                EXIT.

      *-----------------------------------------------------------------
       0331-GRAVA-FATURA                         SECTION.
      *-----------------------------------------------------------------

           WRITE REG-FATTMP FROM WRK-FAT-IMAGEM(WRK-IDX-FAT).

       0331-GRAVA-FATURA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0332-COPIA-FATURA                         SECTION.
      *-----------------------------------------------------------------

           WRITE REG-FATURREG FROM REG-FATTMP.

           READ FATTMP.

       0332-COPIA-FATURA-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    FECHAMENTO DO MES - PROVISAO POR FAIXA DO AGING E BAIXA POR
      *    IDADE DAS FATURAS ABERTAS/PARCIAIS NA DATA BASE
      *-----------------------------------------------------------------
       0400-FECHAMENTO                           SECTION.
      *-----------------------------------------------------------------

           DISPLAY "DATA BASE (AAAAMMDD, BRANCO=HOJE)?".
           ACCEPT WRK-DATA-BASE.
           IF WRK-DATA-BASE EQUAL ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-BASE
           END-IF.
           COMPUTE WRK-DIAS-BASE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-BASE).

           INITIALIZE WRK-TAB-SERVICOS
                      WRK-TOTAL-GERAL.
           MOVE ZEROS TO WRK-QT-SERVICOS
                         ACU-PROVISIONADAS
                         ACU-BAIXADAS
                         ACU-VALOR-BAIXADO
                         ACU-EM-DISPUTA.
           MOVE "I"   TO WRK-MOTIVO.

           PERFORM 0300-CARREGA-FATURREG.
           IF WRK-QT-FATURAS EQUAL ZEROS
               DISPLAY "FATURREG VAZIO - NADA A PROVISIONAR!"
               GO TO 0400-FECHAMENTO-FIM
           END-IF.

           PERFORM 0240-ABRE-PERDAS.

           PERFORM 0410-TRATA-FATURA
               VARYING WRK-IDX-FAT FROM 1 BY 1
               UNTIL WRK-IDX-FAT GREATER WRK-QT-FATURAS.

           CLOSE PERDAS.
           IF WRK-HA-DISPUTAS
               CLOSE DISPUTAS
           END-IF.

           IF ACU-BAIXADAS GREATER ZEROS
               PERFORM 0330-REGRAVA-FATURREG
           END-IF.

           PERFORM 0430-IMPRIME-PROVISAO.

           DISPLAY WRK-LINHA.
           DISPLAY "FATURAS PROVISIONADAS: " ACU-PROVISIONADAS.
           DISPLAY "EM CONTESTACAO.......: " ACU-EM-DISPUTA.
           DISPLAY "BAIXADAS COMO PERDA..: " ACU-BAIXADAS.
           DISPLAY "RELATORIO GRAVADO....: " WRK-CAMINHO-RELPROV.
           DISPLAY WRK-LINHA.

       0400-FECHAMENTO-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0410-TRATA-FATURA                         SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-FAT-IMAGEM(WRK-IDX-FAT) TO WRK-FAT-REGISTRO.

           IF NOT (WRK-FAT-ABERTA OR WRK-FAT-PARCIAL)
               GO TO 0410-TRATA-FATURA-FIM
           END-IF.

           COMPUTE WRK-VALOR-ABERTO = WRK-FAT-TOTAL - WRK-FAT-PAGO.
           IF WRK-VALOR-ABERTO NOT GREATER ZEROS
               GO TO 0410-TRATA-FATURA-FIM
           END-IF.

           PERFORM 0220-CONSULTA-DISPUTA.
           IF WRK-FATURA-EM-DISPUTA
               ADD 1 TO ACU-EM-DISPUTA
               GO TO 0410-TRATA-FATURA-FIM
           END-IF.

           COMPUTE WRK-DIAS-VENC =
               FUNCTION INTEGER-OF-DATE(WRK-FAT-VENCIMENTO).
           COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-BASE - WRK-DIAS-VENC.

           PERFORM 0210-ACHA-SERVICO.
           PERFORM 0420-ACHA-LINHA-SERVICO.

           IF WRK-DIAS-ATRASO GREATER WRK-DIAS-BAIXA
               PERFORM 0230-BAIXA-FATURA
               IF WRK-SRV-FOI-ACHADO
                   ADD WRK-VALOR-ABERTO TO WRK-SRV-BAIXADO(WRK-IDX-SRV)
               END-IF
               DISPLAY "FATURA " WRK-FAT-NUMERO " BAIXADA COMO PERDA ("
                   WRK-DIAS-ATRASO " DIAS)"
               GO TO 0410-TRATA-FATURA-FIM
           END-IF.

           EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO NOT GREATER 30
                   MOVE 1 TO WRK-FAIXA
               WHEN WRK-DIAS-ATRASO NOT GREATER 60
                   MOVE 2 TO WRK-FAIXA
               WHEN WRK-DIAS-ATRASO NOT GREATER 90
                   MOVE 3 TO WRK-FAIXA
               WHEN OTHER
                   MOVE 4 TO WRK-FAIXA
           END-EVALUATE.

           COMPUTE WRK-VALOR-PROVISAO ROUNDED =
               WRK-VALOR-ABERTO * WRK-PERC-FAIXA(WRK-FAIXA) / 100.

           ADD 1 TO ACU-PROVISIONADAS.
           ADD WRK-VALOR-ABERTO   TO WRK-GER-ABERTO(WRK-FAIXA).
           ADD WRK-VALOR-PROVISAO TO WRK-GER-PROVISAO(WRK-FAIXA).
           IF WRK-SRV-FOI-ACHADO
               ADD WRK-VALOR-ABERTO   TO
                   WRK-SRV-ABERTO(WRK-IDX-SRV WRK-FAIXA)
               ADD WRK-VALOR-PROVISAO TO
                   WRK-SRV-PROVISAO(WRK-IDX-SRV WRK-FAIXA)
           END-IF.

       0410-TRATA-FATURA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0420-ACHA-LINHA-SERVICO                   SECTION.
      *-----------------------------------------------------------------

           SET WRK-SRV-NAO-ACHADO TO TRUE.
           PERFORM 0421-COMPARA-SERVICO
               VARYING WRK-IDX-SRV FROM 1 BY 1
               UNTIL WRK-IDX-SRV GREATER WRK-QT-SERVICOS
                  OR WRK-SRV-FOI-ACHADO.

           IF WRK-SRV-FOI-ACHADO
               SUBTRACT 1 FROM WRK-IDX-SRV
           ELSE
               IF WRK-QT-SERVICOS LESS 50
                   ADD 1 TO WRK-QT-SERVICOS
                   MOVE WRK-QT-SERVICOS TO WRK-IDX-SRV
                   MOVE WRK-SERVICO-CORRENTE TO
                       WRK-SRV-NOME(WRK-IDX-SRV)
                   SET WRK-SRV-FOI-ACHADO TO TRUE
               END-IF
           END-IF.

       0420-ACHA-LINHA-SERVICO-FIM.              EXIT.

      *-----------------------------------------------------------------
       0421-COMPARA-SERVICO                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-SRV-NOME(WRK-IDX-SRV) EQUAL WRK-SERVICO-CORRENTE
               SET WRK-SRV-FOI-ACHADO TO TRUE
           END-IF.

       0421-COMPARA-SERVICO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    RELPROV - POR SERVICO UMA LINHA DE EM ABERTO E UMA DE
      *    PROVISAO POR FAIXA, DEPOIS O TOTAL GERAL, OS PERCENTUAIS E
      *    AS BAIXAS DO FECHAMENTO
      *-----------------------------------------------------------------
       0430-IMPRIME-PROVISAO                     SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT RELPROV.
           IF FS-RELPROV NOT EQUAL 00
               DISPLAY "RELPROV.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-RELPROV WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               GO TO 0430-IMPRIME-PROVISAO-FIM
           END-IF.

           MOVE WRK-DATA-BASE TO WRK-TIT-DATA.
           WRITE REG-RELPROV FROM WRK-LIN-TITULO.
           WRITE REG-RELPROV FROM WRK-LIN-CABEC.

           PERFORM 0431-IMPRIME-SERVICO
               VARYING WRK-IDX-SRV FROM 1 BY 1
               UNTIL WRK-IDX-SRV GREATER WRK-QT-SERVICOS.

           MOVE SPACES TO REG-RELPROV.
           WRITE REG-RELPROV.

           MOVE ZEROS TO WRK-SOMA-ABERTO WRK-SOMA-PROVISAO.
           PERFORM 0433-SOMA-GERAL
               VARYING WRK-IDX-FAIXA FROM 1 BY 1
               UNTIL WRK-IDX-FAIXA GREATER 4.

           MOVE "TOTAL ABERTO"     TO WRK-LIN-ROTULO.
           MOVE WRK-GER-ABERTO(1)  TO WRK-LIN-F1.
           MOVE WRK-GER-ABERTO(2)  TO WRK-LIN-F2.
           MOVE WRK-GER-ABERTO(3)  TO WRK-LIN-F3.
           MOVE WRK-GER-ABERTO(4)  TO WRK-LIN-F4.
           MOVE WRK-SOMA-ABERTO    TO WRK-LIN-TOTAL.
           WRITE REG-RELPROV FROM WRK-LIN-FAIXAS.

           MOVE "TOTAL PROVIS"     TO WRK-LIN-ROTULO.
           MOVE WRK-GER-PROVISAO(1) TO WRK-LIN-F1.
           MOVE WRK-GER-PROVISAO(2) TO WRK-LIN-F2.
           MOVE WRK-GER-PROVISAO(3) TO WRK-LIN-F3.
           MOVE WRK-GER-PROVISAO(4) TO WRK-LIN-F4.
           MOVE WRK-SOMA-PROVISAO  TO WRK-LIN-TOTAL.
           WRITE REG-RELPROV FROM WRK-LIN-FAIXAS.
           DISPLAY WRK-LIN-FAIXAS.

           MOVE WRK-PERC-FAIXA(1)  TO WRK-PER-F1.
           MOVE WRK-PERC-FAIXA(2)  TO WRK-PER-F2.
           MOVE WRK-PERC-FAIXA(3)  TO WRK-PER-F3.
           MOVE WRK-PERC-FAIXA(4)  TO WRK-PER-F4.
           WRITE REG-RELPROV FROM WRK-LIN-PERCENTUAIS.

           MOVE ACU-BAIXADAS       TO WRK-BXA-QTD.
           MOVE ACU-VALOR-BAIXADO  TO WRK-BXA-VALOR.
           MOVE WRK-DIAS-BAIXA     TO WRK-BXA-DIAS.
           WRITE REG-RELPROV FROM WRK-LIN-BAIXA.
           DISPLAY WRK-LIN-BAIXA.

           CLOSE RELPROV.

           MOVE "RELPROV"              TO WRK-SPL-RELATORIO.
           MOVE "PRGPERDA"             TO WRK-SPL-PROGRAMA.
           MOVE WRK-CAMINHO-RELPROV    TO WRK-SPL-ARQUIVO.
           MOVE "CONTABILIDADE"        TO WRK-SPL-DESTINATARIO.
           CALL "SPOOLREG" USING WRK-SPOOL.

       0430-IMPRIME-PROVISAO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0431-IMPRIME-SERVICO                      SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-SOMA-ABERTO WRK-SOMA-PROVISAO.
           PERFORM 0432-SOMA-SERVICO
               VARYING WRK-IDX-FAIXA FROM 1 BY 1
               UNTIL WRK-IDX-FAIXA GREATER 4.

           MOVE WRK-SRV-NOME(WRK-IDX-SRV)        TO WRK-LIN-ROTULO.
           MOVE WRK-SRV-ABERTO(WRK-IDX-SRV 1)    TO WRK-LIN-F1.
           MOVE WRK-SRV-ABERTO(WRK-IDX-SRV 2)    TO WRK-LIN-F2.
           MOVE WRK-SRV-ABERTO(WRK-IDX-SRV 3)    TO WRK-LIN-F3.
           MOVE WRK-SRV-ABERTO(WRK-IDX-SRV 4)    TO WRK-LIN-F4.
           MOVE WRK-SOMA-ABERTO                  TO WRK-LIN-TOTAL.
           WRITE REG-RELPROV FROM WRK-LIN-FAIXAS.

           MOVE "  PROVISAO  "                   TO WRK-LIN-ROTULO.
           MOVE WRK-SRV-PROVISAO(WRK-IDX-SRV 1)  TO WRK-LIN-F1.
           MOVE WRK-SRV-PROVISAO(WRK-IDX-SRV 2)  TO WRK-LIN-F2.
           MOVE WRK-SRV-PROVISAO(WRK-IDX-SRV 3)  TO WRK-LIN-F3.
           MOVE WRK-SRV-PROVISAO(WRK-IDX-SRV 4)  TO WRK-LIN-F4.
           MOVE WRK-SOMA-PROVISAO                TO WRK-LIN-TOTAL.
           WRITE REG-RELPROV FROM WRK-LIN-FAIXAS.

           IF WRK-SRV-BAIXADO(WRK-IDX-SRV) GREATER ZEROS
               MOVE "  BAIXADO   "               TO WRK-LIN-ROTULO
               MOVE ZEROS TO WRK-LIN-F1 WRK-LIN-F2 WRK-LIN-F3
                             WRK-LIN-F4
               MOVE WRK-SRV-BAIXADO(WRK-IDX-SRV) TO WRK-LIN-TOTAL
               WRITE REG-RELPROV FROM WRK-LIN-FAIXAS
           END-IF.

       0431-IMPRIME-SERVICO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0432-SOMA-SERVICO                         SECTION.
      *-----------------------------------------------------------------

           ADD WRK-SRV-ABERTO(WRK-IDX-SRV WRK-IDX-FAIXA)
               TO WRK-SOMA-ABERTO.
           ADD WRK-SRV-PROVISAO(WRK-IDX-SRV WRK-IDX-FAIXA)
               TO WRK-SOMA-PROVISAO.

       0432-SOMA-SERVICO-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0433-SOMA-GERAL                           SECTION.
      *-----------------------------------------------------------------

           ADD WRK-GER-ABERTO(WRK-IDX-FAIXA)   TO WRK-SOMA-ABERTO.
           ADD WRK-GER-PROVISAO(WRK-IDX-FAIXA) TO WRK-SOMA-PROVISAO.

       0433-SOMA-GERAL-FIM.                      EXIT.

      *-----------------------------------------------------------------
      *    BAIXA POR SUPERVISOR - FATURA ABERTA OU PARCIAL CONFIRMADA
      *    COMO INCOBRAVEL, INDEPENDENTE DA IDADE
      *-----------------------------------------------------------------
       0450-BAIXA-SUPERVISOR                     SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO ACU-BAIXADAS
                         ACU-VALOR-BAIXADO.
           MOVE "S"   TO WRK-MOTIVO.

           DISPLAY "NUMERO DA FATURA..".
           ACCEPT WRK-NUMERO.

           PERFORM 0300-CARREGA-FATURREG.
           PERFORM 0310-PROCURA-FATURA.
           IF WRK-FATURA-NAO-ACHADA
               DISPLAY "FATURA NAO ENCONTRADA NO FATURREG!"
               GO TO 0450-BAIXA-SUPERVISOR-FIM
           END-IF.
           IF NOT (WRK-FAT-ABERTA OR WRK-FAT-PARCIAL)
               DISPLAY "SO FATURA ABERTA OU PARCIAL PODE SER BAIXADA "
                   "(STATUS " WRK-FAT-STATUS ")!"
               GO TO 0450-BAIXA-SUPERVISOR-FIM
           END-IF.

           COMPUTE WRK-VALOR-ABERTO = WRK-FAT-TOTAL - WRK-FAT-PAGO.
           IF WRK-VALOR-ABERTO NOT GREATER ZEROS
               DISPLAY "FATURA SEM VALOR EM ABERTO!"
               GO TO 0450-BAIXA-SUPERVISOR-FIM
           END-IF.

           PERFORM 0240-ABRE-PERDAS.
           PERFORM 0220-CONSULTA-DISPUTA.
           IF WRK-HA-DISPUTAS
               CLOSE DISPUTAS
           END-IF.
           IF WRK-FATURA-EM-DISPUTA
               DISPLAY "FATURA EM CONTESTACAO - RESOLVA O CASO ANTES!"
               CLOSE PERDAS
               GO TO 0450-BAIXA-SUPERVISOR-FIM
           END-IF.

           COMPUTE WRK-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) -
               FUNCTION INTEGER-OF-DATE(WRK-FAT-VENCIMENTO).
           PERFORM 0210-ACHA-SERVICO.

           MOVE WRK-VALOR-ABERTO TO WRK-VALOR-ED.
           DISPLAY "CLIENTE " WRK-FAT-CLIENTE " SERVICO "
               WRK-SERVICO-CORRENTE " VENCIMENTO " WRK-FAT-VENCIMENTO.
           DISPLAY "EM ABERTO " WRK-VALOR-ED " ATRASO "
               WRK-DIAS-ATRASO " DIAS".
           DISPLAY "CONFIRMA A BAIXA COMO PERDA (S/N)?".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "BAIXA CANCELADA."
               CLOSE PERDAS
               GO TO 0450-BAIXA-SUPERVISOR-FIM
           END-IF.

           PERFORM 0230-BAIXA-FATURA.
           CLOSE PERDAS.
           PERFORM 0330-REGRAVA-FATURREG.

           DISPLAY "FATURA " WRK-FAT-NUMERO " BAIXADA COMO PERDA.".

       0450-BAIXA-SUPERVISOR-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    RECUPERACOES DA COMPETENCIA (AAAAMM) - LISTA O RECUPERA E
      *    CONFRONTA COM AS BAIXAS DO MESMO MES NO PERDAS
      *-----------------------------------------------------------------
       0500-RECUPERACOES                         SECTION.
      *-----------------------------------------------------------------

           DISPLAY "COMPETENCIA (AAAAMM, BRANCO=MES CORRENTE)?".
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
               MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA
           END-IF.

           MOVE ZEROS TO ACU-RECUPERACOES
                         ACU-VALOR-RECUPERADO
                         ACU-BAIXADAS
                         ACU-VALOR-BAIXADO.

           OPEN OUTPUT RELRECUP.
           IF FS-RELRECUP NOT EQUAL 00
               DISPLAY "RELRECUP.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-RELRECUP WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               GO TO 0500-RECUPERACOES-FIM
           END-IF.

           MOVE WRK-COMPETENCIA TO WRK-TRC-COMPETENCIA.
           WRITE REG-RELRECUP FROM WRK-LIN-TIT-RECUP.
           WRITE REG-RELRECUP FROM WRK-LIN-CAB-RECUP.

           OPEN INPUT RECUPERA.
           IF FS-RECUPERA EQUAL 00
               READ RECUPERA
               PERFORM 0510-LISTA-RECUPERACAO
                   UNTIL FS-RECUPERA NOT EQUAL 00
               CLOSE RECUPERA
           END-IF.

           OPEN INPUT PERDAS.
           IF FS-PERDAS EQUAL 00
               READ PERDAS
               PERFORM 0520-SOMA-BAIXA
                   UNTIL FS-PERDAS NOT EQUAL 00
               CLOSE PERDAS
           END-IF.

           MOVE SPACES TO REG-RELRECUP.
           WRITE REG-RELRECUP.

           MOVE "RECUPERADO NO MES....: " TO WRK-LTR-ROTULO.
           MOVE ACU-RECUPERACOES          TO WRK-LTR-QTD.
           MOVE ACU-VALOR-RECUPERADO      TO WRK-LTR-VALOR.
           WRITE REG-RELRECUP FROM WRK-LIN-TOT-RECUP.
           DISPLAY WRK-LIN-TOT-RECUP.

           MOVE "BAIXADO NO MES.......: " TO WRK-LTR-ROTULO.
           MOVE ACU-BAIXADAS              TO WRK-LTR-QTD.
           MOVE ACU-VALOR-BAIXADO         TO WRK-LTR-VALOR.
           WRITE REG-RELRECUP FROM WRK-LIN-TOT-RECUP.
           DISPLAY WRK-LIN-TOT-RECUP.

           COMPUTE WRK-PERDA-LIQUIDA =
               ACU-VALOR-BAIXADO - ACU-VALOR-RECUPERADO.
           MOVE "PERDA LIQUIDA DO MES.: " TO WRK-LTR-ROTULO.
           MOVE ZEROS                     TO WRK-LTR-QTD.
           MOVE WRK-PERDA-LIQUIDA         TO WRK-LTR-VALOR.
           WRITE REG-RELRECUP FROM WRK-LIN-TOT-RECUP.
           DISPLAY WRK-LIN-TOT-RECUP.

           CLOSE RELRECUP.

           MOVE "RELRECUP"             TO WRK-SPL-RELATORIO.
           MOVE "PRGPERDA"             TO WRK-SPL-PROGRAMA.
           MOVE WRK-CAMINHO-RELRECUP   TO WRK-SPL-ARQUIVO.
           MOVE "CONTABILIDADE"        TO WRK-SPL-DESTINATARIO.
           CALL "SPOOLREG" USING WRK-SPOOL.

           DISPLAY "RELATORIO GRAVADO....: " WRK-CAMINHO-RELRECUP.

       0500-RECUPERACOES-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0510-LISTA-RECUPERACAO                    SECTION.
      *-----------------------------------------------------------------

           IF REC-DATA-PAGTO(1:6) EQUAL WRK-COMPETENCIA
               MOVE REC-FATURA          TO WRK-LRC-FATURA
               MOVE REC-CODIGO-CLIENTE  TO WRK-LRC-CLIENTE
               MOVE REC-DATA-PAGTO      TO WRK-LRC-DATA
               MOVE REC-VALOR           TO WRK-LRC-VALOR
               MOVE REC-PROGRAMA        TO WRK-LRC-PROGRAMA
               WRITE REG-RELRECUP FROM WRK-LIN-RECUP
               ADD 1                    TO ACU-RECUPERACOES
               ADD REC-VALOR            TO ACU-VALOR-RECUPERADO
           END-IF.

           READ RECUPERA.

       0510-LISTA-RECUPERACAO-FIM.               EXIT.

      *-----------------------------------------------------------------
       0520-SOMA-BAIXA                           SECTION.
      *-----------------------------------------------------------------

           IF PER-DATA(1:6) EQUAL WRK-COMPETENCIA
               ADD 1         TO ACU-BAIXADAS
               ADD PER-VALOR TO ACU-VALOR-BAIXADO
           END-IF.

           READ PERDAS.

       0520-SOMA-BAIXA-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0900-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0900-FINALIZAR-FIM.                       EXIT.
