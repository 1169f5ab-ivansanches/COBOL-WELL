       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGACORD.
      *=================================================================
      * PROGRAMA   : PRGACORD
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: ACORDOS DE RENEGOCIACAO - O OPERADOR ASSINA
      *              (OPERADORES.txt, SENHA PELO VALSEN), ESCOLHE AS
      *              FATURAS VENCIDAS DO ASSINANTE NO FATURREG.txt
      *              (ABERTAS OU PARCIAIS, FORA DE CONTESTACAO ABERTA
      *              NO DISPUTAS.dat) E CONSOLIDA O EM ABERTO DELAS,
      *              COM JUROS DE MORA PELA REGRA DO PRGFATUR (1% AO
      *              MES COMPOSTO, MINIMO UM MES), NUMA DIVIDA NOVA
      *              PAGA EM ENTRADA OPCIONAL + N PARCELAS MENSAIS.
      *              ENTRADA E PARCELAS VIRAM FATURAS NOVAS NO FATURREG
      *              (NUMERADAS PELO FATURNUM.txt, CADA UMA COM O SEU
      *              VENCIMENTO) E AS FATURAS DE ORIGEM FICAM COM
      *              STATUS R (RENEGOCIADA) - NAO SAO PAGAS NEM
      *              COBRADAS. ENQUANTO O ACORDO ESTA ATIVO A REGUA
      *              (PRGREGUA) NAO ANDA PARA O CLIENTE. A VERIFICACAO
      *              DE CUMPRIMENTO QUITA O ACORDO COM TODAS AS FATURAS
      *              PAGAS E ROMPE O ACORDO COM PARCELA VENCIDA HA MAIS
      *              DIAS QUE A TOLERANCIA (ACORDPRM.txt, AUSENTE=015):
      *              O SALDO DAS PARCELAS NAO PAGAS VENCE NA DATA DO
      *              ROMPIMENTO E VOLTA PARA A COBRANCA. O RELATORIO
      *              (RELACORD.txt) LISTA OS ACORDOS ATIVOS, QUITADOS E
      *              ROMPIDOS. NOVO ACORDO E VERIFICACAO EXIGEM NIVEL 2
      *              OU 3
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  OPERADORES            INPUT                  #OPERADOR
      *  ACORDOS               INPUT/OUTPUT           #ACORDO
      *  ACORDNUM              INPUT/OUTPUT
      *  ACORDPRM              INPUT
      *  FATURREG              INPUT/OUTPUT           #FATURREG
      *  FATTMP                WORK                   #FATURREG (IMAGEM)
      *  FATURNUM              INPUT/OUTPUT
      *  DISPUTAS              INPUT                  #DISPUTA
      *  RELACORD              OUTPUT
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

           SELECT ACORDOS               ASSIGN TO
                                        WRK-CAMINHO-ACORDOS
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS ACD-NUMERO
               FILE STATUS              IS FS-ACORDOS.

           SELECT ACORDNUM              ASSIGN TO
                                        WRK-CAMINHO-ACORDNUM
               FILE STATUS              IS FS-ACORDNUM.

           SELECT ACORDPRM              ASSIGN TO
                                        WRK-CAMINHO-ACORDPRM
               FILE STATUS              IS FS-ACORDPRM.

           SELECT FATURREG              ASSIGN TO
                                        WRK-CAMINHO-FATURREG
               FILE STATUS              IS FS-FATURREG.

           SELECT FATTMP                ASSIGN TO
                                        WRK-CAMINHO-FATTMP
               FILE STATUS              IS FS-FATTMP.

           SELECT FATURNUM              ASSIGN TO
                                        WRK-CAMINHO-FATURNUM
               FILE STATUS              IS FS-FATURNUM.

           SELECT DISPUTAS              ASSIGN TO
                                        WRK-CAMINHO-DISPUTAS
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS RANDOM
               RECORD KEY               IS DSP-FATURA
               FILE STATUS              IS FS-DISPUTAS.

           SELECT RELACORD              ASSIGN TO
                                        WRK-CAMINHO-RELACORD
               FILE STATUS              IS FS-RELACORD.

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
      *     INPUT/OUTPUT - ACORDOS DE RENEGOCIACAO (ACORDOS)
      *                               LRECL = 243
      *----------------------------------------------------------------*
       FD  ACORDOS.
       COPY '#ACORDO'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - ULTIMO NUMERO DE ACORDO EMITIDO
      *                               LRECL = 006
      *----------------------------------------------------------------*
       FD  ACORDNUM.
       01  REG-ACORDNUM.
           05 NUM-ULTIMO-ACORDO         PIC  9(06).

      *----------------------------------------------------------------*
      *     INPUT -  DIAS DE TOLERANCIA PARA PARCELA VENCIDA
      *                               LRECL = 003
      *----------------------------------------------------------------*
       FD  ACORDPRM.
       01  REG-ACORDPRM.
           05 PRM-DIAS-TOLERANCIA       PIC  9(03).

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - REGISTRO ESTRUTURADO DAS FATURAS (FATURREG)
      *                               LRECL = 051
      *----------------------------------------------------------------*
       FD  FATURREG.
       COPY '#FATURREG'.

      *----------------------------------------------------------------*
      *     WORK -  FATURREG COM O ACORDO APLICADO
      *                               LRECL = 051
      *----------------------------------------------------------------*
       FD  FATTMP.
       01  REG-FATTMP                   PIC X(051).

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - ULTIMO NUMERO DE FATURA EMITIDO
      *                               LRECL = 006
      *----------------------------------------------------------------*
       FD  FATURNUM.
       01  REG-FATURNUM.
           05 NUM-ULTIMA-FATURA         PIC  9(06).

      *----------------------------------------------------------------*
      *     INPUT -  CASOS DE CONTESTACAO DE FATURA (DISPUTAS)
      *                               LRECL = 108
      *----------------------------------------------------------------*
       FD  DISPUTAS.
       COPY '#DISPUTA'.

      *----------------------------------------------------------------*
      *     OUTPUT - RELATORIO DE ACORDOS DE RENEGOCIACAO (RELACORD)
      *                               LRECL = 080
      *----------------------------------------------------------------*
       FD  RELACORD.
       01  REG-RELACORD                 PIC X(080).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-OPERADORES                PIC 9(002).
       77  FS-ACORDOS                   PIC 9(002).
       77  FS-ACORDNUM                  PIC 9(002).
       77  FS-ACORDPRM                  PIC 9(002).
       77  FS-FATURREG                  PIC 9(002).
       77  FS-FATTMP                    PIC 9(002).
       77  FS-FATURNUM                  PIC 9(002).
       77  FS-DISPUTAS                  PIC 9(002).
       77  FS-RELACORD                  PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-ACORDOS          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-ACORDNUM         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-ACORDPRM         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FATURREG         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FATTMP           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FATURNUM         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-DISPUTAS         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RELACORD         PIC X(060)        VALUES SPACES.

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
           05 WRK-UTIL-FUNCAO           PIC X(001)        VALUES "P".
           05 WRK-UTIL-DATA             PIC 9(008)        VALUES ZEROS.
           05 WRK-UTIL-DATA2            PIC 9(008)        VALUES ZEROS.
           05 WRK-UTIL-QTD              PIC 9(003)        VALUES ZEROS.
           05 WRK-UTIL-RESULTADO        PIC 9(008)        VALUES ZEROS.
           05 WRK-UTIL-EH-UTIL          PIC X(001)        VALUES "N".

       01  WRK-OPCAO                    PIC X(001)        VALUES SPACES.
           88 WRK-OPCAO-NOVO                      VALUES "N".
           88 WRK-OPCAO-CONSULTAR                 VALUES "C".
           88 WRK-OPCAO-VERIFICAR                 VALUES "V".
           88 WRK-OPCAO-RELATORIO                 VALUES "M".
           88 WRK-OPCAO-SAIR                      VALUES "S".

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
           '*** VARIAVEIS DOS ACORDOS DE RENEGOCIACAO *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-HOJE-R  REDEFINES   WRK-DATA-HOJE.
           05 WRK-HOJE-AAAA             PIC 9(004).
           05 WRK-HOJE-MM               PIC 9(002).
           05 WRK-HOJE-DD               PIC 9(002).
       01  WRK-DIAS-HOJE                PIC 9(007)        VALUES ZEROS.
       01  WRK-DIAS-VENC                PIC 9(007)        VALUES ZEROS.
       01  WRK-DIAS-ATRASO              PIC S9(005)       VALUES ZEROS.
       01  WRK-DIAS-TOLERANCIA          PIC 9(003)        VALUES 15.
       01  WRK-CONFIRMA                 PIC X(001)        VALUES SPACES.
       01  WRK-CLIENTE-ACORDO           PIC X(003)        VALUES SPACES.
       01  WRK-NUMERO                   PIC 9(006)        VALUES ZEROS.
       01  WRK-NUMERO-ACORDO            PIC 9(006)        VALUES ZEROS.
       01  WRK-NUMERO-FATURA            PIC 9(006)        VALUES ZEROS.
       01  WRK-VALOR-ED                 PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-VALOR-ED2                PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-VALOR-ED3                PIC ZZZ.ZZZ.ZZ9,99.

      *== JUROS DE MORA (MESMA REGRA DO PRGFATUR / RELATORIOV5)
       01  WRK-VENC                     PIC 9(008)        VALUES ZEROS.
       01  WRK-VENC-R       REDEFINES   WRK-VENC.
           05 WRK-VENC-AAAA             PIC 9(004).
           05 WRK-VENC-MM               PIC 9(002).
           05 WRK-VENC-DD               PIC 9(002).
       01  WRK-TAXA-ATRASO              PIC 9(002)V99     VALUES 1,00.
       01  WRK-MESES-ATRASO             PIC S9(004)       VALUES ZEROS.
       01  WRK-IDX-MES-ATRASO           PIC 9(004)        VALUES ZEROS.
       01  WRK-VALOR-ABERTO             PIC 9(006)V99     VALUES ZEROS.
       01  WRK-VALOR-CORRIGIDO          PIC 9(007)V99     VALUES ZEROS.
       01  WRK-VALOR-MORA               PIC 9(006)V99     VALUES ZEROS.

      *== FATURAS ESCOLHIDAS PARA O ACORDO (ATE 10)
       01  WRK-QT-SEL                   PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-SEL                  PIC 9(002)        VALUES ZEROS.
       01  WRK-QT-ELEGIVEIS             PIC 9(004)        VALUES ZEROS.
       01  WRK-TAB-SEL.
           05 WRK-SEL-OCO               OCCURS 10 TIMES.
               10 WRK-SEL-IDX-FAT           PIC 9(04).
               10 WRK-SEL-NUMERO            PIC 9(06).
               10 WRK-SEL-ABERTO            PIC 9(06)V99.
               10 WRK-SEL-MORA              PIC 9(06)V99.
       01  WRK-TODAS                    PIC X(001)        VALUES "N".
           88 WRK-INCLUI-TODAS                    VALUES "S".
       01  WRK-TOTAL-ORIGINAL           PIC 9(007)V99     VALUES ZEROS.
       01  WRK-TOTAL-MORA               PIC 9(006)V99     VALUES ZEROS.
       01  WRK-TOTAL-ACORDO             PIC 9(007)V99     VALUES ZEROS.
       01  WRK-ENTRADA                  PIC 9(006)V99     VALUES ZEROS.
       01  WRK-QTD-PARCELAS             PIC 9(002)        VALUES ZEROS.
       01  WRK-VALOR-PARCELA            PIC 9(006)V99     VALUES ZEROS.
       01  WRK-VALOR-ULTIMA             PIC 9(007)V99     VALUES ZEROS.
       01  WRK-IDX-PARCELA              PIC 9(002)        VALUES ZEROS.
       01  WRK-PRIMEIRO-VENC            PIC 9(008)        VALUES ZEROS.
       01  WRK-DIA-JULIANO              PIC 9(007)        VALUES ZEROS.

      *== VENCIMENTO DAS PARCELAS (MES A MES, DIA DO PRIMEIRO)
       01  WRK-VENC-PARCELA             PIC 9(008)        VALUES ZEROS.
       01  WRK-VENC-PARCELA-R REDEFINES WRK-VENC-PARCELA.
           05 WRK-PARC-AAAA             PIC 9(004).
           05 WRK-PARC-MM               PIC 9(002).
           05 WRK-PARC-DD               PIC 9(002).
       01  WRK-DIA-BASE                 PIC 9(002)        VALUES ZEROS.
       01  WRK-ULTIMO-DIA               PIC 9(002)        VALUES ZEROS.
       01  WRK-ANO-QUOCIENTE            PIC 9(004)        VALUES ZEROS.
       01  WRK-ANO-RESTO                PIC 9(004)        VALUES ZEROS.

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
       01  WRK-FATURREG-ALTERADO        PIC X(001)        VALUES "N".
           88 WRK-REGRAVAR-FATURREG               VALUES "S".
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
               88 WRK-FAT-QUITADA                 VALUES "Q".
               88 WRK-FAT-RENEGOCIADA             VALUES "R".
           05 WRK-FAT-REMESSA           PIC  X(01).

      *== SITUACAO DAS FATURAS DE UM ACORDO
       01  WRK-QT-PAGAS                 PIC 9(002)        VALUES ZEROS.
       01  WRK-QT-FATURAS-ACORDO        PIC 9(002)        VALUES ZEROS.
       01  WRK-QT-VENCIDAS              PIC 9(002)        VALUES ZEROS.
       01  WRK-SALDO-ACORDO             PIC 9(007)V99     VALUES ZEROS.

      *== TOTAIS DA VERIFICACAO E DO RELATORIO
       01  ACU-ACORDOS-LIDOS            PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-QUITADOS-AGORA           PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-ROMPIDOS-AGORA           PIC 9(005) COMP-3 VALUES ZEROS.
       01  WRK-TAB-SITUACOES.
           05 WRK-SIT-OCO               OCCURS 3 TIMES.
               10 WRK-SIT-QTD               PIC 9(05)    COMP-3.
               10 WRK-SIT-VALOR             PIC 9(09)V99 COMP-3.
               10 WRK-SIT-SALDO             PIC 9(09)V99 COMP-3.
       01  WRK-IDX-SIT                  PIC 9(001)        VALUES ZEROS.

       01  WRK-LIN-TITULO.
           05 FILLER                    PIC X(040) VALUE
              "ACORDOS DE RENEGOCIACAO - POSICAO EM".
           05 WRK-TIT-DATA              PIC 9(008).
           05 FILLER                    PIC X(032) VALUE SPACES.

       01  WRK-LIN-CABEC.
           05 FILLER                    PIC X(007) VALUE "ACORDO".
           05 FILLER                    PIC X(004) VALUE "CLI".
           05 FILLER                    PIC X(009) VALUE "DATA".
           05 FILLER                    PIC X(017) VALUE
              "            TOTAL".
           05 FILLER                    PIC X(007) VALUE "  PAGAS".
           05 FILLER                    PIC X(017) VALUE
              "            SALDO".
           05 FILLER                    PIC X(019) VALUE " SITUACAO".

       01  WRK-LIN-ACORDO.
           05 WRK-LAC-NUMERO            PIC 9(006).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LAC-CLIENTE           PIC X(003).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LAC-DATA              PIC 9(008).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LAC-TOTAL             PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(003) VALUE SPACES.
           05 WRK-LAC-PAGAS             PIC Z9.
           05 FILLER                    PIC X(001) VALUE "/".
           05 WRK-LAC-FATURAS           PIC 99.
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 WRK-LAC-SALDO             PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LAC-SITUACAO          PIC X(008).
           05 FILLER                    PIC X(013) VALUE SPACES.

       01  WRK-LIN-SITUACAO.
           05 WRK-LSI-ROTULO            PIC X(010).
           05 FILLER                    PIC X(006) VALUE " QTD: ".
           05 WRK-LSI-QTD               PIC ZZ.ZZ9.
           05 FILLER                    PIC X(009) VALUE " TOTAL: ".
           05 WRK-LSI-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(009) VALUE " SALDO: ".
           05 WRK-LSI-SALDO             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(006) VALUE SPACES.

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
                  "\ACORDOS.dat"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-ACORDOS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\ACORDNUM.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-ACORDNUM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\ACORDPRM.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-ACORDPRM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FATURREG.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FATURREG.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FATTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FATTMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FATURNUM.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FATURNUM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\DISPUTAS.dat"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-DISPUTAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RELACORD.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RELACORD.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).

           OPEN INPUT ACORDPRM.
           IF FS-ACORDPRM EQUAL 00
               READ ACORDPRM
               IF FS-ACORDPRM EQUAL 00
                  AND PRM-DIAS-TOLERANCIA NUMERIC
                   MOVE PRM-DIAS-TOLERANCIA TO WRK-DIAS-TOLERANCIA
               END-IF
               CLOSE ACORDPRM
           END-IF.

           DISPLAY "==== ACORDOS DE RENEGOCIACAO ====".
           PERFORM 0110-SIGNON.
           IF WRK-OPERADOR-NAO
               DISPLAY "OPERADOR NAO AUTORIZADO, ENCERRANDO."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O ACORDOS.
           IF FS-ACORDOS EQUAL 35
               OPEN OUTPUT ACORDOS
               CLOSE ACORDOS
               OPEN I-O ACORDOS
           END-IF.
           IF FS-ACORDOS NOT EQUAL 00
               DISPLAY "ACORDOS.dat NAO ABERTO!"
               CALL "FSTATUS" USING FS-ACORDOS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
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

           DISPLAY "==== ACORDOS DE RENEGOCIACAO ====".
           DISPLAY "N-NOVO ACORDO  C-CONSULTAR  V-VERIFICAR ACORDOS".
           DISPLAY "M-RELATORIO  S-SAIR".
           DISPLAY "DIGITE A OPCAO..".
           ACCEPT WRK-OPCAO.

           IF WRK-NIVEL-CONSULTA
              AND (WRK-OPCAO-NOVO OR WRK-OPCAO-VERIFICAR)
               DISPLAY "OPCAO EXIGE NIVEL 2 OU 3!"
               GO TO 0200-PROCESSAR-FIM
           END-IF.

           EVALUATE TRUE
               WHEN WRK-OPCAO-NOVO
                   PERFORM 0210-NOVO-ACORDO
               WHEN WRK-OPCAO-CONSULTAR
                   PERFORM 0220-CONSULTAR
               WHEN WRK-OPCAO-VERIFICAR
                   PERFORM 0400-VERIFICA-ACORDOS
               WHEN WRK-OPCAO-RELATORIO
                   PERFORM 0500-RELATORIO
               WHEN WRK-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    NOVO ACORDO - LISTA AS FATURAS VENCIDAS DO CLIENTE E O
      *    OPERADOR ESCOLHE QUAIS ENTRAM; DEPOIS ENTRADA, PARCELAS E
      *    PRIMEIRO VENCIMENTO
      *-----------------------------------------------------------------
       0210-NOVO-ACORDO                          SECTION.
      *-----------------------------------------------------------------

           DISPLAY "CODIGO DO CLIENTE..".
           ACCEPT WRK-CLIENTE-ACORDO.

           PERFORM 0300-CARREGA-FATURREG.
           IF WRK-QT-FATURAS EQUAL ZEROS
               DISPLAY "FATURREG VAZIO - NADA A RENEGOCIAR!"
               GO TO 0210-NOVO-ACORDO-FIM
           END-IF.

           MOVE "N" TO WRK-DISPUTAS-ABERTO.
           OPEN INPUT DISPUTAS.
           IF FS-DISPUTAS EQUAL 00
               SET WRK-HA-DISPUTAS TO TRUE
           END-IF.

           MOVE ZEROS TO WRK-QT-SEL
                         WRK-QT-ELEGIVEIS
                         WRK-TOTAL-ORIGINAL
                         WRK-TOTAL-MORA.

           DISPLAY "INCLUIR TODAS AS FATURAS VENCIDAS (S/N)?".
           ACCEPT WRK-TODAS.

           PERFORM 0211-ESCOLHE-FATURA
               VARYING WRK-IDX-FAT FROM 1 BY 1
               UNTIL WRK-IDX-FAT GREATER WRK-QT-FATURAS
                  OR WRK-QT-SEL EQUAL 10.

           IF WRK-HA-DISPUTAS
               CLOSE DISPUTAS
           END-IF.

           IF WRK-QT-ELEGIVEIS EQUAL ZEROS
               DISPLAY "CLIENTE SEM FATURA VENCIDA A RENEGOCIAR!"
               GO TO 0210-NOVO-ACORDO-FIM
           END-IF.
           IF WRK-QT-SEL EQUAL ZEROS
               DISPLAY "NENHUMA FATURA ESCOLHIDA."
               GO TO 0210-NOVO-ACORDO-FIM
           END-IF.

           COMPUTE WRK-TOTAL-ACORDO =
               WRK-TOTAL-ORIGINAL + WRK-TOTAL-MORA.
           MOVE WRK-TOTAL-ORIGINAL TO WRK-VALOR-ED.
           MOVE WRK-TOTAL-MORA     TO WRK-VALOR-ED2.
           MOVE WRK-TOTAL-ACORDO   TO WRK-VALOR-ED3.
           DISPLAY WRK-LINHA.
           DISPLAY "FATURAS ESCOLHIDAS..: " WRK-QT-SEL.
           DISPLAY "EM ABERTO...........: " WRK-VALOR-ED.
           DISPLAY "JUROS DE MORA.......: " WRK-VALOR-ED2.
           DISPLAY "TOTAL DO ACORDO.....: " WRK-VALOR-ED3.
           DISPLAY WRK-LINHA.

           DISPLAY "VALOR DA ENTRADA (BRANCO = SEM ENTRADA)..".
           ACCEPT WRK-ENTRADA.
           IF WRK-ENTRADA NOT LESS WRK-TOTAL-ACORDO
               DISPLAY "ENTRADA DEVE SER MENOR QUE O TOTAL DO ACORDO!"
               GO TO 0210-NOVO-ACORDO-FIM
           END-IF.

           DISPLAY "QUANTIDADE DE PARCELAS (01 A 24)..".
           ACCEPT WRK-QTD-PARCELAS.
           IF WRK-QTD-PARCELAS LESS 1
              OR WRK-QTD-PARCELAS GREATER 24
               DISPLAY "QUANTIDADE DE PARCELAS INVALIDA!"
               GO TO 0210-NOVO-ACORDO-FIM
           END-IF.

           IF WRK-QT-FATURAS + WRK-QTD-PARCELAS + 1 GREATER 1000
               DISPLAY "FATURREG CHEIO - ACORDO NAO PODE SER GRAVADO!"
               GO TO 0210-NOVO-ACORDO-FIM
           END-IF.

           DISPLAY "VENCIMENTO DA 1A PARCELA (AAAAMMDD, BRANCO = 30 "
               "DIAS)..".
           ACCEPT WRK-PRIMEIRO-VENC.
           IF WRK-PRIMEIRO-VENC EQUAL ZEROS
               COMPUTE WRK-DIA-JULIANO = WRK-DIAS-HOJE + 30
               COMPUTE WRK-PRIMEIRO-VENC =
                   FUNCTION DATE-OF-INTEGER(WRK-DIA-JULIANO)
           END-IF.
           IF WRK-PRIMEIRO-VENC NOT GREATER WRK-DATA-HOJE
              OR FUNCTION TEST-DATE-YYYYMMDD(WRK-PRIMEIRO-VENC)
                 NOT EQUAL ZEROS
               DISPLAY "VENCIMENTO INVALIDO!"
               GO TO 0210-NOVO-ACORDO-FIM
           END-IF.

           COMPUTE WRK-VALOR-PARCELA =
               (WRK-TOTAL-ACORDO - WRK-ENTRADA) / WRK-QTD-PARCELAS.
           COMPUTE WRK-VALOR-ULTIMA =
               WRK-TOTAL-ACORDO - WRK-ENTRADA -
               WRK-VALOR-PARCELA * (WRK-QTD-PARCELAS - 1).
           IF WRK-VALOR-ULTIMA GREATER 999999,99
               DISPLAY "PARCELA ACIMA DO LIMITE DA FATURA - AUMENTE A "
                   "QUANTIDADE DE PARCELAS!"
               GO TO 0210-NOVO-ACORDO-FIM
           END-IF.

           MOVE WRK-ENTRADA       TO WRK-VALOR-ED.
           MOVE WRK-VALOR-PARCELA TO WRK-VALOR-ED2.
           MOVE WRK-VALOR-ULTIMA  TO WRK-VALOR-ED3.
           DISPLAY "ENTRADA " WRK-VALOR-ED " + " WRK-QTD-PARCELAS
               " PARCELAS DE " WRK-VALOR-ED2.
           DISPLAY "(ULTIMA PARCELA " WRK-VALOR-ED3 ") 1O VENCIMENTO "
               WRK-PRIMEIRO-VENC.
           DISPLAY "CONFIRMA O ACORDO (S/N)?".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "ACORDO CANCELADO."
               GO TO 0210-NOVO-ACORDO-FIM
           END-IF.

           PERFORM 0230-GRAVA-ACORDO.

       0210-NOVO-ACORDO-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    FATURA ELEGIVEL: DO CLIENTE, ABERTA OU PARCIAL, VENCIDA E
      *    SEM CONTESTACAO ABERTA
      *-----------------------------------------------------------------
       0211-ESCOLHE-FATURA                       SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-FAT-IMAGEM(WRK-IDX-FAT) TO WRK-FAT-REGISTRO.

           IF WRK-FAT-CLIENTE NOT EQUAL WRK-CLIENTE-ACORDO
              OR NOT (WRK-FAT-ABERTA OR WRK-FAT-PARCIAL)
              OR WRK-FAT-VENCIMENTO NOT LESS WRK-DATA-HOJE
               GO TO 0211-ESCOLHE-FATURA-FIM
           END-IF.

           COMPUTE WRK-VALOR-ABERTO = WRK-FAT-TOTAL - WRK-FAT-PAGO.
           IF WRK-VALOR-ABERTO NOT GREATER ZEROS
               GO TO 0211-ESCOLHE-FATURA-FIM
           END-IF.

           PERFORM 0212-CONSULTA-DISPUTA.
           IF WRK-FATURA-EM-DISPUTA
               DISPLAY "FATURA " WRK-FAT-NUMERO
                   " EM CONTESTACAO - FICA FORA DO ACORDO"
               GO TO 0211-ESCOLHE-FATURA-FIM
           END-IF.

           ADD 1 TO WRK-QT-ELEGIVEIS.
           PERFORM 0213-CALCULA-MORA.

           MOVE WRK-VALOR-ABERTO TO WRK-VALOR-ED.
           MOVE WRK-VALOR-MORA   TO WRK-VALOR-ED2.
           DISPLAY "FATURA " WRK-FAT-NUMERO " VENC " WRK-FAT-VENCIMENTO
               " ABERTO " WRK-VALOR-ED " MORA " WRK-VALOR-ED2.

           IF NOT WRK-INCLUI-TODAS
               DISPLAY "INCLUIR NO ACORDO (S/N)?"
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA NOT EQUAL "S"
                   GO TO 0211-ESCOLHE-FATURA-FIM
               END-IF
           END-IF.

           ADD 1 TO WRK-QT-SEL.
           MOVE WRK-IDX-FAT      TO WRK-SEL-IDX-FAT(WRK-QT-SEL).
           MOVE WRK-FAT-NUMERO   TO WRK-SEL-NUMERO(WRK-QT-SEL).
           MOVE WRK-VALOR-ABERTO TO WRK-SEL-ABERTO(WRK-QT-SEL).
           MOVE WRK-VALOR-MORA   TO WRK-SEL-MORA(WRK-QT-SEL).
           ADD WRK-VALOR-ABERTO  TO WRK-TOTAL-ORIGINAL.
           ADD WRK-VALOR-MORA    TO WRK-TOTAL-MORA.

           IF WRK-QT-SEL EQUAL 10
               DISPLAY "LIMITE DE 10 FATURAS POR ACORDO ATINGIDO."
           END-IF.

       0211-ESCOLHE-FATURA-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0212-CONSULTA-DISPUTA                     SECTION.
      *-----------------------------------------------------------------

           MOVE "N" TO WRK-FATURA-CONTESTADA.
           IF NOT WRK-HA-DISPUTAS
               GO TO 0212-CONSULTA-DISPUTA-FIM
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

       0212-CONSULTA-DISPUTA-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    JUROS DE MORA COMPOSTO DE 1% AO MES DE ATRASO SOBRE O EM
      *    ABERTO (MESMA REGRA DO 0220-APLICA-ATRASO DO PRGFATUR)
      *-----------------------------------------------------------------
       0213-CALCULA-MORA                         SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-FAT-VENCIMENTO TO WRK-VENC.
           COMPUTE WRK-MESES-ATRASO =
               (WRK-HOJE-AAAA - WRK-VENC-AAAA) * 12 +
               (WRK-HOJE-MM   - WRK-VENC-MM).

           IF WRK-MESES-ATRASO LESS 1
               MOVE 1 TO WRK-MESES-ATRASO
           END-IF.

           MOVE WRK-VALOR-ABERTO TO WRK-VALOR-CORRIGIDO.

           PERFORM 0214-COMPOE-MORA
               VARYING WRK-IDX-MES-ATRASO FROM 1 BY 1
               UNTIL WRK-IDX-MES-ATRASO GREATER WRK-MESES-ATRASO.

           COMPUTE WRK-VALOR-MORA =
               WRK-VALOR-CORRIGIDO - WRK-VALOR-ABERTO.

       0213-CALCULA-MORA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0214-COMPOE-MORA                          SECTION.
      *-----------------------------------------------------------------

           COMPUTE WRK-VALOR-CORRIGIDO = WRK-VALOR-CORRIGIDO +
               WRK-VALOR-CORRIGIDO * (WRK-TAXA-ATRASO / 100).

       0214-COMPOE-MORA-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0220-CONSULTAR                            SECTION.
      *-----------------------------------------------------------------

           DISPLAY "NUMERO DO ACORDO..".
           ACCEPT WRK-NUMERO-ACORDO.

           MOVE WRK-NUMERO-ACORDO TO ACD-NUMERO.
           READ ACORDOS
               INVALID KEY
                   DISPLAY "ACORDO " WRK-NUMERO-ACORDO
                       " NAO ENCONTRADO!"
                   GO TO 0220-CONSULTAR-FIM
           END-READ.

           PERFORM 0300-CARREGA-FATURREG.
           PERFORM 0410-SITUACAO-FATURAS.

           MOVE ACD-VALOR-ORIGINAL TO WRK-VALOR-ED.
           MOVE ACD-VALOR-ENCARGOS TO WRK-VALOR-ED2.
           MOVE ACD-VALOR-TOTAL    TO WRK-VALOR-ED3.
           DISPLAY WRK-LINHA.
           DISPLAY "ACORDO....: " ACD-NUMERO "  CLIENTE: "
               ACD-CODIGO-CLIENTE "  DATA: " ACD-DATA
               "  OPERADOR: " ACD-OPERADOR.
           DISPLAY "ORIGINAL..: " WRK-VALOR-ED "  MORA: " WRK-VALOR-ED2
               "  TOTAL: " WRK-VALOR-ED3.
           MOVE ACD-VALOR-ENTRADA TO WRK-VALOR-ED.
           MOVE ACD-VALOR-PARCELA TO WRK-VALOR-ED2.
           DISPLAY "ENTRADA...: " WRK-VALOR-ED "  " ACD-QTD-PARCELAS
               " PARCELAS DE " WRK-VALOR-ED2.
           DISPLAY "FATURAS...: " ACD-FATURA-INICIAL " A "
               ACD-FATURA-FINAL "  PAGAS " WRK-QT-PAGAS " DE "
               WRK-QT-FATURAS-ACORDO.
           MOVE WRK-SALDO-ACORDO TO WRK-VALOR-ED.
           DISPLAY "SALDO.....: " WRK-VALOR-ED.
           PERFORM 0221-MOSTRA-ORIGEM
               VARYING WRK-IDX-SEL FROM 1 BY 1
               UNTIL WRK-IDX-SEL GREATER ACD-QTD-ORIGEM.
           EVALUATE TRUE
               WHEN ACD-ATIVO
                   DISPLAY "SITUACAO..: ATIVO - REGUA PARADA"
               WHEN ACD-QUITADO
                   DISPLAY "SITUACAO..: QUITADO EM " ACD-DATA-SITUACAO
               WHEN ACD-ROMPIDO
                   MOVE ACD-SALDO-ROMPIDO TO WRK-VALOR-ED
                   DISPLAY "SITUACAO..: ROMPIDO EM " ACD-DATA-SITUACAO
                       " SALDO DEVOLVIDO A COBRANCA " WRK-VALOR-ED
           END-EVALUATE.
           DISPLAY WRK-LINHA.

       0220-CONSULTAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0221-MOSTRA-ORIGEM                        SECTION.
      *-----------------------------------------------------------------

           MOVE ACD-ABERTO-ORIGEM(WRK-IDX-SEL) TO WRK-VALOR-ED.
           DISPLAY "  ORIGEM: FATURA " ACD-FATURA-ORIGEM(WRK-IDX-SEL)
               " EM ABERTO " WRK-VALOR-ED.

       0221-MOSTRA-ORIGEM-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    GRAVACAO - NUMERA ACORDO E FATURAS, GERA ENTRADA E PARCELAS
      *    NO FATURREG, MARCA AS ORIGENS COMO RENEGOCIADAS E GRAVA O
      *    ACORDO
      *-----------------------------------------------------------------
       0230-GRAVA-ACORDO                         SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-NUMERO-ACORDO.
           OPEN INPUT ACORDNUM.
           IF FS-ACORDNUM EQUAL 00
               READ ACORDNUM
               IF FS-ACORDNUM EQUAL 00
                   MOVE NUM-ULTIMO-ACORDO TO WRK-NUMERO-ACORDO
               END-IF
               CLOSE ACORDNUM
           END-IF.
           ADD 1 TO WRK-NUMERO-ACORDO.

           MOVE ZEROS TO WRK-NUMERO-FATURA.
           OPEN INPUT FATURNUM.
           IF FS-FATURNUM EQUAL 00
               READ FATURNUM
               IF FS-FATURNUM EQUAL 00
                   MOVE NUM-ULTIMA-FATURA TO WRK-NUMERO-FATURA
               END-IF
               CLOSE FATURNUM
           END-IF.

           INITIALIZE REG-ACORDO.
           MOVE WRK-NUMERO-ACORDO   TO ACD-NUMERO.
           MOVE WRK-CLIENTE-ACORDO  TO ACD-CODIGO-CLIENTE.
           MOVE WRK-DATA-HOJE       TO ACD-DATA.
           MOVE WRK-OPERADOR        TO ACD-OPERADOR.
           MOVE WRK-TOTAL-ORIGINAL  TO ACD-VALOR-ORIGINAL.
           MOVE WRK-TOTAL-MORA      TO ACD-VALOR-ENCARGOS.
           MOVE WRK-TOTAL-ACORDO    TO ACD-VALOR-TOTAL.
           MOVE WRK-ENTRADA         TO ACD-VALOR-ENTRADA.
           MOVE WRK-QTD-PARCELAS    TO ACD-QTD-PARCELAS.
           MOVE WRK-VALOR-PARCELA   TO ACD-VALOR-PARCELA.
           MOVE WRK-QT-SEL          TO ACD-QTD-ORIGEM.
           SET ACD-ATIVO            TO TRUE.
           COMPUTE ACD-FATURA-INICIAL = WRK-NUMERO-FATURA + 1.

      *    ENTRADA - FATURA QUE VENCE HOJE
           IF WRK-ENTRADA GREATER ZEROS
               MOVE WRK-DATA-HOJE TO WRK-VENC-PARCELA
               MOVE WRK-ENTRADA   TO WRK-VALOR-ABERTO
               PERFORM 0240-INCLUI-FATURA
           END-IF.

      *    PARCELAS - MES A MES NO DIA DO PRIMEIRO VENCIMENTO
           MOVE WRK-PRIMEIRO-VENC TO WRK-VENC-PARCELA.
           MOVE WRK-PARC-DD       TO WRK-DIA-BASE.
           PERFORM 0231-GERA-PARCELA
               VARYING WRK-IDX-PARCELA FROM 1 BY 1
               UNTIL WRK-IDX-PARCELA GREATER WRK-QTD-PARCELAS.

           MOVE WRK-NUMERO-FATURA TO ACD-FATURA-FINAL.

           PERFORM 0232-MARCA-ORIGEM
               VARYING WRK-IDX-SEL FROM 1 BY 1
               UNTIL WRK-IDX-SEL GREATER WRK-QT-SEL.

           WRITE REG-ACORDO
               INVALID KEY
                   DISPLAY "ACORDO NAO GRAVADO - FS " FS-ACORDOS
                       " - NADA FOI ALTERADO NO FATURREG"
                   GO TO 0230-GRAVA-ACORDO-FIM
           END-WRITE.

           PERFORM 0330-REGRAVA-FATURREG.

           OPEN OUTPUT FATURNUM.
           MOVE WRK-NUMERO-FATURA TO NUM-ULTIMA-FATURA.
           WRITE REG-FATURNUM.
           CLOSE FATURNUM.

           OPEN OUTPUT ACORDNUM.
           MOVE WRK-NUMERO-ACORDO TO NUM-ULTIMO-ACORDO.
           WRITE REG-ACORDNUM.
           CLOSE ACORDNUM.

           DISPLAY "ACORDO " WRK-NUMERO-ACORDO " GRAVADO - FATURAS "
               ACD-FATURA-INICIAL " A " ACD-FATURA-FINAL " EMITIDAS.".

       0230-GRAVA-ACORDO-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0231-GERA-PARCELA                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-IDX-PARCELA GREATER 1
               IF WRK-PARC-MM EQUAL 12
                   ADD 1      TO WRK-PARC-AAAA
                   MOVE 01    TO WRK-PARC-MM
               ELSE
                   ADD 1      TO WRK-PARC-MM
               END-IF
               MOVE WRK-DIA-BASE TO WRK-PARC-DD
               PERFORM 0250-AJUSTA-DIA-MES
               IF WRK-PARC-DD GREATER WRK-ULTIMO-DIA
                   MOVE WRK-ULTIMO-DIA TO WRK-PARC-DD
               END-IF
           END-IF.

           IF WRK-IDX-PARCELA EQUAL WRK-QTD-PARCELAS
               MOVE WRK-VALOR-ULTIMA  TO WRK-VALOR-ABERTO
           ELSE
               MOVE WRK-VALOR-PARCELA TO WRK-VALOR-ABERTO
           END-IF.

           PERFORM 0240-INCLUI-FATURA.

       0231-GERA-PARCELA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0232-MARCA-ORIGEM                         SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-SEL-IDX-FAT(WRK-IDX-SEL) TO WRK-IDX-FAT.
           MOVE WRK-FAT-IMAGEM(WRK-IDX-FAT)  TO WRK-FAT-REGISTRO.
           SET WRK-FAT-RENEGOCIADA           TO TRUE.
           MOVE WRK-FAT-REGISTRO TO WRK-FAT-IMAGEM(WRK-IDX-FAT).

           MOVE WRK-SEL-NUMERO(WRK-IDX-SEL)
                                TO ACD-FATURA-ORIGEM(WRK-IDX-SEL).
           MOVE WRK-SEL-ABERTO(WRK-IDX-SEL)
                                TO ACD-ABERTO-ORIGEM(WRK-IDX-SEL).

       0232-MARCA-ORIGEM-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    FATURA NOVA DO ACORDO NO FIM DA TABELA - VENCIMENTO NO
      *    PROXIMO DIA UTIL (DIAUTIL "P"), COMO O PRGCOBRA
      *-----------------------------------------------------------------
       0240-INCLUI-FATURA                        SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO WRK-NUMERO-FATURA.

           MOVE "P"              TO WRK-UTIL-FUNCAO.
           MOVE WRK-VENC-PARCELA TO WRK-UTIL-DATA.
           CALL "DIAUTIL" USING WRK-DIAUTIL.

           INITIALIZE WRK-FAT-REGISTRO.
           MOVE WRK-NUMERO-FATURA    TO WRK-FAT-NUMERO.
           MOVE WRK-CLIENTE-ACORDO   TO WRK-FAT-CLIENTE.
           MOVE WRK-DATA-HOJE        TO WRK-FAT-EMISSAO.
           MOVE WRK-UTIL-RESULTADO   TO WRK-FAT-VENCIMENTO.
           MOVE WRK-VALOR-ABERTO     TO WRK-FAT-TOTAL.
           MOVE ZEROS                TO WRK-FAT-PAGO
                                        WRK-FAT-DATA-PAGTO.
           SET WRK-FAT-ABERTA        TO TRUE.
           MOVE "N"                  TO WRK-FAT-REMESSA.

           ADD 1 TO WRK-QT-FATURAS.
           MOVE WRK-FAT-REGISTRO TO WRK-FAT-IMAGEM(WRK-QT-FATURAS).

       0240-INCLUI-FATURA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    ULTIMO DIA DO MES DA PARCELA - FEVEREIRO COM A REGRA
      *    COMPLETA DE BISSEXTO (4/100/400), COMO O PRGCOBRA
      *-----------------------------------------------------------------
       0250-AJUSTA-DIA-MES                       SECTION.
      *-----------------------------------------------------------------

           EVALUATE WRK-PARC-MM
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WRK-ULTIMO-DIA
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WRK-ULTIMO-DIA
               WHEN OTHER
                   MOVE 28 TO WRK-ULTIMO-DIA
                   DIVIDE WRK-PARC-AAAA BY 4
                       GIVING WRK-ANO-QUOCIENTE
                       REMAINDER WRK-ANO-RESTO
                   IF WRK-ANO-RESTO EQUAL ZEROS
                       MOVE 29 TO WRK-ULTIMO-DIA
                       DIVIDE WRK-PARC-AAAA BY 100
                           GIVING WRK-ANO-QUOCIENTE
                           REMAINDER WRK-ANO-RESTO
                       IF WRK-ANO-RESTO EQUAL ZEROS
                           DIVIDE WRK-PARC-AAAA BY 400
                               GIVING WRK-ANO-QUOCIENTE
                               REMAINDER WRK-ANO-RESTO
                           IF WRK-ANO-RESTO NOT EQUAL ZEROS
                               MOVE 28 TO WRK-ULTIMO-DIA
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       0250-AJUSTA-DIA-MES-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0300-CARREGA-FATURREG                     SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-QT-FATURAS.
           MOVE "N"   TO WRK-FATURREG-ALTERADO.

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
      *    VERIFICACAO DE CUMPRIMENTO - PERCORRE OS ACORDOS ATIVOS:
      *    TODAS AS FATURAS DO ACORDO QUITADAS = ACORDO QUITADO;
      *    FATURA NAO QUITADA VENCIDA HA MAIS DIAS QUE A TOLERANCIA =
      *    ACORDO ROMPIDO (O SALDO VENCE HOJE E VOLTA PARA A COBRANCA)
      *-----------------------------------------------------------------
       0400-VERIFICA-ACORDOS                     SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO ACU-ACORDOS-LIDOS
                         ACU-QUITADOS-AGORA
                         ACU-ROMPIDOS-AGORA.

           PERFORM 0300-CARREGA-FATURREG.
           IF WRK-QT-FATURAS EQUAL ZEROS
               DISPLAY "FATURREG VAZIO - NADA A VERIFICAR!"
               GO TO 0400-VERIFICA-ACORDOS-FIM
           END-IF.

           MOVE ZEROS TO ACD-NUMERO.
           START ACORDOS KEY IS NOT LESS ACD-NUMERO
               INVALID KEY
                   MOVE 10 TO FS-ACORDOS
           END-START.
           IF FS-ACORDOS EQUAL 00
               READ ACORDOS NEXT
               PERFORM 0401-VERIFICA-ACORDO
                   UNTIL FS-ACORDOS NOT EQUAL 00
           END-IF.

           IF WRK-REGRAVAR-FATURREG
               PERFORM 0330-REGRAVA-FATURREG
           END-IF.

           DISPLAY WRK-LINHA.
           DISPLAY "TOLERANCIA (DIAS)...: " WRK-DIAS-TOLERANCIA.
           DISPLAY "ACORDOS ATIVOS LIDOS: " ACU-ACORDOS-LIDOS.
           DISPLAY "QUITADOS AGORA......: " ACU-QUITADOS-AGORA.
           DISPLAY "ROMPIDOS AGORA......: " ACU-ROMPIDOS-AGORA.
           DISPLAY WRK-LINHA.

       0400-VERIFICA-ACORDOS-FIM.                EXIT.

      *-----------------------------------------------------------------
       0401-VERIFICA-ACORDO                      SECTION.
      *-----------------------------------------------------------------

           IF NOT ACD-ATIVO
               GO TO 0401-VERIFICA-ACORDO-LER
           END-IF.

           ADD 1 TO ACU-ACORDOS-LIDOS.
           PERFORM 0410-SITUACAO-FATURAS.

           IF WRK-QT-PAGAS EQUAL WRK-QT-FATURAS-ACORDO
               SET ACD-QUITADO      TO TRUE
               MOVE WRK-DATA-HOJE   TO ACD-DATA-SITUACAO
               REWRITE REG-ACORDO
               ADD 1 TO ACU-QUITADOS-AGORA
               DISPLAY "ACORDO " ACD-NUMERO " QUITADO."
               GO TO 0401-VERIFICA-ACORDO-LER
           END-IF.

           IF WRK-QT-VENCIDAS GREATER ZEROS
               PERFORM 0420-ROMPE-ACORDO
           END-IF.

       0401-VERIFICA-ACORDO-LER.
           READ ACORDOS NEXT.

       0401-VERIFICA-ACORDO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    CONTA AS FATURAS DO ACORDO (ACD-FATURA-INICIAL A FINAL),
      *    QUANTAS ESTAO PAGAS, O SALDO EM ABERTO E QUANTAS ESTAO
      *    VENCIDAS ALEM DA TOLERANCIA
      *-----------------------------------------------------------------
       0410-SITUACAO-FATURAS                     SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-QT-PAGAS
                         WRK-QT-FATURAS-ACORDO
                         WRK-QT-VENCIDAS
                         WRK-SALDO-ACORDO.

           PERFORM 0411-SITUACAO-FATURA
               VARYING WRK-NUMERO FROM ACD-FATURA-INICIAL BY 1
               UNTIL WRK-NUMERO GREATER ACD-FATURA-FINAL.

       0410-SITUACAO-FATURAS-FIM.                EXIT.

      *-----------------------------------------------------------------
       0411-SITUACAO-FATURA                      SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO WRK-QT-FATURAS-ACORDO.
           PERFORM 0310-PROCURA-FATURA.
           IF WRK-FATURA-NAO-ACHADA
               GO TO 0411-SITUACAO-FATURA-FIM
           END-IF.

           IF WRK-FAT-QUITADA
               ADD 1 TO WRK-QT-PAGAS
               GO TO 0411-SITUACAO-FATURA-FIM
           END-IF.

           COMPUTE WRK-SALDO-ACORDO =
               WRK-SALDO-ACORDO + WRK-FAT-TOTAL - WRK-FAT-PAGO.

           COMPUTE WRK-DIAS-VENC =
               FUNCTION INTEGER-OF-DATE(WRK-FAT-VENCIMENTO).
           COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-VENC.
           IF WRK-DIAS-ATRASO GREATER WRK-DIAS-TOLERANCIA
               ADD 1 TO WRK-QT-VENCIDAS
           END-IF.

       0411-SITUACAO-FATURA-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    ROMPIMENTO - AS FATURAS NAO QUITADAS DO ACORDO PASSAM A
      *    VENCER HOJE (VENCIMENTO ANTECIPADO) E A REGUA VOLTA A ANDAR
      *    PARA O CLIENTE
      *-----------------------------------------------------------------
       0420-ROMPE-ACORDO                         SECTION.
      *-----------------------------------------------------------------

           PERFORM 0421-ANTECIPA-FATURA
               VARYING WRK-NUMERO FROM ACD-FATURA-INICIAL BY 1
               UNTIL WRK-NUMERO GREATER ACD-FATURA-FINAL.

           SET ACD-ROMPIDO          TO TRUE.
           MOVE WRK-DATA-HOJE       TO ACD-DATA-SITUACAO.
           MOVE WRK-SALDO-ACORDO    TO ACD-SALDO-ROMPIDO.
           REWRITE REG-ACORDO.

           ADD 1 TO ACU-ROMPIDOS-AGORA.
           MOVE WRK-SALDO-ACORDO TO WRK-VALOR-ED.
           DISPLAY "ACORDO " ACD-NUMERO " ROMPIDO - CLIENTE "
               ACD-CODIGO-CLIENTE " SALDO " WRK-VALOR-ED
               " DE VOLTA A COBRANCA.".

       0420-ROMPE-ACORDO-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0421-ANTECIPA-FATURA                      SECTION.
      *-----------------------------------------------------------------

           PERFORM 0310-PROCURA-FATURA.
           IF WRK-FATURA-NAO-ACHADA
              OR WRK-FAT-QUITADA
              OR WRK-FAT-VENCIMENTO NOT GREATER WRK-DATA-HOJE
               GO TO 0421-ANTECIPA-FATURA-FIM
           END-IF.

           MOVE WRK-DATA-HOJE    TO WRK-FAT-VENCIMENTO.
           MOVE WRK-FAT-REGISTRO TO WRK-FAT-IMAGEM(WRK-IDX-FAT).
           SET WRK-REGRAVAR-FATURREG TO TRUE.

       0421-ANTECIPA-FATURA-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    RELATORIO - UMA LINHA POR ACORDO E TOTAIS DE ATIVOS,
      *    QUITADOS E ROMPIDOS (QUANTIDADE, VALOR E SALDO EM ABERTO)
      *-----------------------------------------------------------------
       0500-RELATORIO                            SECTION.
      *-----------------------------------------------------------------

           INITIALIZE WRK-TAB-SITUACOES.

           PERFORM 0300-CARREGA-FATURREG.

           OPEN OUTPUT RELACORD.
           IF FS-RELACORD NOT EQUAL 00
               DISPLAY "RELACORD.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-RELACORD WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               GO TO 0500-RELATORIO-FIM
           END-IF.

           MOVE WRK-DATA-HOJE TO WRK-TIT-DATA.
           WRITE REG-RELACORD FROM WRK-LIN-TITULO.
           WRITE REG-RELACORD FROM WRK-LIN-CABEC.

           MOVE ZEROS TO ACD-NUMERO.
           START ACORDOS KEY IS NOT LESS ACD-NUMERO
               INVALID KEY
                   MOVE 10 TO FS-ACORDOS
           END-START.
           IF FS-ACORDOS EQUAL 00
               READ ACORDOS NEXT
               PERFORM 0510-IMPRIME-ACORDO
                   UNTIL FS-ACORDOS NOT EQUAL 00
           END-IF.

           MOVE SPACES TO REG-RELACORD.
           WRITE REG-RELACORD.
           PERFORM 0520-IMPRIME-SITUACAO
               VARYING WRK-IDX-SIT FROM 1 BY 1
               UNTIL WRK-IDX-SIT GREATER 3.

           CLOSE RELACORD.

           MOVE "RELACORD"             TO WRK-SPL-RELATORIO.
           MOVE "PRGACORD"             TO WRK-SPL-PROGRAMA.
           MOVE WRK-CAMINHO-RELACORD   TO WRK-SPL-ARQUIVO.
           MOVE "COBRANCA"             TO WRK-SPL-DESTINATARIO.
           CALL "SPOOLREG" USING WRK-SPOOL.

           DISPLAY "RELATORIO GRAVADO...: " WRK-CAMINHO-RELACORD.

       0500-RELATORIO-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0510-IMPRIME-ACORDO                       SECTION.
      *-----------------------------------------------------------------

           PERFORM 0410-SITUACAO-FATURAS.

           EVALUATE TRUE
               WHEN ACD-ATIVO
                   MOVE 1         TO WRK-IDX-SIT
                   MOVE "ATIVO"   TO WRK-LAC-SITUACAO
               WHEN ACD-QUITADO
                   MOVE 2         TO WRK-IDX-SIT
                   MOVE "QUITADO" TO WRK-LAC-SITUACAO
               WHEN OTHER
                   MOVE 3         TO WRK-IDX-SIT
                   MOVE "ROMPIDO" TO WRK-LAC-SITUACAO
           END-EVALUATE.

           MOVE ACD-NUMERO            TO WRK-LAC-NUMERO.
           MOVE ACD-CODIGO-CLIENTE    TO WRK-LAC-CLIENTE.
           MOVE ACD-DATA              TO WRK-LAC-DATA.
           MOVE ACD-VALOR-TOTAL       TO WRK-LAC-TOTAL.
           MOVE WRK-QT-PAGAS          TO WRK-LAC-PAGAS.
           MOVE WRK-QT-FATURAS-ACORDO TO WRK-LAC-FATURAS.
           MOVE WRK-SALDO-ACORDO      TO WRK-LAC-SALDO.
           WRITE REG-RELACORD FROM WRK-LIN-ACORDO.
           DISPLAY WRK-LIN-ACORDO.

           ADD 1                TO WRK-SIT-QTD(WRK-IDX-SIT).
           ADD ACD-VALOR-TOTAL  TO WRK-SIT-VALOR(WRK-IDX-SIT).
           ADD WRK-SALDO-ACORDO TO WRK-SIT-SALDO(WRK-IDX-SIT).

           READ ACORDOS NEXT.

       0510-IMPRIME-ACORDO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0520-IMPRIME-SITUACAO                     SECTION.
      *-----------------------------------------------------------------

           EVALUATE WRK-IDX-SIT
               WHEN 1
                   MOVE "ATIVOS"   TO WRK-LSI-ROTULO
               WHEN 2
                   MOVE "QUITADOS" TO WRK-LSI-ROTULO
               WHEN OTHER
                   MOVE "ROMPIDOS" TO WRK-LSI-ROTULO
           END-EVALUATE.

           MOVE WRK-SIT-QTD(WRK-IDX-SIT)   TO WRK-LSI-QTD.
           MOVE WRK-SIT-VALOR(WRK-IDX-SIT) TO WRK-LSI-VALOR.
           MOVE WRK-SIT-SALDO(WRK-IDX-SIT) TO WRK-LSI-SALDO.
           WRITE REG-RELACORD FROM WRK-LIN-SITUACAO.
           DISPLAY WRK-LIN-SITUACAO.

       0520-IMPRIME-SITUACAO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0900-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE ACORDOS.

           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0900-FINALIZAR-FIM.                       EXIT.
