       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGRENTA.
      *=================================================================
      * PROGRAMA   : PRGRENTA
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: RENTABILIDADE MENSAL POR AGENCIA E REGIAO (MIS).
      *              O OPERADOR INFORMA A COMPETENCIA (AAAAMM, BRANCO =
      *              MES ANTERIOR). PARA CADA AGE-CODIGO DO AGENCIAS.txt
      *              SOMA, NAS CONTAS DA AGENCIA (CONTAS.dat), OS
      *              MOVIMENTOS DO MES NO MOVHIST.dat PELA ORIGEM DO
      *              LOTE (LOTECTL.txt):
      *              RECEITA  - DEBITOS DE TARIFA (9007), DE JUROS DE
      *                         CHEQUE ESPECIAL (9002) E DE COBRANCA
      *                         DE ASSINATURA (9001);
      *              DESPESA  - CREDITOS DE REMUNERACAO DA POUPANCA
      *                         (9008).
      *              RESULTADO = RECEITA - DESPESA. AO LADO SAEM O SALDO
      *              MEDIO DO MES (SOMA DAS FOTOGRAFIAS DO SALDOHIST.txt
      *              DIVIDIDA PELOS DIAS FOTOGRAFADOS) E AS CONTAS
      *              ABERTAS, BLOQUEADAS E DORMENTES (ABERTA SEM
      *              MOVIMENTO NOS N MESES ATE O FIM DA COMPETENCIA, N
      *              DO DORMEPRM.txt COMO NO PRGDORME, PADRAO 12).
      *              O RELATORIO RELRENTA.txt TRAZ AS AGENCIAS POR
      *              REGIAO COM SUBTOTAIS E O RANKING PELO RESULTADO COM
      *              A VARIACAO CONTRA A COMPETENCIA ANTERIOR, LIDA DO
      *              HISTORICO RENTAHIST.txt (BOOK #RENTAHIS), QUE
      *              RECEBE AS LINHAS DESTA COMPETENCIA (RODAR DE NOVO A
      *              MESMA COMPETENCIA SUBSTITUI AS LINHAS DELA). O
      *              RENTAGEN.csv E A COPIA DO RANKING DELIMITADA POR
      *              ";" PARA PLANILHA
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  AGENCIAS              INPUT                  #AGENCIAS
      *  LOTECTL               INPUT                  #LOTECTL
      *  DORMEPRM              INPUT
      *  CONTAS                INPUT                  #CONTAS
      *  MOVHIST               INPUT                  #MOVHIST
      *  SALDHIST              INPUT                  #SALDHIST
      *  RENTAHIST             INPUT/OUTPUT           #RENTAHIS
      *  RENTATMP              INPUT/OUTPUT           #RENTAHIS
      *  RELRENTA              OUTPUT
      *  RENTACSV              OUTPUT
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS / SPOOLREG
      *
      *-----------------------------------------------------------------
      * ALTERACOES.:
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   A CHAVE DO MOVHIST GANHOU A ORIGEM DO LOTE (AGENCIA+CONTA+
      *   DATA+ORIGEM+LOTE+SEQ) - O START ZERA TAMBEM A ORIGEM; COM A
      *   ORIGEM PREENCHIDA, O LOTE SO CASA COM O LOTECTL DA MESMA
      *   ORIGEM (O NUMERO DE LOTE SE REPETE ENTRE ORIGENS); HISTORICO
      *   SEM ORIGEM CONTINUA PELO NUMERO
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

           SELECT LOTECTL               ASSIGN TO
                                        WRK-CAMINHO-LOTECTL
               FILE STATUS              IS FS-LOTECTL.

           SELECT DORMEPRM              ASSIGN TO
                                        WRK-CAMINHO-DORMEPRM
               FILE STATUS              IS FS-DORMEPRM.

           SELECT CONTAS                ASSIGN TO
                                        WRK-CAMINHO-CONTAS
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS CTA-CHAVE
               FILE STATUS              IS FS-CONTAS.

           SELECT MOVHIST               ASSIGN TO
                                        WRK-CAMINHO-MOVHIST
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS MOV-CHAVE
               FILE STATUS              IS FS-MOVHIST.

           SELECT SALDHIST              ASSIGN TO
                                        WRK-CAMINHO-SALDHIST
               FILE STATUS              IS FS-SALDHIST.

           SELECT RENTAHIST             ASSIGN TO
                                        WRK-CAMINHO-RENTAHIST
               FILE STATUS              IS FS-RENTAHIST.

           SELECT RENTATMP              ASSIGN TO
                                        WRK-CAMINHO-RENTATMP
               FILE STATUS              IS FS-RENTATMP.

           SELECT RELRENTA              ASSIGN TO
                                        WRK-CAMINHO-RELRENTA
               FILE STATUS              IS FS-RELRENTA.

           SELECT RENTACSV              ASSIGN TO
                                        WRK-CAMINHO-RENTACSV
               FILE STATUS              IS FS-RENTACSV.

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
      *     INPUT -  CONTROLE DE LOTES JA PROCESSADOS (LOTECTL)
      *                               LRECL = 018
      *----------------------------------------------------------------*
       FD  LOTECTL.
       COPY '#LOTECTL'.

      *----------------------------------------------------------------*
      *     INPUT -  MESES DE INATIVIDADE PARA DORMENCIA
      *                               LRECL = 003
      *----------------------------------------------------------------*
       FD  DORMEPRM.
       01  REG-DORMEPRM.
           05 PRM-MESES-DORMENCIA       PIC 9(03).

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE CONTAS (CONTAS)
      *                               LRECL = 026
      *----------------------------------------------------------------*
       FD  CONTAS.
       COPY '#CONTAS'.

      *----------------------------------------------------------------*
      *     INPUT -  HISTORICO DE MOVIMENTOS (MOVHIST)
      *                               LRECL = 046
      *----------------------------------------------------------------*
       FD  MOVHIST.
       COPY '#MOVHIST'.

      *----------------------------------------------------------------*
      *     INPUT -  HISTORICO DIARIO DE SALDOS (SALDOHIST)
      *                               LRECL = 029
      *----------------------------------------------------------------*
       FD  SALDHIST.
       COPY '#SALDHIST'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - HISTORICO MENSAL DE RENTABILIDADE
      *                               LRECL = 072
      *----------------------------------------------------------------*
       FD  RENTAHIST.
       01  REG-RENTAHIST                PIC X(072).

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - COPIA DE TRABALHO DO HISTORICO (RENTATMP)
      *                               LRECL = 072
      *----------------------------------------------------------------*
       FD  RENTATMP.
       01  REG-RENTATMP                 PIC X(072).

      *----------------------------------------------------------------*
      *     OUTPUT - RELATORIO DE RENTABILIDADE POR AGENCIA (RELRENTA)
      *                               LRECL = 132
      *----------------------------------------------------------------*
       FD  RELRENTA.
       01  REG-RELRENTA                 PIC X(132).

      *----------------------------------------------------------------*
      *     OUTPUT - RANKING DELIMITADO POR ";" (RENTAGEN.csv)
      *                               LRECL = 250
      *----------------------------------------------------------------*
       FD  RENTACSV.
       01  REG-RENTACSV                 PIC X(250).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-AGENCIAS                  PIC 9(002).
       77  FS-LOTECTL                   PIC 9(002).
       77  FS-DORMEPRM                  PIC 9(002).
       77  FS-CONTAS                    PIC 9(002).
       77  FS-MOVHIST                   PIC 9(002).
       77  FS-SALDHIST                  PIC 9(002).
       77  FS-RENTAHIST                 PIC 9(002).
       77  FS-RENTATMP                  PIC 9(002).
       77  FS-RELRENTA                  PIC 9(002).
       77  FS-RENTACSV                  PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-AGENCIAS         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LOTECTL          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-DORMEPRM         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CONTAS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-MOVHIST          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-SALDHIST         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RENTAHIST        PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RENTATMP         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RELRENTA         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RENTACSV         PIC X(060)        VALUES SPACES.

      *== AREA DE TRABALHO DO HISTORICO (LEITURA E GRAVACAO)
       COPY '#RENTAHIS'.

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
           '*** VARIAVEIS DA RENTABILIDADE POR AGENCIA *** '.
      *-----------------------------------------------------------------

      *== COMPETENCIA, PERIODO DO MES E COMPETENCIA ANTERIOR
       01  WRK-COMPETENCIA              PIC 9(006)        VALUES ZEROS.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO              PIC 9(004).
           05 WRK-COMP-MES              PIC 9(002).
       01  WRK-COMP-ANTERIOR            PIC 9(006)        VALUES ZEROS.
       01  WRK-COMP-ANTERIOR-R REDEFINES WRK-COMP-ANTERIOR.
           05 WRK-ANT-ANO               PIC 9(004).
           05 WRK-ANT-MES               PIC 9(002).
       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-HOJE-ANO              PIC 9(004).
           05 WRK-HOJE-MES              PIC 9(002).
           05 WRK-HOJE-DIA              PIC 9(002).
       01  WRK-DATA-INICIO              PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-BASE                PIC 9(008)        VALUES ZEROS.
       01  WRK-ULTIMO-DIA               PIC 9(002)        VALUES ZEROS.
       01  WRK-ANO-QUOCIENTE            PIC 9(004)        VALUES ZEROS.
       01  WRK-ANO-RESTO                PIC 9(004)        VALUES ZEROS.

      *== DORMENCIA - CORTE = FIM DA COMPETENCIA MENOS N MESES
       01  WRK-MESES-DORMENCIA          PIC 9(003)        VALUES 12.
       01  WRK-DATA-CORTE               PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-CORTE-R REDEFINES WRK-DATA-CORTE.
           05 WRK-CORTE-AAAA            PIC 9(004).
           05 WRK-CORTE-MM              PIC 9(002).
           05 WRK-CORTE-DD              PIC 9(002).
       01  WRK-TOTAL-MESES              PIC 9(006)        VALUES ZEROS.
       01  WRK-RESTO-MESES              PIC 9(002)        VALUES ZEROS.

       01  WRK-MOVTO-CONTA              PIC X(001)        VALUES "N".
           88 WRK-MOVTO-PRESENTE                  VALUES "S".
           88 WRK-MOVTO-AUSENTE                   VALUES "N".

      *== LOTES DE ASSINATURA (9001), JUROS (9002), TARIFA (9007) E
      *== REMUNERACAO DA POUPANCA (9008) DO LOTECTL
       01  WRK-QT-LOTES                 PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-LOTE                 PIC 9(004)        VALUES ZEROS.
       01  WRK-LOTE-ACHADO              PIC X(001)        VALUES "N".
           88 WRK-LOTE-SIM                        VALUES "S".
           88 WRK-LOTE-NAO                        VALUES "N".
       01  WRK-TAB-LOTES.
           05 WRK-LOT-OCO               OCCURS 3000 TIMES.
               10 WRK-LOT-ORIGEM            PIC 9(04).
               10 WRK-LOT-NUMERO            PIC 9(06).

      *== DIAS DO MES COM FOTOGRAFIA DE SALDO NO SALDOHIST
       01  WRK-DATA-FOTO                PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-FOTO-R REDEFINES WRK-DATA-FOTO.
           05 WRK-FOTO-AAAAMM           PIC 9(006).
           05 WRK-FOTO-DD               PIC 9(002).
       01  WRK-QT-DIAS-FOTO             PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-DIA                  PIC 9(002)        VALUES ZEROS.
       01  WRK-TAB-DIAS-FOTO.
           05 WRK-DIA-FOTO              PIC X(001) OCCURS 31 TIMES.

      *-----------------------------------------------------------------
      *    AGENCIAS DO CADASTRO COM OS VALORES DA COMPETENCIA
      *-----------------------------------------------------------------
       01  WRK-QT-AGENCIAS              PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-AGE                  PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-BUSCA                PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-ACHADO               PIC 9(003)        VALUES ZEROS.
       01  WRK-AGENCIA-BUSCA            PIC 9(004)        VALUES ZEROS.
       01  WRK-TAB-AGENCIAS.
           05 WRK-AGE-OCO               OCCURS 500 TIMES.
               10 WRK-AGE-CODIGO            PIC 9(04).
               10 WRK-AGE-NOME              PIC X(20).
               10 WRK-AGE-SITUACAO          PIC X(01).
               10 WRK-AGE-IDX-REG           PIC 9(02).
               10 WRK-AGE-TARIFAS           PIC S9(12)V99 COMP-3.
               10 WRK-AGE-JUROS-CE          PIC S9(12)V99 COMP-3.
               10 WRK-AGE-ASSINATURAS       PIC S9(12)V99 COMP-3.
               10 WRK-AGE-JUROS-POUP        PIC S9(12)V99 COMP-3.
               10 WRK-AGE-RECEITA           PIC S9(12)V99 COMP-3.
               10 WRK-AGE-RESULTADO         PIC S9(12)V99 COMP-3.
               10 WRK-AGE-SOMA-SALDOS       PIC S9(14)V99 COMP-3.
               10 WRK-AGE-SALDO-MEDIO       PIC S9(12)V99 COMP-3.
               10 WRK-AGE-ABERTAS           PIC 9(05)     COMP-3.
               10 WRK-AGE-BLOQUEADAS        PIC 9(05)     COMP-3.
               10 WRK-AGE-DORMENTES         PIC 9(05)     COMP-3.
               10 WRK-AGE-RANKING           PIC 9(04).
               10 WRK-AGE-LISTA             PIC X(01).
                   88 WRK-AGE-NA-LISTA                 VALUE "S".
               10 WRK-AGE-HISTORICO         PIC X(01).
                   88 WRK-AGE-COM-ANTERIOR             VALUE "S".
               10 WRK-AGE-RESULT-ANT        PIC S9(12)V99 COMP-3.
               10 WRK-AGE-RANK-ANT          PIC 9(04).

      *-----------------------------------------------------------------
      *    REGIOES (AGE-REGIAO) NA ORDEM DO CADASTRO E TOTAL GERAL
      *-----------------------------------------------------------------
       01  WRK-QT-REGIOES               PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-REG                  PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-REG-ACHADO           PIC 9(002)        VALUES ZEROS.
       01  WRK-TAB-REGIOES.
           05 WRK-REG-OCO               OCCURS 50 TIMES.
               10 WRK-REG-NOME              PIC X(10).
               10 WRK-REG-QTD               PIC 9(03)     COMP-3.
               10 WRK-REG-TARIFAS           PIC S9(12)V99 COMP-3.
               10 WRK-REG-JUROS-CE          PIC S9(12)V99 COMP-3.
               10 WRK-REG-ASSINATURAS       PIC S9(12)V99 COMP-3.
               10 WRK-REG-JUROS-POUP        PIC S9(12)V99 COMP-3.
               10 WRK-REG-RESULTADO         PIC S9(12)V99 COMP-3.
               10 WRK-REG-SALDO-MEDIO       PIC S9(12)V99 COMP-3.
               10 WRK-REG-ABERTAS           PIC 9(05)     COMP-3.
               10 WRK-REG-BLOQUEADAS        PIC 9(05)     COMP-3.
               10 WRK-REG-DORMENTES         PIC 9(05)     COMP-3.
               10 WRK-REG-HISTORICO         PIC X(01).
                   88 WRK-REG-COM-ANTERIOR             VALUE "S".
               10 WRK-REG-RESULT-ANT        PIC S9(12)V99 COMP-3.

       01  WRK-TOT-QTD                  PIC 9(03)     COMP-3
                                                          VALUES ZEROS.
       01  WRK-TOT-TARIFAS              PIC S9(12)V99 COMP-3
                                                          VALUES ZEROS.
       01  WRK-TOT-JUROS-CE             PIC S9(12)V99 COMP-3
                                                          VALUES ZEROS.
       01  WRK-TOT-ASSINATURAS          PIC S9(12)V99 COMP-3
                                                          VALUES ZEROS.
       01  WRK-TOT-JUROS-POUP           PIC S9(12)V99 COMP-3
                                                          VALUES ZEROS.
       01  WRK-TOT-RESULTADO            PIC S9(12)V99 COMP-3
                                                          VALUES ZEROS.
       01  WRK-TOT-SALDO-MEDIO          PIC S9(12)V99 COMP-3
                                                          VALUES ZEROS.
       01  WRK-TOT-ABERTAS              PIC 9(05)     COMP-3
                                                          VALUES ZEROS.
       01  WRK-TOT-BLOQUEADAS           PIC 9(05)     COMP-3
                                                          VALUES ZEROS.
       01  WRK-TOT-DORMENTES            PIC 9(05)     COMP-3
                                                          VALUES ZEROS.
       01  WRK-TOT-HISTORICO            PIC X(001)        VALUES "N".
           88 WRK-TOT-COM-ANTERIOR                VALUES "S".
       01  WRK-TOT-RESULT-ANT           PIC S9(12)V99 COMP-3
                                                          VALUES ZEROS.

      *-----------------------------------------------------------------
      *    RANKING - INDICES DAS AGENCIAS DA LISTA, DO MAIOR RESULTADO
      *    PARA O MENOR (EMPATE MANTEM A ORDEM DO CADASTRO)
      *-----------------------------------------------------------------
       01  WRK-QT-RANKING               PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-RNK                  PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-CMP                  PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-MAIOR                PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-TROCA                PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-AGE-CMP              PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-AGE-MAIOR            PIC 9(003)        VALUES ZEROS.
       01  WRK-TAB-RANKING.
           05 WRK-RNK-IDX-AGE           PIC 9(03) OCCURS 500 TIMES.

      *== VARIACAO CONTRA A COMPETENCIA ANTERIOR (LINHA EM CALCULO)
       01  WRK-VAR-ATUAL                PIC S9(12)V99     VALUES ZEROS.
       01  WRK-VAR-ANTERIOR             PIC S9(12)V99     VALUES ZEROS.
       01  WRK-VAR-BASE                 PIC S9(12)V99     VALUES ZEROS.
       01  WRK-VAR-VALOR                PIC S9(12)V99     VALUES ZEROS.
       01  WRK-VAR-PERC                 PIC S9(04)V99     VALUES ZEROS.
       01  WRK-VAR-HISTORICO            PIC X(001)        VALUES "N".
           88 WRK-VAR-COM-ANTERIOR                VALUES "S".
           88 WRK-VAR-SEM-ANTERIOR                VALUES "N".
       01  WRK-VAR-ANTERIOR-X           PIC X(014)        VALUES SPACES.
       01  WRK-VAR-VALOR-X              PIC X(014)        VALUES SPACES.
       01  WRK-VAR-PERC-X               PIC X(008)        VALUES SPACES.
       01  WRK-CSV-ANTERIOR-X           PIC X(016)        VALUES SPACES.
       01  WRK-CSV-VARIACAO-X           PIC X(016)        VALUES SPACES.
       01  WRK-CSV-PERC-X               PIC X(008)        VALUES SPACES.
       01  WRK-CSV-RANK-ANT-X           PIC X(004)        VALUES SPACES.

       01  ACU-CONTAS-LIDAS             PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-CONTAS-SEM-AGENCIA       PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-MOVIMENTOS               PIC 9(007) COMP-3 VALUES ZEROS.
       01  ACU-FOTOGRAFIAS              PIC 9(007) COMP-3 VALUES ZEROS.
       01  ACU-AGENCIAS-FORA            PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-LOTES-FORA               PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-COM-ANTERIOR             PIC 9(005) COMP-3 VALUES ZEROS.

      *-----------------------------------------------------------------
      *    LINHAS DO RELATORIO
      *-----------------------------------------------------------------
       01  WRK-LIN-TEXTO                PIC X(132)        VALUES SPACES.
       01  WRK-LIN-BRANCO               PIC X(132)        VALUES SPACES.
       01  WRK-VALOR-ED                 PIC ZZ.ZZZ.ZZ9,99-.
       01  WRK-PERC-ED                  PIC ZZZ9,99-.
       01  WRK-RANK-ED                  PIC ZZ9.

       01  WRK-LIN-CABEC.
           05 FILLER                    PIC X(026) VALUE
              "AGEN NOME".
           05 FILLER                    PIC X(015) VALUE
              "       TARIFAS ".
           05 FILLER                    PIC X(015) VALUE
              "  JUROS CH ESP ".
           05 FILLER                    PIC X(015) VALUE
              "   ASSINATURAS ".
           05 FILLER                    PIC X(015) VALUE
              "  JUROS POUPAN ".
           05 FILLER                    PIC X(015) VALUE
              "    RESULTADO  ".
           05 FILLER                    PIC X(015) VALUE
              "  SALDO MEDIO  ".
           05 FILLER                    PIC X(016) VALUE
              "ABER BLOQ DORM  ".

       01  WRK-LIN-AGENCIA.
           05 WRK-LAG-CODIGO            PIC 9(004).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LAG-NOME              PIC X(020).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LAG-TARIFAS           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LAG-JUROS-CE          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LAG-ASSINATURAS       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LAG-JUROS-POUP        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LAG-RESULTADO         PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LAG-SALDO-MEDIO       PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LAG-ABERTAS           PIC ZZZ9.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LAG-BLOQUEADAS        PIC ZZZ9.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LAG-DORMENTES         PIC ZZZ9.
           05 FILLER                    PIC X(002) VALUE SPACES.

       01  WRK-LIN-TOTAL.
           05 WRK-LTT-TITULO            PIC X(025).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LTT-TARIFAS           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LTT-JUROS-CE          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LTT-ASSINATURAS       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LTT-JUROS-POUP        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LTT-RESULTADO         PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LTT-SALDO-MEDIO       PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LTT-ABERTAS           PIC ZZZ9.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LTT-BLOQUEADAS        PIC ZZZ9.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LTT-DORMENTES         PIC ZZZ9.
           05 FILLER                    PIC X(002) VALUE SPACES.

       01  WRK-LIN-CABEC-RANKING.
           05 FILLER                    PIC X(004) VALUE
              " RK ".
           05 FILLER                    PIC X(005) VALUE
              "AGEN ".
           05 FILLER                    PIC X(021) VALUE
              "NOME".
           05 FILLER                    PIC X(011) VALUE
              "REGIAO".
           05 FILLER                    PIC X(015) VALUE
              "    RESULTADO  ".
           05 FILLER                    PIC X(015) VALUE
              " RES ANTERIOR  ".
           05 FILLER                    PIC X(015) VALUE
              "     VARIACAO  ".
           05 FILLER                    PIC X(009) VALUE
              "   VAR%  ".
           05 FILLER                    PIC X(037) VALUE
              "ANT".

       01  WRK-LIN-RANKING.
           05 WRK-LRK-POSICAO           PIC ZZ9.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LRK-CODIGO            PIC 9(004).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LRK-NOME              PIC X(020).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LRK-REGIAO            PIC X(010).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LRK-RESULTADO         PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LRK-ANTERIOR          PIC X(014).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LRK-VARIACAO          PIC X(014).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LRK-PERC              PIC X(008).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LRK-RANK-ANT          PIC X(003).
           05 FILLER                    PIC X(034) VALUE SPACES.

       01  WRK-LIN-VAR-REGIAO.
           05 FILLER                    PIC X(009) VALUE SPACES.
           05 WRK-LVR-TITULO            PIC X(032).
           05 WRK-LVR-RESULTADO         PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LVR-ANTERIOR          PIC X(014).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LVR-VARIACAO          PIC X(014).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LVR-PERC              PIC X(008).
           05 FILLER                    PIC X(038) VALUE SPACES.

      *== CAMPOS DE EDICAO PARA O ARQUIVO DELIMITADO
       01  WRK-LINHA-SAIDA              PIC X(250)        VALUES SPACES.
       01  WRK-CSV-RANKING              PIC 9(004).
       01  WRK-CSV-AGENCIA              PIC 9(004).
       01  WRK-CSV-TARIFAS              PIC -(12)9,99.
       01  WRK-CSV-JUROS-CE             PIC -(12)9,99.
       01  WRK-CSV-ASSINATURAS          PIC -(12)9,99.
       01  WRK-CSV-JUROS-POUP           PIC -(12)9,99.
       01  WRK-CSV-RESULTADO            PIC -(12)9,99.
       01  WRK-CSV-SALDO-MEDIO          PIC -(12)9,99.
       01  WRK-CSV-VALOR                PIC -(12)9,99.
       01  WRK-CSV-PERC                 PIC -(4)9,99.
       01  WRK-CSV-ABERTAS              PIC 9(005).
       01  WRK-CSV-BLOQUEADAS           PIC 9(005).
       01  WRK-CSV-DORMENTES            PIC 9(005).
       01  WRK-CSV-RANK-ANT             PIC 9(004).

      *== BOOK DE MENSAGENS ERRO
       COPY "#BOOKMSG".

      *=================================================================
       PROCEDURE                                 DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       0001-PRINCIPAL                            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0100-INICIAR.
           PERFORM 0200-CARREGA-AGENCIAS.
           PERFORM 0250-CARREGA-LOTES.
           PERFORM 0300-APURA-CONTAS.
           PERFORM 0400-SALDO-MEDIO.
           PERFORM 0500-CLASSIFICA.
           PERFORM 0600-HISTORICO.
           PERFORM 0700-RELATORIO.
           PERFORM 0800-ARQUIVO-DELIMITADO.
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
                  "\AGENCIAS.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-AGENCIAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\LOTECTL.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LOTECTL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\DORMEPRM.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-DORMEPRM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CONTAS.dat"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CONTAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\MOVHIST.dat"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-MOVHIST.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\SALDOHIST.txt"     DELIMITED BY SIZE
                  INTO WRK-CAMINHO-SALDHIST.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RENTAHIST.txt"     DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RENTAHIST.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RENTATMP.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RENTATMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RELRENTA.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RELRENTA.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RENTAGEN.csv"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RENTACSV.

           DISPLAY "==== RENTABILIDADE POR AGENCIA E REGIAO ====".
           DISPLAY "COMPETENCIA (AAAAMM, BRANCO=MES ANTERIOR)?".
           ACCEPT WRK-COMPETENCIA.

           IF WRK-COMPETENCIA EQUAL ZEROS
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               IF WRK-HOJE-MES EQUAL 1
                   COMPUTE WRK-COMP-ANO = WRK-HOJE-ANO - 1
                   MOVE 12             TO WRK-COMP-MES
               ELSE
                   MOVE WRK-HOJE-ANO   TO WRK-COMP-ANO
                   COMPUTE WRK-COMP-MES = WRK-HOJE-MES - 1
               END-IF
           END-IF.

           IF WRK-COMP-MES LESS 1 OR WRK-COMP-MES GREATER 12
               DISPLAY "COMPETENCIA INVALIDA - NADA FEITO."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0120-ULTIMO-DIA-MES.
           COMPUTE WRK-DATA-INICIO = (WRK-COMPETENCIA * 100) + 1.
           COMPUTE WRK-DATA-BASE =
               (WRK-COMPETENCIA * 100) + WRK-ULTIMO-DIA.

           IF WRK-COMP-MES EQUAL 1
               COMPUTE WRK-ANT-ANO = WRK-COMP-ANO - 1
               MOVE 12                 TO WRK-ANT-MES
           ELSE
               MOVE WRK-COMP-ANO       TO WRK-ANT-ANO
               COMPUTE WRK-ANT-MES = WRK-COMP-MES - 1
           END-IF.

           PERFORM 0110-RECEBE-PARAMETRO.
           PERFORM 0130-CALCULA-CORTE.

           OPEN OUTPUT RELRENTA.
           IF FS-RELRENTA NOT EQUAL 00
               DISPLAY "RELRENTA.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-RELRENTA WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    MESES DE INATIVIDADE - O MESMO DORMEPRM.txt DO PRGDORME
      *-----------------------------------------------------------------
       0110-RECEBE-PARAMETRO                     SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT DORMEPRM.
           IF FS-DORMEPRM            EQUAL 00
               READ DORMEPRM
               IF FS-DORMEPRM        EQUAL 00
                  AND PRM-MESES-DORMENCIA GREATER ZEROS
                   MOVE PRM-MESES-DORMENCIA TO WRK-MESES-DORMENCIA
               END-IF
               CLOSE DORMEPRM
           END-IF.

       0110-RECEBE-PARAMETRO-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    ULTIMO DIA DO MES - TABELA FIXA COM FEVEREIRO AJUSTADO NO
      *    ANO BISSEXTO (DIVISIVEL POR 4, REGRA DA CASA)
      *-----------------------------------------------------------------
       0120-ULTIMO-DIA-MES                       SECTION.
      *-----------------------------------------------------------------

           EVALUATE WRK-COMP-MES
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WRK-ULTIMO-DIA
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WRK-ULTIMO-DIA
               WHEN 02
                   DIVIDE WRK-COMP-ANO BY 4
                       GIVING WRK-ANO-QUOCIENTE
                       REMAINDER WRK-ANO-RESTO
                   IF WRK-ANO-RESTO EQUAL ZEROS
                       MOVE 29 TO WRK-ULTIMO-DIA
                   ELSE
                       MOVE 28 TO WRK-ULTIMO-DIA
                   END-IF
           END-EVALUATE.

       0120-ULTIMO-DIA-MES-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    DATA DE CORTE = FIM DA COMPETENCIA MENOS N MESES (DIA
      *    MANTIDO), NO MOLDE DO PRGDORME - CONTA ABERTA SEM MOVIMENTO
      *    DO CORTE ATE O FIM DA COMPETENCIA E DORMENTE
      *-----------------------------------------------------------------
       0130-CALCULA-CORTE                        SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DATA-BASE TO WRK-DATA-CORTE.
           COMPUTE WRK-TOTAL-MESES =
               WRK-CORTE-AAAA * 12 + WRK-CORTE-MM - 1
               - WRK-MESES-DORMENCIA.
           DIVIDE WRK-TOTAL-MESES BY 12
               GIVING WRK-CORTE-AAAA
               REMAINDER WRK-RESTO-MESES.
           COMPUTE WRK-CORTE-MM = WRK-RESTO-MESES + 1.

       0130-CALCULA-CORTE-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    AGENCIAS E REGIOES NA ORDEM DO CADASTRO - SEM O CADASTRO
      *    NAO HA RELATORIO
      *-----------------------------------------------------------------
       0200-CARREGA-AGENCIAS                     SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT AGENCIAS.
           IF FS-AGENCIAS NOT EQUAL 00
               DISPLAY "AGENCIAS.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-AGENCIAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               CLOSE RELRENTA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           READ AGENCIAS.
           PERFORM 0210-GUARDA-AGENCIA
               UNTIL FS-AGENCIAS NOT EQUAL 00.

           CLOSE AGENCIAS.

       0200-CARREGA-AGENCIAS-FIM.                EXIT.

      *-----------------------------------------------------------------
       0210-GUARDA-AGENCIA                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-AGENCIAS NOT LESS 500
               ADD 1 TO ACU-AGENCIAS-FORA
               GO TO 0210-GUARDA-AGENCIA-LER
           END-IF.

           MOVE ZEROS TO WRK-IDX-REG-ACHADO.
           PERFORM 0211-COMPARA-REGIAO
               VARYING WRK-IDX-REG FROM 1 BY 1
               UNTIL WRK-IDX-REG GREATER WRK-QT-REGIOES
                  OR WRK-IDX-REG-ACHADO GREATER ZEROS.

           IF WRK-IDX-REG-ACHADO EQUAL ZEROS
               IF WRK-QT-REGIOES LESS 50
                   ADD 1 TO WRK-QT-REGIOES
                   MOVE WRK-QT-REGIOES TO WRK-IDX-REG-ACHADO
                   MOVE AGE-REGIAO
                              TO WRK-REG-NOME(WRK-QT-REGIOES)
                   MOVE ZEROS TO WRK-REG-QTD(WRK-QT-REGIOES)
                                 WRK-REG-TARIFAS(WRK-QT-REGIOES)
                                 WRK-REG-JUROS-CE(WRK-QT-REGIOES)
                                 WRK-REG-ASSINATURAS(WRK-QT-REGIOES)
                                 WRK-REG-JUROS-POUP(WRK-QT-REGIOES)
                                 WRK-REG-RESULTADO(WRK-QT-REGIOES)
                                 WRK-REG-SALDO-MEDIO(WRK-QT-REGIOES)
                                 WRK-REG-ABERTAS(WRK-QT-REGIOES)
                                 WRK-REG-BLOQUEADAS(WRK-QT-REGIOES)
                                 WRK-REG-DORMENTES(WRK-QT-REGIOES)
                                 WRK-REG-RESULT-ANT(WRK-QT-REGIOES)
                   MOVE "N"   TO WRK-REG-HISTORICO(WRK-QT-REGIOES)
               ELSE
                   ADD 1 TO ACU-AGENCIAS-FORA
                   GO TO 0210-GUARDA-AGENCIA-LER
               END-IF
           END-IF.

           ADD 1 TO WRK-QT-AGENCIAS.
           MOVE AGE-CODIGO          TO WRK-AGE-CODIGO(WRK-QT-AGENCIAS).
           MOVE AGE-NOME            TO WRK-AGE-NOME(WRK-QT-AGENCIAS).
           MOVE AGE-SITUACAO
                                   TO WRK-AGE-SITUACAO(WRK-QT-AGENCIAS).
           MOVE WRK-IDX-REG-ACHADO  TO WRK-AGE-IDX-REG(WRK-QT-AGENCIAS).
           MOVE ZEROS               TO WRK-AGE-TARIFAS(WRK-QT-AGENCIAS)
                                    WRK-AGE-JUROS-CE(WRK-QT-AGENCIAS)
                                 WRK-AGE-ASSINATURAS(WRK-QT-AGENCIAS)
                                  WRK-AGE-JUROS-POUP(WRK-QT-AGENCIAS)
                                     WRK-AGE-RECEITA(WRK-QT-AGENCIAS)
                                   WRK-AGE-RESULTADO(WRK-QT-AGENCIAS)
                                 WRK-AGE-SOMA-SALDOS(WRK-QT-AGENCIAS)
                                 WRK-AGE-SALDO-MEDIO(WRK-QT-AGENCIAS)
                                     WRK-AGE-ABERTAS(WRK-QT-AGENCIAS)
                                  WRK-AGE-BLOQUEADAS(WRK-QT-AGENCIAS)
                                   WRK-AGE-DORMENTES(WRK-QT-AGENCIAS)
                                     WRK-AGE-RANKING(WRK-QT-AGENCIAS)
                                  WRK-AGE-RESULT-ANT(WRK-QT-AGENCIAS)
                                    WRK-AGE-RANK-ANT(WRK-QT-AGENCIAS).
           MOVE "N"                 TO WRK-AGE-LISTA(WRK-QT-AGENCIAS)
                                   WRK-AGE-HISTORICO(WRK-QT-AGENCIAS).

       0210-GUARDA-AGENCIA-LER.
           READ AGENCIAS.

       0210-GUARDA-AGENCIA-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0211-COMPARA-REGIAO                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-REG-NOME(WRK-IDX-REG) EQUAL AGE-REGIAO
               MOVE WRK-IDX-REG TO WRK-IDX-REG-ACHADO
           END-IF.

       0211-COMPARA-REGIAO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    LOCALIZA WRK-AGENCIA-BUSCA NA TABELA - DEVOLVE O INDICE EM
      *    WRK-IDX-ACHADO (ZERO = NAO ACHOU)
      *-----------------------------------------------------------------
       0220-LOCALIZA-AGENCIA                     SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM 0221-COMPARA-AGENCIA
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA GREATER WRK-QT-AGENCIAS
                  OR WRK-IDX-ACHADO GREATER ZEROS.

       0220-LOCALIZA-AGENCIA-FIM.                EXIT.

      *-----------------------------------------------------------------
       0221-COMPARA-AGENCIA                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-AGE-CODIGO(WRK-IDX-BUSCA) EQUAL WRK-AGENCIA-BUSCA
               MOVE WRK-IDX-BUSCA TO WRK-IDX-ACHADO
           END-IF.

       0221-COMPARA-AGENCIA-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    LOTES DE ASSINATURA, JUROS, TARIFA E REMUNERACAO DA
      *    POUPANCA JA PROCESSADOS PELO ATI4
      *-----------------------------------------------------------------
       0250-CARREGA-LOTES                        SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT LOTECTL.
           IF FS-LOTECTL NOT EQUAL 00
               DISPLAY "LOTECTL AUSENTE - RECEITAS E DESPESAS NAO"
                   " IDENTIFICADAS"
               GO TO 0250-CARREGA-LOTES-FIM
           END-IF.

           READ LOTECTL.
           PERFORM 0251-GUARDA-LOTE
               UNTIL FS-LOTECTL NOT EQUAL 00.

           CLOSE LOTECTL.

       0250-CARREGA-LOTES-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0251-GUARDA-LOTE                          SECTION.
      *-----------------------------------------------------------------

           IF LOT-ORIGEM NOT EQUAL 9001
              AND LOT-ORIGEM NOT EQUAL 9002
              AND LOT-ORIGEM NOT EQUAL 9007
              AND LOT-ORIGEM NOT EQUAL 9008
               GO TO 0251-GUARDA-LOTE-LER
           END-IF.

           IF WRK-QT-LOTES LESS 3000
               ADD 1 TO WRK-QT-LOTES
               MOVE LOT-ORIGEM TO WRK-LOT-ORIGEM(WRK-QT-LOTES)
               MOVE LOT-NUMERO TO WRK-LOT-NUMERO(WRK-QT-LOTES)
           ELSE
               ADD 1 TO ACU-LOTES-FORA
               DISPLAY "TABELA DE LOTES CHEIA (3000) - LOTE "
                   LOT-ORIGEM "/" LOT-NUMERO " IGNORADO"
           END-IF.

       0251-GUARDA-LOTE-LER.
           READ LOTECTL.

       0251-GUARDA-LOTE-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    CONTAS DO CADASTRO - SITUACAO, MOVIMENTOS DA COMPETENCIA E
      *    DORMENCIA, TUDO ACUMULADO NA AGENCIA DA CONTA
      *-----------------------------------------------------------------
       0300-APURA-CONTAS                         SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL 00
               DISPLAY "CONTAS.dat NAO ABERTO!"
               CALL "FSTATUS" USING FS-CONTAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               CLOSE RELRENTA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT MOVHIST.
           IF FS-MOVHIST NOT EQUAL 00
               DISPLAY "MOVHIST.dat NAO ABERTO!"
               CALL "FSTATUS" USING FS-MOVHIST WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               CLOSE CONTAS
               CLOSE RELRENTA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE ZEROS TO CTA-CHAVE.
           START CONTAS KEY NOT LESS CTA-CHAVE
               INVALID KEY
                   MOVE 10 TO FS-CONTAS
           END-START.

           IF FS-CONTAS EQUAL 00
               READ CONTAS NEXT
               PERFORM 0310-TRATA-CONTA
                   UNTIL FS-CONTAS NOT EQUAL 00
           END-IF.

           CLOSE CONTAS.
           CLOSE MOVHIST.

       0300-APURA-CONTAS-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0310-TRATA-CONTA                          SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-CONTAS-LIDAS.

           MOVE CTA-AGENCIA TO WRK-AGENCIA-BUSCA.
           PERFORM 0220-LOCALIZA-AGENCIA.
           IF WRK-IDX-ACHADO EQUAL ZEROS
               ADD 1 TO ACU-CONTAS-SEM-AGENCIA
               GO TO 0310-TRATA-CONTA-LER
           END-IF.
           MOVE WRK-IDX-ACHADO TO WRK-IDX-AGE.

           EVALUATE TRUE
               WHEN CTA-ABERTA
                   ADD 1 TO WRK-AGE-ABERTAS(WRK-IDX-AGE)
               WHEN CTA-BLOQUEADA
                   ADD 1 TO WRK-AGE-BLOQUEADAS(WRK-IDX-AGE)
           END-EVALUATE.

           PERFORM 0320-MOVIMENTOS-CONTA.

           IF CTA-ABERTA
              AND WRK-MOVTO-AUSENTE
               ADD 1 TO WRK-AGE-DORMENTES(WRK-IDX-AGE)
           END-IF.

       0310-TRATA-CONTA-LER.
           READ CONTAS NEXT.

       0310-TRATA-CONTA-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    POSICIONA O MOVHIST NA CHAVE CONTA+CORTE E LE ATE TROCAR DE
      *    CONTA OU PASSAR DO FIM DA COMPETENCIA: QUALQUER MOVIMENTO
      *    AFASTA A DORMENCIA; OS DO MES ENTRAM NA RECEITA/DESPESA
      *-----------------------------------------------------------------
       0320-MOVIMENTOS-CONTA                     SECTION.
      *-----------------------------------------------------------------

           SET WRK-MOVTO-AUSENTE TO TRUE.

           MOVE CTA-AGENCIA    TO MOV-AGENCIA.
           MOVE CTA-CONTA      TO MOV-CONTA.
           MOVE WRK-DATA-CORTE TO MOV-DATA.
           MOVE ZEROS          TO MOV-ORIGEM
                                  MOV-ID-LOTE
                                  MOV-ID-SEQ.

           START MOVHIST KEY NOT LESS MOV-CHAVE
               INVALID KEY
                   MOVE 10 TO FS-MOVHIST
           END-START.

           IF FS-MOVHIST EQUAL 00
               READ MOVHIST NEXT
           END-IF.

           PERFORM 0321-LE-MOVIMENTO
               UNTIL FS-MOVHIST NOT EQUAL 00.

       0320-MOVIMENTOS-CONTA-FIM.                EXIT.

      *-----------------------------------------------------------------
       0321-LE-MOVIMENTO                         SECTION.
      *-----------------------------------------------------------------

           IF MOV-AGENCIA NOT EQUAL CTA-AGENCIA
              OR MOV-CONTA NOT EQUAL CTA-CONTA
              OR MOV-DATA GREATER WRK-DATA-BASE
               MOVE 10 TO FS-MOVHIST
               GO TO 0321-LE-MOVIMENTO-FIM
           END-IF.

           SET WRK-MOVTO-PRESENTE TO TRUE.

           IF MOV-DATA NOT LESS WRK-DATA-INICIO
              AND MOV-ID-LOTE NOT EQUAL ZEROS
               PERFORM 0330-ACUMULA-MOVIMENTO
           END-IF.

           READ MOVHIST NEXT.

       0321-LE-MOVIMENTO-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    RECEITA = DEBITOS 9007/9002/9001; DESPESA = CREDITOS 9008.
      *    ESTORNOS E DEMAIS ORIGENS NAO ENTRAM
      *-----------------------------------------------------------------
       0330-ACUMULA-MOVIMENTO                    SECTION.
      *-----------------------------------------------------------------

           PERFORM 0340-ACHA-LOTE.
           IF WRK-LOTE-NAO
               GO TO 0330-ACUMULA-MOVIMENTO-FIM
           END-IF.

           EVALUATE TRUE
               WHEN WRK-LOT-ORIGEM(WRK-IDX-LOTE) EQUAL 9007
                AND MOV-TIPO-LANCAMENTO EQUAL "D"
                   ADD MOV-VALOR TO WRK-AGE-TARIFAS(WRK-IDX-AGE)
               WHEN WRK-LOT-ORIGEM(WRK-IDX-LOTE) EQUAL 9002
                AND MOV-TIPO-LANCAMENTO EQUAL "D"
                   ADD MOV-VALOR TO WRK-AGE-JUROS-CE(WRK-IDX-AGE)
               WHEN WRK-LOT-ORIGEM(WRK-IDX-LOTE) EQUAL 9001
                AND MOV-TIPO-LANCAMENTO EQUAL "D"
                   ADD MOV-VALOR TO WRK-AGE-ASSINATURAS(WRK-IDX-AGE)
               WHEN WRK-LOT-ORIGEM(WRK-IDX-LOTE) EQUAL 9008
                AND MOV-TIPO-LANCAMENTO EQUAL "C"
                   ADD MOV-VALOR TO WRK-AGE-JUROS-POUP(WRK-IDX-AGE)
               WHEN OTHER
                   GO TO 0330-ACUMULA-MOVIMENTO-FIM
           END-EVALUATE.

           ADD 1 TO ACU-MOVIMENTOS.

       0330-ACUMULA-MOVIMENTO-FIM.               EXIT.

      *-----------------------------------------------------------------
       0340-ACHA-LOTE                            SECTION.
      *-----------------------------------------------------------------

           SET WRK-LOTE-NAO TO TRUE.

           PERFORM 0341-COMPARA-LOTE
               VARYING WRK-IDX-LOTE FROM 1 BY 1
               UNTIL WRK-IDX-LOTE GREATER WRK-QT-LOTES
                  OR WRK-LOTE-SIM.

           IF WRK-LOTE-SIM
               SUBTRACT 1 FROM WRK-IDX-LOTE
           END-IF.

       0340-ACHA-LOTE-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0341-COMPARA-LOTE                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-LOT-NUMERO(WRK-IDX-LOTE) EQUAL MOV-ID-LOTE
              AND (MOV-ORIGEM EQUAL ZEROS
               OR WRK-LOT-ORIGEM(WRK-IDX-LOTE) EQUAL MOV-ORIGEM)
               SET WRK-LOTE-SIM TO TRUE
           END-IF.

       0341-COMPARA-LOTE-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    SALDO MEDIO DA AGENCIA = SOMA DAS FOTOGRAFIAS DO MES DAS
      *    CONTAS DELA / QUANTIDADE DE DIAS FOTOGRAFADOS NO MES
      *-----------------------------------------------------------------
       0400-SALDO-MEDIO                          SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES TO WRK-TAB-DIAS-FOTO.

           OPEN INPUT SALDHIST.
           IF FS-SALDHIST NOT EQUAL 00
               DISPLAY "SALDOHIST AUSENTE - SEM SALDO MEDIO NO MES"
               GO TO 0400-SALDO-MEDIO-FIM
           END-IF.

           READ SALDHIST.
           PERFORM 0410-GUARDA-FOTOGRAFIA
               UNTIL FS-SALDHIST NOT EQUAL 00.

           CLOSE SALDHIST.

           PERFORM 0420-CONTA-DIA
               VARYING WRK-IDX-DIA FROM 1 BY 1
               UNTIL WRK-IDX-DIA GREATER 31.

           IF WRK-QT-DIAS-FOTO GREATER ZEROS
               PERFORM 0430-MEDIA-AGENCIA
                   VARYING WRK-IDX-AGE FROM 1 BY 1
                   UNTIL WRK-IDX-AGE GREATER WRK-QT-AGENCIAS
           END-IF.

       0400-SALDO-MEDIO-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0410-GUARDA-FOTOGRAFIA                    SECTION.
      *-----------------------------------------------------------------

           IF SDH-DATA LESS WRK-DATA-INICIO
              OR SDH-DATA GREATER WRK-DATA-BASE
               GO TO 0410-GUARDA-FOTOGRAFIA-LER
           END-IF.

           MOVE SDH-AGENCIA TO WRK-AGENCIA-BUSCA.
           PERFORM 0220-LOCALIZA-AGENCIA.
           IF WRK-IDX-ACHADO EQUAL ZEROS
               GO TO 0410-GUARDA-FOTOGRAFIA-LER
           END-IF.

           ADD 1 TO ACU-FOTOGRAFIAS.
           MOVE SDH-DATA    TO WRK-DATA-FOTO.
           MOVE "S"         TO WRK-DIA-FOTO(WRK-FOTO-DD).
           ADD SDH-SALDO    TO WRK-AGE-SOMA-SALDOS(WRK-IDX-ACHADO).

       0410-GUARDA-FOTOGRAFIA-LER.
           READ SALDHIST.

       0410-GUARDA-FOTOGRAFIA-FIM.               EXIT.

      *-----------------------------------------------------------------
       0420-CONTA-DIA                            SECTION.
      *-----------------------------------------------------------------

           IF WRK-DIA-FOTO(WRK-IDX-DIA) EQUAL "S"
               ADD 1 TO WRK-QT-DIAS-FOTO
           END-IF.

       0420-CONTA-DIA-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0430-MEDIA-AGENCIA                        SECTION.
      *-----------------------------------------------------------------

           COMPUTE WRK-AGE-SALDO-MEDIO(WRK-IDX-AGE) ROUNDED =
               WRK-AGE-SOMA-SALDOS(WRK-IDX-AGE) / WRK-QT-DIAS-FOTO.

       0430-MEDIA-AGENCIA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    RESULTADO DE CADA AGENCIA, TOTAIS POR REGIAO E GERAL E O
      *    RANKING. ENTRA NA LISTA A AGENCIA ATIVA E A INATIVA QUE
      *    AINDA TENHA CONTA OU VALOR NA COMPETENCIA
      *-----------------------------------------------------------------
       0500-CLASSIFICA                           SECTION.
      *-----------------------------------------------------------------

           PERFORM 0510-RESULTADO-AGENCIA
               VARYING WRK-IDX-AGE FROM 1 BY 1
               UNTIL WRK-IDX-AGE GREATER WRK-QT-AGENCIAS.

           PERFORM 0520-ORDENA-RANKING
               VARYING WRK-IDX-RNK FROM 1 BY 1
               UNTIL WRK-IDX-RNK NOT LESS WRK-QT-RANKING.

           PERFORM 0530-NUMERA-RANKING
               VARYING WRK-IDX-RNK FROM 1 BY 1
               UNTIL WRK-IDX-RNK GREATER WRK-QT-RANKING.

       0500-CLASSIFICA-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0510-RESULTADO-AGENCIA                    SECTION.
      *-----------------------------------------------------------------

           COMPUTE WRK-AGE-RECEITA(WRK-IDX-AGE) =
                   WRK-AGE-TARIFAS(WRK-IDX-AGE)
                 + WRK-AGE-JUROS-CE(WRK-IDX-AGE)
                 + WRK-AGE-ASSINATURAS(WRK-IDX-AGE).
           COMPUTE WRK-AGE-RESULTADO(WRK-IDX-AGE) =
                   WRK-AGE-RECEITA(WRK-IDX-AGE)
                 - WRK-AGE-JUROS-POUP(WRK-IDX-AGE).

           IF WRK-AGE-SITUACAO(WRK-IDX-AGE) NOT EQUAL "A"
              AND WRK-AGE-ABERTAS(WRK-IDX-AGE) EQUAL ZEROS
              AND WRK-AGE-BLOQUEADAS(WRK-IDX-AGE) EQUAL ZEROS
              AND WRK-AGE-RECEITA(WRK-IDX-AGE) EQUAL ZEROS
              AND WRK-AGE-JUROS-POUP(WRK-IDX-AGE) EQUAL ZEROS
              AND WRK-AGE-SALDO-MEDIO(WRK-IDX-AGE) EQUAL ZEROS
               GO TO 0510-RESULTADO-AGENCIA-FIM
           END-IF.

           MOVE "S" TO WRK-AGE-LISTA(WRK-IDX-AGE).
           ADD 1    TO WRK-QT-RANKING.
           MOVE WRK-IDX-AGE TO WRK-RNK-IDX-AGE(WRK-QT-RANKING).

           MOVE WRK-AGE-IDX-REG(WRK-IDX-AGE) TO WRK-IDX-REG.
           ADD 1 TO WRK-REG-QTD(WRK-IDX-REG).
           ADD WRK-AGE-TARIFAS(WRK-IDX-AGE)
                              TO WRK-REG-TARIFAS(WRK-IDX-REG).
           ADD WRK-AGE-JUROS-CE(WRK-IDX-AGE)
                              TO WRK-REG-JUROS-CE(WRK-IDX-REG).
           ADD WRK-AGE-ASSINATURAS(WRK-IDX-AGE)
                              TO WRK-REG-ASSINATURAS(WRK-IDX-REG).
           ADD WRK-AGE-JUROS-POUP(WRK-IDX-AGE)
                              TO WRK-REG-JUROS-POUP(WRK-IDX-REG).
           ADD WRK-AGE-RESULTADO(WRK-IDX-AGE)
                              TO WRK-REG-RESULTADO(WRK-IDX-REG).
           ADD WRK-AGE-SALDO-MEDIO(WRK-IDX-AGE)
                              TO WRK-REG-SALDO-MEDIO(WRK-IDX-REG).
           ADD WRK-AGE-ABERTAS(WRK-IDX-AGE)
                              TO WRK-REG-ABERTAS(WRK-IDX-REG).
           ADD WRK-AGE-BLOQUEADAS(WRK-IDX-AGE)
                              TO WRK-REG-BLOQUEADAS(WRK-IDX-REG).
           ADD WRK-AGE-DORMENTES(WRK-IDX-AGE)
                              TO WRK-REG-DORMENTES(WRK-IDX-REG).

           ADD 1 TO WRK-TOT-QTD.
           ADD WRK-AGE-TARIFAS(WRK-IDX-AGE)     TO WRK-TOT-TARIFAS.
           ADD WRK-AGE-JUROS-CE(WRK-IDX-AGE)    TO WRK-TOT-JUROS-CE.
           ADD WRK-AGE-ASSINATURAS(WRK-IDX-AGE) TO WRK-TOT-ASSINATURAS.
           ADD WRK-AGE-JUROS-POUP(WRK-IDX-AGE)  TO WRK-TOT-JUROS-POUP.
           ADD WRK-AGE-RESULTADO(WRK-IDX-AGE)   TO WRK-TOT-RESULTADO.
           ADD WRK-AGE-SALDO-MEDIO(WRK-IDX-AGE) TO WRK-TOT-SALDO-MEDIO.
           ADD WRK-AGE-ABERTAS(WRK-IDX-AGE)     TO WRK-TOT-ABERTAS.
           ADD WRK-AGE-BLOQUEADAS(WRK-IDX-AGE)  TO WRK-TOT-BLOQUEADAS.
           ADD WRK-AGE-DORMENTES(WRK-IDX-AGE)   TO WRK-TOT-DORMENTES.

       0510-RESULTADO-AGENCIA-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    SELECAO SIMPLES - TRAZ PARA A POSICAO WRK-IDX-RNK O MAIOR
      *    RESULTADO DO RESTANTE DA LISTA
      *-----------------------------------------------------------------
       0520-ORDENA-RANKING                       SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-IDX-RNK TO WRK-IDX-MAIOR.
           COMPUTE WRK-IDX-CMP = WRK-IDX-RNK + 1.

           PERFORM 0521-COMPARA-RESULTADO
               UNTIL WRK-IDX-CMP GREATER WRK-QT-RANKING.

           IF WRK-IDX-MAIOR NOT EQUAL WRK-IDX-RNK
               MOVE WRK-RNK-IDX-AGE(WRK-IDX-RNK)   TO WRK-IDX-TROCA
               MOVE WRK-RNK-IDX-AGE(WRK-IDX-MAIOR)
                                      TO WRK-RNK-IDX-AGE(WRK-IDX-RNK)
               MOVE WRK-IDX-TROCA
                                    TO WRK-RNK-IDX-AGE(WRK-IDX-MAIOR)
           END-IF.

       0520-ORDENA-RANKING-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0521-COMPARA-RESULTADO                    SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-RNK-IDX-AGE(WRK-IDX-CMP)   TO WRK-IDX-AGE-CMP.
           MOVE WRK-RNK-IDX-AGE(WRK-IDX-MAIOR) TO WRK-IDX-AGE-MAIOR.

           IF WRK-AGE-RESULTADO(WRK-IDX-AGE-CMP) GREATER
                              WRK-AGE-RESULTADO(WRK-IDX-AGE-MAIOR)
               MOVE WRK-IDX-CMP TO WRK-IDX-MAIOR
           END-IF.

           ADD 1 TO WRK-IDX-CMP.

       0521-COMPARA-RESULTADO-FIM.               EXIT.

      *-----------------------------------------------------------------
       0530-NUMERA-RANKING                       SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-RNK-IDX-AGE(WRK-IDX-RNK) TO WRK-IDX-AGE.
           MOVE WRK-IDX-RNK TO WRK-AGE-RANKING(WRK-IDX-AGE).

       0530-NUMERA-RANKING-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    HISTORICO - GUARDA O RESULTADO E O RANKING DA COMPETENCIA
      *    ANTERIOR, COPIA O QUE NAO E DESTA COMPETENCIA PARA O
      *    RENTATMP, ACRESCENTA AS LINHAS DE AGORA E DEVOLVE TUDO AO
      *    RENTAHIST
      *-----------------------------------------------------------------
       0600-HISTORICO                            SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT RENTATMP.
           IF FS-RENTATMP NOT EQUAL 00
               DISPLAY "RENTATMP.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-RENTATMP WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               CLOSE RELRENTA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT RENTAHIST.
           IF FS-RENTAHIST EQUAL 00
               READ RENTAHIST INTO REG-RENTAHIS
               PERFORM 0610-COPIA-HISTORICO
                   UNTIL FS-RENTAHIST NOT EQUAL 00
               CLOSE RENTAHIST
           END-IF.

           PERFORM 0620-GRAVA-ATUAL
               VARYING WRK-IDX-RNK FROM 1 BY 1
               UNTIL WRK-IDX-RNK GREATER WRK-QT-RANKING.

           CLOSE RENTATMP.

           OPEN INPUT  RENTATMP.
           OPEN OUTPUT RENTAHIST.
           IF FS-RENTAHIST NOT EQUAL 00
               DISPLAY "RENTAHIST.txt NAO ATUALIZADO!"
               CALL "FSTATUS" USING FS-RENTAHIST WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               CLOSE RENTATMP
               CLOSE RELRENTA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           READ RENTATMP.
           PERFORM 0630-DEVOLVE-HISTORICO
               UNTIL FS-RENTATMP NOT EQUAL 00.

           CLOSE RENTATMP.
           CLOSE RENTAHIST.

           PERFORM 0640-ACUMULA-ANTERIOR
               VARYING WRK-IDX-AGE FROM 1 BY 1
               UNTIL WRK-IDX-AGE GREATER WRK-QT-AGENCIAS.

       0600-HISTORICO-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0610-COPIA-HISTORICO                      SECTION.
      *-----------------------------------------------------------------

           IF RNH-COMPETENCIA EQUAL WRK-COMP-ANTERIOR
               MOVE RNH-AGENCIA TO WRK-AGENCIA-BUSCA
               PERFORM 0220-LOCALIZA-AGENCIA
               IF WRK-IDX-ACHADO GREATER ZEROS
                   MOVE "S"
                                   TO WRK-AGE-HISTORICO(WRK-IDX-ACHADO)
                   MOVE RNH-RESULTADO
                                  TO WRK-AGE-RESULT-ANT(WRK-IDX-ACHADO)
                   MOVE RNH-RANKING
                                  TO WRK-AGE-RANK-ANT(WRK-IDX-ACHADO)
               END-IF
           END-IF.

           IF RNH-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
               WRITE REG-RENTATMP FROM REG-RENTAHIS
           END-IF.

           READ RENTAHIST INTO REG-RENTAHIS.

       0610-COPIA-HISTORICO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0620-GRAVA-ATUAL                          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-RNK-IDX-AGE(WRK-IDX-RNK)      TO WRK-IDX-AGE.
           MOVE WRK-COMPETENCIA                   TO RNH-COMPETENCIA.
           MOVE WRK-AGE-CODIGO(WRK-IDX-AGE)       TO RNH-AGENCIA.
           MOVE WRK-AGE-RECEITA(WRK-IDX-AGE)      TO RNH-RECEITA.
           MOVE WRK-AGE-JUROS-POUP(WRK-IDX-AGE)   TO RNH-JUROS-POUPANCA.
           MOVE WRK-AGE-RESULTADO(WRK-IDX-AGE)    TO RNH-RESULTADO.
           MOVE WRK-AGE-SALDO-MEDIO(WRK-IDX-AGE)  TO RNH-SALDO-MEDIO.
           MOVE WRK-AGE-RANKING(WRK-IDX-AGE)      TO RNH-RANKING.
           WRITE REG-RENTATMP FROM REG-RENTAHIS.

       0620-GRAVA-ATUAL-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0630-DEVOLVE-HISTORICO                    SECTION.
      *-----------------------------------------------------------------

           WRITE REG-RENTAHIST FROM REG-RENTATMP.
           READ RENTATMP.

       0630-DEVOLVE-HISTORICO-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    RESULTADO ANTERIOR DAS AGENCIAS DA LISTA NOS TOTAIS DA
      *    REGIAO E GERAL - SO SOMA QUEM TEM HISTORICO
      *-----------------------------------------------------------------
       0640-ACUMULA-ANTERIOR                     SECTION.
      *-----------------------------------------------------------------

           IF NOT WRK-AGE-NA-LISTA(WRK-IDX-AGE)
              OR NOT WRK-AGE-COM-ANTERIOR(WRK-IDX-AGE)
               GO TO 0640-ACUMULA-ANTERIOR-FIM
           END-IF.

           ADD 1 TO ACU-COM-ANTERIOR.
           MOVE WRK-AGE-IDX-REG(WRK-IDX-AGE) TO WRK-IDX-REG.
           MOVE "S" TO WRK-REG-HISTORICO(WRK-IDX-REG)
                       WRK-TOT-HISTORICO.
           ADD WRK-AGE-RESULT-ANT(WRK-IDX-AGE)
                              TO WRK-REG-RESULT-ANT(WRK-IDX-REG)
                                 WRK-TOT-RESULT-ANT.

       0640-ACUMULA-ANTERIOR-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    RELATORIO - AGENCIAS POR REGIAO COM SUBTOTAIS, RANKING E
      *    VARIACAO CONTRA A COMPETENCIA ANTERIOR
      *-----------------------------------------------------------------
       0700-RELATORIO                            SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES TO WRK-LIN-TEXTO.
           STRING "RENTABILIDADE POR AGENCIA E REGIAO - "
                  "COMPETENCIA " WRK-COMPETENCIA
                  " - PERIODO " WRK-DATA-INICIO
                  " A " WRK-DATA-BASE
                  DELIMITED BY SIZE INTO WRK-LIN-TEXTO.
           WRITE REG-RELRENTA FROM WRK-LIN-TEXTO.
           MOVE SPACES TO WRK-LIN-TEXTO.
           STRING "RESULTADO = TARIFAS + JUROS CH ESP + ASSINATURAS"
                  " - JUROS POUPANCA. DORMENTE = ABERTA SEM MOVIMENTO"
                  " DESDE " WRK-DATA-CORTE
                  " (" WRK-MESES-DORMENCIA " MESES)"
                  DELIMITED BY SIZE INTO WRK-LIN-TEXTO.
           WRITE REG-RELRENTA FROM WRK-LIN-TEXTO.
           WRITE REG-RELRENTA FROM WRK-LIN-BRANCO.

           PERFORM 0710-IMPRIME-REGIAO
               VARYING WRK-IDX-REG FROM 1 BY 1
               UNTIL WRK-IDX-REG GREATER WRK-QT-REGIOES.

           MOVE "TOTAL GERAL"           TO WRK-LTT-TITULO.
           MOVE WRK-TOT-TARIFAS         TO WRK-LTT-TARIFAS.
           MOVE WRK-TOT-JUROS-CE        TO WRK-LTT-JUROS-CE.
           MOVE WRK-TOT-ASSINATURAS     TO WRK-LTT-ASSINATURAS.
           MOVE WRK-TOT-JUROS-POUP      TO WRK-LTT-JUROS-POUP.
           MOVE WRK-TOT-RESULTADO       TO WRK-LTT-RESULTADO.
           MOVE WRK-TOT-SALDO-MEDIO     TO WRK-LTT-SALDO-MEDIO.
           MOVE WRK-TOT-ABERTAS         TO WRK-LTT-ABERTAS.
           MOVE WRK-TOT-BLOQUEADAS      TO WRK-LTT-BLOQUEADAS.
           MOVE WRK-TOT-DORMENTES       TO WRK-LTT-DORMENTES.
           WRITE REG-RELRENTA FROM WRK-LIN-TOTAL.

           PERFORM 0750-RANKING.

       0700-RELATORIO-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0710-IMPRIME-REGIAO                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-REG-QTD(WRK-IDX-REG) EQUAL ZEROS
               GO TO 0710-IMPRIME-REGIAO-FIM
           END-IF.

           MOVE SPACES TO WRK-LIN-TEXTO.
           STRING "REGIAO " WRK-REG-NOME(WRK-IDX-REG)
                  DELIMITED BY SIZE INTO WRK-LIN-TEXTO.
           WRITE REG-RELRENTA FROM WRK-LIN-TEXTO.
           WRITE REG-RELRENTA FROM WRK-LIN-CABEC.

           PERFORM 0720-LINHA-AGENCIA
               VARYING WRK-IDX-AGE FROM 1 BY 1
               UNTIL WRK-IDX-AGE GREATER WRK-QT-AGENCIAS.

           MOVE SPACES TO WRK-LTT-TITULO.
           STRING "TOTAL REGIAO " WRK-REG-NOME(WRK-IDX-REG)
                  DELIMITED BY SIZE INTO WRK-LTT-TITULO.
           MOVE WRK-REG-TARIFAS(WRK-IDX-REG)     TO WRK-LTT-TARIFAS.
           MOVE WRK-REG-JUROS-CE(WRK-IDX-REG)    TO WRK-LTT-JUROS-CE.
           MOVE WRK-REG-ASSINATURAS(WRK-IDX-REG)
                                            TO WRK-LTT-ASSINATURAS.
           MOVE WRK-REG-JUROS-POUP(WRK-IDX-REG)  TO WRK-LTT-JUROS-POUP.
           MOVE WRK-REG-RESULTADO(WRK-IDX-REG)   TO WRK-LTT-RESULTADO.
           MOVE WRK-REG-SALDO-MEDIO(WRK-IDX-REG)
                                            TO WRK-LTT-SALDO-MEDIO.
           MOVE WRK-REG-ABERTAS(WRK-IDX-REG)     TO WRK-LTT-ABERTAS.
           MOVE WRK-REG-BLOQUEADAS(WRK-IDX-REG)  TO WRK-LTT-BLOQUEADAS.
           MOVE WRK-REG-DORMENTES(WRK-IDX-REG)   TO WRK-LTT-DORMENTES.
           WRITE REG-RELRENTA FROM WRK-LIN-TOTAL.
           WRITE REG-RELRENTA FROM WRK-LIN-BRANCO.

       0710-IMPRIME-REGIAO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0720-LINHA-AGENCIA                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-AGE-IDX-REG(WRK-IDX-AGE) NOT EQUAL WRK-IDX-REG
              OR NOT WRK-AGE-NA-LISTA(WRK-IDX-AGE)
               GO TO 0720-LINHA-AGENCIA-FIM
           END-IF.

           MOVE WRK-AGE-CODIGO(WRK-IDX-AGE)      TO WRK-LAG-CODIGO.
           MOVE WRK-AGE-NOME(WRK-IDX-AGE)        TO WRK-LAG-NOME.
           MOVE WRK-AGE-TARIFAS(WRK-IDX-AGE)     TO WRK-LAG-TARIFAS.
           MOVE WRK-AGE-JUROS-CE(WRK-IDX-AGE)    TO WRK-LAG-JUROS-CE.
           MOVE WRK-AGE-ASSINATURAS(WRK-IDX-AGE)
                                            TO WRK-LAG-ASSINATURAS.
           MOVE WRK-AGE-JUROS-POUP(WRK-IDX-AGE)  TO WRK-LAG-JUROS-POUP.
           MOVE WRK-AGE-RESULTADO(WRK-IDX-AGE)   TO WRK-LAG-RESULTADO.
           MOVE WRK-AGE-SALDO-MEDIO(WRK-IDX-AGE)
                                            TO WRK-LAG-SALDO-MEDIO.
           MOVE WRK-AGE-ABERTAS(WRK-IDX-AGE)     TO WRK-LAG-ABERTAS.
           MOVE WRK-AGE-BLOQUEADAS(WRK-IDX-AGE)  TO WRK-LAG-BLOQUEADAS.
           MOVE WRK-AGE-DORMENTES(WRK-IDX-AGE)   TO WRK-LAG-DORMENTES.
           WRITE REG-RELRENTA FROM WRK-LIN-AGENCIA.

       0720-LINHA-AGENCIA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    RANKING PELO RESULTADO, COM A VARIACAO DE CADA AGENCIA E
      *    DE CADA REGIAO CONTRA A COMPETENCIA ANTERIOR
      *-----------------------------------------------------------------
       0750-RANKING                              SECTION.
      *-----------------------------------------------------------------

           WRITE REG-RELRENTA FROM WRK-LIN-BRANCO.
           MOVE SPACES TO WRK-LIN-TEXTO.
           STRING "RANKING PELO RESULTADO - VARIACAO CONTRA A "
                  "COMPETENCIA ANTERIOR " WRK-COMP-ANTERIOR
                  DELIMITED BY SIZE INTO WRK-LIN-TEXTO.
           WRITE REG-RELRENTA FROM WRK-LIN-TEXTO.
           WRITE REG-RELRENTA FROM WRK-LIN-CABEC-RANKING.

           PERFORM 0760-LINHA-RANKING
               VARYING WRK-IDX-RNK FROM 1 BY 1
               UNTIL WRK-IDX-RNK GREATER WRK-QT-RANKING.

           WRITE REG-RELRENTA FROM WRK-LIN-BRANCO.
           PERFORM 0765-VARIACAO-REGIAO
               VARYING WRK-IDX-REG FROM 1 BY 1
               UNTIL WRK-IDX-REG GREATER WRK-QT-REGIOES.

           MOVE "TOTAL GERAL"           TO WRK-LVR-TITULO.
           MOVE WRK-TOT-RESULTADO       TO WRK-VAR-ATUAL.
           MOVE WRK-TOT-RESULT-ANT      TO WRK-VAR-ANTERIOR.
           MOVE WRK-TOT-HISTORICO       TO WRK-VAR-HISTORICO.
           PERFORM 0770-CALCULA-VARIACAO.
           MOVE WRK-TOT-RESULTADO       TO WRK-LVR-RESULTADO.
           MOVE WRK-VAR-ANTERIOR-X      TO WRK-LVR-ANTERIOR.
           MOVE WRK-VAR-VALOR-X         TO WRK-LVR-VARIACAO.
           MOVE WRK-VAR-PERC-X          TO WRK-LVR-PERC.
           WRITE REG-RELRENTA FROM WRK-LIN-VAR-REGIAO.

       0750-RANKING-FIM.                         EXIT.

      *-----------------------------------------------------------------
       0760-LINHA-RANKING                        SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-RNK-IDX-AGE(WRK-IDX-RNK)     TO WRK-IDX-AGE.
           MOVE WRK-AGE-IDX-REG(WRK-IDX-AGE)     TO WRK-IDX-REG.

           MOVE WRK-AGE-RESULTADO(WRK-IDX-AGE)   TO WRK-VAR-ATUAL.
           MOVE WRK-AGE-RESULT-ANT(WRK-IDX-AGE)  TO WRK-VAR-ANTERIOR.
           MOVE WRK-AGE-HISTORICO(WRK-IDX-AGE)   TO WRK-VAR-HISTORICO.
           PERFORM 0770-CALCULA-VARIACAO.

           MOVE WRK-IDX-RNK                      TO WRK-LRK-POSICAO.
           MOVE WRK-AGE-CODIGO(WRK-IDX-AGE)      TO WRK-LRK-CODIGO.
           MOVE WRK-AGE-NOME(WRK-IDX-AGE)        TO WRK-LRK-NOME.
           MOVE WRK-REG-NOME(WRK-IDX-REG)        TO WRK-LRK-REGIAO.
           MOVE WRK-AGE-RESULTADO(WRK-IDX-AGE)   TO WRK-LRK-RESULTADO.
           MOVE WRK-VAR-ANTERIOR-X               TO WRK-LRK-ANTERIOR.
           MOVE WRK-VAR-VALOR-X                  TO WRK-LRK-VARIACAO.
           MOVE WRK-VAR-PERC-X                   TO WRK-LRK-PERC.
           IF WRK-AGE-COM-ANTERIOR(WRK-IDX-AGE)
               MOVE WRK-AGE-RANK-ANT(WRK-IDX-AGE) TO WRK-RANK-ED
               MOVE WRK-RANK-ED                  TO WRK-LRK-RANK-ANT
           ELSE
               MOVE "  -"                        TO WRK-LRK-RANK-ANT
           END-IF.
           WRITE REG-RELRENTA FROM WRK-LIN-RANKING.

       0760-LINHA-RANKING-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0765-VARIACAO-REGIAO                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-REG-QTD(WRK-IDX-REG) EQUAL ZEROS
               GO TO 0765-VARIACAO-REGIAO-FIM
           END-IF.

           MOVE SPACES TO WRK-LVR-TITULO.
           STRING "TOTAL REGIAO " WRK-REG-NOME(WRK-IDX-REG)
                  DELIMITED BY SIZE INTO WRK-LVR-TITULO.
           MOVE WRK-REG-RESULTADO(WRK-IDX-REG)  TO WRK-VAR-ATUAL.
           MOVE WRK-REG-RESULT-ANT(WRK-IDX-REG) TO WRK-VAR-ANTERIOR.
           MOVE WRK-REG-HISTORICO(WRK-IDX-REG)  TO WRK-VAR-HISTORICO.
           PERFORM 0770-CALCULA-VARIACAO.
           MOVE WRK-REG-RESULTADO(WRK-IDX-REG)  TO WRK-LVR-RESULTADO.
           MOVE WRK-VAR-ANTERIOR-X              TO WRK-LVR-ANTERIOR.
           MOVE WRK-VAR-VALOR-X                 TO WRK-LVR-VARIACAO.
           MOVE WRK-VAR-PERC-X                  TO WRK-LVR-PERC.
           WRITE REG-RELRENTA FROM WRK-LIN-VAR-REGIAO.

       0765-VARIACAO-REGIAO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    VARIACAO DE WRK-VAR-ATUAL CONTRA WRK-VAR-ANTERIOR - VALOR E
      *    PERCENTUAL SOBRE O MODULO DO ANTERIOR, JA EDITADOS PARA O
      *    RELATORIO E PARA O ARQUIVO DELIMITADO. SEM HISTORICO OU COM
      *    ANTERIOR ZERO NAO HA PERCENTUAL
      *-----------------------------------------------------------------
       0770-CALCULA-VARIACAO                     SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES TO WRK-VAR-ANTERIOR-X
                          WRK-VAR-VALOR-X
                          WRK-VAR-PERC-X
                          WRK-CSV-ANTERIOR-X
                          WRK-CSV-VARIACAO-X
                          WRK-CSV-PERC-X.

           IF WRK-VAR-SEM-ANTERIOR
               MOVE " SEM HISTORICO"           TO WRK-VAR-ANTERIOR-X
               GO TO 0770-CALCULA-VARIACAO-FIM
           END-IF.

           COMPUTE WRK-VAR-VALOR = WRK-VAR-ATUAL - WRK-VAR-ANTERIOR.

           MOVE WRK-VAR-ANTERIOR        TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED            TO WRK-VAR-ANTERIOR-X.
           MOVE WRK-VAR-ANTERIOR        TO WRK-CSV-VALOR.
           MOVE WRK-CSV-VALOR           TO WRK-CSV-ANTERIOR-X.
           MOVE WRK-VAR-VALOR           TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED            TO WRK-VAR-VALOR-X.
           MOVE WRK-VAR-VALOR           TO WRK-CSV-VALOR.
           MOVE WRK-CSV-VALOR           TO WRK-CSV-VARIACAO-X.

           IF WRK-VAR-ANTERIOR EQUAL ZEROS
               MOVE "     ---"             TO WRK-VAR-PERC-X
               GO TO 0770-CALCULA-VARIACAO-FIM
           END-IF.

           IF WRK-VAR-ANTERIOR LESS ZEROS
               COMPUTE WRK-VAR-BASE = ZEROS - WRK-VAR-ANTERIOR
           ELSE
               MOVE WRK-VAR-ANTERIOR    TO WRK-VAR-BASE
           END-IF.

           COMPUTE WRK-VAR-PERC ROUNDED =
               WRK-VAR-VALOR * 100 / WRK-VAR-BASE
               ON SIZE ERROR
                   IF WRK-VAR-VALOR LESS ZEROS
                       MOVE -9999,99    TO WRK-VAR-PERC
                   ELSE
                       MOVE 9999,99     TO WRK-VAR-PERC
                   END-IF
           END-COMPUTE.

           MOVE WRK-VAR-PERC            TO WRK-PERC-ED.
           MOVE WRK-PERC-ED             TO WRK-VAR-PERC-X.
           MOVE WRK-VAR-PERC            TO WRK-CSV-PERC.
           MOVE WRK-CSV-PERC            TO WRK-CSV-PERC-X.

       0770-CALCULA-VARIACAO-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    RENTAGEN.csv - LINHA DE TITULOS E UMA LINHA POR AGENCIA NA
      *    ORDEM DO RANKING, VALORES COM VIRGULA DECIMAL
      *-----------------------------------------------------------------
       0800-ARQUIVO-DELIMITADO                   SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT RENTACSV.
           IF FS-RENTACSV NOT EQUAL 00
               DISPLAY "RENTAGEN.csv NAO ABERTO!"
               CALL "FSTATUS" USING FS-RENTACSV WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               GO TO 0800-ARQUIVO-DELIMITADO-FIM
           END-IF.

           MOVE SPACES TO WRK-LINHA-SAIDA.
           STRING "COMPETENCIA;RANKING;AGENCIA;NOME;REGIAO;"
                  "TARIFAS;JUROS CHEQUE ESPECIAL;ASSINATURAS;"
                  "JUROS POUPANCA;RESULTADO;SALDO MEDIO;"
                  "CONTAS ABERTAS;CONTAS BLOQUEADAS;CONTAS DORMENTES;"
                  "RESULTADO ANTERIOR;VARIACAO;VARIACAO %;"
                  "RANKING ANTERIOR"
                  DELIMITED BY SIZE INTO WRK-LINHA-SAIDA.
           WRITE REG-RENTACSV FROM WRK-LINHA-SAIDA.

           PERFORM 0810-LINHA-DELIMITADA
               VARYING WRK-IDX-RNK FROM 1 BY 1
               UNTIL WRK-IDX-RNK GREATER WRK-QT-RANKING.

           CLOSE RENTACSV.

       0800-ARQUIVO-DELIMITADO-FIM.              EXIT.

      *-----------------------------------------------------------------
       0810-LINHA-DELIMITADA                     SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-RNK-IDX-AGE(WRK-IDX-RNK)     TO WRK-IDX-AGE.
           MOVE WRK-AGE-IDX-REG(WRK-IDX-AGE)     TO WRK-IDX-REG.

           MOVE WRK-AGE-RESULTADO(WRK-IDX-AGE)   TO WRK-VAR-ATUAL.
           MOVE WRK-AGE-RESULT-ANT(WRK-IDX-AGE)  TO WRK-VAR-ANTERIOR.
           MOVE WRK-AGE-HISTORICO(WRK-IDX-AGE)   TO WRK-VAR-HISTORICO.
           PERFORM 0770-CALCULA-VARIACAO.

           MOVE WRK-IDX-RNK                      TO WRK-CSV-RANKING.
           MOVE WRK-AGE-CODIGO(WRK-IDX-AGE)      TO WRK-CSV-AGENCIA.
           MOVE WRK-AGE-TARIFAS(WRK-IDX-AGE)     TO WRK-CSV-TARIFAS.
           MOVE WRK-AGE-JUROS-CE(WRK-IDX-AGE)    TO WRK-CSV-JUROS-CE.
           MOVE WRK-AGE-ASSINATURAS(WRK-IDX-AGE)
                                            TO WRK-CSV-ASSINATURAS.
           MOVE WRK-AGE-JUROS-POUP(WRK-IDX-AGE)  TO WRK-CSV-JUROS-POUP.
           MOVE WRK-AGE-RESULTADO(WRK-IDX-AGE)   TO WRK-CSV-RESULTADO.
           MOVE WRK-AGE-SALDO-MEDIO(WRK-IDX-AGE)
                                            TO WRK-CSV-SALDO-MEDIO.
           MOVE WRK-AGE-ABERTAS(WRK-IDX-AGE)     TO WRK-CSV-ABERTAS.
           MOVE WRK-AGE-BLOQUEADAS(WRK-IDX-AGE)  TO WRK-CSV-BLOQUEADAS.
           MOVE WRK-AGE-DORMENTES(WRK-IDX-AGE)   TO WRK-CSV-DORMENTES.
           MOVE SPACES                           TO WRK-CSV-RANK-ANT-X.
           IF WRK-AGE-COM-ANTERIOR(WRK-IDX-AGE)
               MOVE WRK-AGE-RANK-ANT(WRK-IDX-AGE) TO WRK-CSV-RANK-ANT
               MOVE WRK-CSV-RANK-ANT             TO WRK-CSV-RANK-ANT-X
           END-IF.

           MOVE SPACES TO WRK-LINHA-SAIDA.
           STRING WRK-COMPETENCIA               DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  WRK-CSV-RANKING               DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  WRK-CSV-AGENCIA               DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  WRK-AGE-NOME(WRK-IDX-AGE)     DELIMITED BY "  "
                  ";"                           DELIMITED BY SIZE
                  WRK-REG-NOME(WRK-IDX-REG)     DELIMITED BY "  "
                  ";"                           DELIMITED BY SIZE
                  WRK-CSV-TARIFAS               DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  WRK-CSV-JUROS-CE              DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  WRK-CSV-ASSINATURAS           DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  WRK-CSV-JUROS-POUP            DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  WRK-CSV-RESULTADO             DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  WRK-CSV-SALDO-MEDIO           DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  WRK-CSV-ABERTAS               DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  WRK-CSV-BLOQUEADAS            DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  WRK-CSV-DORMENTES             DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  WRK-CSV-ANTERIOR-X            DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  WRK-CSV-VARIACAO-X            DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  WRK-CSV-PERC-X                DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  WRK-CSV-RANK-ANT-X            DELIMITED BY SIZE
                  INTO WRK-LINHA-SAIDA.
           WRITE REG-RENTACSV FROM WRK-LINHA-SAIDA.

       0810-LINHA-DELIMITADA-FIM.                EXIT.

      *-----------------------------------------------------------------
       0990-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE RELRENTA.

           MOVE "RELRENTA"             TO WRK-SPL-RELATORIO.
           MOVE "PRGRENTA"             TO WRK-SPL-PROGRAMA.
           MOVE WRK-CAMINHO-RELRENTA   TO WRK-SPL-ARQUIVO.
           MOVE "REGIONAIS"            TO WRK-SPL-DESTINATARIO.
           CALL "SPOOLREG" USING WRK-SPOOL.

           DISPLAY WRK-LINHA.
           DISPLAY "COMPETENCIA.........: " WRK-COMPETENCIA.
           DISPLAY "PERIODO.............: " WRK-DATA-INICIO
                   " A " WRK-DATA-BASE.
           DISPLAY "CORTE DA DORMENCIA..: " WRK-DATA-CORTE.
           DISPLAY "AGENCIAS NA LISTA...: " WRK-QT-RANKING.
           DISPLAY "CONTAS LIDAS........: " ACU-CONTAS-LIDAS.
           DISPLAY "MOVIMENTOS APURADOS.: " ACU-MOVIMENTOS.
           DISPLAY "FOTOGRAFIAS DE SALDO: " ACU-FOTOGRAFIAS.
           DISPLAY "DIAS FOTOGRAFADOS...: " WRK-QT-DIAS-FOTO.
           MOVE WRK-TOT-RESULTADO      TO WRK-VALOR-ED.
           DISPLAY "RESULTADO TOTAL.....: " WRK-VALOR-ED.
           DISPLAY "COM HISTORICO ANTER.: " ACU-COM-ANTERIOR.
           IF ACU-CONTAS-SEM-AGENCIA GREATER ZEROS
               DISPLAY "CONTAS DE AGENCIA FORA DO CADASTRO: "
                       ACU-CONTAS-SEM-AGENCIA
           END-IF.
           IF ACU-AGENCIAS-FORA GREATER ZEROS
               DISPLAY "AGENCIAS FORA (TABELA CHEIA): "
                       ACU-AGENCIAS-FORA
           END-IF.
           IF ACU-LOTES-FORA GREATER ZEROS
               DISPLAY "LOTES FORA (TABELA CHEIA - 3000): "
                       ACU-LOTES-FORA
           END-IF.
           DISPLAY "RELATORIO GRAVADO...: " WRK-CAMINHO-RELRENTA.
           DISPLAY "PLANILHA GRAVADA....: " WRK-CAMINHO-RENTACSV.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           IF ACU-CONTAS-SEM-AGENCIA GREATER ZEROS
              OR ACU-AGENCIAS-FORA GREATER ZEROS
              OR ACU-LOTES-FORA GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0990-FINALIZAR-FIM.                       EXIT.
