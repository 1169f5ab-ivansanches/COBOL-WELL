       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGRISCO.
      *=================================================================
      * PROGRAMA   : PRGRISCO
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: EXPOSICAO CONSOLIDADA DE CREDITO E CLASSIFICACAO
      *              INTERNA DE RISCO POR CLIENTE - RODADA MENSAL. O
      *              OPERADOR INFORMA A COMPETENCIA (AAAAMM, BRANCO =
      *              MES ANTERIOR); A DATA-BASE E O ULTIMO DIA DELA.
      *              PARA CADA REG-ID DO CLIENTES.dat SOMA:
      *              1) CHEQUE ESPECIAL UTILIZADO - SALDO NEGATIVO DAS
      *                 CONTAS DELE (CONTAS.dat X SALDOCTA.dat);
      *              2) FATURAS VENCIDAS - VALOR EM ABERTO DAS FATURAS
      *                 NAO QUITADAS DO FATURREG.txt COM VENCIMENTO
      *                 ANTERIOR A DATA-BASE, GUARDANDO O MAIOR ATRASO
      *                 EM DIAS (O CODIGO DA FATURA SAO OS 3 ULTIMOS
      *                 DIGITOS DO REG-ID, COMO NO PRGLGPD).
      *              O GRUPO ECONOMICO E A PJ MAIS OS SOCIOS E
      *              GARANTIDORES ATIVOS DELA NO RELACOES.txt: A
      *              EXPOSICAO DO GRUPO E A SOMA DOS MEMBROS E E ELA
      *              QUE ENQUADRA CADA MEMBRO NA FAIXA DE EXPOSICAO.
      *              O GRAU SAI DA TABELA RISCOPAR.txt (BOOK #RISCOPAR,
      *              DIAS DE ATRASO E FAIXA DE EXPOSICAO POR GRAU; SEM
      *              O ARQUIVO, TABELA PADRAO AA A H) E A PROVISAO E A
      *              EXPOSICAO VEZES O PERCENTUAL DO GRAU. O RELATORIO
      *              RELRISCO.txt TRAZ OS CLIENTES POR REGIAO E AGENCIA
      *              (AGENCIAS.txt, PELA AGENCIA DA PRIMEIRA CONTA DO
      *              CLIENTE) COM SUBTOTAIS, O RESUMO DA PROVISAO POR
      *              GRAU, OS GRUPOS ECONOMICOS E A MIGRACAO DE GRAU
      *              CONTRA A COMPETENCIA ANTERIOR, LIDA DO HISTORICO
      *              RISCOHIST.txt (BOOK #RISCOHIS), QUE RECEBE AS
      *              LINHAS DESTA COMPETENCIA (RODAR DE NOVO A MESMA
      *              COMPETENCIA SUBSTITUI AS LINHAS DELA)
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  RISCOPAR              INPUT                  #RISCOPAR
      *  CLIENTES              INPUT                  #CLIREG
      *  CONTAS                INPUT                  #CONTAS
      *  SALDOCTA              INPUT                  #SALDOCTA
      *  FATURREG              INPUT                  #FATURREG
      *  RELACOES              INPUT                  #RELACAO
      *  AGENCIAS              INPUT                  #AGENCIAS
      *  RISCOHIST             INPUT/OUTPUT           #RISCOHIS
      *  RISCOTMP              INPUT/OUTPUT           #RISCOHIS
      *  RELRISCO              OUTPUT
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS / SPOOLREG
      *
      *-----------------------------------------------------------------
      * ALTERACOES.:
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   FATURA RENEGOCIADA (STATUS R, ACORDO DO PRGACORD) NAO ENTRA
      *   NA EXPOSICAO - A DIVIDA PASSOU PARA AS PARCELAS DO ACORDO
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
           SELECT RISCOPAR              ASSIGN TO
                                        WRK-CAMINHO-RISCOPAR
               FILE STATUS              IS FS-RISCOPAR.

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

           SELECT SALDOCTA              ASSIGN TO
                                        WRK-CAMINHO-SALDOCTA
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS REG-CHAVE-SALDO
               FILE STATUS              IS FS-SALDOCTA.

           SELECT FATURREG              ASSIGN TO
                                        WRK-CAMINHO-FATURREG
               FILE STATUS              IS FS-FATURREG.

           SELECT RELACOES ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\RELACOES.txt"
               FILE STATUS              IS FS-RELACOES.

           SELECT AGENCIAS              ASSIGN TO
                                        WRK-CAMINHO-AGENCIAS
               FILE STATUS              IS FS-AGENCIAS.

           SELECT RISCOHIST             ASSIGN TO
                                        WRK-CAMINHO-RISCOHIST
               FILE STATUS              IS FS-RISCOHIST.

           SELECT RISCOTMP              ASSIGN TO
                                        WRK-CAMINHO-RISCOTMP
               FILE STATUS              IS FS-RISCOTMP.

           SELECT RELRISCO              ASSIGN TO
                                        WRK-CAMINHO-RELRISCO
               FILE STATUS              IS FS-RELRISCO.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT -  TABELA DE GRAUS DE RISCO (RISCOPAR)
      *                               LRECL = 025
      *----------------------------------------------------------------*
       FD  RISCOPAR.
       COPY '#RISCOPAR'.

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
      *     INPUT -  SALDOS DAS CONTAS (SALDOCTA)
      *                               LRECL = 021
      *----------------------------------------------------------------*
       FD  SALDOCTA.
       COPY '#SALDOCTA'.

      *----------------------------------------------------------------*
      *     INPUT -  REGISTRO ESTRUTURADO DE FATURAS (FATURREG)
      *                               LRECL = 051
      *----------------------------------------------------------------*
       FD  FATURREG.
       COPY '#FATURREG'.

      *----------------------------------------------------------------*
      *     INPUT -  VINCULOS SOCIETARIOS (RELACOES)
      *                               LRECL = 028
      *----------------------------------------------------------------*
       FD  RELACOES.
       COPY '#RELACAO'.

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE AGENCIAS (AGENCIAS)
      *                               LRECL = 047
      *----------------------------------------------------------------*
       FD  AGENCIAS.
       COPY '#AGENCIAS'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - HISTORICO MENSAL DE RISCO (RISCOHIST)
      *                               LRECL = 044
      *----------------------------------------------------------------*
       FD  RISCOHIST.
       01  REG-RISCOHIST                PIC X(044).

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - COPIA DE TRABALHO DO HISTORICO (RISCOTMP)
      *                               LRECL = 044
      *----------------------------------------------------------------*
       FD  RISCOTMP.
       01  REG-RISCOTMP                 PIC X(044).

      *----------------------------------------------------------------*
      *     OUTPUT - RELATORIO DE EXPOSICAO E RISCO (RELRISCO)
      *                               LRECL = 132
      *----------------------------------------------------------------*
       FD  RELRISCO.
       01  REG-RELRISCO                 PIC X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-RISCOPAR                  PIC 9(002).
       77  FS-CLIENTES                  PIC 9(002).
       77  FS-CONTAS                    PIC 9(002).
       77  FS-SALDOCTA                  PIC 9(002).
       77  FS-FATURREG                  PIC 9(002).
       77  FS-RELACOES                  PIC 9(002).
       77  FS-AGENCIAS                  PIC 9(002).
       77  FS-RISCOHIST                 PIC 9(002).
       77  FS-RISCOTMP                  PIC 9(002).
       77  FS-RELRISCO                  PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-RISCOPAR         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CONTAS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-SALDOCTA         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FATURREG         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-AGENCIAS         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RISCOHIST        PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RISCOTMP         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RELRISCO         PIC X(060)        VALUES SPACES.

      *== AREA DE TRABALHO DO HISTORICO (LEITURA E GRAVACAO)
       COPY '#RISCOHIS'.

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
           '*** VARIAVEIS DA CLASSIFICACAO DE RISCO *** '.
      *-----------------------------------------------------------------

      *== COMPETENCIA, DATA-BASE E COMPETENCIA ANTERIOR
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
       01  WRK-DATA-BASE                PIC 9(008)        VALUES ZEROS.
       01  WRK-DIAS-BASE                PIC 9(007)        VALUES ZEROS.
       01  WRK-DIAS-VENCIMENTO          PIC 9(007)        VALUES ZEROS.
       01  WRK-DIAS-ATRASO              PIC 9(007)        VALUES ZEROS.
       01  WRK-ULTIMO-DIA               PIC 9(002)        VALUES ZEROS.
       01  WRK-ANO-QUOCIENTE            PIC 9(004)        VALUES ZEROS.
       01  WRK-ANO-RESTO                PIC 9(004)        VALUES ZEROS.

      *-----------------------------------------------------------------
      *    TABELA DE GRAUS (RISCOPAR.txt OU PADRAO), DO MELHOR PARA O
      *    PIOR, COM OS TOTAIS DA COMPETENCIA POR GRAU
      *-----------------------------------------------------------------
       01  WRK-QT-GRAUS                 PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-GRAU                 PIC 9(002)        VALUES ZEROS.
       01  WRK-TAB-GRAUS.
           05 WRK-GRA-OCO               OCCURS 20 TIMES.
               10 WRK-GRA-GRAU              PIC X(02).
               10 WRK-GRA-DIAS-MAX          PIC 9(04).
               10 WRK-GRA-EXPOSICAO-MAX     PIC 9(12)V99.
               10 WRK-GRA-PERC-PROVISAO     PIC 9(03)V99.
               10 WRK-GRA-QTD               PIC 9(05) COMP-3.
               10 WRK-GRA-EXPOSICAO         PIC S9(12)V99 COMP-3.
               10 WRK-GRA-PROVISAO          PIC S9(12)V99 COMP-3.

      *== TABELA PADRAO - GRAU, DIAS MAX, TETO DE EXPOSICAO E PROVISAO
       01  WRK-TAB-GRAUS-PADRAO.
           05 FILLER                    PIC X(025)        VALUES
              "AA00000000010000000000000".
           05 FILLER                    PIC X(025)        VALUES
              "A 00140000000000000000050".
           05 FILLER                    PIC X(025)        VALUES
              "B 00300000000000000000100".
           05 FILLER                    PIC X(025)        VALUES
              "C 00600000000000000000300".
           05 FILLER                    PIC X(025)        VALUES
              "D 00900000000000000001000".
           05 FILLER                    PIC X(025)        VALUES
              "E 01200000000000000003000".
           05 FILLER                    PIC X(025)        VALUES
              "F 01500000000000000005000".
           05 FILLER                    PIC X(025)        VALUES
              "G 01800000000000000007000".
           05 FILLER                    PIC X(025)        VALUES
              "H 99990000000000000010000".
       01  WRK-TAB-GRAUS-PADRAO-R REDEFINES WRK-TAB-GRAUS-PADRAO.
           05 WRK-PAD-OCO               OCCURS 9 TIMES.
               10 WRK-PAD-GRAU              PIC X(02).
               10 WRK-PAD-DIAS-MAX          PIC 9(04).
               10 WRK-PAD-EXPOSICAO-MAX     PIC 9(12)V99.
               10 WRK-PAD-PERC-PROVISAO     PIC 9(03)V99.

      *-----------------------------------------------------------------
      *    CLIENTES - POSICAO CONSOLIDADA DE CADA REG-ID
      *-----------------------------------------------------------------
       01  WRK-QT-CLIENTES              PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-CLI                  PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-BUSCA                PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-ACHADO               PIC 9(004)        VALUES ZEROS.
       01  WRK-ID-BUSCA                 PIC 9(004)        VALUES ZEROS.
       01  WRK-TAB-CLIENTES.
           05 WRK-CLI-OCO               OCCURS 3000 TIMES.
               10 WRK-CLI-ID                PIC 9(04).
               10 WRK-CLI-NOME              PIC X(20).
               10 WRK-CLI-TIPO              PIC X(01).
               10 WRK-CLI-AGENCIA           PIC 9(04).
               10 WRK-CLI-IDX-AGE           PIC 9(03).
               10 WRK-CLI-CHEQUE-ESPECIAL   PIC S9(12)V99 COMP-3.
               10 WRK-CLI-FATURAS           PIC S9(12)V99 COMP-3.
               10 WRK-CLI-EXPOSICAO         PIC S9(12)V99 COMP-3.
               10 WRK-CLI-EXPOSICAO-BASE    PIC S9(12)V99 COMP-3.
               10 WRK-CLI-DIAS-ATRASO       PIC 9(04).
               10 WRK-CLI-IDX-GRAU          PIC 9(02).
               10 WRK-CLI-PROVISAO          PIC S9(12)V99 COMP-3.
               10 WRK-CLI-GRAU-ANTERIOR     PIC X(02).

      *== CODIGO DA FATURA (3 DIGITOS) PARA REG-ID
       01  WRK-ID-FATURA                PIC 9(004)        VALUES ZEROS.
       01  WRK-ID-FATURA-R REDEFINES WRK-ID-FATURA.
           05 WRK-ID-FAT-MILHAR         PIC X(001).
           05 WRK-ID-FAT-CODIGO         PIC X(003).
       01  WRK-VALOR-ABERTO             PIC S9(08)V99     VALUES ZEROS.

      *-----------------------------------------------------------------
      *    GRUPOS ECONOMICOS (PJ COM VINCULO ATIVO) E VINCULOS
      *-----------------------------------------------------------------
       01  WRK-QT-GRUPOS                PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-GRP                  PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-GRP-ACHADO           PIC 9(003)        VALUES ZEROS.
       01  WRK-TAB-GRUPOS.
           05 WRK-GRP-OCO               OCCURS 500 TIMES.
               10 WRK-GRP-IDX-PJ            PIC 9(04).
               10 WRK-GRP-QTD-LIGADOS       PIC 9(03).
               10 WRK-GRP-IDX-PIOR          PIC 9(02).
               10 WRK-GRP-EXPOSICAO         PIC S9(12)V99 COMP-3.
               10 WRK-GRP-PROVISAO          PIC S9(12)V99 COMP-3.

       01  WRK-QT-VINCULOS              PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-VIN                  PIC 9(004)        VALUES ZEROS.
       01  WRK-TAB-VINCULOS.
           05 WRK-VIN-OCO               OCCURS 2000 TIMES.
               10 WRK-VIN-IDX-GRP           PIC 9(03).
               10 WRK-VIN-IDX-LIGADO        PIC 9(04).
               10 WRK-VIN-TIPO              PIC X(01).
       01  WRK-IDX-PJ                   PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-LIGADO               PIC 9(004)        VALUES ZEROS.
       01  WRK-VINCULO-ACHADO           PIC X(001)        VALUES "N".
           88 WRK-VINCULO-SIM                     VALUES "S".
           88 WRK-VINCULO-NAO                     VALUES "N".

      *-----------------------------------------------------------------
      *    AGENCIAS E REGIOES DO RELATORIO
      *-----------------------------------------------------------------
       01  WRK-QT-AGENCIAS              PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-AGE                  PIC 9(003)        VALUES ZEROS.
       01  WRK-TAB-AGENCIAS.
           05 WRK-AGE-OCO               OCCURS 500 TIMES.
               10 WRK-AGE-CODIGO            PIC 9(04).
               10 WRK-AGE-NOME              PIC X(20).
               10 WRK-AGE-IDX-REG           PIC 9(02).
               10 WRK-AGE-QTD               PIC 9(05) COMP-3.
               10 WRK-AGE-EXPOSICAO         PIC S9(12)V99 COMP-3.
               10 WRK-AGE-PROVISAO          PIC S9(12)V99 COMP-3.

       01  WRK-QT-REGIOES               PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-REG                  PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-REG-ACHADO           PIC 9(002)        VALUES ZEROS.
       01  WRK-TAB-REGIOES.
           05 WRK-REG-OCO               OCCURS 50 TIMES.
               10 WRK-REG-NOME              PIC X(10).
               10 WRK-REG-QTD               PIC 9(05) COMP-3.
               10 WRK-REG-EXPOSICAO         PIC S9(12)V99 COMP-3.
               10 WRK-REG-PROVISAO          PIC S9(12)V99 COMP-3.

      *== TOTAIS GERAIS E DOS CLIENTES SEM AGENCIA CADASTRADA
       01  WRK-TOT-QTD                  PIC 9(05) COMP-3  VALUES ZEROS.
       01  WRK-TOT-EXPOSICAO            PIC S9(12)V99 COMP-3
                                                          VALUES ZEROS.
       01  WRK-TOT-PROVISAO             PIC S9(12)V99 COMP-3
                                                          VALUES ZEROS.
       01  WRK-SAG-QTD                  PIC 9(05) COMP-3  VALUES ZEROS.
       01  WRK-SAG-EXPOSICAO            PIC S9(12)V99 COMP-3
                                                          VALUES ZEROS.
       01  WRK-SAG-PROVISAO             PIC S9(12)V99 COMP-3
                                                          VALUES ZEROS.

       01  WRK-SITUACAO-MIGRACAO        PIC X(007)        VALUES SPACES.
       01  WRK-IDX-GRAU-ANT             PIC 9(002)        VALUES ZEROS.

       01  ACU-CONTAS-LIDAS             PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-FATURAS-VENCIDAS         PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-FATURAS-SEM-CLIENTE      PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-CLIENTES-FORA            PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-VINCULOS-FORA            PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-CLASSIFICADOS            PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-MIGRACOES                PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-PIORAS                   PIC 9(005) COMP-3 VALUES ZEROS.

      *-----------------------------------------------------------------
      *    LINHAS DO RELATORIO
      *-----------------------------------------------------------------
       01  WRK-LIN-TEXTO                PIC X(132)        VALUES SPACES.
       01  WRK-LIN-BRANCO               PIC X(132)        VALUES SPACES.
       01  WRK-VALOR-ED                 PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WRK-QTD-ED                   PIC ZZ.ZZ9.

       01  WRK-LIN-CABEC.
           05 FILLER                    PIC X(010) VALUE
              "    CLI   ".
           05 FILLER                    PIC X(021) VALUE
              "NOME".
           05 FILLER                    PIC X(002) VALUE
              "T ".
           05 FILLER                    PIC X(017) VALUE
              "  CHEQUE ESPECIAL".
           05 FILLER                    PIC X(018) VALUE
              "  FATURAS VENCIDAS".
           05 FILLER                    PIC X(007) VALUE
              "DIAS   ".
           05 FILLER                    PIC X(003) VALUE
              "GR ".
           05 FILLER                    PIC X(017) VALUE
              "       EXPOSICAO ".
           05 FILLER                    PIC X(007) VALUE
              " PROV% ".
           05 FILLER                    PIC X(016) VALUE
              "        PROVISAO".
           05 FILLER                    PIC X(014) VALUE SPACES.

       01  WRK-LIN-CLIENTE.
           05 FILLER                    PIC X(004) VALUE SPACES.
           05 WRK-LCL-ID                PIC 9(004).
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 WRK-LCL-NOME              PIC X(020).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LCL-TIPO              PIC X(001).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LCL-CHEQUE            PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LCL-FATURAS           PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 WRK-LCL-DIAS              PIC ZZZ9.
           05 FILLER                    PIC X(003) VALUE SPACES.
           05 WRK-LCL-GRAU              PIC X(002).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LCL-EXPOSICAO         PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LCL-PERC              PIC ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LCL-PROVISAO          PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(014) VALUE SPACES.

       01  WRK-LIN-TOTAL.
           05 FILLER                    PIC X(004) VALUE SPACES.
           05 WRK-LTT-TITULO            PIC X(040).
           05 WRK-LTT-QTD               PIC ZZ.ZZ9.
           05 FILLER                    PIC X(011) VALUE
              " CLIENTE(S)".
           05 FILLER                    PIC X(017) VALUE SPACES.
           05 WRK-LTT-EXPOSICAO         PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(008) VALUE SPACES.
           05 WRK-LTT-PROVISAO          PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(014) VALUE SPACES.

       01  WRK-LIN-CABEC-GRAU.
           05 FILLER                    PIC X(010) VALUE
              "    GRAU  ".
           05 FILLER                    PIC X(008) VALUE
              "DIAS    ".
           05 FILLER                    PIC X(020) VALUE
              "  TETO EXPOSICAO    ".
           05 FILLER                    PIC X(010) VALUE
              " PROV%    ".
           05 FILLER                    PIC X(010) VALUE
              "  QTDE    ".
           05 FILLER                    PIC X(020) VALUE
              "       EXPOSICAO    ".
           05 FILLER                    PIC X(016) VALUE
              "        PROVISAO".
           05 FILLER                    PIC X(038) VALUE SPACES.

       01  WRK-LIN-GRAU.
           05 FILLER                    PIC X(004) VALUE SPACES.
           05 WRK-LGR-GRAU              PIC X(002).
           05 FILLER                    PIC X(004) VALUE SPACES.
           05 WRK-LGR-DIAS              PIC ZZZ9.
           05 FILLER                    PIC X(004) VALUE SPACES.
           05 WRK-LGR-TETO              PIC X(016).
           05 FILLER                    PIC X(004) VALUE SPACES.
           05 WRK-LGR-PERC              PIC ZZ9,99.
           05 FILLER                    PIC X(004) VALUE SPACES.
           05 WRK-LGR-QTD               PIC ZZ.ZZ9.
           05 FILLER                    PIC X(004) VALUE SPACES.
           05 WRK-LGR-EXPOSICAO         PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(004) VALUE SPACES.
           05 WRK-LGR-PROVISAO          PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(038) VALUE SPACES.

       01  WRK-LIN-GRUPO.
           05 FILLER                    PIC X(004) VALUE SPACES.
           05 WRK-LGP-ID                PIC 9(004).
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 WRK-LGP-NOME              PIC X(020).
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 WRK-LGP-QTD               PIC ZZ9.
           05 FILLER                    PIC X(010) VALUE
              " LIGADO(S)".
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 FILLER                    PIC X(010) VALUE
              "PIOR GRAU ".
           05 WRK-LGP-GRAU              PIC X(002).
           05 FILLER                    PIC X(019) VALUE SPACES.
           05 WRK-LGP-EXPOSICAO         PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(008) VALUE SPACES.
           05 WRK-LGP-PROVISAO          PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(014) VALUE SPACES.

       01  WRK-LIN-MEMBRO.
           05 FILLER                    PIC X(008) VALUE SPACES.
           05 WRK-LMB-TIPO              PIC X(010).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LMB-ID                PIC 9(004).
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 WRK-LMB-NOME              PIC X(020).
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 WRK-LMB-GRAU              PIC X(002).
           05 FILLER                    PIC X(029) VALUE SPACES.
           05 WRK-LMB-EXPOSICAO         PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(008) VALUE SPACES.
           05 WRK-LMB-PROVISAO          PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(014) VALUE SPACES.

       01  WRK-LIN-CABEC-MIGRACAO.
           05 FILLER                    PIC X(010) VALUE
              "    CLI   ".
           05 FILLER                    PIC X(022) VALUE
              "NOME".
           05 FILLER                    PIC X(008) VALUE
              "AGEN    ".
           05 FILLER                    PIC X(012) VALUE
              "ANT.    ATU ".
           05 FILLER                    PIC X(011) VALUE
              "   SITUACAO".
           05 FILLER                    PIC X(016) VALUE
              "       EXPOSICAO".
           05 FILLER                    PIC X(053) VALUE SPACES.

       01  WRK-LIN-MIGRACAO.
           05 FILLER                    PIC X(004) VALUE SPACES.
           05 WRK-LMG-ID                PIC 9(004).
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 WRK-LMG-NOME              PIC X(020).
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 WRK-LMG-AGENCIA           PIC 9(004).
           05 FILLER                    PIC X(004) VALUE SPACES.
           05 WRK-LMG-GRAU-ANT          PIC X(002).
           05 FILLER                    PIC X(004) VALUE
              " -> ".
           05 WRK-LMG-GRAU-ATU          PIC X(002).
           05 FILLER                    PIC X(004) VALUE SPACES.
           05 WRK-LMG-SITUACAO          PIC X(007).
           05 FILLER                    PIC X(004) VALUE SPACES.
           05 WRK-LMG-EXPOSICAO         PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(053) VALUE SPACES.

      *== BOOK DE MENSAGENS ERRO
       COPY "#BOOKMSG".

      *=================================================================
       PROCEDURE                                 DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       0001-PRINCIPAL                            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0100-INICIAR.
           PERFORM 0200-CARREGA-GRAUS.
           PERFORM 0250-CARREGA-AGENCIAS.
           PERFORM 0300-CARREGA-CLIENTES.
           PERFORM 0400-CHEQUE-ESPECIAL.
           PERFORM 0500-FATURAS-VENCIDAS.
           PERFORM 0600-CARREGA-VINCULOS.
           PERFORM 0700-CLASSIFICA.
           PERFORM 0800-HISTORICO.
           PERFORM 0900-RELATORIO.
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
                  "\RISCOPAR.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RISCOPAR.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CONTAS.dat"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CONTAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\SALDOCTA.dat"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-SALDOCTA.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FATURREG.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FATURREG.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\AGENCIAS.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-AGENCIAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RISCOHIST.txt"     DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RISCOHIST.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RISCOTMP.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RISCOTMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RELRISCO.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RELRISCO.

           DISPLAY "==== EXPOSICAO E RISCO DE CREDITO POR CLIENTE ====".
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
           COMPUTE WRK-DATA-BASE =
               (WRK-COMPETENCIA * 100) + WRK-ULTIMO-DIA.
           COMPUTE WRK-DIAS-BASE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-BASE).

           IF WRK-COMP-MES EQUAL 1
               COMPUTE WRK-ANT-ANO = WRK-COMP-ANO - 1
               MOVE 12                 TO WRK-ANT-MES
           ELSE
               MOVE WRK-COMP-ANO       TO WRK-ANT-ANO
               COMPUTE WRK-ANT-MES = WRK-COMP-MES - 1
           END-IF.

           OPEN OUTPUT RELRISCO.
           IF FS-RELRISCO NOT EQUAL 00
               DISPLAY "RELRISCO.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-RELRISCO WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0100-INICIAR-FIM.                         EXIT.

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
      *    TABELA DE GRAUS - RISCOPAR.txt NA ORDEM DO ARQUIVO (MELHOR
      *    PARA O PIOR); AUSENTE OU VAZIO, VALE A TABELA PADRAO
      *-----------------------------------------------------------------
       0200-CARREGA-GRAUS                        SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT RISCOPAR.
           IF FS-RISCOPAR EQUAL 00
               READ RISCOPAR
               PERFORM 0210-GUARDA-GRAU
                   UNTIL FS-RISCOPAR NOT EQUAL 00
               CLOSE RISCOPAR
           END-IF.

           IF WRK-QT-GRAUS EQUAL ZEROS
               DISPLAY "RISCOPAR.txt AUSENTE - TABELA PADRAO AA A H"
               PERFORM 0220-GRAU-PADRAO
                   VARYING WRK-IDX-GRAU FROM 1 BY 1
                   UNTIL WRK-IDX-GRAU GREATER 9
           END-IF.

       0200-CARREGA-GRAUS-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0210-GUARDA-GRAU                          SECTION.
      *-----------------------------------------------------------------

           IF RSP-GRAU EQUAL SPACES
              OR RSP-DIAS-ATRASO-MAX NOT NUMERIC
              OR RSP-EXPOSICAO-MAX NOT NUMERIC
              OR RSP-PERC-PROVISAO NOT NUMERIC
              OR RSP-PERC-PROVISAO GREATER 100
               DISPLAY "RISCOPAR - LINHA INVALIDA IGNORADA: " RSP-GRAU
               GO TO 0210-GUARDA-GRAU-LER
           END-IF.

           IF WRK-QT-GRAUS LESS 20
               ADD 1 TO WRK-QT-GRAUS
               MOVE RSP-GRAU            TO WRK-GRA-GRAU(WRK-QT-GRAUS)
               MOVE RSP-DIAS-ATRASO-MAX
                                    TO WRK-GRA-DIAS-MAX(WRK-QT-GRAUS)
               MOVE RSP-EXPOSICAO-MAX
                                TO WRK-GRA-EXPOSICAO-MAX(WRK-QT-GRAUS)
               MOVE RSP-PERC-PROVISAO
                                TO WRK-GRA-PERC-PROVISAO(WRK-QT-GRAUS)
               MOVE ZEROS               TO WRK-GRA-QTD(WRK-QT-GRAUS)
                                     WRK-GRA-EXPOSICAO(WRK-QT-GRAUS)
                                     WRK-GRA-PROVISAO(WRK-QT-GRAUS)
           END-IF.

       0210-GUARDA-GRAU-LER.
           READ RISCOPAR.

       0210-GUARDA-GRAU-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0220-GRAU-PADRAO                          SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO WRK-QT-GRAUS.
           MOVE WRK-PAD-GRAU(WRK-IDX-GRAU)
                                TO WRK-GRA-GRAU(WRK-QT-GRAUS).
           MOVE WRK-PAD-DIAS-MAX(WRK-IDX-GRAU)
                                TO WRK-GRA-DIAS-MAX(WRK-QT-GRAUS).
           MOVE WRK-PAD-EXPOSICAO-MAX(WRK-IDX-GRAU)
                                TO WRK-GRA-EXPOSICAO-MAX(WRK-QT-GRAUS).
           MOVE WRK-PAD-PERC-PROVISAO(WRK-IDX-GRAU)
                                TO WRK-GRA-PERC-PROVISAO(WRK-QT-GRAUS).
           MOVE ZEROS           TO WRK-GRA-QTD(WRK-QT-GRAUS)
                                   WRK-GRA-EXPOSICAO(WRK-QT-GRAUS)
                                   WRK-GRA-PROVISAO(WRK-QT-GRAUS).

       0220-GRAU-PADRAO-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    AGENCIAS E REGIOES NA ORDEM DO CADASTRO - SEM O CADASTRO
      *    TODOS OS CLIENTES SAEM EM "SEM AGENCIA CADASTRADA"
      *-----------------------------------------------------------------
       0250-CARREGA-AGENCIAS                     SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT AGENCIAS.
           IF FS-AGENCIAS NOT EQUAL 00
               DISPLAY "AGENCIAS.txt AUSENTE - RELATORIO SEM REGIAO"
               GO TO 0250-CARREGA-AGENCIAS-FIM
           END-IF.

           READ AGENCIAS.
           PERFORM 0251-GUARDA-AGENCIA
               UNTIL FS-AGENCIAS NOT EQUAL 00.

           CLOSE AGENCIAS.

       0250-CARREGA-AGENCIAS-FIM.                EXIT.

      *-----------------------------------------------------------------
       0251-GUARDA-AGENCIA                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-AGENCIAS NOT LESS 500
               GO TO 0251-GUARDA-AGENCIA-LER
           END-IF.

           MOVE ZEROS TO WRK-IDX-REG-ACHADO.
           PERFORM 0252-COMPARA-REGIAO
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
                                 WRK-REG-EXPOSICAO(WRK-QT-REGIOES)
                                 WRK-REG-PROVISAO(WRK-QT-REGIOES)
               ELSE
                   GO TO 0251-GUARDA-AGENCIA-LER
               END-IF
           END-IF.

           ADD 1 TO WRK-QT-AGENCIAS.
           MOVE AGE-CODIGO          TO WRK-AGE-CODIGO(WRK-QT-AGENCIAS).
           MOVE AGE-NOME            TO WRK-AGE-NOME(WRK-QT-AGENCIAS).
           MOVE WRK-IDX-REG-ACHADO  TO WRK-AGE-IDX-REG(WRK-QT-AGENCIAS).
           MOVE ZEROS               TO WRK-AGE-QTD(WRK-QT-AGENCIAS)
                                     WRK-AGE-EXPOSICAO(WRK-QT-AGENCIAS)
                                     WRK-AGE-PROVISAO(WRK-QT-AGENCIAS).

       0251-GUARDA-AGENCIA-LER.
           READ AGENCIAS.

       0251-GUARDA-AGENCIA-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0252-COMPARA-REGIAO                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-REG-NOME(WRK-IDX-REG) EQUAL AGE-REGIAO
               MOVE WRK-IDX-REG TO WRK-IDX-REG-ACHADO
           END-IF.

       0252-COMPARA-REGIAO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    CLIENTES NA ORDEM DA CHAVE (REG-ID), POSICAO ZERADA
      *-----------------------------------------------------------------
       0300-CARREGA-CLIENTES                     SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               DISPLAY "CLIENTES.dat NAO ABERTO!"
               CALL "FSTATUS" USING FS-CLIENTES WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE ZEROS TO REG-ID.
           START CLIENTES KEY IS NOT LESS REG-ID.
           IF FS-CLIENTES EQUAL 00
               READ CLIENTES NEXT
               PERFORM 0310-GUARDA-CLIENTE
                   UNTIL FS-CLIENTES NOT EQUAL 00
           END-IF.

           CLOSE CLIENTES.

       0300-CARREGA-CLIENTES-FIM.                EXIT.

      *-----------------------------------------------------------------
       0310-GUARDA-CLIENTE                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-CLIENTES LESS 3000
               ADD 1 TO WRK-QT-CLIENTES
               MOVE REG-ID          TO WRK-CLI-ID(WRK-QT-CLIENTES)
               MOVE REG-NOME        TO WRK-CLI-NOME(WRK-QT-CLIENTES)
               MOVE REG-TIPO-PESSOA TO WRK-CLI-TIPO(WRK-QT-CLIENTES)
               MOVE ZEROS           TO WRK-CLI-AGENCIA(WRK-QT-CLIENTES)
                                   WRK-CLI-IDX-AGE(WRK-QT-CLIENTES)
                           WRK-CLI-CHEQUE-ESPECIAL(WRK-QT-CLIENTES)
                                   WRK-CLI-FATURAS(WRK-QT-CLIENTES)
                                 WRK-CLI-EXPOSICAO(WRK-QT-CLIENTES)
                            WRK-CLI-EXPOSICAO-BASE(WRK-QT-CLIENTES)
                               WRK-CLI-DIAS-ATRASO(WRK-QT-CLIENTES)
                                  WRK-CLI-IDX-GRAU(WRK-QT-CLIENTES)
                                  WRK-CLI-PROVISAO(WRK-QT-CLIENTES)
               MOVE SPACES  TO WRK-CLI-GRAU-ANTERIOR(WRK-QT-CLIENTES)
           ELSE
               ADD 1 TO ACU-CLIENTES-FORA
           END-IF.

           READ CLIENTES NEXT.

       0310-GUARDA-CLIENTE-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    LOCALIZA WRK-ID-BUSCA NA TABELA - DEVOLVE O INDICE EM
      *    WRK-IDX-ACHADO (ZERO = NAO ACHOU)
      *-----------------------------------------------------------------
       0320-LOCALIZA-CLIENTE                     SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM 0321-COMPARA-CLIENTE
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA GREATER WRK-QT-CLIENTES
                  OR WRK-IDX-ACHADO GREATER ZEROS.

       0320-LOCALIZA-CLIENTE-FIM.                EXIT.

      *-----------------------------------------------------------------
       0321-COMPARA-CLIENTE                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-CLI-ID(WRK-IDX-BUSCA) EQUAL WRK-ID-BUSCA
               MOVE WRK-IDX-BUSCA TO WRK-IDX-ACHADO
           END-IF.

       0321-COMPARA-CLIENTE-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    CHEQUE ESPECIAL UTILIZADO - SALDO NEGATIVO DE CADA CONTA NO
      *    SALDOCTA. A AGENCIA DO CLIENTE E A DA PRIMEIRA CONTA DELE
      *-----------------------------------------------------------------
       0400-CHEQUE-ESPECIAL                      SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL 00
               DISPLAY "CONTAS.dat NAO ABERTO!"
               CALL "FSTATUS" USING FS-CONTAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT SALDOCTA.
           IF FS-SALDOCTA NOT EQUAL 00
               DISPLAY "SALDOCTA.dat NAO ABERTO!"
               CALL "FSTATUS" USING FS-SALDOCTA WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE LOW-VALUES TO CTA-CHAVE.
           START CONTAS KEY IS NOT LESS CTA-CHAVE.
           IF FS-CONTAS EQUAL 00
               READ CONTAS NEXT
               PERFORM 0410-TRATA-CONTA
                   UNTIL FS-CONTAS NOT EQUAL 00
           END-IF.

           CLOSE CONTAS.
           CLOSE SALDOCTA.

       0400-CHEQUE-ESPECIAL-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0410-TRATA-CONTA                          SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-CONTAS-LIDAS.

           MOVE CTA-REG-ID TO WRK-ID-BUSCA.
           PERFORM 0320-LOCALIZA-CLIENTE.
           IF WRK-IDX-ACHADO EQUAL ZEROS
               GO TO 0410-TRATA-CONTA-LER
           END-IF.

           IF WRK-CLI-AGENCIA(WRK-IDX-ACHADO) EQUAL ZEROS
               MOVE CTA-AGENCIA TO WRK-CLI-AGENCIA(WRK-IDX-ACHADO)
           END-IF.

           MOVE CTA-CHAVE TO REG-CHAVE-SALDO.
           READ SALDOCTA.
           IF FS-SALDOCTA EQUAL 00
              AND REG-SALDO LESS ZEROS
               SUBTRACT REG-SALDO
                   FROM WRK-CLI-CHEQUE-ESPECIAL(WRK-IDX-ACHADO)
           END-IF.

       0410-TRATA-CONTA-LER.
           READ CONTAS NEXT.

       0410-TRATA-CONTA-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    FATURAS VENCIDAS NA DATA-BASE - NAO QUITADAS (OU QUITADAS
      *    DEPOIS DELA, QUE CONTAM PELO TOTAL) COM VENCIMENTO ANTERIOR
      *-----------------------------------------------------------------
       0500-FATURAS-VENCIDAS                     SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT FATURREG.
           IF FS-FATURREG NOT EQUAL 00
               DISPLAY "FATURREG.txt AUSENTE - SEM FATURAS VENCIDAS"
               GO TO 0500-FATURAS-VENCIDAS-FIM
           END-IF.

           READ FATURREG.
           PERFORM 0510-TRATA-FATURA
               UNTIL FS-FATURREG NOT EQUAL 00.

           CLOSE FATURREG.

       0500-FATURAS-VENCIDAS-FIM.                EXIT.

      *-----------------------------------------------------------------
       0510-TRATA-FATURA                         SECTION.
      *-----------------------------------------------------------------

           IF FAT-DATA-VENCIMENTO NOT NUMERIC
              OR FAT-DATA-VENCIMENTO LESS 16010101
              OR FAT-DATA-VENCIMENTO NOT LESS WRK-DATA-BASE
              OR FAT-VALOR-TOTAL NOT NUMERIC
              OR FAT-RENEGOCIADA
               GO TO 0510-TRATA-FATURA-LER
           END-IF.

           IF FAT-QUITADA
               IF FAT-DATA-PAGAMENTO NOT GREATER WRK-DATA-BASE
                   GO TO 0510-TRATA-FATURA-LER
               END-IF
               MOVE FAT-VALOR-TOTAL TO WRK-VALOR-ABERTO
           ELSE
               COMPUTE WRK-VALOR-ABERTO =
                   FAT-VALOR-TOTAL - FAT-VALOR-PAGO
           END-IF.

           IF WRK-VALOR-ABERTO NOT GREATER ZEROS
               GO TO 0510-TRATA-FATURA-LER
           END-IF.

           MOVE "0"                TO WRK-ID-FAT-MILHAR.
           MOVE FAT-CODIGO-CLIENTE TO WRK-ID-FAT-CODIGO.
           IF WRK-ID-FATURA NOT NUMERIC
               ADD 1 TO ACU-FATURAS-SEM-CLIENTE
               GO TO 0510-TRATA-FATURA-LER
           END-IF.

           MOVE WRK-ID-FATURA TO WRK-ID-BUSCA.
           PERFORM 0320-LOCALIZA-CLIENTE.
           IF WRK-IDX-ACHADO EQUAL ZEROS
               ADD 1 TO ACU-FATURAS-SEM-CLIENTE
               GO TO 0510-TRATA-FATURA-LER
           END-IF.

           ADD 1 TO ACU-FATURAS-VENCIDAS.
           ADD WRK-VALOR-ABERTO TO WRK-CLI-FATURAS(WRK-IDX-ACHADO).

           COMPUTE WRK-DIAS-VENCIMENTO =
               FUNCTION INTEGER-OF-DATE(FAT-DATA-VENCIMENTO).
           COMPUTE WRK-DIAS-ATRASO =
               WRK-DIAS-BASE - WRK-DIAS-VENCIMENTO.
           IF WRK-DIAS-ATRASO GREATER 9999
               MOVE 9999 TO WRK-DIAS-ATRASO
           END-IF.
           IF WRK-DIAS-ATRASO GREATER
                              WRK-CLI-DIAS-ATRASO(WRK-IDX-ACHADO)
               MOVE WRK-DIAS-ATRASO
                              TO WRK-CLI-DIAS-ATRASO(WRK-IDX-ACHADO)
           END-IF.

       0510-TRATA-FATURA-LER.
           READ FATURREG.

       0510-TRATA-FATURA-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    GRUPOS ECONOMICOS - UM POR PJ COM VINCULO ATIVO; O MESMO
      *    LIGADO (SOCIO E GARANTIDOR) ENTRA UMA VEZ SO NO GRUPO
      *-----------------------------------------------------------------
       0600-CARREGA-VINCULOS                     SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT RELACOES.
           IF FS-RELACOES NOT EQUAL 00
               DISPLAY "RELACOES.txt AUSENTE - SEM GRUPO ECONOMICO"
               GO TO 0600-CARREGA-VINCULOS-FIM
           END-IF.

           READ RELACOES.
           PERFORM 0610-GUARDA-VINCULO
               UNTIL FS-RELACOES NOT EQUAL 00.

           CLOSE RELACOES.

       0600-CARREGA-VINCULOS-FIM.                EXIT.

      *-----------------------------------------------------------------
       0610-GUARDA-VINCULO                       SECTION.
      *-----------------------------------------------------------------

           IF NOT REL-ATIVO
              OR REL-ID-PJ EQUAL REL-ID-LIGADO
               GO TO 0610-GUARDA-VINCULO-LER
           END-IF.

           MOVE REL-ID-PJ TO WRK-ID-BUSCA.
           PERFORM 0320-LOCALIZA-CLIENTE.
           MOVE WRK-IDX-ACHADO TO WRK-IDX-PJ.
           MOVE REL-ID-LIGADO TO WRK-ID-BUSCA.
           PERFORM 0320-LOCALIZA-CLIENTE.
           MOVE WRK-IDX-ACHADO TO WRK-IDX-LIGADO.
           IF WRK-IDX-PJ EQUAL ZEROS
              OR WRK-IDX-LIGADO EQUAL ZEROS
               GO TO 0610-GUARDA-VINCULO-LER
           END-IF.

           MOVE ZEROS TO WRK-IDX-GRP-ACHADO.
           PERFORM 0611-COMPARA-GRUPO
               VARYING WRK-IDX-GRP FROM 1 BY 1
               UNTIL WRK-IDX-GRP GREATER WRK-QT-GRUPOS
                  OR WRK-IDX-GRP-ACHADO GREATER ZEROS.

           IF WRK-IDX-GRP-ACHADO EQUAL ZEROS
               IF WRK-QT-GRUPOS NOT LESS 500
                   ADD 1 TO ACU-VINCULOS-FORA
                   GO TO 0610-GUARDA-VINCULO-LER
               END-IF
               ADD 1 TO WRK-QT-GRUPOS
               MOVE WRK-QT-GRUPOS  TO WRK-IDX-GRP-ACHADO
               MOVE WRK-IDX-PJ     TO WRK-GRP-IDX-PJ(WRK-QT-GRUPOS)
               MOVE ZEROS          TO WRK-GRP-QTD-LIGADOS(WRK-QT-GRUPOS)
                                      WRK-GRP-IDX-PIOR(WRK-QT-GRUPOS)
                                      WRK-GRP-EXPOSICAO(WRK-QT-GRUPOS)
                                      WRK-GRP-PROVISAO(WRK-QT-GRUPOS)
           END-IF.

           SET WRK-VINCULO-NAO TO TRUE.
           PERFORM 0612-COMPARA-VINCULO
               VARYING WRK-IDX-VIN FROM 1 BY 1
               UNTIL WRK-IDX-VIN GREATER WRK-QT-VINCULOS
                  OR WRK-VINCULO-SIM.
           IF WRK-VINCULO-SIM
               GO TO 0610-GUARDA-VINCULO-LER
           END-IF.

           IF WRK-QT-VINCULOS NOT LESS 2000
               ADD 1 TO ACU-VINCULOS-FORA
               GO TO 0610-GUARDA-VINCULO-LER
           END-IF.

           ADD 1 TO WRK-QT-VINCULOS.
           MOVE WRK-IDX-GRP-ACHADO TO WRK-VIN-IDX-GRP(WRK-QT-VINCULOS).
           MOVE WRK-IDX-LIGADO  TO WRK-VIN-IDX-LIGADO(WRK-QT-VINCULOS).
           MOVE REL-TIPO        TO WRK-VIN-TIPO(WRK-QT-VINCULOS).
           ADD 1 TO WRK-GRP-QTD-LIGADOS(WRK-IDX-GRP-ACHADO).

       0610-GUARDA-VINCULO-LER.
           READ RELACOES.

       0610-GUARDA-VINCULO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0611-COMPARA-GRUPO                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-GRP-IDX-PJ(WRK-IDX-GRP) EQUAL WRK-IDX-PJ
               MOVE WRK-IDX-GRP TO WRK-IDX-GRP-ACHADO
           END-IF.

       0611-COMPARA-GRUPO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0612-COMPARA-VINCULO                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-VIN-IDX-GRP(WRK-IDX-VIN) EQUAL WRK-IDX-GRP-ACHADO
              AND WRK-VIN-IDX-LIGADO(WRK-IDX-VIN) EQUAL WRK-IDX-LIGADO
               SET WRK-VINCULO-SIM TO TRUE
           END-IF.

       0612-COMPARA-VINCULO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    CLASSIFICACAO - EXPOSICAO PROPRIA, EXPOSICAO DOS GRUPOS,
      *    FAIXA (A MAIOR ENTRE A PROPRIA E A DOS GRUPOS DO CLIENTE),
      *    GRAU, PROVISAO E TOTAIS POR GRAU, AGENCIA, REGIAO E GRUPO
      *-----------------------------------------------------------------
       0700-CLASSIFICA                           SECTION.
      *-----------------------------------------------------------------

           PERFORM 0710-EXPOSICAO-PROPRIA
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL WRK-IDX-CLI GREATER WRK-QT-CLIENTES.

           PERFORM 0720-EXPOSICAO-GRUPO
               VARYING WRK-IDX-GRP FROM 1 BY 1
               UNTIL WRK-IDX-GRP GREATER WRK-QT-GRUPOS.
           PERFORM 0721-SOMA-LIGADO
               VARYING WRK-IDX-VIN FROM 1 BY 1
               UNTIL WRK-IDX-VIN GREATER WRK-QT-VINCULOS.
           PERFORM 0722-FAIXA-PJ
               VARYING WRK-IDX-GRP FROM 1 BY 1
               UNTIL WRK-IDX-GRP GREATER WRK-QT-GRUPOS.
           PERFORM 0723-FAIXA-LIGADO
               VARYING WRK-IDX-VIN FROM 1 BY 1
               UNTIL WRK-IDX-VIN GREATER WRK-QT-VINCULOS.

           PERFORM 0730-CLASSIFICA-CLIENTE
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL WRK-IDX-CLI GREATER WRK-QT-CLIENTES.

           PERFORM 0740-PIOR-PJ
               VARYING WRK-IDX-GRP FROM 1 BY 1
               UNTIL WRK-IDX-GRP GREATER WRK-QT-GRUPOS.
           PERFORM 0741-PIOR-LIGADO
               VARYING WRK-IDX-VIN FROM 1 BY 1
               UNTIL WRK-IDX-VIN GREATER WRK-QT-VINCULOS.

       0700-CLASSIFICA-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0710-EXPOSICAO-PROPRIA                    SECTION.
      *-----------------------------------------------------------------

           COMPUTE WRK-CLI-EXPOSICAO(WRK-IDX-CLI) =
               WRK-CLI-CHEQUE-ESPECIAL(WRK-IDX-CLI)
             + WRK-CLI-FATURAS(WRK-IDX-CLI).
           MOVE WRK-CLI-EXPOSICAO(WRK-IDX-CLI)
                              TO WRK-CLI-EXPOSICAO-BASE(WRK-IDX-CLI).

       0710-EXPOSICAO-PROPRIA-FIM.               EXIT.

      *-----------------------------------------------------------------
       0720-EXPOSICAO-GRUPO                      SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-GRP-IDX-PJ(WRK-IDX-GRP) TO WRK-IDX-PJ.
           MOVE WRK-CLI-EXPOSICAO(WRK-IDX-PJ)
                              TO WRK-GRP-EXPOSICAO(WRK-IDX-GRP).

       0720-EXPOSICAO-GRUPO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0721-SOMA-LIGADO                          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-VIN-IDX-GRP(WRK-IDX-VIN)    TO WRK-IDX-GRP.
           MOVE WRK-VIN-IDX-LIGADO(WRK-IDX-VIN) TO WRK-IDX-LIGADO.
           ADD WRK-CLI-EXPOSICAO(WRK-IDX-LIGADO)
                              TO WRK-GRP-EXPOSICAO(WRK-IDX-GRP).

       0721-SOMA-LIGADO-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0722-FAIXA-PJ                             SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-GRP-IDX-PJ(WRK-IDX-GRP) TO WRK-IDX-PJ.
           IF WRK-GRP-EXPOSICAO(WRK-IDX-GRP) GREATER
                              WRK-CLI-EXPOSICAO-BASE(WRK-IDX-PJ)
               MOVE WRK-GRP-EXPOSICAO(WRK-IDX-GRP)
                              TO WRK-CLI-EXPOSICAO-BASE(WRK-IDX-PJ)
           END-IF.

       0722-FAIXA-PJ-FIM.                        EXIT.

      *-----------------------------------------------------------------
       0723-FAIXA-LIGADO                         SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-VIN-IDX-GRP(WRK-IDX-VIN)    TO WRK-IDX-GRP.
           MOVE WRK-VIN-IDX-LIGADO(WRK-IDX-VIN) TO WRK-IDX-LIGADO.
           IF WRK-GRP-EXPOSICAO(WRK-IDX-GRP) GREATER
                              WRK-CLI-EXPOSICAO-BASE(WRK-IDX-LIGADO)
               MOVE WRK-GRP-EXPOSICAO(WRK-IDX-GRP)
                              TO WRK-CLI-EXPOSICAO-BASE(WRK-IDX-LIGADO)
           END-IF.

       0723-FAIXA-LIGADO-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    SO E CLASSIFICADO QUEM TEM EXPOSICAO; O GRAU E O PRIMEIRO
      *    DA TABELA QUE ACEITA OS DIAS DE ATRASO E A FAIXA - NENHUM
      *    ACEITANDO, O ULTIMO (PIOR)
      *-----------------------------------------------------------------
       0730-CLASSIFICA-CLIENTE                   SECTION.
      *-----------------------------------------------------------------

           IF WRK-CLI-EXPOSICAO(WRK-IDX-CLI) NOT GREATER ZEROS
               GO TO 0730-CLASSIFICA-CLIENTE-FIM
           END-IF.

           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM 0731-TESTA-GRAU
               VARYING WRK-IDX-GRAU FROM 1 BY 1
               UNTIL WRK-IDX-GRAU GREATER WRK-QT-GRAUS
                  OR WRK-IDX-ACHADO GREATER ZEROS.
           IF WRK-IDX-ACHADO EQUAL ZEROS
               MOVE WRK-QT-GRAUS TO WRK-IDX-ACHADO
           END-IF.

           MOVE WRK-IDX-ACHADO TO WRK-CLI-IDX-GRAU(WRK-IDX-CLI)
                                  WRK-IDX-GRAU.
           COMPUTE WRK-CLI-PROVISAO(WRK-IDX-CLI) ROUNDED =
               WRK-CLI-EXPOSICAO(WRK-IDX-CLI)
             * WRK-GRA-PERC-PROVISAO(WRK-IDX-GRAU) / 100.

           ADD 1 TO ACU-CLASSIFICADOS.
           ADD 1 TO WRK-GRA-QTD(WRK-IDX-GRAU)
                    WRK-TOT-QTD.
           ADD WRK-CLI-EXPOSICAO(WRK-IDX-CLI)
                            TO WRK-GRA-EXPOSICAO(WRK-IDX-GRAU)
                               WRK-TOT-EXPOSICAO.
           ADD WRK-CLI-PROVISAO(WRK-IDX-CLI)
                            TO WRK-GRA-PROVISAO(WRK-IDX-GRAU)
                               WRK-TOT-PROVISAO.

           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM 0732-COMPARA-AGENCIA
               VARYING WRK-IDX-AGE FROM 1 BY 1
               UNTIL WRK-IDX-AGE GREATER WRK-QT-AGENCIAS
                  OR WRK-IDX-ACHADO GREATER ZEROS.
           MOVE WRK-IDX-ACHADO TO WRK-CLI-IDX-AGE(WRK-IDX-CLI).

           IF WRK-IDX-ACHADO EQUAL ZEROS
               ADD 1 TO WRK-SAG-QTD
               ADD WRK-CLI-EXPOSICAO(WRK-IDX-CLI) TO WRK-SAG-EXPOSICAO
               ADD WRK-CLI-PROVISAO(WRK-IDX-CLI)  TO WRK-SAG-PROVISAO
               GO TO 0730-CLASSIFICA-CLIENTE-FIM
           END-IF.

           MOVE WRK-IDX-ACHADO               TO WRK-IDX-AGE.
           MOVE WRK-AGE-IDX-REG(WRK-IDX-AGE) TO WRK-IDX-REG.
           ADD 1 TO WRK-AGE-QTD(WRK-IDX-AGE)
                    WRK-REG-QTD(WRK-IDX-REG).
           ADD WRK-CLI-EXPOSICAO(WRK-IDX-CLI)
                            TO WRK-AGE-EXPOSICAO(WRK-IDX-AGE)
                               WRK-REG-EXPOSICAO(WRK-IDX-REG).
           ADD WRK-CLI-PROVISAO(WRK-IDX-CLI)
                            TO WRK-AGE-PROVISAO(WRK-IDX-AGE)
                               WRK-REG-PROVISAO(WRK-IDX-REG).

       0730-CLASSIFICA-CLIENTE-FIM.              EXIT.

      *-----------------------------------------------------------------
       0731-TESTA-GRAU                           SECTION.
      *-----------------------------------------------------------------

           IF WRK-CLI-DIAS-ATRASO(WRK-IDX-CLI) NOT GREATER
                              WRK-GRA-DIAS-MAX(WRK-IDX-GRAU)
              AND (WRK-GRA-EXPOSICAO-MAX(WRK-IDX-GRAU) EQUAL ZEROS
               OR WRK-CLI-EXPOSICAO-BASE(WRK-IDX-CLI) NOT GREATER
                              WRK-GRA-EXPOSICAO-MAX(WRK-IDX-GRAU))
               MOVE WRK-IDX-GRAU TO WRK-IDX-ACHADO
           END-IF.

       0731-TESTA-GRAU-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0732-COMPARA-AGENCIA                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-AGE-CODIGO(WRK-IDX-AGE) EQUAL
                              WRK-CLI-AGENCIA(WRK-IDX-CLI)
               MOVE WRK-IDX-AGE TO WRK-IDX-ACHADO
           END-IF.

       0732-COMPARA-AGENCIA-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    PIOR GRAU E PROVISAO DO GRUPO (PJ MAIS LIGADOS)
      *-----------------------------------------------------------------
       0740-PIOR-PJ                              SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-GRP-IDX-PJ(WRK-IDX-GRP) TO WRK-IDX-PJ.
           MOVE WRK-CLI-IDX-GRAU(WRK-IDX-PJ)
                              TO WRK-GRP-IDX-PIOR(WRK-IDX-GRP).
           MOVE WRK-CLI-PROVISAO(WRK-IDX-PJ)
                              TO WRK-GRP-PROVISAO(WRK-IDX-GRP).

       0740-PIOR-PJ-FIM.                         EXIT.

      *-----------------------------------------------------------------
       0741-PIOR-LIGADO                          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-VIN-IDX-GRP(WRK-IDX-VIN)    TO WRK-IDX-GRP.
           MOVE WRK-VIN-IDX-LIGADO(WRK-IDX-VIN) TO WRK-IDX-LIGADO.
           ADD WRK-CLI-PROVISAO(WRK-IDX-LIGADO)
                              TO WRK-GRP-PROVISAO(WRK-IDX-GRP).
           IF WRK-CLI-IDX-GRAU(WRK-IDX-LIGADO) GREATER
                              WRK-GRP-IDX-PIOR(WRK-IDX-GRP)
               MOVE WRK-CLI-IDX-GRAU(WRK-IDX-LIGADO)
                              TO WRK-GRP-IDX-PIOR(WRK-IDX-GRP)
           END-IF.

       0741-PIOR-LIGADO-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    HISTORICO - GUARDA O GRAU DA COMPETENCIA ANTERIOR, COPIA O
      *    QUE NAO E DESTA COMPETENCIA PARA O RISCOTMP, ACRESCENTA AS
      *    LINHAS DE AGORA E DEVOLVE TUDO AO RISCOHIST
      *-----------------------------------------------------------------
       0800-HISTORICO                            SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT RISCOTMP.
           IF FS-RISCOTMP NOT EQUAL 00
               DISPLAY "RISCOTMP.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-RISCOTMP WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT RISCOHIST.
           IF FS-RISCOHIST EQUAL 00
               READ RISCOHIST INTO REG-RISCOHIS
               PERFORM 0810-COPIA-HISTORICO
                   UNTIL FS-RISCOHIST NOT EQUAL 00
               CLOSE RISCOHIST
           END-IF.

           PERFORM 0820-GRAVA-ATUAL
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL WRK-IDX-CLI GREATER WRK-QT-CLIENTES.

           CLOSE RISCOTMP.

           OPEN INPUT  RISCOTMP.
           OPEN OUTPUT RISCOHIST.
           IF FS-RISCOHIST NOT EQUAL 00
               DISPLAY "RISCOHIST.txt NAO ATUALIZADO!"
               CALL "FSTATUS" USING FS-RISCOHIST WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               CLOSE RISCOTMP
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           READ RISCOTMP.
           PERFORM 0830-DEVOLVE-HISTORICO
               UNTIL FS-RISCOTMP NOT EQUAL 00.

           CLOSE RISCOTMP.
           CLOSE RISCOHIST.

       0800-HISTORICO-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0810-COPIA-HISTORICO                      SECTION.
      *-----------------------------------------------------------------

           IF RSH-COMPETENCIA EQUAL WRK-COMP-ANTERIOR
               MOVE RSH-REG-ID TO WRK-ID-BUSCA
               PERFORM 0320-LOCALIZA-CLIENTE
               IF WRK-IDX-ACHADO GREATER ZEROS
                   MOVE RSH-GRAU
                          TO WRK-CLI-GRAU-ANTERIOR(WRK-IDX-ACHADO)
               END-IF
           END-IF.

           IF RSH-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
               WRITE REG-RISCOTMP FROM REG-RISCOHIS
           END-IF.

           READ RISCOHIST INTO REG-RISCOHIS.

       0810-COPIA-HISTORICO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0820-GRAVA-ATUAL                          SECTION.
      *-----------------------------------------------------------------

           IF WRK-CLI-IDX-GRAU(WRK-IDX-CLI) EQUAL ZEROS
               GO TO 0820-GRAVA-ATUAL-FIM
           END-IF.

           MOVE WRK-CLI-IDX-GRAU(WRK-IDX-CLI) TO WRK-IDX-GRAU.
           MOVE WRK-COMPETENCIA                TO RSH-COMPETENCIA.
           MOVE WRK-CLI-ID(WRK-IDX-CLI)        TO RSH-REG-ID.
           MOVE WRK-GRA-GRAU(WRK-IDX-GRAU)     TO RSH-GRAU.
           MOVE WRK-CLI-DIAS-ATRASO(WRK-IDX-CLI) TO RSH-DIAS-ATRASO.
           MOVE WRK-CLI-EXPOSICAO(WRK-IDX-CLI) TO RSH-EXPOSICAO.
           MOVE WRK-CLI-PROVISAO(WRK-IDX-CLI)  TO RSH-PROVISAO.
           WRITE REG-RISCOTMP FROM REG-RISCOHIS.

       0820-GRAVA-ATUAL-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0830-DEVOLVE-HISTORICO                    SECTION.
      *-----------------------------------------------------------------

           WRITE REG-RISCOHIST FROM REG-RISCOTMP.
           READ RISCOTMP.

       0830-DEVOLVE-HISTORICO-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    RELATORIO - CLIENTES POR REGIAO E AGENCIA, RESUMO POR GRAU,
      *    GRUPOS ECONOMICOS E MIGRACAO DE GRAU
      *-----------------------------------------------------------------
       0900-RELATORIO                            SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES TO WRK-LIN-TEXTO.
           STRING "EXPOSICAO CONSOLIDADA E RISCO DE CREDITO - "
                  "COMPETENCIA " WRK-COMPETENCIA
                  " - DATA-BASE " WRK-DATA-BASE
                  DELIMITED BY SIZE INTO WRK-LIN-TEXTO.
           WRITE REG-RELRISCO FROM WRK-LIN-TEXTO.
           WRITE REG-RELRISCO FROM WRK-LIN-BRANCO.

           PERFORM 0910-IMPRIME-REGIAO
               VARYING WRK-IDX-REG FROM 1 BY 1
               UNTIL WRK-IDX-REG GREATER WRK-QT-REGIOES.

           IF WRK-SAG-QTD GREATER ZEROS
               MOVE "SEM AGENCIA CADASTRADA" TO WRK-LIN-TEXTO
               WRITE REG-RELRISCO FROM WRK-LIN-TEXTO
               WRITE REG-RELRISCO FROM WRK-LIN-CABEC
               MOVE ZEROS TO WRK-IDX-AGE
               PERFORM 0930-LINHA-CLIENTE
                   VARYING WRK-IDX-CLI FROM 1 BY 1
                   UNTIL WRK-IDX-CLI GREATER WRK-QT-CLIENTES
               MOVE "TOTAL SEM AGENCIA"  TO WRK-LTT-TITULO
               MOVE WRK-SAG-QTD          TO WRK-LTT-QTD
               MOVE WRK-SAG-EXPOSICAO    TO WRK-LTT-EXPOSICAO
               MOVE WRK-SAG-PROVISAO     TO WRK-LTT-PROVISAO
               WRITE REG-RELRISCO FROM WRK-LIN-TOTAL
               WRITE REG-RELRISCO FROM WRK-LIN-BRANCO
           END-IF.

           MOVE "TOTAL GERAL"           TO WRK-LTT-TITULO.
           MOVE WRK-TOT-QTD             TO WRK-LTT-QTD.
           MOVE WRK-TOT-EXPOSICAO       TO WRK-LTT-EXPOSICAO.
           MOVE WRK-TOT-PROVISAO        TO WRK-LTT-PROVISAO.
           WRITE REG-RELRISCO FROM WRK-LIN-TOTAL.

           PERFORM 0950-RESUMO-GRAUS.
           PERFORM 0960-GRUPOS.
           PERFORM 0970-MIGRACAO.

       0900-RELATORIO-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0910-IMPRIME-REGIAO                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-REG-QTD(WRK-IDX-REG) EQUAL ZEROS
               GO TO 0910-IMPRIME-REGIAO-FIM
           END-IF.

           MOVE SPACES TO WRK-LIN-TEXTO.
           STRING "REGIAO " WRK-REG-NOME(WRK-IDX-REG)
                  DELIMITED BY SIZE INTO WRK-LIN-TEXTO.
           WRITE REG-RELRISCO FROM WRK-LIN-TEXTO.

           PERFORM 0920-IMPRIME-AGENCIA
               VARYING WRK-IDX-AGE FROM 1 BY 1
               UNTIL WRK-IDX-AGE GREATER WRK-QT-AGENCIAS.

           MOVE SPACES TO WRK-LTT-TITULO.
           STRING "TOTAL REGIAO " WRK-REG-NOME(WRK-IDX-REG)
                  DELIMITED BY SIZE INTO WRK-LTT-TITULO.
           MOVE WRK-REG-QTD(WRK-IDX-REG)       TO WRK-LTT-QTD.
           MOVE WRK-REG-EXPOSICAO(WRK-IDX-REG) TO WRK-LTT-EXPOSICAO.
           MOVE WRK-REG-PROVISAO(WRK-IDX-REG)  TO WRK-LTT-PROVISAO.
           WRITE REG-RELRISCO FROM WRK-LIN-TOTAL.
           WRITE REG-RELRISCO FROM WRK-LIN-BRANCO.

       0910-IMPRIME-REGIAO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0920-IMPRIME-AGENCIA                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-AGE-IDX-REG(WRK-IDX-AGE) NOT EQUAL WRK-IDX-REG
              OR WRK-AGE-QTD(WRK-IDX-AGE) EQUAL ZEROS
               GO TO 0920-IMPRIME-AGENCIA-FIM
           END-IF.

           MOVE SPACES TO WRK-LIN-TEXTO.
           STRING "  AGENCIA " WRK-AGE-CODIGO(WRK-IDX-AGE)
                  " - " WRK-AGE-NOME(WRK-IDX-AGE)
                  DELIMITED BY SIZE INTO WRK-LIN-TEXTO.
           WRITE REG-RELRISCO FROM WRK-LIN-TEXTO.
           WRITE REG-RELRISCO FROM WRK-LIN-CABEC.

           PERFORM 0930-LINHA-CLIENTE
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL WRK-IDX-CLI GREATER WRK-QT-CLIENTES.

           MOVE SPACES TO WRK-LTT-TITULO.
           STRING "TOTAL AGENCIA " WRK-AGE-CODIGO(WRK-IDX-AGE)
                  DELIMITED BY SIZE INTO WRK-LTT-TITULO.
           MOVE WRK-AGE-QTD(WRK-IDX-AGE)       TO WRK-LTT-QTD.
           MOVE WRK-AGE-EXPOSICAO(WRK-IDX-AGE) TO WRK-LTT-EXPOSICAO.
           MOVE WRK-AGE-PROVISAO(WRK-IDX-AGE)  TO WRK-LTT-PROVISAO.
           WRITE REG-RELRISCO FROM WRK-LIN-TOTAL.

       0920-IMPRIME-AGENCIA-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    LINHA DO CLIENTE CLASSIFICADO DA AGENCIA WRK-IDX-AGE (ZERO =
      *    OS SEM AGENCIA CADASTRADA)
      *-----------------------------------------------------------------
       0930-LINHA-CLIENTE                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-CLI-IDX-GRAU(WRK-IDX-CLI) EQUAL ZEROS
              OR WRK-CLI-IDX-AGE(WRK-IDX-CLI) NOT EQUAL WRK-IDX-AGE
               GO TO 0930-LINHA-CLIENTE-FIM
           END-IF.

           MOVE WRK-CLI-IDX-GRAU(WRK-IDX-CLI)   TO WRK-IDX-GRAU.
           MOVE WRK-CLI-ID(WRK-IDX-CLI)         TO WRK-LCL-ID.
           MOVE WRK-CLI-NOME(WRK-IDX-CLI)       TO WRK-LCL-NOME.
           MOVE WRK-CLI-TIPO(WRK-IDX-CLI)       TO WRK-LCL-TIPO.
           MOVE WRK-CLI-CHEQUE-ESPECIAL(WRK-IDX-CLI)
                                                TO WRK-LCL-CHEQUE.
           MOVE WRK-CLI-FATURAS(WRK-IDX-CLI)    TO WRK-LCL-FATURAS.
           MOVE WRK-CLI-DIAS-ATRASO(WRK-IDX-CLI) TO WRK-LCL-DIAS.
           MOVE WRK-GRA-GRAU(WRK-IDX-GRAU)      TO WRK-LCL-GRAU.
           MOVE WRK-CLI-EXPOSICAO(WRK-IDX-CLI)  TO WRK-LCL-EXPOSICAO.
           MOVE WRK-GRA-PERC-PROVISAO(WRK-IDX-GRAU)
                                                TO WRK-LCL-PERC.
           MOVE WRK-CLI-PROVISAO(WRK-IDX-CLI)   TO WRK-LCL-PROVISAO.
           WRITE REG-RELRISCO FROM WRK-LIN-CLIENTE.

       0930-LINHA-CLIENTE-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0950-RESUMO-GRAUS                         SECTION.
      *-----------------------------------------------------------------

           WRITE REG-RELRISCO FROM WRK-LIN-BRANCO.
           MOVE "PROVISAO EXIGIDA POR GRAU" TO WRK-LIN-TEXTO.
           WRITE REG-RELRISCO FROM WRK-LIN-TEXTO.
           WRITE REG-RELRISCO FROM WRK-LIN-CABEC-GRAU.

           PERFORM 0951-LINHA-GRAU
               VARYING WRK-IDX-GRAU FROM 1 BY 1
               UNTIL WRK-IDX-GRAU GREATER WRK-QT-GRAUS.

       0950-RESUMO-GRAUS-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0951-LINHA-GRAU                           SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-GRA-GRAU(WRK-IDX-GRAU)      TO WRK-LGR-GRAU.
           MOVE WRK-GRA-DIAS-MAX(WRK-IDX-GRAU)  TO WRK-LGR-DIAS.
           IF WRK-GRA-EXPOSICAO-MAX(WRK-IDX-GRAU) EQUAL ZEROS
               MOVE "        SEM TETO"          TO WRK-LGR-TETO
           ELSE
               MOVE WRK-GRA-EXPOSICAO-MAX(WRK-IDX-GRAU)
                                                TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED                TO WRK-LGR-TETO
           END-IF.
           MOVE WRK-GRA-PERC-PROVISAO(WRK-IDX-GRAU)
                                                TO WRK-LGR-PERC.
           MOVE WRK-GRA-QTD(WRK-IDX-GRAU)       TO WRK-LGR-QTD.
           MOVE WRK-GRA-EXPOSICAO(WRK-IDX-GRAU) TO WRK-LGR-EXPOSICAO.
           MOVE WRK-GRA-PROVISAO(WRK-IDX-GRAU)  TO WRK-LGR-PROVISAO.
           WRITE REG-RELRISCO FROM WRK-LIN-GRAU.

       0951-LINHA-GRAU-FIM.                      EXIT.

      *-----------------------------------------------------------------
      *    GRUPOS ECONOMICOS COM EXPOSICAO - LINHA DA PJ COM O TOTAL
      *    DO GRUPO E UMA LINHA POR SOCIO/GARANTIDOR
      *-----------------------------------------------------------------
       0960-GRUPOS                               SECTION.
      *-----------------------------------------------------------------

           WRITE REG-RELRISCO FROM WRK-LIN-BRANCO.
           MOVE "GRUPOS ECONOMICOS (PJ + SOCIOS E GARANTIDORES ATIVOS)"
                                               TO WRK-LIN-TEXTO.
           WRITE REG-RELRISCO FROM WRK-LIN-TEXTO.

           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM 0961-LINHA-GRUPO
               VARYING WRK-IDX-GRP FROM 1 BY 1
               UNTIL WRK-IDX-GRP GREATER WRK-QT-GRUPOS.

           IF WRK-IDX-ACHADO EQUAL ZEROS
               MOVE "    NENHUM GRUPO COM EXPOSICAO" TO WRK-LIN-TEXTO
               WRITE REG-RELRISCO FROM WRK-LIN-TEXTO
           END-IF.

       0960-GRUPOS-FIM.                          EXIT.

      *-----------------------------------------------------------------
       0961-LINHA-GRUPO                          SECTION.
      *-----------------------------------------------------------------

           IF WRK-GRP-EXPOSICAO(WRK-IDX-GRP) NOT GREATER ZEROS
               GO TO 0961-LINHA-GRUPO-FIM
           END-IF.

           ADD 1 TO WRK-IDX-ACHADO.
           MOVE WRK-GRP-IDX-PJ(WRK-IDX-GRP)      TO WRK-IDX-PJ.
           MOVE WRK-CLI-ID(WRK-IDX-PJ)           TO WRK-LGP-ID.
           MOVE WRK-CLI-NOME(WRK-IDX-PJ)         TO WRK-LGP-NOME.
           MOVE WRK-GRP-QTD-LIGADOS(WRK-IDX-GRP) TO WRK-LGP-QTD.
           MOVE WRK-GRP-IDX-PIOR(WRK-IDX-GRP)    TO WRK-IDX-GRAU.
           MOVE WRK-GRA-GRAU(WRK-IDX-GRAU)       TO WRK-LGP-GRAU.
           MOVE WRK-GRP-EXPOSICAO(WRK-IDX-GRP)   TO WRK-LGP-EXPOSICAO.
           MOVE WRK-GRP-PROVISAO(WRK-IDX-GRP)    TO WRK-LGP-PROVISAO.
           WRITE REG-RELRISCO FROM WRK-LIN-GRUPO.

           MOVE "PJ"                             TO WRK-LMB-TIPO.
           MOVE WRK-IDX-PJ                       TO WRK-IDX-LIGADO.
           PERFORM 0963-IMPRIME-MEMBRO.

           PERFORM 0962-LINHA-MEMBRO
               VARYING WRK-IDX-VIN FROM 1 BY 1
               UNTIL WRK-IDX-VIN GREATER WRK-QT-VINCULOS.

       0961-LINHA-GRUPO-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0962-LINHA-MEMBRO                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-VIN-IDX-GRP(WRK-IDX-VIN) NOT EQUAL WRK-IDX-GRP
               GO TO 0962-LINHA-MEMBRO-FIM
           END-IF.

           IF WRK-VIN-TIPO(WRK-IDX-VIN) EQUAL "G"
               MOVE "GARANTIDOR"                 TO WRK-LMB-TIPO
           ELSE
               MOVE "SOCIO"                      TO WRK-LMB-TIPO
           END-IF.
           MOVE WRK-VIN-IDX-LIGADO(WRK-IDX-VIN)  TO WRK-IDX-LIGADO.
           PERFORM 0963-IMPRIME-MEMBRO.

       0962-LINHA-MEMBRO-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0963-IMPRIME-MEMBRO                       SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-CLI-ID(WRK-IDX-LIGADO)       TO WRK-LMB-ID.
           MOVE WRK-CLI-NOME(WRK-IDX-LIGADO)     TO WRK-LMB-NOME.
           IF WRK-CLI-IDX-GRAU(WRK-IDX-LIGADO) EQUAL ZEROS
               MOVE "--"                         TO WRK-LMB-GRAU
           ELSE
               MOVE WRK-CLI-IDX-GRAU(WRK-IDX-LIGADO) TO WRK-IDX-GRAU
               MOVE WRK-GRA-GRAU(WRK-IDX-GRAU)   TO WRK-LMB-GRAU
           END-IF.
           MOVE WRK-CLI-EXPOSICAO(WRK-IDX-LIGADO) TO WRK-LMB-EXPOSICAO.
           MOVE WRK-CLI-PROVISAO(WRK-IDX-LIGADO)  TO WRK-LMB-PROVISAO.
           WRITE REG-RELRISCO FROM WRK-LIN-MEMBRO.

       0963-IMPRIME-MEMBRO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    MIGRACAO DE GRAU CONTRA A COMPETENCIA ANTERIOR - PIORA,
      *    MELHORA, NOVO (SEM GRAU ANTERIOR) E SAIU (SEM EXPOSICAO)
      *-----------------------------------------------------------------
       0970-MIGRACAO                             SECTION.
      *-----------------------------------------------------------------

           WRITE REG-RELRISCO FROM WRK-LIN-BRANCO.
           MOVE SPACES TO WRK-LIN-TEXTO.
           STRING "MIGRACAO DE GRAU - COMPETENCIA ANTERIOR "
                  WRK-COMP-ANTERIOR
                  DELIMITED BY SIZE INTO WRK-LIN-TEXTO.
           WRITE REG-RELRISCO FROM WRK-LIN-TEXTO.
           WRITE REG-RELRISCO FROM WRK-LIN-CABEC-MIGRACAO.

           PERFORM 0971-LINHA-MIGRACAO
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL WRK-IDX-CLI GREATER WRK-QT-CLIENTES.

           IF ACU-MIGRACOES EQUAL ZEROS
               MOVE "    NENHUMA MIGRACAO DE GRAU" TO WRK-LIN-TEXTO
               WRITE REG-RELRISCO FROM WRK-LIN-TEXTO
           END-IF.

       0970-MIGRACAO-FIM.                        EXIT.

      *-----------------------------------------------------------------
       0971-LINHA-MIGRACAO                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-CLI-IDX-GRAU(WRK-IDX-CLI) EQUAL ZEROS
               IF WRK-CLI-GRAU-ANTERIOR(WRK-IDX-CLI) EQUAL SPACES
                   GO TO 0971-LINHA-MIGRACAO-FIM
               END-IF
               MOVE "--"               TO WRK-LMG-GRAU-ATU
               MOVE "SAIU"             TO WRK-SITUACAO-MIGRACAO
               GO TO 0971-LINHA-MIGRACAO-IMPRIME
           END-IF.

           MOVE WRK-CLI-IDX-GRAU(WRK-IDX-CLI) TO WRK-IDX-GRAU.
           MOVE WRK-GRA-GRAU(WRK-IDX-GRAU)    TO WRK-LMG-GRAU-ATU.

           IF WRK-CLI-GRAU-ANTERIOR(WRK-IDX-CLI) EQUAL
                              WRK-GRA-GRAU(WRK-IDX-GRAU)
               GO TO 0971-LINHA-MIGRACAO-FIM
           END-IF.

           IF WRK-CLI-GRAU-ANTERIOR(WRK-IDX-CLI) EQUAL SPACES
               MOVE "NOVO"             TO WRK-SITUACAO-MIGRACAO
               GO TO 0971-LINHA-MIGRACAO-IMPRIME
           END-IF.

           MOVE ZEROS TO WRK-IDX-GRAU-ANT.
           PERFORM 0972-POSICAO-ANTERIOR
               VARYING WRK-IDX-GRAU FROM 1 BY 1
               UNTIL WRK-IDX-GRAU GREATER WRK-QT-GRAUS
                  OR WRK-IDX-GRAU-ANT GREATER ZEROS.

           IF WRK-CLI-IDX-GRAU(WRK-IDX-CLI) GREATER WRK-IDX-GRAU-ANT
               MOVE "PIORA"            TO WRK-SITUACAO-MIGRACAO
               ADD 1 TO ACU-PIORAS
           ELSE
               MOVE "MELHORA"          TO WRK-SITUACAO-MIGRACAO
           END-IF.

       0971-LINHA-MIGRACAO-IMPRIME.
           ADD 1 TO ACU-MIGRACOES.
           MOVE WRK-CLI-ID(WRK-IDX-CLI)            TO WRK-LMG-ID.
           MOVE WRK-CLI-NOME(WRK-IDX-CLI)          TO WRK-LMG-NOME.
           MOVE WRK-CLI-AGENCIA(WRK-IDX-CLI)       TO WRK-LMG-AGENCIA.
           IF WRK-CLI-GRAU-ANTERIOR(WRK-IDX-CLI) EQUAL SPACES
               MOVE "--"                           TO WRK-LMG-GRAU-ANT
           ELSE
               MOVE WRK-CLI-GRAU-ANTERIOR(WRK-IDX-CLI)
                                                   TO WRK-LMG-GRAU-ANT
           END-IF.
           MOVE WRK-SITUACAO-MIGRACAO              TO WRK-LMG-SITUACAO.
           MOVE WRK-CLI-EXPOSICAO(WRK-IDX-CLI)     TO WRK-LMG-EXPOSICAO.
           WRITE REG-RELRISCO FROM WRK-LIN-MIGRACAO.

       0971-LINHA-MIGRACAO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    POSICAO DO GRAU ANTERIOR NA TABELA ATUAL - GRAU QUE SAIU DA
      *    TABELA CONTA COMO O MELHOR (A MUDANCA SAI COMO PIORA)
      *-----------------------------------------------------------------
       0972-POSICAO-ANTERIOR                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-GRA-GRAU(WRK-IDX-GRAU) EQUAL
                              WRK-CLI-GRAU-ANTERIOR(WRK-IDX-CLI)
               MOVE WRK-IDX-GRAU TO WRK-IDX-GRAU-ANT
           END-IF.

       0972-POSICAO-ANTERIOR-FIM.                EXIT.

      *-----------------------------------------------------------------
       0990-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE RELRISCO.

           MOVE "RELRISCO"             TO WRK-SPL-RELATORIO.
           MOVE "PRGRISCO"             TO WRK-SPL-PROGRAMA.
           MOVE WRK-CAMINHO-RELRISCO   TO WRK-SPL-ARQUIVO.
           MOVE "MATRIZ"               TO WRK-SPL-DESTINATARIO.
           CALL "SPOOLREG" USING WRK-SPOOL.

           MOVE WRK-TOT-EXPOSICAO      TO WRK-VALOR-ED.
           DISPLAY WRK-LINHA.
           DISPLAY "COMPETENCIA.........: " WRK-COMPETENCIA.
           DISPLAY "DATA-BASE...........: " WRK-DATA-BASE.
           DISPLAY "CLIENTES LIDOS......: " WRK-QT-CLIENTES.
           DISPLAY "CONTAS LIDAS........: " ACU-CONTAS-LIDAS.
           DISPLAY "FATURAS VENCIDAS....: " ACU-FATURAS-VENCIDAS.
           DISPLAY "CLIENTES COM RISCO..: " ACU-CLASSIFICADOS.
           DISPLAY "GRUPOS ECONOMICOS...: " WRK-QT-GRUPOS.
           DISPLAY "EXPOSICAO TOTAL.....: " WRK-VALOR-ED.
           MOVE WRK-TOT-PROVISAO       TO WRK-VALOR-ED.
           DISPLAY "PROVISAO EXIGIDA....: " WRK-VALOR-ED.
           DISPLAY "MIGRACOES DE GRAU...: " ACU-MIGRACOES.
           DISPLAY "  PARA GRAU PIOR....: " ACU-PIORAS.
           IF ACU-FATURAS-SEM-CLIENTE GREATER ZEROS
               DISPLAY "FATURAS SEM CLIENTE NO CADASTRO: "
                       ACU-FATURAS-SEM-CLIENTE
           END-IF.
           IF ACU-CLIENTES-FORA GREATER ZEROS
               DISPLAY "CLIENTES FORA (TABELA CHEIA - 3000): "
                       ACU-CLIENTES-FORA
           END-IF.
           IF ACU-VINCULOS-FORA GREATER ZEROS
               DISPLAY "VINCULOS FORA (TABELA CHEIA): "
                       ACU-VINCULOS-FORA
           END-IF.
           DISPLAY "RELATORIO GRAVADO...: " WRK-CAMINHO-RELRISCO.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           IF ACU-PIORAS GREATER ZEROS
              OR ACU-CLIENTES-FORA GREATER ZEROS
              OR ACU-VINCULOS-FORA GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0990-FINALIZAR-FIM.                       EXIT.
