       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGINFRE.
      *=================================================================
      * PROGRAMA   : PRGINFRE
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: INFORME ANUAL DE RENDIMENTOS E SALDOS PARA A
      *              DECLARACAO DE IMPOSTO DE RENDA DOS CLIENTES - UM
      *              INFORME POR CPF/CNPJ (REG-CPFCNPJ), JUNTANDO OS
      *              CADASTROS DO CLIENTES.dat COM O MESMO DOCUMENTO,
      *              COM TODAS AS CONTAS DO CONTAS.dat EM QUE ELE E
      *              TITULAR (CTA-REG-ID) OU SEGUNDO TITULAR ATIVO
      *              (TITULARES.txt):
      *              - SALDO EM 31/12 DO ANO ANTERIOR E DO ANO-
      *                CALENDARIO (ULTIMA FOTOGRAFIA DO SALDOHIST.txt
      *                ATE CADA DATA);
      *              - JUROS DA POUPANCA CREDITADOS NO ANO PELO
      *                PRGREMUN (CREDITOS DO MOVHIST.dat DE LOTE COM
      *                ORIGEM 9008 NO LOTECTL.txt);
      *              - APLICACOES EM CDB (CDBCONT.txt): POSICAO
      *                APLICADA EM CADA 31/12, RENDIMENTO BRUTO E
      *                IMPOSTO RETIDO DOS CONTRATOS RESGATADOS OU
      *                LIQUIDADOS NO ANO.
      *              OS INFORMES SAEM EM INFREND_AAAA.txt COM O BLOCO
      *              DE ENDERECO DE CORRESPONDENCIA DO CLIENTES.dat E
      *              O RESUMO DE CONTROLE (QUANTIDADE DE INFORMES E
      *              TOTAIS DECLARADOS) EM RELINFRE.txt - OS DOIS SAO
      *              CATALOGADOS NO SPOOL (SPOOLREG)
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  CLIENTES              INPUT                  #CLIREG
      *  CONTAS                INPUT                  #CONTAS
      *  TITULARES             INPUT                  #TITULAR
      *  SALDOHIST             INPUT                  #SALDHIST
      *  LOTECTL               INPUT                  #LOTECTL
      *  MOVHIST               INPUT                  #MOVHIST
      *  CDBCONT               INPUT                  #CDBCONT
      *  INFREND               OUTPUT
      *  RELINFRE              OUTPUT
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS / VALCTA / SPOOLREG
      *
      *-----------------------------------------------------------------
      * ALTERACOES.:
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O MOVHIST VIROU ARQUIVO INDEXADO (MOVHIST.dat) CHAVEADO POR
      *   AGENCIA+CONTA+DATA+LOTE+SEQ - A LEITURA CONTINUA
      *   SEQUENCIAL, AGORA PELA ORDEM DA CHAVE
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O MOVHIST PASSOU A GRAVAR A ORIGEM DO LOTE - CREDITO COM
      *   ORIGEM PREENCHIDA SO CONTA COMO JUROS SE A ORIGEM FOR 9008;
      *   HISTORICO SEM ORIGEM CONTINUA PELO NUMERO DO LOTE
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

           SELECT TITULARES             ASSIGN TO
                                        WRK-CAMINHO-TITULARES
               FILE STATUS              IS FS-TITULARES.

           SELECT SALDOHIST             ASSIGN TO
                                        WRK-CAMINHO-SALDHIST
               FILE STATUS              IS FS-SALDOHIST.

           SELECT LOTECTL               ASSIGN TO
                                        WRK-CAMINHO-LOTECTL
               FILE STATUS              IS FS-LOTECTL.

           SELECT MOVHIST               ASSIGN TO
                                        WRK-CAMINHO-MOVHIST
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS SEQUENTIAL
               RECORD KEY               IS MOV-CHAVE
               FILE STATUS              IS FS-MOVHIST.

           SELECT CDBCONT               ASSIGN TO
                                        WRK-CAMINHO-CDBCONT
               FILE STATUS              IS FS-CDBCONT.

           SELECT INFREND               ASSIGN TO
                                        WRK-CAMINHO-INFREND
               FILE STATUS              IS FS-INFREND.

           SELECT RELINFRE              ASSIGN TO
                                        WRK-CAMINHO-RELINFRE
               FILE STATUS              IS FS-RELINFRE.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

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
      *     INPUT -  TITULARES DAS CONTAS (TITULARES)
      *                               LRECL = 034
      *----------------------------------------------------------------*
       FD  TITULARES.
       COPY '#TITULAR'.

      *----------------------------------------------------------------*
      *     INPUT -  FOTOGRAFIA DIARIA DOS SALDOS (SALDOHIST)
      *                               LRECL = 029
      *----------------------------------------------------------------*
       FD  SALDOHIST.
       COPY '#SALDHIST'.

      *----------------------------------------------------------------*
      *     INPUT -  CONTROLE DE LOTES PROCESSADOS (LOTECTL)
      *                               LRECL = 018
      *----------------------------------------------------------------*
       FD  LOTECTL.
       COPY '#LOTECTL'.

      *----------------------------------------------------------------*
      *     INPUT -  HISTORICO DE MOVIMENTOS POSTADOS (MOVHIST)
      *                               LRECL = 046
      *----------------------------------------------------------------*
       FD  MOVHIST.
       COPY '#MOVHIST'.

      *----------------------------------------------------------------*
      *     INPUT -  CONTRATOS DE CDB (CDBCONT)
      *                               LRECL = 128
      *----------------------------------------------------------------*
       FD  CDBCONT.
       COPY '#CDBCONT'.

      *----------------------------------------------------------------*
      *     OUTPUT - INFORMES DE RENDIMENTOS DO ANO (INFREND)
      *                               LRECL = 080
      *----------------------------------------------------------------*
       FD  INFREND.
       01  REG-INFREND                  PIC X(080).

      *----------------------------------------------------------------*
      *     OUTPUT - RESUMO DE CONTROLE DA EMISSAO (RELINFRE)
      *                               LRECL = 132
      *----------------------------------------------------------------*
       FD  RELINFRE.
       01  REG-RELINFRE                 PIC X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-CLIENTES                  PIC 9(002).
       77  FS-CONTAS                    PIC 9(002).
       77  FS-TITULARES                 PIC 9(002).
       77  FS-SALDOHIST                 PIC 9(002).
       77  FS-LOTECTL                   PIC 9(002).
       77  FS-MOVHIST                   PIC 9(002).
       77  FS-CDBCONT                   PIC 9(002).
       77  FS-INFREND                   PIC 9(002).
       77  FS-RELINFRE                  PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-CONTAS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-TITULARES        PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-SALDHIST         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LOTECTL          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-MOVHIST          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CDBCONT          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-INFREND          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RELINFRE         PIC X(060)        VALUES SPACES.

      *-----------------------------------------------------------------
      *== AREA DE CHAMADA DO MODULO SPOOLREG (CATALOGO DE SPOOL)
      *-----------------------------------------------------------------
       01  WRK-SPOOL.
           05 WRK-SPL-RELATORIO         PIC X(012)        VALUES SPACES.
           05 WRK-SPL-PROGRAMA          PIC X(008)        VALUES SPACES.
           05 WRK-SPL-ARQUIVO           PIC X(060)        VALUES SPACES.
           05 WRK-SPL-DESTINATARIO      PIC X(020)        VALUES SPACES.

      *== AREA DE CHAMADA DO MODULO VALCTA (DV DE AGENCIA+CONTA)
       01  WRK-VALCTA.
           05 WRK-VCT-FUNCAO            PIC X(001)        VALUES "C".
           05 WRK-VCT-AGENCIA           PIC 9(004)        VALUES ZEROS.
           05 WRK-VCT-CONTA             PIC 9(005)        VALUES ZEROS.
           05 WRK-VCT-DV-INFORMADO      PIC 9(001)        VALUES ZEROS.
           05 WRK-VCT-DV-CALCULADO      PIC 9(001)        VALUES ZEROS.
           05 WRK-VCT-VALIDA            PIC X(001)        VALUES "N".
               88 WRK-VCT-OK                      VALUES "S".
               88 WRK-VCT-INVALIDA                VALUES "N".

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DO INFORME DE RENDIMENTOS *** '.
      *-----------------------------------------------------------------

      *== ANO-CALENDARIO E DATAS DE REFERENCIA
       01  WRK-ANO-BASE                 PIC 9(004)        VALUES ZEROS.
       01  WRK-ANO-BASE-X               PIC X(004)        VALUES SPACES.
       01  WRK-ANO-ANTERIOR             PIC 9(004)        VALUES ZEROS.
       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-HOJE-R              REDEFINES WRK-DATA-HOJE.
           05 WRK-HOJE-ANO              PIC 9(004).
           05 WRK-HOJE-MES-DIA          PIC 9(004).
       01  WRK-DATA-INICIO-ANO          PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-FIM-ANO             PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-FIM-ANTERIOR        PIC 9(008)        VALUES ZEROS.

      *== CLIENTES DO CADASTRO (COM O BLOCO DE ENDERECO)
       01  WRK-QT-CLIENTES              PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-CLI                  PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-OUTRO                PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-BUSCA                PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-DECLARANTE           PIC 9(004)        VALUES ZEROS.
       01  WRK-REG-ID-BUSCA             PIC 9(004)        VALUES ZEROS.
       01  WRK-CLIENTE-ACHADO           PIC X(001)        VALUES "N".
           88 WRK-CLIENTE-SIM                     VALUES "S".
           88 WRK-CLIENTE-NAO                     VALUES "N".
       01  WRK-TAB-CLIENTES.
           05 WRK-CLI-OCO               OCCURS 1000 TIMES.
               10 WRK-CLI-ID                PIC 9(04).
               10 WRK-CLI-NOME              PIC X(20).
               10 WRK-CLI-CPFCNPJ           PIC 9(14).
               10 WRK-CLI-SITUACAO          PIC X(01).
               10 WRK-CLI-ENDERECO          PIC X(30).
               10 WRK-CLI-NUMERO-END        PIC X(06).
               10 WRK-CLI-CIDADE            PIC X(20).
               10 WRK-CLI-UF                PIC X(02).
               10 WRK-CLI-CEP               PIC 9(08).
               10 WRK-CLI-TEM-CONTA         PIC X(01).
               10 WRK-CLI-EMITIDO           PIC X(01).

      *== CONTAS DO CADASTRO COM OS VALORES APURADOS DO ANO
       01  WRK-QT-CONTAS                PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-CONTA                PIC 9(004)        VALUES ZEROS.
       01  WRK-AGENCIA                  PIC 9(004)        VALUES ZEROS.
       01  WRK-CONTA                    PIC 9(005)        VALUES ZEROS.
       01  WRK-CONTA-ACHADA             PIC X(001)        VALUES "N".
           88 WRK-CONTA-SIM                       VALUES "S".
           88 WRK-CONTA-NAO                       VALUES "N".
       01  WRK-TAB-CONTAS.
           05 WRK-CTA-OCO               OCCURS 2000 TIMES.
               10 WRK-CTA-AGENCIA           PIC 9(04).
               10 WRK-CTA-CONTA             PIC 9(05).
               10 WRK-CTA-CPFCNPJ           PIC 9(14).
               10 WRK-CTA-SITUACAO          PIC X(01).
               10 WRK-CTA-TIPO              PIC X(02).
               10 WRK-CTA-DATA-ANT          PIC 9(08).
               10 WRK-CTA-SALDO-ANT         PIC S9(10)V99 COMP-3.
               10 WRK-CTA-DATA-ATU          PIC 9(08).
               10 WRK-CTA-SALDO-ATU         PIC S9(10)V99 COMP-3.
               10 WRK-CTA-JUROS             PIC 9(10)V99  COMP-3.
               10 WRK-CTA-CDB-ANT           PIC 9(10)V99  COMP-3.
               10 WRK-CTA-CDB-ATU           PIC 9(10)V99  COMP-3.
               10 WRK-CTA-CDB-RENDIMENTO    PIC 9(10)V99  COMP-3.
               10 WRK-CTA-CDB-IR            PIC 9(10)V99  COMP-3.

      *== SEGUNDOS TITULARES ATIVOS (CONTA -> DOCUMENTO)
       01  WRK-QT-TITULARES             PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-TIT                  PIC 9(003)        VALUES ZEROS.
       01  WRK-TAB-TITULARES.
           05 WRK-TIT-OCO               OCCURS 500 TIMES.
               10 WRK-TIT-IDX-CONTA         PIC 9(004).
               10 WRK-TIT-CPFCNPJ           PIC 9(014).

      *== LOTES DA REMUNERACAO DA POUPANCA (ORIGEM 9008)
       01  WRK-QT-LOTES                 PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-LOTE                 PIC 9(004)        VALUES ZEROS.
       01  WRK-LOTE-ACHADO              PIC X(001)        VALUES "N".
           88 WRK-LOTE-SIM                        VALUES "S".
           88 WRK-LOTE-NAO                        VALUES "N".
       01  WRK-TAB-LOTES.
           05 WRK-LOT-NUMERO            PIC 9(006) OCCURS 3000 TIMES.

      *== CONTAS DO INFORME EM EMISSAO
       01  WRK-CPFCNPJ-ATUAL            PIC 9(014)        VALUES ZEROS.
       01  WRK-PAPEL                    PIC X(012)        VALUES SPACES.
       01  WRK-QT-DCL                   PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-DCL                  PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-REPETIDA             PIC 9(003)        VALUES ZEROS.
       01  WRK-DCL-REPETIDA             PIC X(001)        VALUES "N".
           88 WRK-DCL-JA-LISTADA                  VALUES "S".
           88 WRK-DCL-NOVA                        VALUES "N".
       01  WRK-TAB-DCL.
           05 WRK-DCL-OCO               OCCURS 100 TIMES.
               10 WRK-DCL-IDX-CONTA         PIC 9(004).
               10 WRK-DCL-PAPEL             PIC X(012).
       01  WRK-QT-LINHAS-SECAO          PIC 9(003)        VALUES ZEROS.
       01  WRK-DV                       PIC 9(001)        VALUES ZEROS.
       01  WRK-CEP                      PIC 9(008)        VALUES ZEROS.
       01  WRK-CEP-R                    REDEFINES WRK-CEP.
           05 WRK-CEP-PREFIXO           PIC 9(005).
           05 WRK-CEP-SUFIXO            PIC 9(003).

      *== TOTAIS DO INFORME EM EMISSAO
       01  WRK-INF-TOTAIS.
           05 WRK-TOT-SALDO-ANT         PIC S9(12)V99 COMP-3.
           05 WRK-TOT-SALDO-ATU         PIC S9(12)V99 COMP-3.
           05 WRK-TOT-JUROS             PIC 9(12)V99  COMP-3.
           05 WRK-TOT-CDB-ANT           PIC 9(12)V99  COMP-3.
           05 WRK-TOT-CDB-ATU           PIC 9(12)V99  COMP-3.
           05 WRK-TOT-RENDIMENTO        PIC 9(12)V99  COMP-3.
           05 WRK-TOT-IR                PIC 9(12)V99  COMP-3.

      *== TOTAIS DECLARADOS NO ANO (SOMA DOS INFORMES)
       01  WRK-GER-TOTAIS.
           05 WRK-GER-SALDO-ANT         PIC S9(14)V99 COMP-3.
           05 WRK-GER-SALDO-ATU         PIC S9(14)V99 COMP-3.
           05 WRK-GER-JUROS             PIC 9(14)V99  COMP-3.
           05 WRK-GER-CDB-ANT           PIC 9(14)V99  COMP-3.
           05 WRK-GER-CDB-ATU           PIC 9(14)V99  COMP-3.
           05 WRK-GER-RENDIMENTO        PIC 9(14)V99  COMP-3.
           05 WRK-GER-IR                PIC 9(14)V99  COMP-3.

       01  ACU-FOTOGRAFIAS              PIC 9(007) COMP-3 VALUES ZEROS.
       01  ACU-CREDITOS-JUROS           PIC 9(007) COMP-3 VALUES ZEROS.
       01  ACU-CONTRATOS-CDB            PIC 9(007) COMP-3 VALUES ZEROS.
       01  ACU-INFORMES                 PIC 9(007) COMP-3 VALUES ZEROS.
       01  ACU-CONTAS-INFORMADAS        PIC 9(007) COMP-3 VALUES ZEROS.
       01  ACU-CADASTROS-JUNTADOS       PIC 9(007) COMP-3 VALUES ZEROS.
       01  ACU-SEM-CONTA                PIC 9(007) COMP-3 VALUES ZEROS.
       01  ACU-SEM-DOCUMENTO            PIC 9(007) COMP-3 VALUES ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)        VALUES
           '*** LINHAS DO INFORME ***'.
      *-----------------------------------------------------------------

       01  WRK-INF-SEPARA               PIC X(080)  VALUE ALL "=".
       01  WRK-INF-TRACO                PIC X(080)  VALUE ALL "-".
       01  WRK-INF-BRANCO               PIC X(080)  VALUE SPACES.

       01  WRK-INF-TITULO.
           05 FILLER                    PIC X(052)  VALUE
              "INFORME DE RENDIMENTOS FINANCEIROS - ANO-CALENDARIO ".
           05 WRK-INF-TIT-ANO           PIC 9(004).
           05 FILLER                    PIC X(024)  VALUE SPACES.

       01  WRK-INF-SUBTITULO            PIC X(080)  VALUE
           "DOCUMENTO DE APOIO A DECLARACAO DE AJUSTE ANUAL DO IMPOSTO
      -    " DE RENDA".

       01  WRK-INF-BENEFICIARIO.
           05 FILLER                    PIC X(018)  VALUE
              "BENEFICIARIO....: ".
           05 WRK-INF-NOME              PIC X(020).
           05 FILLER                    PIC X(004)  VALUE SPACES.
           05 FILLER                    PIC X(011)  VALUE
              "CPF/CNPJ.: ".
           05 WRK-INF-CPFCNPJ           PIC 9(014).
           05 FILLER                    PIC X(013)  VALUE SPACES.

       01  WRK-INF-ENDERECO-1.
           05 FILLER                    PIC X(018)  VALUE
              "ENDERECO........: ".
           05 WRK-INF-ENDERECO          PIC X(030).
           05 FILLER                    PIC X(002)  VALUE ", ".
           05 WRK-INF-NUMERO-END        PIC X(006).
           05 FILLER                    PIC X(024)  VALUE SPACES.

       01  WRK-INF-ENDERECO-2.
           05 FILLER                    PIC X(018)  VALUE SPACES.
           05 WRK-INF-CIDADE            PIC X(020).
           05 FILLER                    PIC X(003)  VALUE " - ".
           05 WRK-INF-UF                PIC X(002).
           05 FILLER                    PIC X(006)  VALUE "  CEP ".
           05 WRK-INF-CEP-PREFIXO       PIC 9(005).
           05 FILLER                    PIC X(001)  VALUE "-".
           05 WRK-INF-CEP-SUFIXO        PIC 9(003).
           05 FILLER                    PIC X(022)  VALUE SPACES.

       01  WRK-INF-SECAO                PIC X(080)  VALUE SPACES.

       01  WRK-INF-CABEC-SALDO.
           05 FILLER                    PIC X(038)  VALUE
              "AG./CONTA-DV  TP  TITULARIDADE".
           05 FILLER                    PIC X(006)  VALUE "31/12/".
           05 WRK-INF-CAB-ANO-ANT       PIC 9(004).
           05 FILLER                    PIC X(010)  VALUE SPACES.
           05 FILLER                    PIC X(006)  VALUE "31/12/".
           05 WRK-INF-CAB-ANO-ATU       PIC 9(004).
           05 FILLER                    PIC X(012)  VALUE SPACES.

       01  WRK-INF-SALDO.
           05 WRK-INF-AGENCIA           PIC 9(004).
           05 FILLER                    PIC X(001)  VALUE "/".
           05 WRK-INF-CONTA             PIC 9(005).
           05 FILLER                    PIC X(001)  VALUE "-".
           05 WRK-INF-DV                PIC 9(001).
           05 FILLER                    PIC X(002)  VALUE SPACES.
           05 WRK-INF-TIPO              PIC X(002).
           05 FILLER                    PIC X(002)  VALUE SPACES.
           05 WRK-INF-PAPEL             PIC X(012).
           05 FILLER                    PIC X(002)  VALUE SPACES.
           05 WRK-INF-SALDO-ANT         PIC -.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(004)  VALUE SPACES.
           05 WRK-INF-SALDO-ATU         PIC -.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(012)  VALUE SPACES.

       01  WRK-INF-TOTAL-SALDO.
           05 WRK-INF-TSD-ROTULO        PIC X(032).
           05 WRK-INF-TSD-ANT           PIC -.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(004)  VALUE SPACES.
           05 WRK-INF-TSD-ATU           PIC -.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(012)  VALUE SPACES.

       01  WRK-INF-VALOR.
           05 WRK-INF-VAL-AGENCIA       PIC 9(004).
           05 FILLER                    PIC X(001)  VALUE "/".
           05 WRK-INF-VAL-CONTA         PIC 9(005).
           05 FILLER                    PIC X(001)  VALUE "-".
           05 WRK-INF-VAL-DV            PIC 9(001).
           05 FILLER                    PIC X(002)  VALUE SPACES.
           05 WRK-INF-VAL-DESCRICAO     PIC X(038).
           05 WRK-INF-VAL-VALOR         PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(012)  VALUE SPACES.

       01  WRK-INF-TOTAL-VALOR.
           05 WRK-INF-TVL-ROTULO        PIC X(052).
           05 WRK-INF-TVL-VALOR         PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(012)  VALUE SPACES.

       01  WRK-INF-NADA                 PIC X(080)  VALUE
           "NADA A INFORMAR NO ANO-CALENDARIO".

       01  WRK-INF-RODAPE.
           05 FILLER                    PIC X(018)  VALUE
              "DATA DA EMISSAO.: ".
           05 WRK-INF-DATA-EMISSAO      PIC 9(008).
           05 FILLER                    PIC X(054)  VALUE SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)        VALUES
           '*** LINHAS DO RESUMO DE CONTROLE ***'.
      *-----------------------------------------------------------------

       01  WRK-REL-TITULO.
           05 FILLER                    PIC X(054)  VALUE
              "CONTROLE DOS INFORMES DE RENDIMENTOS - ANO-CALENDARIO ".
           05 WRK-REL-TIT-ANO           PIC 9(004).
           05 FILLER                    PIC X(074)  VALUE SPACES.

       01  WRK-REL-CABEC.
           05 FILLER                    PIC X(015)  VALUE
              "CPF/CNPJ".
           05 FILLER                    PIC X(021)  VALUE
              "NOME".
           05 FILLER                    PIC X(003)  VALUE
              "CTS".
           05 FILLER                    PIC X(017)  VALUE
              "   SALDO ANTERIOR".
           05 FILLER                    PIC X(017)  VALUE
              "      SALDO ATUAL".
           05 FILLER                    PIC X(017)  VALUE
              "   JUROS POUPANCA".
           05 FILLER                    PIC X(017)  VALUE
              "   RENDIMENTO CDB".
           05 FILLER                    PIC X(017)  VALUE
              "        IR RETIDO".
           05 FILLER                    PIC X(008)  VALUE SPACES.

       01  WRK-REL-DETALHE.
           05 WRK-REL-CPFCNPJ           PIC 9(014).
           05 FILLER                    PIC X(001)  VALUE SPACES.
           05 WRK-REL-NOME              PIC X(020).
           05 FILLER                    PIC X(001)  VALUE SPACES.
           05 WRK-REL-QT-CONTAS         PIC ZZ9.
           05 FILLER                    PIC X(001)  VALUE SPACES.
           05 WRK-REL-SALDO-ANT         PIC -.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001)  VALUE SPACES.
           05 WRK-REL-SALDO-ATU         PIC -.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001)  VALUE SPACES.
           05 WRK-REL-JUROS             PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001)  VALUE SPACES.
           05 WRK-REL-RENDIMENTO        PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001)  VALUE SPACES.
           05 WRK-REL-IR                PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(008)  VALUE SPACES.

       01  WRK-REL-RESUMO.
           05 WRK-REL-RES-ROTULO        PIC X(040).
           05 WRK-REL-RES-VALOR         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(073)  VALUE SPACES.

       01  WRK-REL-CONTADOR.
           05 WRK-REL-CNT-ROTULO        PIC X(040).
           05 WRK-REL-CNT-VALOR         PIC Z.ZZZ.ZZ9.
           05 FILLER                    PIC X(083)  VALUE SPACES.

       01  WRK-REL-SEM-DOCUMENTO.
           05 FILLER                    PIC X(040)  VALUE
              "SEM CPF/CNPJ - INFORME NAO EMITIDO: ".
           05 WRK-REL-SDC-ID            PIC 9(004).
           05 FILLER                    PIC X(001)  VALUE SPACES.
           05 WRK-REL-SDC-NOME          PIC X(020).
           05 FILLER                    PIC X(067)  VALUE SPACES.

       01  WRK-REL-BRANCO               PIC X(132)  VALUE SPACES.

       01  WRK-VALOR-ED                 PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

      *== BOOK DE MENSAGENS ERRO
       COPY "#BOOKMSG".

      *=================================================================
       PROCEDURE                                 DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       0001-PRINCIPAL                            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0100-INICIAR.
           PERFORM 0200-APURA-SALDOS.
           PERFORM 0300-APURA-JUROS.
           PERFORM 0400-APURA-APLICACOES.
           PERFORM 0500-EMISSAO.
           PERFORM 0600-RESUMO.
           PERFORM 0700-FINALIZAR.

       0001-PRINCIPAL-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DIR-DADOS FROM ENVIRONMENT "ATIVIDADE3_DIR".
           IF WRK-DIR-DADOS EQUAL SPACES
               MOVE "C:\ATIVIDADE3" TO WRK-DIR-DADOS
           END-IF.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CONTAS.dat"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CONTAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\TITULARES.txt"     DELIMITED BY SIZE
                  INTO WRK-CAMINHO-TITULARES.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\SALDOHIST.txt"     DELIMITED BY SIZE
                  INTO WRK-CAMINHO-SALDHIST.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\LOTECTL.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LOTECTL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\MOVHIST.dat"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-MOVHIST.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CDBCONT.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CDBCONT.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RELINFRE.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RELINFRE.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "==== INFORME ANUAL DE RENDIMENTOS ====".
           DISPLAY "ANO-CALENDARIO (AAAA, BRANCO=ANO ANTERIOR)?".
           ACCEPT WRK-ANO-BASE.
           IF WRK-ANO-BASE EQUAL ZEROS
               COMPUTE WRK-ANO-BASE = WRK-HOJE-ANO - 1
           END-IF.
           COMPUTE WRK-ANO-ANTERIOR      = WRK-ANO-BASE - 1.
           COMPUTE WRK-DATA-INICIO-ANO   = WRK-ANO-BASE * 10000 + 101.
           COMPUTE WRK-DATA-FIM-ANO      = WRK-ANO-BASE * 10000 + 1231.
           COMPUTE WRK-DATA-FIM-ANTERIOR =
                   WRK-ANO-ANTERIOR * 10000 + 1231.
           MOVE WRK-ANO-BASE TO WRK-ANO-BASE-X.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\INFREND_"          DELIMITED BY SIZE
                  WRK-ANO-BASE-X       DELIMITED BY SIZE
                  ".txt"               DELIMITED BY SIZE
                  INTO WRK-CAMINHO-INFREND.

           PERFORM 0110-CARREGA-CLIENTES.
           PERFORM 0120-CARREGA-CONTAS.
           PERFORM 0130-CARREGA-TITULARES.
           PERFORM 0140-CARREGA-LOTES.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
       0110-CARREGA-CLIENTES                     SECTION.
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
           START CLIENTES KEY NOT LESS REG-ID
               INVALID KEY
                   MOVE 10 TO FS-CLIENTES
           END-START.

           IF FS-CLIENTES EQUAL 00
               READ CLIENTES NEXT
               PERFORM 0111-GUARDA-CLIENTE
                   UNTIL FS-CLIENTES NOT EQUAL 00
           END-IF.

           CLOSE CLIENTES.

       0110-CARREGA-CLIENTES-FIM.                EXIT.

      *-----------------------------------------------------------------
       0111-GUARDA-CLIENTE                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-CLIENTES LESS 1000
               ADD 1 TO WRK-QT-CLIENTES
               MOVE REG-ID          TO WRK-CLI-ID(WRK-QT-CLIENTES)
               MOVE REG-NOME        TO WRK-CLI-NOME(WRK-QT-CLIENTES)
               MOVE REG-CPFCNPJ     TO WRK-CLI-CPFCNPJ(WRK-QT-CLIENTES)
               MOVE REG-SITUACAO-CLIENTE
                                    TO WRK-CLI-SITUACAO(WRK-QT-CLIENTES)
               MOVE REG-ENDERECO    TO WRK-CLI-ENDERECO(WRK-QT-CLIENTES)
               MOVE REG-NUMERO-END
                                  TO WRK-CLI-NUMERO-END(WRK-QT-CLIENTES)
               MOVE REG-CIDADE      TO WRK-CLI-CIDADE(WRK-QT-CLIENTES)
               MOVE REG-UF          TO WRK-CLI-UF(WRK-QT-CLIENTES)
               MOVE REG-CEP         TO WRK-CLI-CEP(WRK-QT-CLIENTES)
               MOVE "N"            TO WRK-CLI-TEM-CONTA(WRK-QT-CLIENTES)
               MOVE "N"              TO WRK-CLI-EMITIDO(WRK-QT-CLIENTES)
           ELSE
               DISPLAY "TABELA DE CLIENTES CHEIA (1000) - CLIENTE "
                   REG-ID " IGNORADO"
           END-IF.

           READ CLIENTES NEXT.

       0111-GUARDA-CLIENTE-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0120-CARREGA-CONTAS                       SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL 00
               DISPLAY "CONTAS.dat NAO ABERTO!"
               CALL "FSTATUS" USING FS-CONTAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
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
               PERFORM 0121-GUARDA-CONTA
                   UNTIL FS-CONTAS NOT EQUAL 00
           END-IF.

           CLOSE CONTAS.

       0120-CARREGA-CONTAS-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    O DOCUMENTO DO DONO (CTA-REG-ID) FICA NA TABELA DE CONTAS -
      *    DONO FORA DO CADASTRO FICA COM DOCUMENTO ZEROS
      *-----------------------------------------------------------------
       0121-GUARDA-CONTA                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-CONTAS NOT LESS 2000
               DISPLAY "TABELA DE CONTAS CHEIA (2000) - CONTA "
                   CTA-AGENCIA "/" CTA-CONTA " IGNORADA"
               GO TO 0121-GUARDA-CONTA-LER
           END-IF.

           ADD 1 TO WRK-QT-CONTAS.
           MOVE CTA-AGENCIA     TO WRK-CTA-AGENCIA(WRK-QT-CONTAS).
           MOVE CTA-CONTA       TO WRK-CTA-CONTA(WRK-QT-CONTAS).
           MOVE CTA-SITUACAO    TO WRK-CTA-SITUACAO(WRK-QT-CONTAS).
           MOVE CTA-TIPO-CONTA  TO WRK-CTA-TIPO(WRK-QT-CONTAS).
           MOVE ZEROS           TO WRK-CTA-CPFCNPJ(WRK-QT-CONTAS)
                                   WRK-CTA-DATA-ANT(WRK-QT-CONTAS)
                                   WRK-CTA-SALDO-ANT(WRK-QT-CONTAS)
                                   WRK-CTA-DATA-ATU(WRK-QT-CONTAS)
                                   WRK-CTA-SALDO-ATU(WRK-QT-CONTAS)
                                   WRK-CTA-JUROS(WRK-QT-CONTAS)
                                   WRK-CTA-CDB-ANT(WRK-QT-CONTAS)
                                   WRK-CTA-CDB-ATU(WRK-QT-CONTAS)
                                   WRK-CTA-CDB-RENDIMENTO(WRK-QT-CONTAS)
                                   WRK-CTA-CDB-IR(WRK-QT-CONTAS).

           MOVE CTA-REG-ID TO WRK-REG-ID-BUSCA.
           PERFORM 0150-ACHA-CLIENTE.
           IF WRK-CLIENTE-SIM
               MOVE WRK-CLI-CPFCNPJ(WRK-IDX-BUSCA)
                                    TO WRK-CTA-CPFCNPJ(WRK-QT-CONTAS)
               MOVE "S"             TO WRK-CLI-TEM-CONTA(WRK-IDX-BUSCA)
           END-IF.

       0121-GUARDA-CONTA-LER.
           READ CONTAS NEXT.

       0121-GUARDA-CONTA-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    ARQUIVO DE TITULARES AUSENTE = TODAS AS CONTAS INDIVIDUAIS
      *-----------------------------------------------------------------
       0130-CARREGA-TITULARES                    SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT TITULARES.
           IF FS-TITULARES NOT EQUAL 00
               GO TO 0130-CARREGA-TITULARES-FIM
           END-IF.

           READ TITULARES.
           PERFORM 0131-GUARDA-TITULAR
               UNTIL FS-TITULARES NOT EQUAL 00.

           CLOSE TITULARES.

       0130-CARREGA-TITULARES-FIM.               EXIT.

      *-----------------------------------------------------------------
       0131-GUARDA-TITULAR                       SECTION.
      *-----------------------------------------------------------------

           IF NOT TIT-ATIVO
              OR NOT TIT-SEGUNDO
               GO TO 0131-GUARDA-TITULAR-LER
           END-IF.

           IF WRK-QT-TITULARES NOT LESS 500
               DISPLAY "TABELA DE TITULARES CHEIA (500) - TITULAR "
                   TIT-REG-ID " DA CONTA " TIT-AGENCIA "/" TIT-CONTA
                   " IGNORADO"
               GO TO 0131-GUARDA-TITULAR-LER
           END-IF.

           MOVE TIT-AGENCIA TO WRK-AGENCIA.
           MOVE TIT-CONTA   TO WRK-CONTA.
           PERFORM 0160-ACHA-CONTA.
           IF WRK-CONTA-NAO
               GO TO 0131-GUARDA-TITULAR-LER
           END-IF.

           MOVE TIT-REG-ID TO WRK-REG-ID-BUSCA.
           PERFORM 0150-ACHA-CLIENTE.
           IF WRK-CLIENTE-NAO
               GO TO 0131-GUARDA-TITULAR-LER
           END-IF.

           ADD 1 TO WRK-QT-TITULARES.
           MOVE WRK-IDX-CONTA TO WRK-TIT-IDX-CONTA(WRK-QT-TITULARES).
           MOVE WRK-CLI-CPFCNPJ(WRK-IDX-BUSCA)
                              TO WRK-TIT-CPFCNPJ(WRK-QT-TITULARES).
           MOVE "S"           TO WRK-CLI-TEM-CONTA(WRK-IDX-BUSCA).

       0131-GUARDA-TITULAR-LER.
           READ TITULARES.

       0131-GUARDA-TITULAR-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    SO OS LOTES DA REMUNERACAO DA POUPANCA (ORIGEM 9008)
      *-----------------------------------------------------------------
       0140-CARREGA-LOTES                        SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT LOTECTL.
           IF FS-LOTECTL NOT EQUAL 00
               DISPLAY "LOTECTL AUSENTE - JUROS DA POUPANCA NAO "
                       "IDENTIFICADOS"
               GO TO 0140-CARREGA-LOTES-FIM
           END-IF.

           READ LOTECTL.
           PERFORM 0141-GUARDA-LOTE
               UNTIL FS-LOTECTL NOT EQUAL 00.

           CLOSE LOTECTL.

       0140-CARREGA-LOTES-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0141-GUARDA-LOTE                          SECTION.
      *-----------------------------------------------------------------

           IF LOT-ORIGEM EQUAL 9008
               IF WRK-QT-LOTES LESS 3000
                   ADD 1 TO WRK-QT-LOTES
                   MOVE LOT-NUMERO TO WRK-LOT-NUMERO(WRK-QT-LOTES)
               ELSE
                   DISPLAY "TABELA DE LOTES CHEIA (3000) - LOTE "
                       LOT-ORIGEM "/" LOT-NUMERO " IGNORADO"
               END-IF
           END-IF.

           READ LOTECTL.

       0141-GUARDA-LOTE-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    CLIENTE WRK-REG-ID-BUSCA NA TABELA (INDICE EM WRK-IDX-BUSCA)
      *-----------------------------------------------------------------
       0150-ACHA-CLIENTE                         SECTION.
      *-----------------------------------------------------------------

           SET WRK-CLIENTE-NAO TO TRUE.
           PERFORM 0151-COMPARA-CLIENTE
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA GREATER WRK-QT-CLIENTES
                  OR WRK-CLIENTE-SIM.

           IF WRK-CLIENTE-SIM
               SUBTRACT 1 FROM WRK-IDX-BUSCA
           END-IF.

       0150-ACHA-CLIENTE-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0151-COMPARA-CLIENTE                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-CLI-ID(WRK-IDX-BUSCA) EQUAL WRK-REG-ID-BUSCA
               SET WRK-CLIENTE-SIM TO TRUE
           END-IF.

       0151-COMPARA-CLIENTE-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    CONTA WRK-AGENCIA/WRK-CONTA NA TABELA (INDICE EM
      *    WRK-IDX-CONTA)
      *-----------------------------------------------------------------
       0160-ACHA-CONTA                           SECTION.
      *-----------------------------------------------------------------

           SET WRK-CONTA-NAO TO TRUE.
           PERFORM 0161-COMPARA-CONTA
               VARYING WRK-IDX-CONTA FROM 1 BY 1
               UNTIL WRK-IDX-CONTA GREATER WRK-QT-CONTAS
                  OR WRK-CONTA-SIM.

           IF WRK-CONTA-SIM
               SUBTRACT 1 FROM WRK-IDX-CONTA
           END-IF.

       0160-ACHA-CONTA-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0161-COMPARA-CONTA                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-CTA-AGENCIA(WRK-IDX-CONTA) EQUAL WRK-AGENCIA
              AND WRK-CTA-CONTA(WRK-IDX-CONTA) EQUAL WRK-CONTA
               SET WRK-CONTA-SIM TO TRUE
           END-IF.

       0161-COMPARA-CONTA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    SALDO EM 31/12 = ULTIMA FOTOGRAFIA DO SALDOHIST ATE A DATA
      *    (SO HA FOTOGRAFIA NOS DIAS COM POSTAGEM) - SEM FOTOGRAFIA
      *    ATE A DATA, SALDO ZERO
      *-----------------------------------------------------------------
       0200-APURA-SALDOS                         SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT SALDOHIST.
           IF FS-SALDOHIST NOT EQUAL 00
               DISPLAY "SALDOHIST NAO ABERTO!"
               CALL "FSTATUS" USING FS-SALDOHIST WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           READ SALDOHIST.
           PERFORM 0210-GUARDA-SALDO
               UNTIL FS-SALDOHIST NOT EQUAL 00.

           CLOSE SALDOHIST.

       0200-APURA-SALDOS-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0210-GUARDA-SALDO                         SECTION.
      *-----------------------------------------------------------------

           IF SDH-DATA GREATER WRK-DATA-FIM-ANO
               GO TO 0210-GUARDA-SALDO-LER
           END-IF.

           MOVE SDH-AGENCIA TO WRK-AGENCIA.
           MOVE SDH-CONTA   TO WRK-CONTA.
           PERFORM 0160-ACHA-CONTA.
           IF WRK-CONTA-NAO
               GO TO 0210-GUARDA-SALDO-LER
           END-IF.

           ADD 1 TO ACU-FOTOGRAFIAS.

           IF SDH-DATA NOT GREATER WRK-DATA-FIM-ANTERIOR
              AND SDH-DATA NOT LESS WRK-CTA-DATA-ANT(WRK-IDX-CONTA)
               MOVE SDH-DATA  TO WRK-CTA-DATA-ANT(WRK-IDX-CONTA)
               MOVE SDH-SALDO TO WRK-CTA-SALDO-ANT(WRK-IDX-CONTA)
           END-IF.

           IF SDH-DATA NOT LESS WRK-CTA-DATA-ATU(WRK-IDX-CONTA)
               MOVE SDH-DATA  TO WRK-CTA-DATA-ATU(WRK-IDX-CONTA)
               MOVE SDH-SALDO TO WRK-CTA-SALDO-ATU(WRK-IDX-CONTA)
           END-IF.

       0210-GUARDA-SALDO-LER.
           READ SALDOHIST.

       0210-GUARDA-SALDO-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    JUROS DA POUPANCA = CREDITOS DO ANO EM CONTA POUPANCA CUJO
      *    LOTE FOI GERADO PELO PRGREMUN (ORIGEM 9008 NO LOTECTL)
      *-----------------------------------------------------------------
       0300-APURA-JUROS                          SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-LOTES EQUAL ZEROS
               GO TO 0300-APURA-JUROS-FIM
           END-IF.

           OPEN INPUT MOVHIST.
           IF FS-MOVHIST NOT EQUAL 00
               DISPLAY "MOVHIST AUSENTE - JUROS DA POUPANCA NAO "
                       "APURADOS"
               GO TO 0300-APURA-JUROS-FIM
           END-IF.

           READ MOVHIST.
           PERFORM 0310-SOMA-JUROS
               UNTIL FS-MOVHIST NOT EQUAL 00.

           CLOSE MOVHIST.

       0300-APURA-JUROS-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0310-SOMA-JUROS                           SECTION.
      *-----------------------------------------------------------------

           IF MOV-DATA LESS WRK-DATA-INICIO-ANO
              OR MOV-DATA GREATER WRK-DATA-FIM-ANO
              OR MOV-TIPO-LANCAMENTO NOT EQUAL "C"
              OR MOV-ID-LOTE EQUAL ZEROS
               GO TO 0310-SOMA-JUROS-LER
           END-IF.

           SET WRK-LOTE-NAO TO TRUE.
           PERFORM 0311-COMPARA-LOTE
               VARYING WRK-IDX-LOTE FROM 1 BY 1
               UNTIL WRK-IDX-LOTE GREATER WRK-QT-LOTES
                  OR WRK-LOTE-SIM.
           IF WRK-LOTE-NAO
               GO TO 0310-SOMA-JUROS-LER
           END-IF.

           MOVE MOV-AGENCIA TO WRK-AGENCIA.
           MOVE MOV-CONTA   TO WRK-CONTA.
           PERFORM 0160-ACHA-CONTA.
           IF WRK-CONTA-NAO
               GO TO 0310-SOMA-JUROS-LER
           END-IF.

           IF WRK-CTA-TIPO(WRK-IDX-CONTA) NOT EQUAL "PP"
               GO TO 0310-SOMA-JUROS-LER
           END-IF.

           ADD MOV-VALOR TO WRK-CTA-JUROS(WRK-IDX-CONTA).
           ADD 1         TO ACU-CREDITOS-JUROS.

       0310-SOMA-JUROS-LER.
           READ MOVHIST.

       0310-SOMA-JUROS-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0311-COMPARA-LOTE                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-LOT-NUMERO(WRK-IDX-LOTE) EQUAL MOV-ID-LOTE
              AND (MOV-ORIGEM EQUAL ZEROS OR MOV-ORIGEM EQUAL 9008)
               SET WRK-LOTE-SIM TO TRUE
           END-IF.

       0311-COMPARA-LOTE-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    APLICACOES EM CDB: POSICAO EM CADA 31/12 PELO VALOR APLICADO
      *    DOS CONTRATOS EM CARTEIRA NA DATA (APLICADOS ATE A DATA E
      *    NAO RESGATADOS ATE ELA); RENDIMENTO BRUTO E IR RETIDO DOS
      *    CONTRATOS RESGATADOS OU LIQUIDADOS DENTRO DO ANO
      *-----------------------------------------------------------------
       0400-APURA-APLICACOES                     SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CDBCONT.
           IF FS-CDBCONT NOT EQUAL 00
               DISPLAY "CDBCONT AUSENTE - SEM APLICACOES A INFORMAR"
               GO TO 0400-APURA-APLICACOES-FIM
           END-IF.

           READ CDBCONT.
           PERFORM 0410-SOMA-APLICACAO
               UNTIL FS-CDBCONT NOT EQUAL 00.

           CLOSE CDBCONT.

       0400-APURA-APLICACOES-FIM.                EXIT.

      *-----------------------------------------------------------------
       0410-SOMA-APLICACAO                       SECTION.
      *-----------------------------------------------------------------

           IF CDB-PENDENTE
              OR CDB-CANCELADO
               GO TO 0410-SOMA-APLICACAO-LER
           END-IF.

           MOVE CDB-AGENCIA TO WRK-AGENCIA.
           MOVE CDB-CONTA   TO WRK-CONTA.
           PERFORM 0160-ACHA-CONTA.
           IF WRK-CONTA-NAO
               GO TO 0410-SOMA-APLICACAO-LER
           END-IF.

           ADD 1 TO ACU-CONTRATOS-CDB.

           IF CDB-DATA-APLICACAO NOT GREATER WRK-DATA-FIM-ANTERIOR
              AND (NOT CDB-ENCERRADO
                   OR CDB-DATA-RESGATE GREATER WRK-DATA-FIM-ANTERIOR)
               ADD CDB-VALOR-APLICADO
                                TO WRK-CTA-CDB-ANT(WRK-IDX-CONTA)
           END-IF.

           IF CDB-DATA-APLICACAO NOT GREATER WRK-DATA-FIM-ANO
              AND (NOT CDB-ENCERRADO
                   OR CDB-DATA-RESGATE GREATER WRK-DATA-FIM-ANO)
               ADD CDB-VALOR-APLICADO
                                TO WRK-CTA-CDB-ATU(WRK-IDX-CONTA)
           END-IF.

           IF CDB-ENCERRADO
              AND CDB-DATA-RESGATE NOT LESS WRK-DATA-INICIO-ANO
              AND CDB-DATA-RESGATE NOT GREATER WRK-DATA-FIM-ANO
               IF CDB-VALOR-BRUTO GREATER CDB-VALOR-APLICADO
                   COMPUTE WRK-CTA-CDB-RENDIMENTO(WRK-IDX-CONTA) =
                           WRK-CTA-CDB-RENDIMENTO(WRK-IDX-CONTA)
                         + CDB-VALOR-BRUTO - CDB-VALOR-APLICADO
               END-IF
               ADD CDB-VALOR-IR TO WRK-CTA-CDB-IR(WRK-IDX-CONTA)
           END-IF.

       0410-SOMA-APLICACAO-LER.
           READ CDBCONT.

       0410-SOMA-APLICACAO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0500-EMISSAO                              SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT INFREND.
           IF FS-INFREND NOT EQUAL 00
               DISPLAY "INFREND NAO ABERTO!"
               CALL "FSTATUS" USING FS-INFREND WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RELINFRE.

           MOVE WRK-ANO-BASE     TO WRK-INF-TIT-ANO
                                    WRK-INF-CAB-ANO-ATU
                                    WRK-REL-TIT-ANO.
           MOVE WRK-ANO-ANTERIOR TO WRK-INF-CAB-ANO-ANT.
           MOVE WRK-DATA-HOJE    TO WRK-INF-DATA-EMISSAO.

           WRITE REG-RELINFRE FROM WRK-REL-TITULO.
           WRITE REG-RELINFRE FROM WRK-REL-BRANCO.
           WRITE REG-RELINFRE FROM WRK-REL-CABEC.

           INITIALIZE WRK-GER-TOTAIS.

           PERFORM 0510-EMITE-INFORME
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL WRK-IDX-CLI GREATER WRK-QT-CLIENTES.

           CLOSE INFREND.

       0500-EMISSAO-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    UM INFORME POR DOCUMENTO: OS CADASTROS COM O MESMO CPF/CNPJ
      *    SAO JUNTADOS NUM SO, COM NOME E ENDERECO DO CADASTRO ATIVO
      *-----------------------------------------------------------------
       0510-EMITE-INFORME                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-CLI-EMITIDO(WRK-IDX-CLI) EQUAL "S"
              OR WRK-CLI-CPFCNPJ(WRK-IDX-CLI) EQUAL ZEROS
               GO TO 0510-EMITE-INFORME-FIM
           END-IF.

           MOVE WRK-CLI-CPFCNPJ(WRK-IDX-CLI) TO WRK-CPFCNPJ-ATUAL.
           MOVE WRK-IDX-CLI                  TO WRK-IDX-DECLARANTE.

           PERFORM 0520-MARCA-MESMO-DOCUMENTO
               VARYING WRK-IDX-OUTRO FROM WRK-IDX-CLI BY 1
               UNTIL WRK-IDX-OUTRO GREATER WRK-QT-CLIENTES.

           PERFORM 0530-MONTA-CONTAS.
           IF WRK-QT-DCL EQUAL ZEROS
               ADD 1 TO ACU-SEM-CONTA
               GO TO 0510-EMITE-INFORME-FIM
           END-IF.

           INITIALIZE WRK-INF-TOTAIS.
           PERFORM 0540-IMPRIME-INFORME.
           PERFORM 0590-LINHA-CONTROLE.

           ADD 1 TO ACU-INFORMES.

       0510-EMITE-INFORME-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0520-MARCA-MESMO-DOCUMENTO                SECTION.
      *-----------------------------------------------------------------

           IF WRK-CLI-CPFCNPJ(WRK-IDX-OUTRO) NOT EQUAL WRK-CPFCNPJ-ATUAL
               GO TO 0520-MARCA-MESMO-DOCUMENTO-FIM
           END-IF.

           MOVE "S" TO WRK-CLI-EMITIDO(WRK-IDX-OUTRO).

           IF WRK-IDX-OUTRO NOT EQUAL WRK-IDX-CLI
               ADD 1 TO ACU-CADASTROS-JUNTADOS
               IF WRK-CLI-SITUACAO(WRK-IDX-DECLARANTE) NOT EQUAL "A"
                  AND WRK-CLI-SITUACAO(WRK-IDX-OUTRO) EQUAL "A"
                   MOVE WRK-IDX-OUTRO TO WRK-IDX-DECLARANTE
               END-IF
           END-IF.

       0520-MARCA-MESMO-DOCUMENTO-FIM.           EXIT.

      *-----------------------------------------------------------------
      *    CONTAS DO DOCUMENTO: COMO TITULAR (DONO DA CONTA) E COMO
      *    SEGUNDO TITULAR ATIVO
      *-----------------------------------------------------------------
       0530-MONTA-CONTAS                         SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-QT-DCL.

           MOVE "TITULAR" TO WRK-PAPEL.
           PERFORM 0531-CONTA-TITULAR
               VARYING WRK-IDX-CONTA FROM 1 BY 1
               UNTIL WRK-IDX-CONTA GREATER WRK-QT-CONTAS.

           MOVE "CO-TITULAR" TO WRK-PAPEL.
           PERFORM 0532-CONTA-COTITULAR
               VARYING WRK-IDX-TIT FROM 1 BY 1
               UNTIL WRK-IDX-TIT GREATER WRK-QT-TITULARES.

       0530-MONTA-CONTAS-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0531-CONTA-TITULAR                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-CTA-CPFCNPJ(WRK-IDX-CONTA) EQUAL WRK-CPFCNPJ-ATUAL
               PERFORM 0535-INCLUI-CONTA
           END-IF.

       0531-CONTA-TITULAR-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0532-CONTA-COTITULAR                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-TIT-CPFCNPJ(WRK-IDX-TIT) NOT EQUAL WRK-CPFCNPJ-ATUAL
               GO TO 0532-CONTA-COTITULAR-FIM
           END-IF.

           MOVE WRK-TIT-IDX-CONTA(WRK-IDX-TIT) TO WRK-IDX-CONTA.
           IF WRK-CTA-CPFCNPJ(WRK-IDX-CONTA) NOT EQUAL WRK-CPFCNPJ-ATUAL
               PERFORM 0535-INCLUI-CONTA
           END-IF.

       0532-CONTA-COTITULAR-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    CONTA ENCERRADA SEM NENHUM VALOR NO PERIODO NAO ENTRA
      *-----------------------------------------------------------------
       0535-INCLUI-CONTA                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-CTA-SITUACAO(WRK-IDX-CONTA) EQUAL "E"
              AND WRK-CTA-SALDO-ANT(WRK-IDX-CONTA)      EQUAL ZEROS
              AND WRK-CTA-SALDO-ATU(WRK-IDX-CONTA)      EQUAL ZEROS
              AND WRK-CTA-JUROS(WRK-IDX-CONTA)          EQUAL ZEROS
              AND WRK-CTA-CDB-ANT(WRK-IDX-CONTA)        EQUAL ZEROS
              AND WRK-CTA-CDB-ATU(WRK-IDX-CONTA)        EQUAL ZEROS
              AND WRK-CTA-CDB-RENDIMENTO(WRK-IDX-CONTA) EQUAL ZEROS
              AND WRK-CTA-CDB-IR(WRK-IDX-CONTA)         EQUAL ZEROS
               GO TO 0535-INCLUI-CONTA-FIM
           END-IF.

           SET WRK-DCL-NOVA TO TRUE.
           PERFORM 0536-COMPARA-DCL
               VARYING WRK-IDX-REPETIDA FROM 1 BY 1
               UNTIL WRK-IDX-REPETIDA GREATER WRK-QT-DCL
                  OR WRK-DCL-JA-LISTADA.
           IF WRK-DCL-JA-LISTADA
               GO TO 0535-INCLUI-CONTA-FIM
           END-IF.

           IF WRK-QT-DCL NOT LESS 100
               DISPLAY "DOCUMENTO " WRK-CPFCNPJ-ATUAL
                   " COM MAIS DE 100 CONTAS - CONTA "
                   WRK-CTA-AGENCIA(WRK-IDX-CONTA) "/"
                   WRK-CTA-CONTA(WRK-IDX-CONTA) " FORA DO INFORME"
               GO TO 0535-INCLUI-CONTA-FIM
           END-IF.

           ADD 1 TO WRK-QT-DCL.
           MOVE WRK-IDX-CONTA TO WRK-DCL-IDX-CONTA(WRK-QT-DCL).
           MOVE WRK-PAPEL     TO WRK-DCL-PAPEL(WRK-QT-DCL).

       0535-INCLUI-CONTA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0536-COMPARA-DCL                          SECTION.
      *-----------------------------------------------------------------

           IF WRK-DCL-IDX-CONTA(WRK-IDX-REPETIDA) EQUAL WRK-IDX-CONTA
               SET WRK-DCL-JA-LISTADA TO TRUE
           END-IF.

       0536-COMPARA-DCL-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    INFORME: BENEFICIARIO E ENDERECO, SALDOS EM CONTA, JUROS DA
      *    POUPANCA (ISENTOS) E APLICACOES (TRIBUTACAO EXCLUSIVA)
      *-----------------------------------------------------------------
       0540-IMPRIME-INFORME                      SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-CLI-NOME(WRK-IDX-DECLARANTE)    TO WRK-INF-NOME.
           MOVE WRK-CPFCNPJ-ATUAL                   TO WRK-INF-CPFCNPJ.
           MOVE WRK-CLI-ENDERECO(WRK-IDX-DECLARANTE)
                                                    TO WRK-INF-ENDERECO.
           MOVE WRK-CLI-NUMERO-END(WRK-IDX-DECLARANTE)
                                                  TO WRK-INF-NUMERO-END.
           MOVE WRK-CLI-CIDADE(WRK-IDX-DECLARANTE)  TO WRK-INF-CIDADE.
           MOVE WRK-CLI-UF(WRK-IDX-DECLARANTE)      TO WRK-INF-UF.
           MOVE WRK-CLI-CEP(WRK-IDX-DECLARANTE)     TO WRK-CEP.
           MOVE WRK-CEP-PREFIXO                  TO WRK-INF-CEP-PREFIXO.
           MOVE WRK-CEP-SUFIXO                   TO WRK-INF-CEP-SUFIXO.

           WRITE REG-INFREND FROM WRK-INF-SEPARA.
           WRITE REG-INFREND FROM WRK-INF-TITULO.
           WRITE REG-INFREND FROM WRK-INF-SUBTITULO.
           WRITE REG-INFREND FROM WRK-INF-TRACO.
           WRITE REG-INFREND FROM WRK-INF-BENEFICIARIO.
           WRITE REG-INFREND FROM WRK-INF-ENDERECO-1.
           WRITE REG-INFREND FROM WRK-INF-ENDERECO-2.
           WRITE REG-INFREND FROM WRK-INF-TRACO.

      *--- 1 - SALDOS EM CONTA
           MOVE "1 - SALDOS EM CONTA (DEPOSITOS A VISTA E POUPANCA)"
                                           TO WRK-INF-SECAO.
           WRITE REG-INFREND FROM WRK-INF-SECAO.
           WRITE REG-INFREND FROM WRK-INF-CABEC-SALDO.
           PERFORM 0550-LINHA-SALDO
               VARYING WRK-IDX-DCL FROM 1 BY 1
               UNTIL WRK-IDX-DCL GREATER WRK-QT-DCL.
           MOVE "TOTAL DOS SALDOS EM CONTA"  TO WRK-INF-TSD-ROTULO.
           MOVE WRK-TOT-SALDO-ANT            TO WRK-INF-TSD-ANT.
           MOVE WRK-TOT-SALDO-ATU            TO WRK-INF-TSD-ATU.
           WRITE REG-INFREND FROM WRK-INF-TOTAL-SALDO.
           WRITE REG-INFREND FROM WRK-INF-BRANCO.

      *--- 2 - JUROS DA POUPANCA
           MOVE "2 - RENDIMENTOS ISENTOS - JUROS DA POUPANCA CREDITADOS"
                                           TO WRK-INF-SECAO.
           WRITE REG-INFREND FROM WRK-INF-SECAO.
           MOVE ZEROS TO WRK-QT-LINHAS-SECAO.
           PERFORM 0560-LINHA-JUROS
               VARYING WRK-IDX-DCL FROM 1 BY 1
               UNTIL WRK-IDX-DCL GREATER WRK-QT-DCL.
           IF WRK-QT-LINHAS-SECAO EQUAL ZEROS
               WRITE REG-INFREND FROM WRK-INF-NADA
           END-IF.
           MOVE "TOTAL DOS JUROS DA POUPANCA" TO WRK-INF-TVL-ROTULO.
           MOVE WRK-TOT-JUROS                 TO WRK-INF-TVL-VALOR.
           WRITE REG-INFREND FROM WRK-INF-TOTAL-VALOR.
           WRITE REG-INFREND FROM WRK-INF-BRANCO.

      *--- 3 - APLICACOES EM CDB
           MOVE "3 - APLICACOES EM CDB - TRIBUTACAO EXCLUSIVA NA FONTE"
                                           TO WRK-INF-SECAO.
           WRITE REG-INFREND FROM WRK-INF-SECAO.
           MOVE ZEROS TO WRK-QT-LINHAS-SECAO.
           PERFORM 0570-LINHA-APLICACAO
               VARYING WRK-IDX-DCL FROM 1 BY 1
               UNTIL WRK-IDX-DCL GREATER WRK-QT-DCL.
           IF WRK-QT-LINHAS-SECAO EQUAL ZEROS
               WRITE REG-INFREND FROM WRK-INF-NADA
           ELSE
               MOVE "TOTAL DA POSICAO APLICADA"   TO WRK-INF-TSD-ROTULO
               MOVE WRK-TOT-CDB-ANT               TO WRK-INF-TSD-ANT
               MOVE WRK-TOT-CDB-ATU               TO WRK-INF-TSD-ATU
               WRITE REG-INFREND FROM WRK-INF-TOTAL-SALDO
           END-IF.
           MOVE "TOTAL DO RENDIMENTO BRUTO"   TO WRK-INF-TVL-ROTULO.
           MOVE WRK-TOT-RENDIMENTO            TO WRK-INF-TVL-VALOR.
           WRITE REG-INFREND FROM WRK-INF-TOTAL-VALOR.
           MOVE "TOTAL DO IMPOSTO DE RENDA RETIDO NA FONTE"
                                              TO WRK-INF-TVL-ROTULO.
           MOVE WRK-TOT-IR                    TO WRK-INF-TVL-VALOR.
           WRITE REG-INFREND FROM WRK-INF-TOTAL-VALOR.

           WRITE REG-INFREND FROM WRK-INF-TRACO.
           WRITE REG-INFREND FROM WRK-INF-RODAPE.
           WRITE REG-INFREND FROM WRK-INF-BRANCO.

       0540-IMPRIME-INFORME-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0550-LINHA-SALDO                          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DCL-IDX-CONTA(WRK-IDX-DCL) TO WRK-IDX-CONTA.
           PERFORM 0580-CALCULA-DV.

           MOVE WRK-CTA-AGENCIA(WRK-IDX-CONTA)   TO WRK-INF-AGENCIA.
           MOVE WRK-CTA-CONTA(WRK-IDX-CONTA)     TO WRK-INF-CONTA.
           MOVE WRK-DV                           TO WRK-INF-DV.
           MOVE WRK-CTA-TIPO(WRK-IDX-CONTA)      TO WRK-INF-TIPO.
           MOVE WRK-DCL-PAPEL(WRK-IDX-DCL)       TO WRK-INF-PAPEL.
           MOVE WRK-CTA-SALDO-ANT(WRK-IDX-CONTA) TO WRK-INF-SALDO-ANT.
           MOVE WRK-CTA-SALDO-ATU(WRK-IDX-CONTA) TO WRK-INF-SALDO-ATU.
           WRITE REG-INFREND FROM WRK-INF-SALDO.

           ADD WRK-CTA-SALDO-ANT(WRK-IDX-CONTA)  TO WRK-TOT-SALDO-ANT.
           ADD WRK-CTA-SALDO-ATU(WRK-IDX-CONTA)  TO WRK-TOT-SALDO-ATU.
           ADD 1                         TO ACU-CONTAS-INFORMADAS.

       0550-LINHA-SALDO-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0560-LINHA-JUROS                          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DCL-IDX-CONTA(WRK-IDX-DCL) TO WRK-IDX-CONTA.
           IF WRK-CTA-JUROS(WRK-IDX-CONTA) EQUAL ZEROS
               GO TO 0560-LINHA-JUROS-FIM
           END-IF.

           PERFORM 0580-CALCULA-DV.
           MOVE WRK-CTA-AGENCIA(WRK-IDX-CONTA) TO WRK-INF-VAL-AGENCIA.
           MOVE WRK-CTA-CONTA(WRK-IDX-CONTA)   TO WRK-INF-VAL-CONTA.
           MOVE WRK-DV                         TO WRK-INF-VAL-DV.
           MOVE "JUROS CREDITADOS NA POUPANCA"
                                               TO WRK-INF-VAL-DESCRICAO.
           MOVE WRK-CTA-JUROS(WRK-IDX-CONTA)   TO WRK-INF-VAL-VALOR.
           WRITE REG-INFREND FROM WRK-INF-VALOR.

           ADD WRK-CTA-JUROS(WRK-IDX-CONTA)    TO WRK-TOT-JUROS.
           ADD 1                               TO WRK-QT-LINHAS-SECAO.

       0560-LINHA-JUROS-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0570-LINHA-APLICACAO                      SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DCL-IDX-CONTA(WRK-IDX-DCL) TO WRK-IDX-CONTA.
           IF WRK-CTA-CDB-ANT(WRK-IDX-CONTA)        EQUAL ZEROS
              AND WRK-CTA-CDB-ATU(WRK-IDX-CONTA)    EQUAL ZEROS
              AND WRK-CTA-CDB-RENDIMENTO(WRK-IDX-CONTA) EQUAL ZEROS
              AND WRK-CTA-CDB-IR(WRK-IDX-CONTA)     EQUAL ZEROS
               GO TO 0570-LINHA-APLICACAO-FIM
           END-IF.

           PERFORM 0580-CALCULA-DV.

           MOVE WRK-CTA-AGENCIA(WRK-IDX-CONTA)   TO WRK-INF-AGENCIA.
           MOVE WRK-CTA-CONTA(WRK-IDX-CONTA)     TO WRK-INF-CONTA.
           MOVE WRK-DV                           TO WRK-INF-DV.
           MOVE "CD"                             TO WRK-INF-TIPO.
           MOVE "POSICAO CDB"                    TO WRK-INF-PAPEL.
           MOVE WRK-CTA-CDB-ANT(WRK-IDX-CONTA)   TO WRK-INF-SALDO-ANT.
           MOVE WRK-CTA-CDB-ATU(WRK-IDX-CONTA)   TO WRK-INF-SALDO-ATU.
           WRITE REG-INFREND FROM WRK-INF-SALDO.

           MOVE WRK-CTA-AGENCIA(WRK-IDX-CONTA)   TO WRK-INF-VAL-AGENCIA.
           MOVE WRK-CTA-CONTA(WRK-IDX-CONTA)     TO WRK-INF-VAL-CONTA.
           MOVE WRK-DV                           TO WRK-INF-VAL-DV.
           MOVE "RENDIMENTO BRUTO DOS RESGATES"
                                               TO WRK-INF-VAL-DESCRICAO.
           MOVE WRK-CTA-CDB-RENDIMENTO(WRK-IDX-CONTA)
                                                 TO WRK-INF-VAL-VALOR.
           WRITE REG-INFREND FROM WRK-INF-VALOR.
           MOVE "IMPOSTO DE RENDA RETIDO NA FONTE"
                                               TO WRK-INF-VAL-DESCRICAO.
           MOVE WRK-CTA-CDB-IR(WRK-IDX-CONTA)    TO WRK-INF-VAL-VALOR.
           WRITE REG-INFREND FROM WRK-INF-VALOR.

           ADD WRK-CTA-CDB-ANT(WRK-IDX-CONTA)    TO WRK-TOT-CDB-ANT.
           ADD WRK-CTA-CDB-ATU(WRK-IDX-CONTA)    TO WRK-TOT-CDB-ATU.
           ADD WRK-CTA-CDB-RENDIMENTO(WRK-IDX-CONTA)
                                                 TO WRK-TOT-RENDIMENTO.
           ADD WRK-CTA-CDB-IR(WRK-IDX-CONTA)     TO WRK-TOT-IR.
           ADD 1                                 TO WRK-QT-LINHAS-SECAO.

       0570-LINHA-APLICACAO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0580-CALCULA-DV                           SECTION.
      *-----------------------------------------------------------------

           MOVE "C"                            TO WRK-VCT-FUNCAO.
           MOVE WRK-CTA-AGENCIA(WRK-IDX-CONTA) TO WRK-VCT-AGENCIA.
           MOVE WRK-CTA-CONTA(WRK-IDX-CONTA)   TO WRK-VCT-CONTA.
           CALL "VALCTA" USING WRK-VALCTA.
           MOVE WRK-VCT-DV-CALCULADO           TO WRK-DV.

       0580-CALCULA-DV-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0590-LINHA-CONTROLE                       SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-CPFCNPJ-ATUAL                TO WRK-REL-CPFCNPJ.
           MOVE WRK-CLI-NOME(WRK-IDX-DECLARANTE) TO WRK-REL-NOME.
           MOVE WRK-QT-DCL                       TO WRK-REL-QT-CONTAS.
           MOVE WRK-TOT-SALDO-ANT                TO WRK-REL-SALDO-ANT.
           MOVE WRK-TOT-SALDO-ATU                TO WRK-REL-SALDO-ATU.
           MOVE WRK-TOT-JUROS                    TO WRK-REL-JUROS.
           MOVE WRK-TOT-RENDIMENTO               TO WRK-REL-RENDIMENTO.
           MOVE WRK-TOT-IR                       TO WRK-REL-IR.
           WRITE REG-RELINFRE FROM WRK-REL-DETALHE.

           ADD WRK-TOT-SALDO-ANT  TO WRK-GER-SALDO-ANT.
           ADD WRK-TOT-SALDO-ATU  TO WRK-GER-SALDO-ATU.
           ADD WRK-TOT-JUROS      TO WRK-GER-JUROS.
           ADD WRK-TOT-CDB-ANT    TO WRK-GER-CDB-ANT.
           ADD WRK-TOT-CDB-ATU    TO WRK-GER-CDB-ATU.
           ADD WRK-TOT-RENDIMENTO TO WRK-GER-RENDIMENTO.
           ADD WRK-TOT-IR         TO WRK-GER-IR.

       0590-LINHA-CONTROLE-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    RESUMO DE CONTROLE: QUANTIDADES E TOTAIS DECLARADOS, E OS
      *    CLIENTES COM CONTA QUE FICARAM SEM INFORME POR FALTA DE
      *    CPF/CNPJ NO CADASTRO
      *-----------------------------------------------------------------
       0600-RESUMO                               SECTION.
      *-----------------------------------------------------------------

           WRITE REG-RELINFRE FROM WRK-REL-BRANCO.

           MOVE "INFORMES GERADOS"               TO WRK-REL-CNT-ROTULO.
           MOVE ACU-INFORMES                     TO WRK-REL-CNT-VALOR.
           WRITE REG-RELINFRE FROM WRK-REL-CONTADOR.
           MOVE "CONTAS INFORMADAS"              TO WRK-REL-CNT-ROTULO.
           MOVE ACU-CONTAS-INFORMADAS            TO WRK-REL-CNT-VALOR.
           WRITE REG-RELINFRE FROM WRK-REL-CONTADOR.
           MOVE "CADASTROS JUNTADOS POR CPF/CNPJ"
                                                 TO WRK-REL-CNT-ROTULO.
           MOVE ACU-CADASTROS-JUNTADOS           TO WRK-REL-CNT-VALOR.
           WRITE REG-RELINFRE FROM WRK-REL-CONTADOR.
           MOVE "DOCUMENTOS SEM CONTA A INFORMAR" TO WRK-REL-CNT-ROTULO.
           MOVE ACU-SEM-CONTA                    TO WRK-REL-CNT-VALOR.
           WRITE REG-RELINFRE FROM WRK-REL-CONTADOR.

           WRITE REG-RELINFRE FROM WRK-REL-BRANCO.

           MOVE "TOTAL DOS SALDOS EM 31/12 ANTERIOR"
                                                 TO WRK-REL-RES-ROTULO.
           MOVE WRK-GER-SALDO-ANT                TO WRK-REL-RES-VALOR.
           WRITE REG-RELINFRE FROM WRK-REL-RESUMO.
           MOVE "TOTAL DOS SALDOS EM 31/12 DO ANO"
                                                 TO WRK-REL-RES-ROTULO.
           MOVE WRK-GER-SALDO-ATU                TO WRK-REL-RES-VALOR.
           WRITE REG-RELINFRE FROM WRK-REL-RESUMO.
           MOVE "TOTAL DOS JUROS DA POUPANCA"    TO WRK-REL-RES-ROTULO.
           MOVE WRK-GER-JUROS                    TO WRK-REL-RES-VALOR.
           WRITE REG-RELINFRE FROM WRK-REL-RESUMO.
           MOVE "POSICAO EM CDB EM 31/12 ANTERIOR"
                                                 TO WRK-REL-RES-ROTULO.
           MOVE WRK-GER-CDB-ANT                  TO WRK-REL-RES-VALOR.
           WRITE REG-RELINFRE FROM WRK-REL-RESUMO.
           MOVE "POSICAO EM CDB EM 31/12 DO ANO" TO WRK-REL-RES-ROTULO.
           MOVE WRK-GER-CDB-ATU                  TO WRK-REL-RES-VALOR.
           WRITE REG-RELINFRE FROM WRK-REL-RESUMO.
           MOVE "TOTAL DO RENDIMENTO BRUTO EM CDB"
                                                 TO WRK-REL-RES-ROTULO.
           MOVE WRK-GER-RENDIMENTO               TO WRK-REL-RES-VALOR.
           WRITE REG-RELINFRE FROM WRK-REL-RESUMO.
           MOVE "TOTAL DO IR RETIDO NA FONTE"    TO WRK-REL-RES-ROTULO.
           MOVE WRK-GER-IR                       TO WRK-REL-RES-VALOR.
           WRITE REG-RELINFRE FROM WRK-REL-RESUMO.

           WRITE REG-RELINFRE FROM WRK-REL-BRANCO.

           PERFORM 0610-LISTA-SEM-DOCUMENTO
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL WRK-IDX-CLI GREATER WRK-QT-CLIENTES.

           MOVE "CLIENTES COM CONTA SEM CPF/CNPJ" TO WRK-REL-CNT-ROTULO.
           MOVE ACU-SEM-DOCUMENTO                TO WRK-REL-CNT-VALOR.
           WRITE REG-RELINFRE FROM WRK-REL-CONTADOR.

       0600-RESUMO-FIM.                          EXIT.

      *-----------------------------------------------------------------
       0610-LISTA-SEM-DOCUMENTO                  SECTION.
      *-----------------------------------------------------------------

           IF WRK-CLI-CPFCNPJ(WRK-IDX-CLI) EQUAL ZEROS
              AND WRK-CLI-TEM-CONTA(WRK-IDX-CLI) EQUAL "S"
               MOVE WRK-CLI-ID(WRK-IDX-CLI)   TO WRK-REL-SDC-ID
               MOVE WRK-CLI-NOME(WRK-IDX-CLI) TO WRK-REL-SDC-NOME
               WRITE REG-RELINFRE FROM WRK-REL-SEM-DOCUMENTO
               ADD 1 TO ACU-SEM-DOCUMENTO
           END-IF.

       0610-LISTA-SEM-DOCUMENTO-FIM.             EXIT.

      *-----------------------------------------------------------------
       0700-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE RELINFRE.

           MOVE "INFREND"              TO WRK-SPL-RELATORIO.
           MOVE "PRGINFRE"             TO WRK-SPL-PROGRAMA.
           MOVE WRK-CAMINHO-INFREND    TO WRK-SPL-ARQUIVO.
           MOVE "CORRESPONDENCIA"      TO WRK-SPL-DESTINATARIO.
           CALL "SPOOLREG" USING WRK-SPOOL.

           MOVE "RELINFRE"             TO WRK-SPL-RELATORIO.
           MOVE "PRGINFRE"             TO WRK-SPL-PROGRAMA.
           MOVE WRK-CAMINHO-RELINFRE   TO WRK-SPL-ARQUIVO.
           MOVE "MATRIZ"               TO WRK-SPL-DESTINATARIO.
           CALL "SPOOLREG" USING WRK-SPOOL.

           DISPLAY WRK-LINHA.
           DISPLAY "ANO-CALENDARIO......: " WRK-ANO-BASE.
           DISPLAY "CLIENTES NO CADASTRO: " WRK-QT-CLIENTES.
           DISPLAY "CONTAS NO CADASTRO..: " WRK-QT-CONTAS.
           DISPLAY "FOTOGRAFIAS DE SALDO: " ACU-FOTOGRAFIAS.
           DISPLAY "CREDITOS DE JUROS...: " ACU-CREDITOS-JUROS.
           DISPLAY "CONTRATOS DE CDB....: " ACU-CONTRATOS-CDB.
           DISPLAY "INFORMES GERADOS....: " ACU-INFORMES.
           DISPLAY "SEM CPF/CNPJ........: " ACU-SEM-DOCUMENTO.
           MOVE WRK-GER-JUROS      TO WRK-VALOR-ED.
           DISPLAY "JUROS DA POUPANCA...: " WRK-VALOR-ED.
           MOVE WRK-GER-RENDIMENTO TO WRK-VALOR-ED.
           DISPLAY "RENDIMENTO CDB......: " WRK-VALOR-ED.
           MOVE WRK-GER-IR         TO WRK-VALOR-ED.
           DISPLAY "IR RETIDO...........: " WRK-VALOR-ED.
           DISPLAY "INFORMES GRAVADOS...: " WRK-CAMINHO-INFREND.
           DISPLAY "RESUMO GRAVADO......: " WRK-CAMINHO-RELINFRE.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           IF ACU-SEM-DOCUMENTO GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0700-FINALIZAR-FIM.                       EXIT.
