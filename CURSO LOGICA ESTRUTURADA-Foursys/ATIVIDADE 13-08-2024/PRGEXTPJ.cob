       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGEXTPJ.
      *=================================================================
      * PROGRAMA   : PRGEXTPJ
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: EXTRATO ELETRONICO DIARIO DAS CONTAS DE PESSOA
      *              JURIDICA - PARA O CLIENTE CONCILIAR A CONTABILIDADE
      *              DELE SEM DIGITAR O EXTRATO IMPRESSO DO PRGEXTRA.
      *              AS CONTAS ADERIDAS SAO AS LINHAS DO ROTEIRO.txt
      *              COM ROT-CONTA PREENCHIDA (AGENCIA+CONTA E O
      *              DESTINATARIO DO CLIENTE); A CONTA TEM DE EXISTIR
      *              NO CONTAS.dat, NAO ESTAR ENCERRADA E O DONO
      *              (CTA-REG-ID) TEM DE SER PESSOA JURIDICA NO
      *              CLIENTES.dat. PARA CADA CLIENTE SAI UM ARQUIVO
      *              EXTPJ_<CLIENTE>_<AAAAMMDD>.txt EM POSICOES FIXAS
      *              (BOOK #EXTELET, PADRAO CNAB) COM, POR CONTA, O
      *              SALDO INICIAL (ULTIMA FOTOGRAFIA DO SALDOHIST.txt
      *              ANTERIOR A DATA), UM DETALHE POR MOVIMENTO DA DATA
      *              NO MOVHIST.dat (D/C, VALOR NA MOEDA E EM REAIS,
      *              IDENTIFICADOR LOTE/SEQUENCIA E HISTORICO PELA
      *              ORIGEM DO LOTE NO LOTECTL.txt) E O SALDO FINAL.
      *              CADA ARQUIVO E CATALOGADO NO SPOOL (SPOOLREG) COM
      *              O DESTINATARIO DO CLIENTE; A RELACAO RELEXTPJ.txt
      *              TRAZ AS CONTAS ENVIADAS E AS ADESOES RECUSADAS
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  ROTEIRO               INPUT                  #ROTEIRO
      *  CONTAS                INPUT                  #CONTAS
      *  CLIENTES              INPUT                  #CLIREG
      *  TEDPARAM              INPUT                  #TEDPARAM
      *  LOTECTL               INPUT                  #LOTECTL
      *  COTACOES              INPUT                  #COTACOES
      *  SALDOHIST             INPUT                  #SALDHIST
      *  MOVHIST               INPUT                  #MOVHIST
      *  EXTPJ                 OUTPUT                 #EXTELET
      *  RELEXTPJ              OUTPUT
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS / VALCTA / SPOOLREG
      *
      *-----------------------------------------------------------------
      * ALTERACOES.:
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   INCLUIDO O HISTORICO DA ORIGEM 9018 (CREDITO DE FOLHA PJ,
      *   PRGFOLPJ) NA TABELA DE ORIGENS
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O MOVHIST VIROU ARQUIVO INDEXADO (MOVHIST.dat) CHAVEADO POR
      *   AGENCIA+CONTA+DATA+LOTE+SEQ - A LEITURA CONTINUA
      *   SEQUENCIAL, AGORA PELA ORDEM DA CHAVE
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   INCLUIDO O HISTORICO DA ORIGEM 9019 (DEVOLUCAO DE CREDITO DO
      *   ASSINANTE, PRGCREDI) NA TABELA DE ORIGENS
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   INCLUIDO O HISTORICO DA ORIGEM 9020 (COMPRA/VENDA DE MOEDA,
      *   PRGCAMLQ) NA TABELA DE ORIGENS
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   INCLUIDO O HISTORICO DA ORIGEM 9021 (PAGAMENTO A FORNECEDOR
      *   DA LOJA, PRGPAGFO) NA TABELA DE ORIGENS
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O MOVHIST PASSOU A GRAVAR A ORIGEM DO LOTE - COM A ORIGEM
      *   PREENCHIDA, O LOTE SO CASA COM O LOTECTL DA MESMA ORIGEM (O
      *   NUMERO DE LOTE SE REPETE ENTRE ORIGENS); HISTORICO SEM ORIGEM
      *   CONTINUA PELO NUMERO
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
           SELECT ROTEIRO               ASSIGN TO
                                        WRK-CAMINHO-ROTEIRO
               FILE STATUS              IS FS-ROTEIRO.

           SELECT CONTAS                ASSIGN TO
                                        WRK-CAMINHO-CONTAS
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS CTA-CHAVE
               FILE STATUS              IS FS-CONTAS.

           SELECT CLIENTES ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\CLIENTES.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS REG-ID
               ALTERNATE RECORD KEY     IS REG-NOME
                                        WITH DUPLICATES
               FILE STATUS              IS FS-CLIENTES.

           SELECT TEDPARAM              ASSIGN TO
                                        WRK-CAMINHO-TEDPARAM
               FILE STATUS              IS FS-TEDPARAM.

           SELECT LOTECTL               ASSIGN TO
                                        WRK-CAMINHO-LOTECTL
               FILE STATUS              IS FS-LOTECTL.

           SELECT COTACOES              ASSIGN TO
                                        WRK-CAMINHO-COTACOES
               FILE STATUS              IS FS-COTACOES.

           SELECT SALDOHIST             ASSIGN TO
                                        WRK-CAMINHO-SALDHIST
               FILE STATUS              IS FS-SALDOHIST.

           SELECT MOVHIST               ASSIGN TO
                                        WRK-CAMINHO-MOVHIST
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS SEQUENTIAL
               RECORD KEY               IS MOV-CHAVE
               FILE STATUS              IS FS-MOVHIST.

           SELECT EXTPJ                 ASSIGN TO
                                        WRK-CAMINHO-EXTPJ
               FILE STATUS              IS FS-EXTPJ.

           SELECT RELEXTPJ              ASSIGN TO
                                        WRK-CAMINHO-RELEXTPJ
               FILE STATUS              IS FS-RELEXTPJ.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT -  ROTEIRO DE AGENCIAS E ADESOES (ROTEIRO)
      *                               LRECL = 029
      *----------------------------------------------------------------*
       FD  ROTEIRO.
       COPY '#ROTEIRO'.

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE CONTAS (CONTAS)
      *                               LRECL = 026
      *----------------------------------------------------------------*
       FD  CONTAS.
       COPY '#CONTAS'.

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE CLIENTES (CLIENTES)
      *                               LRECL = 143
      *----------------------------------------------------------------*
       FD  CLIENTES.
       COPY '#CLIREG'.

      *----------------------------------------------------------------*
      *     INPUT -  PARAMETROS DAS TRANSFERENCIAS (TEDPARAM)
      *                               LRECL = 022
      *----------------------------------------------------------------*
       FD  TEDPARAM.
       COPY '#TEDPARAM'.

      *----------------------------------------------------------------*
      *     INPUT -  CONTROLE DE LOTES PROCESSADOS (LOTECTL)
      *                               LRECL = 018
      *----------------------------------------------------------------*
       FD  LOTECTL.
       COPY '#LOTECTL'.

      *----------------------------------------------------------------*
      *     INPUT -  COTACOES DATADAS DE MOEDA (COTACOES)
      *                               LRECL = 019
      *----------------------------------------------------------------*
       FD  COTACOES.
       COPY '#COTACOES'.

      *----------------------------------------------------------------*
      *     INPUT -  FOTOGRAFIA DIARIA DOS SALDOS (SALDOHIST)
      *                               LRECL = 029
      *----------------------------------------------------------------*
       FD  SALDOHIST.
       COPY '#SALDHIST'.

      *----------------------------------------------------------------*
      *     INPUT -  HISTORICO DE MOVIMENTOS POSTADOS (MOVHIST)
      *                               LRECL = 046
      *----------------------------------------------------------------*
       FD  MOVHIST.
       COPY '#MOVHIST'.

      *----------------------------------------------------------------*
      *     OUTPUT - EXTRATO ELETRONICO DO CLIENTE (EXTPJ)
      *                               LRECL = 150
      *----------------------------------------------------------------*
       FD  EXTPJ.
       COPY '#EXTELET'.

      *----------------------------------------------------------------*
      *     OUTPUT - RELACAO DOS EXTRATOS ENVIADOS (RELEXTPJ)
      *                               LRECL = 132
      *----------------------------------------------------------------*
       FD  RELEXTPJ.
       01  REG-RELEXTPJ                 PIC X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-ROTEIRO                   PIC 9(002).
       77  FS-CONTAS                    PIC 9(002).
       77  FS-CLIENTES                  PIC 9(002).
       77  FS-TEDPARAM                  PIC 9(002).
       77  FS-LOTECTL                   PIC 9(002).
       77  FS-COTACOES                  PIC 9(002).
       77  FS-SALDOHIST                 PIC 9(002).
       77  FS-MOVHIST                   PIC 9(002).
       77  FS-EXTPJ                     PIC 9(002).
       77  FS-RELEXTPJ                  PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-ROTEIRO          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CONTAS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-TEDPARAM         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LOTECTL          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-COTACOES         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-SALDHIST         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-MOVHIST          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-EXTPJ            PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RELEXTPJ         PIC X(060)        VALUES SPACES.

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
           '*** VARIAVEIS DO EXTRATO ELETRONICO *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-PROCESSAMENTO       PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-PROCESSAMENTO-X     PIC X(008)        VALUES SPACES.
       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-HORA-SISTEMA             PIC 9(008)        VALUES ZEROS.
       01  WRK-HORA-SISTEMA-R REDEFINES WRK-HORA-SISTEMA.
           05 WRK-HORA-HHMMSS           PIC 9(006).
           05 WRK-HORA-CENTESIMOS       PIC 9(002).
       01  WRK-BANCO-PROPRIO            PIC 9(003)        VALUES ZEROS.

      *== CONTAS ADERIDAS (LINHAS DO ROTEIRO COM CONTA PREENCHIDA)
       01  WRK-QT-ADESOES               PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-ADE                  PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-OUTRA                PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-BUSCA                PIC 9(003)        VALUES ZEROS.
       01  WRK-ADESAO-ACHADA            PIC X(001)        VALUES "N".
           88 WRK-ADESAO-SIM                      VALUES "S".
           88 WRK-ADESAO-NAO                      VALUES "N".
       01  WRK-TAB-ADESOES.
           05 WRK-ADE-OCO               OCCURS 200 TIMES.
               10 WRK-ADE-AGENCIA           PIC 9(04).
               10 WRK-ADE-CONTA             PIC 9(05).
               10 WRK-ADE-DV                PIC 9(01).
               10 WRK-ADE-DESTINO           PIC X(20).
               10 WRK-ADE-REG-ID            PIC 9(04).
               10 WRK-ADE-CPFCNPJ           PIC 9(14).
               10 WRK-ADE-NOME              PIC X(20).
               10 WRK-ADE-TIPO-CONTA        PIC X(02).
               10 WRK-ADE-SITUACAO          PIC X(01).
                   88 WRK-ADE-VALIDA                  VALUES "V".
                   88 WRK-ADE-RECUSADA                VALUES "R".
               10 WRK-ADE-MOTIVO            PIC X(030).
               10 WRK-ADE-EMITIDA           PIC X(01).
               10 WRK-ADE-DATA-SALDO        PIC 9(08).
               10 WRK-ADE-SALDO-INICIAL     PIC S9(12)V99 COMP-3.
               10 WRK-ADE-QTD-DEBITOS       PIC 9(06)     COMP-3.
               10 WRK-ADE-TOTAL-DEBITOS     PIC 9(12)V99  COMP-3.
               10 WRK-ADE-QTD-CREDITOS      PIC 9(06)     COMP-3.
               10 WRK-ADE-TOTAL-CREDITOS    PIC 9(12)V99  COMP-3.

      *== MOVIMENTOS DA DATA DAS CONTAS ADERIDAS
       01  WRK-QT-MOVS                  PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-MOV                  PIC 9(004)        VALUES ZEROS.
       01  WRK-TAB-MOVS.
           05 WRK-MOV-OCO               OCCURS 5000 TIMES.
               10 WRK-MOV-IDX-ADE           PIC 9(03).
               10 WRK-MOV-TIPO              PIC X(01).
               10 WRK-MOV-VALOR             PIC 9(08)V99.
               10 WRK-MOV-MOEDA             PIC X(03).
               10 WRK-MOV-ORIGEM            PIC 9(04).
               10 WRK-MOV-ID-LOTE           PIC 9(06).
               10 WRK-MOV-ID-SEQ            PIC 9(05).

      *== LOTES JA PROCESSADOS PELO ATI4 (NUMERO -> ORIGEM)
       01  WRK-QT-LOTES                 PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-LOTE                 PIC 9(004)        VALUES ZEROS.
       01  WRK-LOTE-ACHADO              PIC X(001)        VALUES "N".
           88 WRK-LOTE-SIM                        VALUES "S".
           88 WRK-LOTE-NAO                        VALUES "N".
       01  WRK-TAB-LOTES.
           05 WRK-LOT-OCO               OCCURS 3000 TIMES.
               10 WRK-LOT-ORIGEM            PIC 9(04).
               10 WRK-LOT-NUMERO            PIC 9(06).

      *== HISTORICO DO EXTRATO PELA ORIGEM INTERNA DO LOTE
       01  WRK-TAB-ORIGENS-VALORES.
           05 FILLER                    PIC X(034)        VALUES
              "9001COBRANCA DE ASSINATURA".
           05 FILLER                    PIC X(034)        VALUES
              "9002JUROS DE CHEQUE ESPECIAL".
           05 FILLER                    PIC X(034)        VALUES
              "9003REPROCESSAMENTO DE LANCAM.".
           05 FILLER                    PIC X(034)        VALUES
              "9004TROCA DE PLANO DE ASSINATURA".
           05 FILLER                    PIC X(034)        VALUES
              "9005ORDEM PERMANENTE".
           05 FILLER                    PIC X(034)        VALUES
              "9006ESTORNO".
           05 FILLER                    PIC X(034)        VALUES
              "9007TARIFA BANCARIA".
           05 FILLER                    PIC X(034)        VALUES
              "9008REMUNERACAO DA POUPANCA".
           05 FILLER                    PIC X(034)        VALUES
              "9009LANCAMENTO LIBERADO".
           05 FILLER                    PIC X(034)        VALUES
              "9010MOVIMENTO DE CAIXA".
           05 FILLER                    PIC X(034)        VALUES
              "9011CREDITO DE SALARIO".
           05 FILLER                    PIC X(034)        VALUES
              "9012PARCELA DE EMPRESTIMO".
           05 FILLER                    PIC X(034)        VALUES
              "9013COMPENSACAO DE CHEQUE".
           05 FILLER                    PIC X(034)        VALUES
              "9014TED ENVIADA".
           05 FILLER                    PIC X(034)        VALUES
              "9015DEVOLUCAO DE TED".
           05 FILLER                    PIC X(034)        VALUES
              "9016PAGAMENTO DE BOLETO".
           05 FILLER                    PIC X(034)        VALUES
              "9017APLICACAO/RESGATE CDB".
           05 FILLER                    PIC X(034)        VALUES
              "9018FOLHA DE PAGAMENTO".
           05 FILLER                    PIC X(034)        VALUES
              "9019DEVOLUCAO DE CREDITO".
           05 FILLER                    PIC X(034)        VALUES
              "9020COMPRA/VENDA DE MOEDA".
           05 FILLER                    PIC X(034)        VALUES
              "9021PAGAMENTO A FORNECEDOR".
       01  WRK-TAB-ORIGENS REDEFINES WRK-TAB-ORIGENS-VALORES.
           05 WRK-ORI-OCO               OCCURS 21 TIMES.
               10 WRK-ORI-CODIGO            PIC 9(04).
               10 WRK-ORI-HISTORICO         PIC X(30).
       01  WRK-QT-ORIGENS               PIC 9(002)        VALUES 21.
       01  WRK-IDX-ORIGEM               PIC 9(002)        VALUES ZEROS.
       01  WRK-ORIGEM-ACHADA            PIC X(001)        VALUES "N".
           88 WRK-ORIGEM-SIM                      VALUES "S".
           88 WRK-ORIGEM-NAO                      VALUES "N".

      *== COTACOES VIGENTES NA DATA (MAIS RECENTE ATE A DATA)
       01  WRK-QT-COTACOES              PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-MOEDA                PIC 9(002)        VALUES ZEROS.
       01  WRK-MOEDA-BUSCA              PIC X(003)        VALUES SPACES.
       01  WRK-MOEDA-ACHADA             PIC X(001)        VALUES "N".
           88 WRK-MOEDA-SIM                       VALUES "S".
           88 WRK-MOEDA-NAO                       VALUES "N".
       01  WRK-TAB-COTACOES.
           05 WRK-COT-OCO               OCCURS 20 TIMES.
               10 WRK-COT-MOEDA             PIC X(003).
               10 WRK-COT-COTACAO           PIC 9(03)V9(05).
               10 WRK-COT-VIGENCIA          PIC 9(008).

      *== MOVIMENTO E ARQUIVO EM TRATAMENTO
       01  WRK-REG-ID-ATUAL             PIC 9(004)        VALUES ZEROS.
       01  WRK-REG-ID-X                 PIC X(004)        VALUES SPACES.
       01  WRK-ORIGEM                   PIC 9(004)        VALUES ZEROS.
       01  WRK-HISTORICO                PIC X(030)        VALUES SPACES.
       01  WRK-COTACAO                  PIC 9(03)V9(05)   VALUES ZEROS.
       01  WRK-VALOR-BRL                PIC 9(010)V99     VALUES ZEROS.
       01  WRK-SALDO-FINAL              PIC S9(12)V99     VALUES ZEROS.
       01  WRK-SEQUENCIA                PIC 9(006)        VALUES ZEROS.
       01  WRK-ARQ-CONTAS               PIC 9(006)        VALUES ZEROS.
       01  WRK-ARQ-DEBITOS              PIC 9(014)V99     VALUES ZEROS.
       01  WRK-ARQ-CREDITOS             PIC 9(014)V99     VALUES ZEROS.

       01  ACU-ADESOES-VALIDAS          PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-ADESOES-RECUSADAS        PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-ARQUIVOS                 PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-MOVIMENTOS               PIC 9(007) COMP-3 VALUES ZEROS.
       01  ACU-MOVS-FORA                PIC 9(007) COMP-3 VALUES ZEROS.

      *== LINHAS DA RELACAO
       01  WRK-LIN-TITULO.
           05 FILLER                    PIC X(045) VALUE
              "EXTRATO ELETRONICO PESSOA JURIDICA - DATA ".
           05 WRK-TIT-DATA              PIC 9(008).
           05 FILLER                    PIC X(079) VALUE SPACES.

       01  WRK-LIN-CABEC.
           05 FILLER                    PIC X(005) VALUE
              "CLI ".
           05 FILLER                    PIC X(021) VALUE
              "NOME".
           05 FILLER                    PIC X(013) VALUE
              "AGEN CONTA-D".
           05 FILLER                    PIC X(019) VALUE
              "     SALDO INICIAL".
           05 FILLER                    PIC X(005) VALUE
              "  QTD".
           05 FILLER                    PIC X(019) VALUE
              "            DEBITOS".
           05 FILLER                    PIC X(019) VALUE
              "           CREDITOS".
           05 FILLER                    PIC X(019) VALUE
              "       SALDO FINAL".
           05 FILLER                    PIC X(012) VALUE
              " DESTINO".

       01  WRK-LIN-CONTA.
           05 WRK-LCT-REG-ID            PIC 9(004).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LCT-NOME              PIC X(020).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LCT-AGENCIA           PIC 9(004).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LCT-CONTA             PIC 9(005).
           05 FILLER                    PIC X(001) VALUE "-".
           05 WRK-LCT-DV                PIC 9(001).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LCT-SALDO-INICIAL     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LCT-QTD               PIC ZZZ9.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LCT-DEBITOS           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LCT-CREDITOS          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LCT-SALDO-FINAL       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LCT-DESTINO           PIC X(020).

       01  WRK-LIN-ARQUIVO.
           05 FILLER                    PIC X(026) VALUE
              "     ARQUIVO GRAVADO....: ".
           05 WRK-LAR-ARQUIVO           PIC X(060).
           05 FILLER                    PIC X(046) VALUE SPACES.

       01  WRK-LIN-TITULO-RECUSA.
           05 FILLER                    PIC X(060) VALUE
              "ADESOES RECUSADAS (ROTEIRO.txt)".
           05 FILLER                    PIC X(072) VALUE SPACES.

       01  WRK-LIN-RECUSA.
           05 WRK-LRC-AGENCIA           PIC 9(004).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LRC-CONTA             PIC 9(005).
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 WRK-LRC-DESTINO           PIC X(020).
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 WRK-LRC-MOTIVO            PIC X(030).
           05 FILLER                    PIC X(068) VALUE SPACES.

       01  WRK-LIN-BRANCO               PIC X(132) VALUE SPACES.

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
           PERFORM 0300-CARREGA-MOVIMENTOS.
           PERFORM 0400-GERA-ARQUIVOS.
           PERFORM 0500-LISTA-RECUSADAS.
           PERFORM 0600-FINALIZAR.

       0001-PRINCIPAL-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DIR-DADOS FROM ENVIRONMENT "ATIVIDADE3_DIR".
           IF WRK-DIR-DADOS EQUAL SPACES
               MOVE "C:\ATIVIDADE3" TO WRK-DIR-DADOS
           END-IF.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\ROTEIRO.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-ROTEIRO.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CONTAS.dat"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CONTAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\TEDPARAM.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-TEDPARAM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\LOTECTL.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LOTECTL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\COTACOES.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-COTACOES.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\SALDOHIST.txt"     DELIMITED BY SIZE
                  INTO WRK-CAMINHO-SALDHIST.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\MOVHIST.dat"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-MOVHIST.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RELEXTPJ.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RELEXTPJ.

           DISPLAY "==== EXTRATO ELETRONICO PESSOA JURIDICA ====".
           DISPLAY "DATA DO MOVIMENTO (AAAAMMDD, BRANCO=HOJE)?".
           ACCEPT WRK-DATA-PROCESSAMENTO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           IF WRK-DATA-PROCESSAMENTO EQUAL ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-PROCESSAMENTO
           END-IF.
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-DATA-PROCESSAMENTO-X.

           PERFORM 0110-CARREGA-BANCO.
           PERFORM 0120-CARREGA-ADESOES.
           PERFORM 0130-CARREGA-LOTES.
           PERFORM 0140-CARREGA-COTACOES.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    CODIGO DO BANCO PARA O HEADER - TEDPARAM AUSENTE, ZEROS
      *-----------------------------------------------------------------
       0110-CARREGA-BANCO                        SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT TEDPARAM.
           IF FS-TEDPARAM NOT EQUAL 00
               GO TO 0110-CARREGA-BANCO-FIM
           END-IF.

           READ TEDPARAM.
           IF FS-TEDPARAM EQUAL 00
               MOVE PRM-BANCO-PROPRIO TO WRK-BANCO-PROPRIO
           END-IF.

           CLOSE TEDPARAM.

       0110-CARREGA-BANCO-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    ADESOES = LINHAS DO ROTEIRO COM ROT-CONTA PREENCHIDA; CADA
      *    UMA E CONFERIDA NO CONTAS.dat E NO CLIENTES.dat
      *-----------------------------------------------------------------
       0120-CARREGA-ADESOES                      SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT ROTEIRO.
           IF FS-ROTEIRO NOT EQUAL 00
               DISPLAY "ROTEIRO.txt AUSENTE - NENHUMA CONTA ADERIDA"
               GO TO 0120-CARREGA-ADESOES-FIM
           END-IF.

           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL 00
               DISPLAY "CONTAS.dat NAO ABERTO!"
               CALL "FSTATUS" USING FS-CONTAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               DISPLAY "CLIENTES.dat NAO ABERTO!"
               CALL "FSTATUS" USING FS-CLIENTES WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           READ ROTEIRO.
           PERFORM 0121-GUARDA-ADESAO
               UNTIL FS-ROTEIRO NOT EQUAL 00.

           CLOSE ROTEIRO.
           CLOSE CONTAS.
           CLOSE CLIENTES.

       0120-CARREGA-ADESOES-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0121-GUARDA-ADESAO                        SECTION.
      *-----------------------------------------------------------------

           IF ROT-CONTA NOT NUMERIC
              OR ROT-CONTA EQUAL ZEROS
               GO TO 0121-GUARDA-ADESAO-LER
           END-IF.

           SET WRK-ADESAO-NAO TO TRUE.
           PERFORM 0122-COMPARA-ADESAO
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA GREATER WRK-QT-ADESOES
                  OR WRK-ADESAO-SIM.
           IF WRK-ADESAO-SIM
               GO TO 0121-GUARDA-ADESAO-LER
           END-IF.

           IF WRK-QT-ADESOES NOT LESS 200
               DISPLAY "TABELA DE ADESOES CHEIA (200) - CONTA "
                   ROT-AGENCIA "/" ROT-CONTA " IGNORADA"
               GO TO 0121-GUARDA-ADESAO-LER
           END-IF.

           ADD 1 TO WRK-QT-ADESOES.
           MOVE WRK-QT-ADESOES   TO WRK-IDX-ADE.
           INITIALIZE WRK-ADE-OCO(WRK-IDX-ADE).
           MOVE ROT-AGENCIA      TO WRK-ADE-AGENCIA(WRK-IDX-ADE).
           MOVE ROT-CONTA        TO WRK-ADE-CONTA(WRK-IDX-ADE).
           MOVE ROT-DESTINATARIO TO WRK-ADE-DESTINO(WRK-IDX-ADE).
           MOVE "N"              TO WRK-ADE-EMITIDA(WRK-IDX-ADE).
           SET WRK-ADE-RECUSADA(WRK-IDX-ADE) TO TRUE.

           MOVE "C"              TO WRK-VCT-FUNCAO.
           MOVE ROT-AGENCIA      TO WRK-VCT-AGENCIA.
           MOVE ROT-CONTA        TO WRK-VCT-CONTA.
           CALL "VALCTA" USING WRK-VALCTA.
           MOVE WRK-VCT-DV-CALCULADO TO WRK-ADE-DV(WRK-IDX-ADE).

           MOVE ROT-AGENCIA TO CTA-AGENCIA.
           MOVE ROT-CONTA   TO CTA-CONTA.
           READ CONTAS KEY IS CTA-CHAVE
               INVALID KEY
                   MOVE "CONTA NAO CADASTRADA"
                                    TO WRK-ADE-MOTIVO(WRK-IDX-ADE)
                   GO TO 0121-GUARDA-ADESAO-RECUSA
           END-READ.

           IF CTA-ENCERRADA
               MOVE "CONTA ENCERRADA" TO WRK-ADE-MOTIVO(WRK-IDX-ADE)
               GO TO 0121-GUARDA-ADESAO-RECUSA
           END-IF.
           MOVE CTA-TIPO-CONTA TO WRK-ADE-TIPO-CONTA(WRK-IDX-ADE).

           MOVE CTA-REG-ID TO REG-ID.
           READ CLIENTES KEY IS REG-ID
               INVALID KEY
                   MOVE "CLIENTE DONO NAO CADASTRADO"
                                    TO WRK-ADE-MOTIVO(WRK-IDX-ADE)
                   GO TO 0121-GUARDA-ADESAO-RECUSA
           END-READ.

           MOVE REG-ID      TO WRK-ADE-REG-ID(WRK-IDX-ADE).
           MOVE REG-NOME    TO WRK-ADE-NOME(WRK-IDX-ADE).
           MOVE REG-CPFCNPJ TO WRK-ADE-CPFCNPJ(WRK-IDX-ADE).

           IF NOT REG-PESSOA-JURIDICA
               MOVE "CLIENTE NAO E PESSOA JURIDICA"
                                    TO WRK-ADE-MOTIVO(WRK-IDX-ADE)
               GO TO 0121-GUARDA-ADESAO-RECUSA
           END-IF.

           SET WRK-ADE-VALIDA(WRK-IDX-ADE) TO TRUE.
           ADD 1 TO ACU-ADESOES-VALIDAS.
           GO TO 0121-GUARDA-ADESAO-LER.

       0121-GUARDA-ADESAO-RECUSA.
           ADD 1 TO ACU-ADESOES-RECUSADAS.

       0121-GUARDA-ADESAO-LER.
           READ ROTEIRO.

       0121-GUARDA-ADESAO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0122-COMPARA-ADESAO                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-ADE-AGENCIA(WRK-IDX-BUSCA) EQUAL ROT-AGENCIA
              AND WRK-ADE-CONTA(WRK-IDX-BUSCA) EQUAL ROT-CONTA
               SET WRK-ADESAO-SIM TO TRUE
           END-IF.

       0122-COMPARA-ADESAO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0130-CARREGA-LOTES                        SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT LOTECTL.
           IF FS-LOTECTL NOT EQUAL 00
               DISPLAY "LOTECTL AUSENTE - ORIGENS NAO IDENTIFICADAS"
               GO TO 0130-CARREGA-LOTES-FIM
           END-IF.

           READ LOTECTL.
           PERFORM 0131-GUARDA-LOTE
               UNTIL FS-LOTECTL NOT EQUAL 00.

           CLOSE LOTECTL.

       0130-CARREGA-LOTES-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0131-GUARDA-LOTE                          SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-LOTES LESS 3000
               ADD 1 TO WRK-QT-LOTES
               MOVE LOT-ORIGEM TO WRK-LOT-ORIGEM(WRK-QT-LOTES)
               MOVE LOT-NUMERO TO WRK-LOT-NUMERO(WRK-QT-LOTES)
           ELSE
               DISPLAY "TABELA DE LOTES CHEIA (3000) - LOTE "
                   LOT-ORIGEM "/" LOT-NUMERO " IGNORADO"
           END-IF.

           READ LOTECTL.

       0131-GUARDA-LOTE-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    PARA CADA MOEDA FICA A COTACAO MAIS RECENTE COM VIGENCIA ATE
      *    A DATA DO MOVIMENTO (MESMA REGRA DO ATI4)
      *-----------------------------------------------------------------
       0140-CARREGA-COTACOES                     SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT COTACOES.
           IF FS-COTACOES NOT EQUAL 00
               GO TO 0140-CARREGA-COTACOES-FIM
           END-IF.

           READ COTACOES.
           PERFORM 0141-GUARDA-COTACAO
               UNTIL FS-COTACOES NOT EQUAL 00.

           CLOSE COTACOES.

       0140-CARREGA-COTACOES-FIM.                EXIT.

      *-----------------------------------------------------------------
       0141-GUARDA-COTACAO                       SECTION.
      *-----------------------------------------------------------------

           IF COT-DATA-VIGENCIA GREATER WRK-DATA-PROCESSAMENTO
               GO TO 0141-GUARDA-COTACAO-LER
           END-IF.

           MOVE COT-MOEDA TO WRK-MOEDA-BUSCA.
           PERFORM 0142-ACHA-MOEDA.

           IF WRK-MOEDA-SIM
               IF COT-DATA-VIGENCIA NOT LESS
                  WRK-COT-VIGENCIA(WRK-IDX-MOEDA)
                   MOVE COT-COTACAO TO WRK-COT-COTACAO(WRK-IDX-MOEDA)
                   MOVE COT-DATA-VIGENCIA
                                    TO WRK-COT-VIGENCIA(WRK-IDX-MOEDA)
               END-IF
               GO TO 0141-GUARDA-COTACAO-LER
           END-IF.

           IF WRK-QT-COTACOES LESS 20
               ADD 1 TO WRK-QT-COTACOES
               MOVE COT-MOEDA     TO WRK-COT-MOEDA(WRK-QT-COTACOES)
               MOVE COT-COTACAO   TO WRK-COT-COTACAO(WRK-QT-COTACOES)
               MOVE COT-DATA-VIGENCIA
                                  TO WRK-COT-VIGENCIA(WRK-QT-COTACOES)
           END-IF.

       0141-GUARDA-COTACAO-LER.
           READ COTACOES.

       0141-GUARDA-COTACAO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    MOEDA WRK-MOEDA-BUSCA NA TABELA (INDICE EM WRK-IDX-MOEDA)
      *-----------------------------------------------------------------
       0142-ACHA-MOEDA                           SECTION.
      *-----------------------------------------------------------------

           SET WRK-MOEDA-NAO TO TRUE.
           PERFORM 0143-COMPARA-MOEDA
               VARYING WRK-IDX-MOEDA FROM 1 BY 1
               UNTIL WRK-IDX-MOEDA GREATER WRK-QT-COTACOES
                  OR WRK-MOEDA-SIM.

           IF WRK-MOEDA-SIM
               SUBTRACT 1 FROM WRK-IDX-MOEDA
           END-IF.

       0142-ACHA-MOEDA-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0143-COMPARA-MOEDA                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-COT-MOEDA(WRK-IDX-MOEDA) EQUAL WRK-MOEDA-BUSCA
               SET WRK-MOEDA-SIM TO TRUE
           END-IF.

       0143-COMPARA-MOEDA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    SALDO INICIAL = ULTIMA FOTOGRAFIA DO SALDOHIST ANTERIOR A
      *    DATA DO MOVIMENTO (SEM FOTOGRAFIA, SALDO ZERO)
      *-----------------------------------------------------------------
       0200-APURA-SALDOS                         SECTION.
      *-----------------------------------------------------------------

           IF ACU-ADESOES-VALIDAS EQUAL ZEROS
               GO TO 0200-APURA-SALDOS-FIM
           END-IF.

           OPEN INPUT SALDOHIST.
           IF FS-SALDOHIST NOT EQUAL 00
               DISPLAY "SALDOHIST AUSENTE - SALDO INICIAL ZERO"
               GO TO 0200-APURA-SALDOS-FIM
           END-IF.

           READ SALDOHIST.
           PERFORM 0210-GUARDA-SALDO
               UNTIL FS-SALDOHIST NOT EQUAL 00.

           CLOSE SALDOHIST.

       0200-APURA-SALDOS-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0210-GUARDA-SALDO                         SECTION.
      *-----------------------------------------------------------------

           IF SDH-DATA NOT LESS WRK-DATA-PROCESSAMENTO
               GO TO 0210-GUARDA-SALDO-LER
           END-IF.

           PERFORM 0220-ACHA-ADESAO-SALDO.
           IF WRK-ADESAO-NAO
               GO TO 0210-GUARDA-SALDO-LER
           END-IF.

           IF SDH-DATA NOT LESS WRK-ADE-DATA-SALDO(WRK-IDX-BUSCA)
               MOVE SDH-DATA  TO WRK-ADE-DATA-SALDO(WRK-IDX-BUSCA)
               MOVE SDH-SALDO TO WRK-ADE-SALDO-INICIAL(WRK-IDX-BUSCA)
           END-IF.

       0210-GUARDA-SALDO-LER.
           READ SALDOHIST.

       0210-GUARDA-SALDO-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    ADESAO VALIDA DA CONTA DA FOTOGRAFIA (INDICE EM
      *    WRK-IDX-BUSCA)
      *-----------------------------------------------------------------
       0220-ACHA-ADESAO-SALDO                    SECTION.
      *-----------------------------------------------------------------

           SET WRK-ADESAO-NAO TO TRUE.
           PERFORM 0221-COMPARA-SALDO
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA GREATER WRK-QT-ADESOES
                  OR WRK-ADESAO-SIM.

           IF WRK-ADESAO-SIM
               SUBTRACT 1 FROM WRK-IDX-BUSCA
           END-IF.

       0220-ACHA-ADESAO-SALDO-FIM.               EXIT.

      *-----------------------------------------------------------------
       0221-COMPARA-SALDO                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-ADE-AGENCIA(WRK-IDX-BUSCA) EQUAL SDH-AGENCIA
              AND WRK-ADE-CONTA(WRK-IDX-BUSCA) EQUAL SDH-CONTA
              AND WRK-ADE-VALIDA(WRK-IDX-BUSCA)
               SET WRK-ADESAO-SIM TO TRUE
           END-IF.

       0221-COMPARA-SALDO-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    MOVIMENTOS DA DATA DAS CONTAS ADERIDAS, NA ORDEM DO MOVHIST
      *-----------------------------------------------------------------
       0300-CARREGA-MOVIMENTOS                   SECTION.
      *-----------------------------------------------------------------

           IF ACU-ADESOES-VALIDAS EQUAL ZEROS
               GO TO 0300-CARREGA-MOVIMENTOS-FIM
           END-IF.

           OPEN INPUT MOVHIST.
           IF FS-MOVHIST NOT EQUAL 00
               DISPLAY "MOVHIST NAO ABERTO!"
               CALL "FSTATUS" USING FS-MOVHIST WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           READ MOVHIST.
           PERFORM 0310-GUARDA-MOVIMENTO
               UNTIL FS-MOVHIST NOT EQUAL 00.

           CLOSE MOVHIST.

       0300-CARREGA-MOVIMENTOS-FIM.              EXIT.

      *-----------------------------------------------------------------
       0310-GUARDA-MOVIMENTO                     SECTION.
      *-----------------------------------------------------------------

           IF MOV-DATA NOT EQUAL WRK-DATA-PROCESSAMENTO
               GO TO 0310-GUARDA-MOVIMENTO-LER
           END-IF.

           PERFORM 0320-ACHA-ADESAO-MOV.
           IF WRK-ADESAO-NAO
               GO TO 0310-GUARDA-MOVIMENTO-LER
           END-IF.

           IF WRK-QT-MOVS NOT LESS 5000
               ADD 1 TO ACU-MOVS-FORA
               GO TO 0310-GUARDA-MOVIMENTO-LER
           END-IF.

           ADD 1 TO WRK-QT-MOVS.
           MOVE WRK-IDX-BUSCA        TO WRK-MOV-IDX-ADE(WRK-QT-MOVS).
           MOVE MOV-TIPO-LANCAMENTO  TO WRK-MOV-TIPO(WRK-QT-MOVS).
           MOVE MOV-VALOR            TO WRK-MOV-VALOR(WRK-QT-MOVS).
           MOVE MOV-MOEDA            TO WRK-MOV-MOEDA(WRK-QT-MOVS).
           MOVE MOV-ORIGEM           TO WRK-MOV-ORIGEM(WRK-QT-MOVS).
           MOVE MOV-ID-LOTE          TO WRK-MOV-ID-LOTE(WRK-QT-MOVS).
           MOVE MOV-ID-SEQ           TO WRK-MOV-ID-SEQ(WRK-QT-MOVS).

       0310-GUARDA-MOVIMENTO-LER.
           READ MOVHIST.

       0310-GUARDA-MOVIMENTO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0320-ACHA-ADESAO-MOV                      SECTION.
      *-----------------------------------------------------------------

           SET WRK-ADESAO-NAO TO TRUE.
           PERFORM 0321-COMPARA-MOV
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA GREATER WRK-QT-ADESOES
                  OR WRK-ADESAO-SIM.

           IF WRK-ADESAO-SIM
               SUBTRACT 1 FROM WRK-IDX-BUSCA
           END-IF.

       0320-ACHA-ADESAO-MOV-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0321-COMPARA-MOV                          SECTION.
      *-----------------------------------------------------------------

           IF WRK-ADE-AGENCIA(WRK-IDX-BUSCA) EQUAL MOV-AGENCIA
              AND WRK-ADE-CONTA(WRK-IDX-BUSCA) EQUAL MOV-CONTA
              AND WRK-ADE-VALIDA(WRK-IDX-BUSCA)
               SET WRK-ADESAO-SIM TO TRUE
           END-IF.

       0321-COMPARA-MOV-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    UM ARQUIVO POR CLIENTE, COM TODAS AS CONTAS ADERIDAS DELE -
      *    O DESTINATARIO E O DA PRIMEIRA ADESAO DO CLIENTE NO ROTEIRO
      *-----------------------------------------------------------------
       0400-GERA-ARQUIVOS                        SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT RELEXTPJ.
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-TIT-DATA.
           WRITE REG-RELEXTPJ FROM WRK-LIN-TITULO.
           WRITE REG-RELEXTPJ FROM WRK-LIN-BRANCO.
           WRITE REG-RELEXTPJ FROM WRK-LIN-CABEC.

           PERFORM 0410-ARQUIVO-CLIENTE
               VARYING WRK-IDX-ADE FROM 1 BY 1
               UNTIL WRK-IDX-ADE GREATER WRK-QT-ADESOES.

           IF ACU-ARQUIVOS EQUAL ZEROS
               MOVE "NENHUM EXTRATO GERADO" TO WRK-LIN-BRANCO
               WRITE REG-RELEXTPJ FROM WRK-LIN-BRANCO
               MOVE SPACES                  TO WRK-LIN-BRANCO
           END-IF.

       0400-GERA-ARQUIVOS-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0410-ARQUIVO-CLIENTE                      SECTION.
      *-----------------------------------------------------------------

           IF NOT WRK-ADE-VALIDA(WRK-IDX-ADE)
              OR WRK-ADE-EMITIDA(WRK-IDX-ADE) EQUAL "S"
               GO TO 0410-ARQUIVO-CLIENTE-FIM
           END-IF.

           MOVE WRK-ADE-REG-ID(WRK-IDX-ADE) TO WRK-REG-ID-ATUAL
                                               WRK-REG-ID-X.
           MOVE SPACES TO WRK-CAMINHO-EXTPJ.
           STRING WRK-DIR-DADOS            DELIMITED BY SPACE
                  "\EXTPJ_"                DELIMITED BY SIZE
                  WRK-REG-ID-X             DELIMITED BY SIZE
                  "_"                      DELIMITED BY SIZE
                  WRK-DATA-PROCESSAMENTO-X DELIMITED BY SIZE
                  ".txt"                   DELIMITED BY SIZE
                  INTO WRK-CAMINHO-EXTPJ.

           OPEN OUTPUT EXTPJ.
           IF FS-EXTPJ NOT EQUAL 00
               DISPLAY "EXTRATO " WRK-CAMINHO-EXTPJ " NAO ABERTO!"
               CALL "FSTATUS" USING FS-EXTPJ WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE ZEROS TO WRK-SEQUENCIA
                         WRK-ARQ-CONTAS
                         WRK-ARQ-DEBITOS
                         WRK-ARQ-CREDITOS.

           INITIALIZE REG-EXTELET-HEADER.
           ADD 1 TO WRK-SEQUENCIA.
           MOVE "0"                          TO EXH-TIPO-REGISTRO.
           MOVE WRK-BANCO-PROPRIO            TO EXH-BANCO.
           MOVE "EXTRATO"                    TO EXH-LITERAL.
           MOVE WRK-REG-ID-ATUAL             TO EXH-REG-ID.
           MOVE WRK-ADE-CPFCNPJ(WRK-IDX-ADE) TO EXH-CPFCNPJ.
           MOVE WRK-ADE-NOME(WRK-IDX-ADE)    TO EXH-NOME-CLIENTE.
           MOVE WRK-DATA-PROCESSAMENTO       TO EXH-DATA-MOVIMENTO.
           MOVE WRK-DATA-HOJE                TO EXH-DATA-GERACAO.
           MOVE WRK-HORA-HHMMSS              TO EXH-HORA-GERACAO.
           MOVE WRK-SEQUENCIA                TO EXH-SEQUENCIA.
           WRITE REG-EXTELET-HEADER.

           PERFORM 0420-BLOCO-CONTA
               VARYING WRK-IDX-OUTRA FROM WRK-IDX-ADE BY 1
               UNTIL WRK-IDX-OUTRA GREATER WRK-QT-ADESOES.

           INITIALIZE REG-EXTELET-TRAILER.
           ADD 1 TO WRK-SEQUENCIA.
           MOVE "9"                          TO EXF-TIPO-REGISTRO.
           MOVE WRK-ARQ-CONTAS               TO EXF-QTD-CONTAS.
           MOVE WRK-SEQUENCIA                TO EXF-QTD-REGISTROS
                                                EXF-SEQUENCIA.
           MOVE WRK-ARQ-DEBITOS              TO EXF-TOTAL-DEBITOS.
           MOVE WRK-ARQ-CREDITOS             TO EXF-TOTAL-CREDITOS.
           WRITE REG-EXTELET-TRAILER.

           CLOSE EXTPJ.
           ADD 1 TO ACU-ARQUIVOS.

           MOVE WRK-CAMINHO-EXTPJ TO WRK-LAR-ARQUIVO.
           WRITE REG-RELEXTPJ FROM WRK-LIN-ARQUIVO.

           MOVE "EXTRATO-PJ"                 TO WRK-SPL-RELATORIO.
           MOVE "PRGEXTPJ"                   TO WRK-SPL-PROGRAMA.
           MOVE WRK-CAMINHO-EXTPJ            TO WRK-SPL-ARQUIVO.
           MOVE WRK-ADE-DESTINO(WRK-IDX-ADE) TO WRK-SPL-DESTINATARIO.
           CALL "SPOOLREG" USING WRK-SPOOL.

       0410-ARQUIVO-CLIENTE-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    BLOCO DA CONTA: HEADER "1" COM SALDO INICIAL, DETALHES "2"
      *    E TRAILER "3" COM O SALDO FINAL (INICIAL + C - D EM REAIS)
      *-----------------------------------------------------------------
       0420-BLOCO-CONTA                          SECTION.
      *-----------------------------------------------------------------

           IF NOT WRK-ADE-VALIDA(WRK-IDX-OUTRA)
              OR WRK-ADE-REG-ID(WRK-IDX-OUTRA) NOT EQUAL
                 WRK-REG-ID-ATUAL
               GO TO 0420-BLOCO-CONTA-FIM
           END-IF.

           MOVE "S" TO WRK-ADE-EMITIDA(WRK-IDX-OUTRA).
           ADD 1    TO WRK-ARQ-CONTAS.

           INITIALIZE REG-EXTELET-CONTA.
           ADD 1 TO WRK-SEQUENCIA.
           MOVE "1"                        TO EXC-TIPO-REGISTRO.
           MOVE WRK-ADE-AGENCIA(WRK-IDX-OUTRA)    TO EXC-AGENCIA.
           MOVE WRK-ADE-CONTA(WRK-IDX-OUTRA)      TO EXC-CONTA.
           MOVE WRK-ADE-DV(WRK-IDX-OUTRA)         TO EXC-DV-CONTA.
           MOVE WRK-ADE-TIPO-CONTA(WRK-IDX-OUTRA) TO EXC-TIPO-CONTA.
           MOVE WRK-ADE-DATA-SALDO(WRK-IDX-OUTRA) TO EXC-DATA-SALDO.
           IF WRK-ADE-SALDO-INICIAL(WRK-IDX-OUTRA) LESS ZEROS
               COMPUTE EXC-SALDO-INICIAL =
                       ZEROS - WRK-ADE-SALDO-INICIAL(WRK-IDX-OUTRA)
               MOVE "D"                    TO EXC-DC-SALDO-INICIAL
           ELSE
               MOVE WRK-ADE-SALDO-INICIAL(WRK-IDX-OUTRA)
                                           TO EXC-SALDO-INICIAL
               MOVE "C"                    TO EXC-DC-SALDO-INICIAL
           END-IF.
           MOVE WRK-SEQUENCIA              TO EXC-SEQUENCIA.
           WRITE REG-EXTELET-CONTA.

           MOVE WRK-ADE-SALDO-INICIAL(WRK-IDX-OUTRA) TO WRK-SALDO-FINAL.

           PERFORM 0430-DETALHE
               VARYING WRK-IDX-MOV FROM 1 BY 1
               UNTIL WRK-IDX-MOV GREATER WRK-QT-MOVS.

           INITIALIZE REG-EXTELET-FIM-CONTA.
           ADD 1 TO WRK-SEQUENCIA.
           MOVE "3"                        TO EXT-TIPO-REGISTRO.
           MOVE WRK-ADE-AGENCIA(WRK-IDX-OUTRA)    TO EXT-AGENCIA.
           MOVE WRK-ADE-CONTA(WRK-IDX-OUTRA)      TO EXT-CONTA.
           MOVE WRK-ADE-DV(WRK-IDX-OUTRA)         TO EXT-DV-CONTA.
           MOVE WRK-ADE-QTD-DEBITOS(WRK-IDX-OUTRA)
                                           TO EXT-QTD-DEBITOS.
           MOVE WRK-ADE-TOTAL-DEBITOS(WRK-IDX-OUTRA)
                                           TO EXT-TOTAL-DEBITOS.
           MOVE WRK-ADE-QTD-CREDITOS(WRK-IDX-OUTRA)
                                           TO EXT-QTD-CREDITOS.
           MOVE WRK-ADE-TOTAL-CREDITOS(WRK-IDX-OUTRA)
                                           TO EXT-TOTAL-CREDITOS.
           IF WRK-SALDO-FINAL LESS ZEROS
               COMPUTE EXT-SALDO-FINAL = ZEROS - WRK-SALDO-FINAL
               MOVE "D"                    TO EXT-DC-SALDO-FINAL
           ELSE
               MOVE WRK-SALDO-FINAL        TO EXT-SALDO-FINAL
               MOVE "C"                    TO EXT-DC-SALDO-FINAL
           END-IF.
           MOVE WRK-SEQUENCIA              TO EXT-SEQUENCIA.
           WRITE REG-EXTELET-FIM-CONTA.

           ADD WRK-ADE-TOTAL-DEBITOS(WRK-IDX-OUTRA)  TO WRK-ARQ-DEBITOS.
           ADD WRK-ADE-TOTAL-CREDITOS(WRK-IDX-OUTRA)
                                           TO WRK-ARQ-CREDITOS.

           PERFORM 0450-LINHA-CONTA.

       0420-BLOCO-CONTA-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0430-DETALHE                              SECTION.
      *-----------------------------------------------------------------

           IF WRK-MOV-IDX-ADE(WRK-IDX-MOV) NOT EQUAL WRK-IDX-OUTRA
               GO TO 0430-DETALHE-FIM
           END-IF.

           PERFORM 0440-DESCREVE-ORIGEM.
           PERFORM 0435-CONVERTE-VALOR.

           INITIALIZE REG-EXTELET.
           ADD 1 TO WRK-SEQUENCIA.
           MOVE "2"                          TO EXD-TIPO-REGISTRO.
           MOVE WRK-ADE-AGENCIA(WRK-IDX-OUTRA) TO EXD-AGENCIA.
           MOVE WRK-ADE-CONTA(WRK-IDX-OUTRA) TO EXD-CONTA.
           MOVE WRK-ADE-DV(WRK-IDX-OUTRA)    TO EXD-DV-CONTA.
           MOVE WRK-DATA-PROCESSAMENTO       TO EXD-DATA-MOVIMENTO.
           MOVE WRK-MOV-TIPO(WRK-IDX-MOV)    TO EXD-DC.
           MOVE WRK-MOV-VALOR(WRK-IDX-MOV)   TO EXD-VALOR.
           MOVE WRK-MOV-MOEDA(WRK-IDX-MOV)   TO EXD-MOEDA.
           IF EXD-MOEDA EQUAL SPACES
               MOVE "BRL"                    TO EXD-MOEDA
           END-IF.
           MOVE WRK-VALOR-BRL                TO EXD-VALOR-BRL.
           MOVE WRK-MOV-ID-LOTE(WRK-IDX-MOV) TO EXD-ID-LOTE.
           MOVE WRK-MOV-ID-SEQ(WRK-IDX-MOV)  TO EXD-ID-SEQ.
           MOVE WRK-ORIGEM                   TO EXD-ORIGEM.
           MOVE WRK-HISTORICO                TO EXD-HISTORICO.
           MOVE WRK-SEQUENCIA                TO EXD-SEQUENCIA.
           WRITE REG-EXTELET.

           ADD 1 TO ACU-MOVIMENTOS.
           IF WRK-MOV-TIPO(WRK-IDX-MOV) EQUAL "D"
               ADD 1             TO WRK-ADE-QTD-DEBITOS(WRK-IDX-OUTRA)
               ADD WRK-VALOR-BRL TO WRK-ADE-TOTAL-DEBITOS(WRK-IDX-OUTRA)
               SUBTRACT WRK-VALOR-BRL FROM WRK-SALDO-FINAL
           ELSE
               ADD 1             TO WRK-ADE-QTD-CREDITOS(WRK-IDX-OUTRA)
               ADD WRK-VALOR-BRL
                              TO WRK-ADE-TOTAL-CREDITOS(WRK-IDX-OUTRA)
               ADD WRK-VALOR-BRL TO WRK-SALDO-FINAL
           END-IF.

       0430-DETALHE-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    VALOR EM REAIS PELA COTACAO VIGENTE NA DATA - MOEDA SEM
      *    COTACAO FICA PELO VALOR DE FACE (COMO NO PRGEXTM)
      *-----------------------------------------------------------------
       0435-CONVERTE-VALOR                       SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-MOV-VALOR(WRK-IDX-MOV) TO WRK-VALOR-BRL.

           IF WRK-MOV-MOEDA(WRK-IDX-MOV) EQUAL "BRL"
              OR WRK-MOV-MOEDA(WRK-IDX-MOV) EQUAL SPACES
               GO TO 0435-CONVERTE-VALOR-FIM
           END-IF.

           SET WRK-MOEDA-NAO TO TRUE.
           PERFORM 0436-COMPARA-MOEDA-MOV
               VARYING WRK-IDX-MOEDA FROM 1 BY 1
               UNTIL WRK-IDX-MOEDA GREATER WRK-QT-COTACOES
                  OR WRK-MOEDA-SIM.

           IF WRK-MOEDA-SIM
               SUBTRACT 1 FROM WRK-IDX-MOEDA
               MOVE WRK-COT-COTACAO(WRK-IDX-MOEDA) TO WRK-COTACAO
               COMPUTE WRK-VALOR-BRL ROUNDED =
                       WRK-MOV-VALOR(WRK-IDX-MOV) * WRK-COTACAO
           END-IF.

       0435-CONVERTE-VALOR-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0436-COMPARA-MOEDA-MOV                    SECTION.
      *-----------------------------------------------------------------

           IF WRK-COT-MOEDA(WRK-IDX-MOEDA) EQUAL
              WRK-MOV-MOEDA(WRK-IDX-MOV)
               SET WRK-MOEDA-SIM TO TRUE
           END-IF.

       0436-COMPARA-MOEDA-MOV-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    ORIGEM DO LOTE PELO NUMERO DO IDENTIFICADOR E HISTORICO:
      *    ORIGEM INTERNA PELA TABELA, ORIGEM DE AGENCIA (ABAIXO DE
      *    9000) OU LOTE DESCONHECIDO COM HISTORICO GENERICO
      *-----------------------------------------------------------------
       0440-DESCREVE-ORIGEM                      SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS        TO WRK-ORIGEM.
           MOVE "LANCAMENTO" TO WRK-HISTORICO.

           IF WRK-MOV-ID-LOTE(WRK-IDX-MOV) EQUAL ZEROS
               GO TO 0440-DESCREVE-ORIGEM-FIM
           END-IF.

           SET WRK-LOTE-NAO TO TRUE.
           PERFORM 0441-COMPARA-LOTE
               VARYING WRK-IDX-LOTE FROM 1 BY 1
               UNTIL WRK-IDX-LOTE GREATER WRK-QT-LOTES
                  OR WRK-LOTE-SIM.
           IF WRK-LOTE-NAO
               GO TO 0440-DESCREVE-ORIGEM-FIM
           END-IF.

           SUBTRACT 1 FROM WRK-IDX-LOTE.
           MOVE WRK-LOT-ORIGEM(WRK-IDX-LOTE) TO WRK-ORIGEM.

           IF WRK-ORIGEM LESS 9000
               MOVE "LANCAMENTO DA AGENCIA" TO WRK-HISTORICO
               GO TO 0440-DESCREVE-ORIGEM-FIM
           END-IF.

           SET WRK-ORIGEM-NAO TO TRUE.
           PERFORM 0442-COMPARA-ORIGEM
               VARYING WRK-IDX-ORIGEM FROM 1 BY 1
               UNTIL WRK-IDX-ORIGEM GREATER WRK-QT-ORIGENS
                  OR WRK-ORIGEM-SIM.

           IF WRK-ORIGEM-SIM
               SUBTRACT 1 FROM WRK-IDX-ORIGEM
               MOVE WRK-ORI-HISTORICO(WRK-IDX-ORIGEM) TO WRK-HISTORICO
           ELSE
               MOVE "LANCAMENTO INTERNO"              TO WRK-HISTORICO
           END-IF.

       0440-DESCREVE-ORIGEM-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0441-COMPARA-LOTE                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-LOT-NUMERO(WRK-IDX-LOTE) EQUAL
              WRK-MOV-ID-LOTE(WRK-IDX-MOV)
              AND (WRK-MOV-ORIGEM(WRK-IDX-MOV) EQUAL ZEROS
               OR WRK-LOT-ORIGEM(WRK-IDX-LOTE) EQUAL
                  WRK-MOV-ORIGEM(WRK-IDX-MOV))
               SET WRK-LOTE-SIM TO TRUE
           END-IF.

       0441-COMPARA-LOTE-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0442-COMPARA-ORIGEM                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-ORI-CODIGO(WRK-IDX-ORIGEM) EQUAL WRK-ORIGEM
               SET WRK-ORIGEM-SIM TO TRUE
           END-IF.

       0442-COMPARA-ORIGEM-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0450-LINHA-CONTA                          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-ADE-REG-ID(WRK-IDX-OUTRA)   TO WRK-LCT-REG-ID.
           MOVE WRK-ADE-NOME(WRK-IDX-OUTRA)     TO WRK-LCT-NOME.
           MOVE WRK-ADE-AGENCIA(WRK-IDX-OUTRA)  TO WRK-LCT-AGENCIA.
           MOVE WRK-ADE-CONTA(WRK-IDX-OUTRA)    TO WRK-LCT-CONTA.
           MOVE WRK-ADE-DV(WRK-IDX-OUTRA)       TO WRK-LCT-DV.
           MOVE WRK-ADE-SALDO-INICIAL(WRK-IDX-OUTRA)
                                             TO WRK-LCT-SALDO-INICIAL.
           COMPUTE WRK-LCT-QTD = WRK-ADE-QTD-DEBITOS(WRK-IDX-OUTRA)
                               + WRK-ADE-QTD-CREDITOS(WRK-IDX-OUTRA).
           MOVE WRK-ADE-TOTAL-DEBITOS(WRK-IDX-OUTRA)
                                             TO WRK-LCT-DEBITOS.
           MOVE WRK-ADE-TOTAL-CREDITOS(WRK-IDX-OUTRA)
                                             TO WRK-LCT-CREDITOS.
           MOVE WRK-SALDO-FINAL              TO WRK-LCT-SALDO-FINAL.
           MOVE WRK-ADE-DESTINO(WRK-IDX-ADE) TO WRK-LCT-DESTINO.
           WRITE REG-RELEXTPJ FROM WRK-LIN-CONTA.

       0450-LINHA-CONTA-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0500-LISTA-RECUSADAS                      SECTION.
      *-----------------------------------------------------------------

           IF ACU-ADESOES-RECUSADAS EQUAL ZEROS
               GO TO 0500-LISTA-RECUSADAS-FIM
           END-IF.

           WRITE REG-RELEXTPJ FROM WRK-LIN-BRANCO.
           WRITE REG-RELEXTPJ FROM WRK-LIN-TITULO-RECUSA.

           PERFORM 0510-LINHA-RECUSA
               VARYING WRK-IDX-ADE FROM 1 BY 1
               UNTIL WRK-IDX-ADE GREATER WRK-QT-ADESOES.

       0500-LISTA-RECUSADAS-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0510-LINHA-RECUSA                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-ADE-RECUSADA(WRK-IDX-ADE)
               MOVE WRK-ADE-AGENCIA(WRK-IDX-ADE) TO WRK-LRC-AGENCIA
               MOVE WRK-ADE-CONTA(WRK-IDX-ADE)   TO WRK-LRC-CONTA
               MOVE WRK-ADE-DESTINO(WRK-IDX-ADE) TO WRK-LRC-DESTINO
               MOVE WRK-ADE-MOTIVO(WRK-IDX-ADE)  TO WRK-LRC-MOTIVO
               WRITE REG-RELEXTPJ FROM WRK-LIN-RECUSA
           END-IF.

       0510-LINHA-RECUSA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0600-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE RELEXTPJ.

           MOVE "RELEXTPJ"             TO WRK-SPL-RELATORIO.
           MOVE "PRGEXTPJ"             TO WRK-SPL-PROGRAMA.
           MOVE WRK-CAMINHO-RELEXTPJ   TO WRK-SPL-ARQUIVO.
           MOVE "OPERACOES"            TO WRK-SPL-DESTINATARIO.
           CALL "SPOOLREG" USING WRK-SPOOL.

           DISPLAY WRK-LINHA.
           DISPLAY "DATA DO MOVIMENTO...: " WRK-DATA-PROCESSAMENTO.
           DISPLAY "CONTAS ADERIDAS.....: " ACU-ADESOES-VALIDAS.
           DISPLAY "ADESOES RECUSADAS...: " ACU-ADESOES-RECUSADAS.
           DISPLAY "ARQUIVOS GERADOS....: " ACU-ARQUIVOS.
           DISPLAY "MOVIMENTOS ENVIADOS.: " ACU-MOVIMENTOS.
           IF ACU-MOVS-FORA GREATER ZEROS
               DISPLAY "MOVIMENTOS FORA (TABELA CHEIA - 5000): "
                       ACU-MOVS-FORA
           END-IF.
           DISPLAY "RELACAO GRAVADA.....: " WRK-CAMINHO-RELEXTPJ.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           IF ACU-ADESOES-RECUSADAS GREATER ZEROS
              OR ACU-MOVS-FORA GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0600-FINALIZAR-FIM.                       EXIT.
