       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGINADI.
      *=================================================================
      * PROGRAMA   : PRGINADI
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: ACOMPANHAMENTO DA INADIMPLENCIA DE CHEQUE ESPECIAL
      *              - RODA TODA NOITE DEPOIS DO ATI4 E DO PRGJUROS.
      *              PERCORRE AS FOTOGRAFIAS DIARIAS DO SALDOHIST.txt
      *              ATE A DATA BASE E, PARA CADA AGENCIA/CONTA, ACHA
      *              O INICIO DA SEQUENCIA ATUAL DE DIAS COM SALDO
      *              NEGATIVO E DE DIAS ALEM DO CTA-LIMITE-ESPECIAL
      *              (DIAS CORRIDOS, CONTANDO O DIA DO INICIO). PARA
      *              CADA CONTA EM ATRASO APLICA A REGRA MAIS SEVERA
      *              ATINGIDA DO INADREGR.txt (OU DA TABELA PADRAO):
      *              AVISO, REDUCAO DO LIMITE, CANCELAMENTO DO LIMITE
      *              OU BLOQUEIO DA CONTA NO CONTAS.dat. O NIVEL JA
      *              APLICADO NA SEQUENCIA FICA NO INADCTL.txt, PARA
      *              QUE A MESMA ACAO NAO SE REPITA A CADA NOITE - SO
      *              SE SOBE DE NIVEL. TODA ALTERACAO NO CONTAS.dat
      *              SEGUE O CAMINHO DO PRGDORME: AUDITORIA ANTES/
      *              DEPOIS EM AUDITCTA.txt E IMAGEM-ANTES NO JORNCTA.
      *              A LISTA DE COBRANCA COBRINAD.txt SAI POR AGENCIA,
      *              COM SALDO DEVEDOR, EXCESSO SOBRE O LIMITE, DIAS EM
      *              ATRASO E A SITUACAO DA CONTA, PARA OS GERENTES
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  SALDOHIST             INPUT                  #SALDHIST
      *  CONTAS                INPUT/OUTPUT           #CONTAS
      *  INADREGR              INPUT                  #INADREGR
      *  INADCTL               INPUT/OUTPUT           #INADCTL
      *  COBRINAD              OUTPUT
      *  AUDITCTA              OUTPUT (EXTEND)        #AUDITCTA
      *  JORNCTA               OUTPUT (EXTEND)        #JORNAL
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
           SELECT SALDOHIST             ASSIGN TO
                                        WRK-CAMINHO-SALDHIST
               FILE STATUS              IS FS-SALDOHIST.

           SELECT CONTAS                ASSIGN TO
                                        WRK-CAMINHO-CONTAS
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS CTA-CHAVE
               FILE STATUS              IS FS-CONTAS.

           SELECT INADREGR              ASSIGN TO
                                        WRK-CAMINHO-INADREGR
               FILE STATUS              IS FS-INADREGR.

           SELECT INADCTL               ASSIGN TO
                                        WRK-CAMINHO-INADCTL
               FILE STATUS              IS FS-INADCTL.

           SELECT COBRINAD              ASSIGN TO
                                        WRK-CAMINHO-COBRINAD
               FILE STATUS              IS FS-COBRINAD.

           SELECT AUDITCTA              ASSIGN TO
           "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\AUDITCTA.txt"
               FILE STATUS              IS FS-AUDITCTA.

           SELECT JORNCTA               ASSIGN TO
                                        WRK-CAMINHO-JORNCTA
               FILE STATUS              IS FS-JORNCTA.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT -  FOTOGRAFIA DIARIA DOS SALDOS (SALDOHIST)
      *                               LRECL = 029
      *----------------------------------------------------------------*
       FD  SALDOHIST.
       COPY '#SALDHIST'.

      *----------------------------------------------------------------*
      *     I/O   -  CADASTRO DE CONTAS (CONTAS)
      *                               LRECL = 026
      *----------------------------------------------------------------*
       FD  CONTAS.
       COPY '#CONTAS'.

      *----------------------------------------------------------------*
      *     INPUT -  REGRAS DE ESCALONAMENTO (INADREGR)
      *                               LRECL = 010
      *----------------------------------------------------------------*
       FD  INADREGR.
       COPY '#INADREGR'.

      *----------------------------------------------------------------*
      *     I/O   -  CONTROLE DA INADIMPLENCIA (INADCTL)
      *                               LRECL = 036
      *----------------------------------------------------------------*
       FD  INADCTL.
       COPY '#INADCTL'.

      *----------------------------------------------------------------*
      *     OUTPUT - LISTA DE COBRANCA POR AGENCIA (COBRINAD)
      *                               LRECL = 080
      *----------------------------------------------------------------*
       FD  COBRINAD.
       01  REG-COBRINAD                 PIC X(080).

      *----------------------------------------------------------------*
      *     OUTPUT - AUDITORIA DAS MANUTENCOES DE CONTAS (AUDITCTA)
      *                               LRECL = 054
      *----------------------------------------------------------------*
       FD  AUDITCTA.
       COPY '#AUDITCTA'.

       FD  JORNCTA.
       COPY '#JORNAL'.

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-SALDOHIST                 PIC 9(002).
       77  FS-CONTAS                    PIC 9(002).
       77  FS-INADREGR                  PIC 9(002).
       77  FS-INADCTL                   PIC 9(002).
       77  FS-COBRINAD                  PIC 9(002).
       77  FS-AUDITCTA                  PIC 9(002).
       77  FS-JORNCTA                   PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-SALDHIST         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CONTAS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-INADREGR         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-INADCTL          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-COBRINAD         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-JORNCTA          PIC X(060)        VALUES SPACES.
       01  WRK-IMAGEM-ANTES             PIC X(050)        VALUES SPACES.

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
           '*** VARIAVEIS DA INADIMPLENCIA *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-BASE                PIC 9(008)        VALUES ZEROS.
       01  WRK-OPERADOR                 PIC X(010)        VALUES
           "PRGINADI".

      *== REGRAS DE ESCALONAMENTO (PADRAO SE INADREGR.txt AUSENTE)
       01  WRK-QT-REGRAS                PIC 9(002)        VALUES 5.
       01  WRK-IDX-REGRA                PIC 9(002)        VALUES ZEROS.
       01  WRK-CARREGOU-REGRAS          PIC X(001)        VALUES "N".
           88 WRK-REGRAS-DO-ARQUIVO               VALUES "S".
       01  WRK-TAB-REGRAS.
           05 WRK-RGI-OCO               OCCURS 20 TIMES.
               10 WRK-RGI-ACAO              PIC X(01).
               10 WRK-RGI-BASE              PIC X(01).
               10 WRK-RGI-DIAS              PIC 9(05).
               10 WRK-RGI-PERCENTUAL        PIC 9(03).

      *== CONTROLE DA RODADA ANTERIOR (DO INADCTL)
       01  WRK-QT-CONTROLES             PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-CONTROLE             PIC 9(004)        VALUES ZEROS.
       01  WRK-CONTROLE-ACHADO          PIC X(001)        VALUES "N".
           88 WRK-CONTROLE-SIM                    VALUES "S".
           88 WRK-CONTROLE-NAO                    VALUES "N".
       01  WRK-TAB-CONTROLES.
           05 WRK-ICT-OCO               OCCURS 2000 TIMES.
               10 WRK-ICT-AGENCIA           PIC 9(04).
               10 WRK-ICT-CONTA             PIC 9(05).
               10 WRK-ICT-DATA-INICIO       PIC 9(08).
               10 WRK-ICT-NIVEL             PIC X(01).
               10 WRK-ICT-DATA-ACAO         PIC 9(08).
               10 WRK-ICT-LIMITE-ORIGINAL   PIC 9(08)V99.

      *== SITUACAO DE CADA CONTA NAS FOTOGRAFIAS (DO SALDOHIST)
       01  WRK-QT-SITUACOES             PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-SIT                  PIC 9(004)        VALUES ZEROS.
       01  WRK-SIT-ACHADA               PIC X(001)        VALUES "N".
           88 WRK-SIT-SIM                         VALUES "S".
           88 WRK-SIT-NAO                         VALUES "N".
       01  WRK-TAB-SITUACOES.
           05 WRK-SIT-OCO               OCCURS 2000 TIMES.
               10 WRK-SIT-AGENCIA           PIC 9(04).
               10 WRK-SIT-CONTA             PIC 9(05).
               10 WRK-SIT-SALDO             PIC S9(10)V99 COMP-3.
               10 WRK-SIT-LIMITE            PIC 9(08)V99.
               10 WRK-SIT-INICIO-NEG        PIC 9(08).
               10 WRK-SIT-INICIO-EXC        PIC 9(08).
               10 WRK-SIT-DIAS-NEG          PIC 9(05).
               10 WRK-SIT-DIAS-EXC          PIC 9(05).
               10 WRK-SIT-NIVEL             PIC X(01).
               10 WRK-SIT-SITUACAO-CTA      PIC X(01).
               10 WRK-SIT-APLICADA          PIC X(01).
               10 WRK-SIT-LISTAR            PIC X(01).

      *== AGENCIAS COM CONTAS NA LISTA DE COBRANCA
       01  WRK-QT-AGENCIAS              PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-AGE                  PIC 9(003)        VALUES ZEROS.
       01  WRK-AGE-ACHADA               PIC X(001)        VALUES "N".
           88 WRK-AGE-SIM                         VALUES "S".
           88 WRK-AGE-NAO                         VALUES "N".
       01  WRK-TAB-AGENCIAS.
           05 WRK-AGE-OCO               OCCURS 300 TIMES.
               10 WRK-AGE-AGENCIA           PIC 9(04).

      *== AVALIACAO DA CONTA
       01  WRK-DATA-INICIO-EXC          PIC 9(008)        VALUES ZEROS.
       01  WRK-DIAS-AUX                 PIC S9(006)       VALUES ZEROS.
       01  WRK-NIVEL-ANTERIOR           PIC X(001)        VALUES SPACES.
       01  WRK-DATA-ACAO-ANTERIOR       PIC 9(008)        VALUES ZEROS.
       01  WRK-LIMITE-ORIGINAL          PIC 9(008)V99     VALUES ZEROS.
       01  WRK-NIVEL-ALVO               PIC X(001)        VALUES SPACES.
       01  WRK-PERCENTUAL-ALVO          PIC 9(003)        VALUES ZEROS.
       01  WRK-SEV-ANTERIOR             PIC 9(001)        VALUES ZEROS.
       01  WRK-SEV-ALVO                 PIC 9(001)        VALUES ZEROS.
       01  WRK-SEV-REGRA                PIC 9(001)        VALUES ZEROS.
       01  WRK-NIVEL-AUX                PIC X(001)        VALUES SPACES.
       01  WRK-SEV-AUX                  PIC 9(001)        VALUES ZEROS.
       01  WRK-REGRA-ATINGIDA           PIC X(001)        VALUES "N".
           88 WRK-REGRA-SIM                       VALUES "S".
       01  WRK-LIMITE-NOVO              PIC 9(008)V99     VALUES ZEROS.
       01  WRK-SALDO-DEVEDOR            PIC 9(010)V99     VALUES ZEROS.
       01  WRK-EXCESSO                  PIC S9(010)V99    VALUES ZEROS.

       01  ACU-FOTOGRAFIAS              PIC 9(007) COMP-3 VALUES ZEROS.
       01  ACU-EM-ATRASO                PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-AVISOS                   PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-REDUCOES                 PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-CANCELAMENTOS            PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-BLOQUEIOS                PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-ERROS                    PIC 9(005) COMP-3 VALUES ZEROS.

       01  WRK-TOTAIS-AGENCIA.
           05 WRK-TAG-QTD               PIC 9(05)    COMP-3 VALUE 0.
           05 WRK-TAG-DEVEDOR           PIC 9(10)V99 COMP-3 VALUE 0.
           05 WRK-TAG-EXCESSO           PIC 9(10)V99 COMP-3 VALUE 0.
       01  WRK-TOTAIS-GERAL.
           05 WRK-TGE-QTD               PIC 9(05)    COMP-3 VALUE 0.
           05 WRK-TGE-DEVEDOR           PIC 9(10)V99 COMP-3 VALUE 0.
           05 WRK-TGE-EXCESSO           PIC 9(10)V99 COMP-3 VALUE 0.

      *== LINHAS DA LISTA DE COBRANCA
       01  WRK-LIN-TITULO.
           05 FILLER                    PIC X(042) VALUE
              "LISTA DE COBRANCA - CHEQUE ESPECIAL - DATA".
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-TIT-DATA              PIC 9(008).
           05 FILLER                    PIC X(029) VALUE SPACES.

       01  WRK-LIN-CABEC                PIC X(080) VALUE
           "AGEN CONTA  SALDO DEVEDOR        LIMITE       EXCESSO  DNEG
      -    "  DEXC ACAO".

       01  WRK-LIN-CONTA.
           05 WRK-LIN-AGENCIA           PIC 9(004).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-CONTA-NUM         PIC 9(005).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-DEVEDOR           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-LIMITE            PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-EXCESSO           PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-DIAS-NEG          PIC ZZZZ9.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-DIAS-EXC          PIC ZZZZ9.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-ACAO              PIC X(010).
           05 WRK-LIN-HOJE              PIC X(001).
           05 FILLER                    PIC X(003) VALUE SPACES.

       01  WRK-LIN-SUBTOT.
           05 WRK-SUB-ROTULO            PIC X(010).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-SUB-DEVEDOR           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(015) VALUE SPACES.
           05 WRK-SUB-EXCESSO           PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-SUB-QTD               PIC ZZZZ9.
           05 FILLER                    PIC X(008) VALUE
              " CONTAS".
           05 FILLER                    PIC X(013) VALUE SPACES.

       01  WRK-LIN-RODAPE               PIC X(080) VALUE
           "ACAO COM * = APLICADA NESTA RODADA".

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
           PERFORM 0200-CARREGA-SALDOHIST
               UNTIL FS-SALDOHIST NOT EQUAL 00.
           PERFORM 0300-AVALIA-CONTAS.
           PERFORM 0400-IMPRIME-COBRANCA.
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
                  "\SALDOHIST.txt"     DELIMITED BY SIZE
                  INTO WRK-CAMINHO-SALDHIST.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CONTAS.dat"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CONTAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\INADREGR.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-INADREGR.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\INADCTL.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-INADCTL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\COBRINAD.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-COBRINAD.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\JORNCTA.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-JORNCTA.

           DISPLAY "==== INADIMPLENCIA DE CHEQUE ESPECIAL ====".
           DISPLAY "DATA BASE (AAAAMMDD, BRANCO=HOJE)?".
           ACCEPT WRK-DATA-BASE.
           IF WRK-DATA-BASE EQUAL ZEROS
               ACCEPT WRK-DATA-BASE FROM DATE YYYYMMDD
           END-IF.

           PERFORM 0110-REGRAS-PADRAO.
           PERFORM 0120-CARREGA-REGRAS.
           PERFORM 0130-CARREGA-CONTROLE.

           OPEN I-O CONTAS.
           IF FS-CONTAS NOT EQUAL 00
               MOVE WRK-ERRO-ABERTURA TO WRK-FS-DESCRICAO
               DISPLAY WRK-FS-DESCRICAO
               CALL "FSTATUS" USING FS-CONTAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND AUDITCTA.
           IF FS-AUDITCTA EQUAL 35
               OPEN OUTPUT AUDITCTA
               CLOSE AUDITCTA
               OPEN EXTEND AUDITCTA
           END-IF.

           OPEN OUTPUT COBRINAD.

           OPEN INPUT SALDOHIST.
           IF FS-SALDOHIST NOT EQUAL 00
               DISPLAY "SALDOHIST AUSENTE - NENHUMA CONTA EM ATRASO"
           ELSE
               READ SALDOHIST
           END-IF.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    REGRAS PADRAO COMPILADAS - VALEM QUANDO INADREGR.txt ESTA
      *    AUSENTE OU VAZIO
      *-----------------------------------------------------------------
       0110-REGRAS-PADRAO                        SECTION.
      *-----------------------------------------------------------------

           MOVE "A"       TO WRK-RGI-ACAO(1).
           MOVE "N"       TO WRK-RGI-BASE(1).
           MOVE 00005     TO WRK-RGI-DIAS(1).
           MOVE 000       TO WRK-RGI-PERCENTUAL(1).
           MOVE "R"       TO WRK-RGI-ACAO(2).
           MOVE "N"       TO WRK-RGI-BASE(2).
           MOVE 00015     TO WRK-RGI-DIAS(2).
           MOVE 050       TO WRK-RGI-PERCENTUAL(2).
           MOVE "C"       TO WRK-RGI-ACAO(3).
           MOVE "N"       TO WRK-RGI-BASE(3).
           MOVE 00030     TO WRK-RGI-DIAS(3).
           MOVE 000       TO WRK-RGI-PERCENTUAL(3).
           MOVE "C"       TO WRK-RGI-ACAO(4).
           MOVE "E"       TO WRK-RGI-BASE(4).
           MOVE 00010     TO WRK-RGI-DIAS(4).
           MOVE 000       TO WRK-RGI-PERCENTUAL(4).
           MOVE "B"       TO WRK-RGI-ACAO(5).
           MOVE "E"       TO WRK-RGI-BASE(5).
           MOVE 00060     TO WRK-RGI-DIAS(5).
           MOVE 000       TO WRK-RGI-PERCENTUAL(5).

       0110-REGRAS-PADRAO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0120-CARREGA-REGRAS                       SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT INADREGR.
           IF FS-INADREGR NOT EQUAL 00
               DISPLAY "INADREGR.txt AUSENTE - USANDO REGRAS PADRAO"
               GO TO 0120-CARREGA-REGRAS-FIM
           END-IF.

           READ INADREGR.
           PERFORM 0121-GUARDA-REGRA
               UNTIL FS-INADREGR NOT EQUAL 00.

           CLOSE INADREGR.

       0120-CARREGA-REGRAS-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    REGRA DE ACAO OU BASE DESCONHECIDA E IGNORADA
      *-----------------------------------------------------------------
       0121-GUARDA-REGRA                         SECTION.
      *-----------------------------------------------------------------

           IF NOT RGI-AVISO AND NOT RGI-REDUZ
              AND NOT RGI-CANCELA AND NOT RGI-BLOQUEIA
              OR (NOT RGI-DIAS-NEGATIVO AND NOT RGI-DIAS-EXCESSO)
               DISPLAY "REGRA IGNORADA: " REG-INADREGR
               GO TO 0121-GUARDA-REGRA-LER
           END-IF.

           IF NOT WRK-REGRAS-DO-ARQUIVO
               MOVE "S"   TO WRK-CARREGOU-REGRAS
               MOVE ZEROS TO WRK-QT-REGRAS
           END-IF.

           IF WRK-QT-REGRAS LESS 20
               ADD 1 TO WRK-QT-REGRAS
               MOVE RGI-ACAO       TO WRK-RGI-ACAO(WRK-QT-REGRAS)
               MOVE RGI-BASE       TO WRK-RGI-BASE(WRK-QT-REGRAS)
               MOVE RGI-DIAS       TO WRK-RGI-DIAS(WRK-QT-REGRAS)
               MOVE RGI-PERCENTUAL TO WRK-RGI-PERCENTUAL(WRK-QT-REGRAS)
           END-IF.

       0121-GUARDA-REGRA-LER.
           READ INADREGR.

       0121-GUARDA-REGRA-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    CONTROLE DA RODADA ANTERIOR - O ARQUIVO E REGRAVADO INTEIRO
      *    NO FIM DESTA RODADA
      *-----------------------------------------------------------------
       0130-CARREGA-CONTROLE                     SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT INADCTL.
           IF FS-INADCTL NOT EQUAL 00
               GO TO 0130-CARREGA-CONTROLE-FIM
           END-IF.

           READ INADCTL.
           PERFORM 0131-GUARDA-CONTROLE
               UNTIL FS-INADCTL NOT EQUAL 00.

           CLOSE INADCTL.

       0130-CARREGA-CONTROLE-FIM.                EXIT.

      *-----------------------------------------------------------------
       0131-GUARDA-CONTROLE                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-CONTROLES LESS 2000
               ADD 1 TO WRK-QT-CONTROLES
               MOVE ICT-AGENCIA
                    TO WRK-ICT-AGENCIA(WRK-QT-CONTROLES)
               MOVE ICT-CONTA
                    TO WRK-ICT-CONTA(WRK-QT-CONTROLES)
               MOVE ICT-DATA-INICIO
                    TO WRK-ICT-DATA-INICIO(WRK-QT-CONTROLES)
               MOVE ICT-NIVEL
                    TO WRK-ICT-NIVEL(WRK-QT-CONTROLES)
               MOVE ICT-DATA-ACAO
                    TO WRK-ICT-DATA-ACAO(WRK-QT-CONTROLES)
               MOVE ICT-LIMITE-ORIGINAL
                    TO WRK-ICT-LIMITE-ORIGINAL(WRK-QT-CONTROLES)
           ELSE
               DISPLAY "TABELA DE CONTROLE CHEIA (2000) - AG "
                   ICT-AGENCIA " CTA " ICT-CONTA " SEM HISTORICO"
           END-IF.

           READ INADCTL.

       0131-GUARDA-CONTROLE-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    SEQUENCIAS ATUAIS POR CONTA: SALDO NEGATIVO ABRE (OU
      *    MANTEM) A SEQUENCIA DE DIAS NEGATIVOS, SALDO >= ZERO A
      *    ENCERRA; O MESMO PARA O SALDO ALEM DO LIMITE ESPECIAL
      *-----------------------------------------------------------------
       0200-CARREGA-SALDOHIST                    SECTION.
      *-----------------------------------------------------------------

           IF SDH-DATA GREATER WRK-DATA-BASE
               GO TO 0200-CARREGA-SALDOHIST-LER
           END-IF.

           ADD 1 TO ACU-FOTOGRAFIAS.

           PERFORM 0210-ACHA-SITUACAO.
           IF WRK-SIT-NAO
               GO TO 0200-CARREGA-SALDOHIST-LER
           END-IF.

           MOVE SDH-SALDO TO WRK-SIT-SALDO(WRK-IDX-SIT).

           IF SDH-SALDO LESS ZEROS
               IF WRK-SIT-INICIO-NEG(WRK-IDX-SIT) EQUAL ZEROS
                   MOVE SDH-DATA TO WRK-SIT-INICIO-NEG(WRK-IDX-SIT)
               END-IF
           ELSE
               MOVE ZEROS TO WRK-SIT-INICIO-NEG(WRK-IDX-SIT)
           END-IF.

           IF SDH-SALDO + WRK-SIT-LIMITE(WRK-IDX-SIT) LESS ZEROS
               IF WRK-SIT-INICIO-EXC(WRK-IDX-SIT) EQUAL ZEROS
                   MOVE SDH-DATA TO WRK-SIT-INICIO-EXC(WRK-IDX-SIT)
               END-IF
           ELSE
               MOVE ZEROS TO WRK-SIT-INICIO-EXC(WRK-IDX-SIT)
           END-IF.

       0200-CARREGA-SALDOHIST-LER.

           READ SALDOHIST.
           IF FS-SALDOHIST NOT EQUAL 00
               CLOSE SALDOHIST
           END-IF.

       0200-CARREGA-SALDOHIST-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    LOCALIZA A CONTA DA FOTOGRAFIA NA TABELA, INCLUINDO-A QUANDO
      *    NOVA COM O LIMITE ESPECIAL ATUAL DO CONTAS.dat
      *-----------------------------------------------------------------
       0210-ACHA-SITUACAO                        SECTION.
      *-----------------------------------------------------------------

           SET WRK-SIT-NAO TO TRUE.

           PERFORM 0211-COMPARA-SITUACAO
               VARYING WRK-IDX-SIT FROM 1 BY 1
               UNTIL WRK-IDX-SIT GREATER WRK-QT-SITUACOES
                  OR WRK-SIT-SIM.

           IF WRK-SIT-SIM
               SUBTRACT 1 FROM WRK-IDX-SIT
               GO TO 0210-ACHA-SITUACAO-FIM
           END-IF.

           IF WRK-QT-SITUACOES NOT LESS 2000
               DISPLAY "TABELA DE CONTAS CHEIA (2000) - AG "
                   SDH-AGENCIA " CTA " SDH-CONTA " FORA DA RODADA"
               GO TO 0210-ACHA-SITUACAO-FIM
           END-IF.

           ADD 1 TO WRK-QT-SITUACOES.
           MOVE WRK-QT-SITUACOES TO WRK-IDX-SIT.
           MOVE SDH-AGENCIA      TO WRK-SIT-AGENCIA(WRK-IDX-SIT).
           MOVE SDH-CONTA        TO WRK-SIT-CONTA(WRK-IDX-SIT).
           MOVE ZEROS            TO WRK-SIT-SALDO(WRK-IDX-SIT)
                                    WRK-SIT-LIMITE(WRK-IDX-SIT)
                                    WRK-SIT-INICIO-NEG(WRK-IDX-SIT)
                                    WRK-SIT-INICIO-EXC(WRK-IDX-SIT)
                                    WRK-SIT-DIAS-NEG(WRK-IDX-SIT)
                                    WRK-SIT-DIAS-EXC(WRK-IDX-SIT).
           MOVE SPACES           TO WRK-SIT-NIVEL(WRK-IDX-SIT)
                                    WRK-SIT-SITUACAO-CTA(WRK-IDX-SIT)
                                    WRK-SIT-APLICADA(WRK-IDX-SIT).
           MOVE "N"              TO WRK-SIT-LISTAR(WRK-IDX-SIT).

           MOVE SDH-AGENCIA TO CTA-AGENCIA.
           MOVE SDH-CONTA   TO CTA-CONTA.
           READ CONTAS KEY IS CTA-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CTA-LIMITE-ESPECIAL
                                 TO WRK-SIT-LIMITE(WRK-IDX-SIT)
           END-READ.

           SET WRK-SIT-SIM TO TRUE.

       0210-ACHA-SITUACAO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0211-COMPARA-SITUACAO                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-SIT-AGENCIA(WRK-IDX-SIT) EQUAL SDH-AGENCIA
              AND WRK-SIT-CONTA(WRK-IDX-SIT) EQUAL SDH-CONTA
               SET WRK-SIT-SIM TO TRUE
           END-IF.

       0211-COMPARA-SITUACAO-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    AVALIA AS CONTAS COM SEQUENCIA NEGATIVA EM ABERTO E REGRAVA
      *    O CONTROLE SO COM ELAS
      *-----------------------------------------------------------------
       0300-AVALIA-CONTAS                        SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT INADCTL.

           PERFORM 0310-AVALIA-CONTA
               VARYING WRK-IDX-SIT FROM 1 BY 1
               UNTIL WRK-IDX-SIT GREATER WRK-QT-SITUACOES.

           CLOSE INADCTL.

       0300-AVALIA-CONTAS-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0310-AVALIA-CONTA                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-SIT-INICIO-NEG(WRK-IDX-SIT) EQUAL ZEROS
               GO TO 0310-AVALIA-CONTA-FIM
           END-IF.

           MOVE WRK-SIT-AGENCIA(WRK-IDX-SIT) TO CTA-AGENCIA.
           MOVE WRK-SIT-CONTA(WRK-IDX-SIT)   TO CTA-CONTA.
           READ CONTAS KEY IS CTA-CHAVE
               INVALID KEY
                   DISPLAY "CONTA FORA DO CADASTRO - AG " CTA-AGENCIA
                       " CTA " CTA-CONTA
                   GO TO 0310-AVALIA-CONTA-FIM
           END-READ.

           IF CTA-ENCERRADA
               GO TO 0310-AVALIA-CONTA-FIM
           END-IF.

           ADD 1 TO ACU-EM-ATRASO.

      *    DIAS NEGATIVOS: DO INICIO DA SEQUENCIA ATE A DATA BASE
           COMPUTE WRK-DIAS-AUX =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-BASE)
             - FUNCTION INTEGER-OF-DATE(WRK-SIT-INICIO-NEG(WRK-IDX-SIT))
             + 1.
           MOVE WRK-DIAS-AUX TO WRK-SIT-DIAS-NEG(WRK-IDX-SIT).

      *    NIVEL JA APLICADO - SO VALE SE E A MESMA SEQUENCIA
           MOVE SPACES              TO WRK-NIVEL-ANTERIOR.
           MOVE ZEROS               TO WRK-DATA-ACAO-ANTERIOR.
           MOVE CTA-LIMITE-ESPECIAL TO WRK-LIMITE-ORIGINAL.
           PERFORM 0320-ACHA-CONTROLE.
           IF WRK-CONTROLE-SIM
              AND WRK-ICT-DATA-INICIO(WRK-IDX-CONTROLE) EQUAL
                  WRK-SIT-INICIO-NEG(WRK-IDX-SIT)
               MOVE WRK-ICT-NIVEL(WRK-IDX-CONTROLE)
                                       TO WRK-NIVEL-ANTERIOR
               MOVE WRK-ICT-DATA-ACAO(WRK-IDX-CONTROLE)
                                       TO WRK-DATA-ACAO-ANTERIOR
               MOVE WRK-ICT-LIMITE-ORIGINAL(WRK-IDX-CONTROLE)
                                       TO WRK-LIMITE-ORIGINAL
           END-IF.

      *    DIAS ALEM DO LIMITE: DEPOIS DE UMA REDUCAO/CANCELAMENTO A
      *    CONTAGEM RECOMECA NO DIA SEGUINTE A ACAO
           MOVE WRK-SIT-INICIO-EXC(WRK-IDX-SIT) TO WRK-DATA-INICIO-EXC.
           IF WRK-DATA-INICIO-EXC NOT EQUAL ZEROS
              AND (WRK-NIVEL-ANTERIOR EQUAL "R"
                OR WRK-NIVEL-ANTERIOR EQUAL "C")
              AND WRK-DATA-ACAO-ANTERIOR NOT LESS WRK-DATA-INICIO-EXC
               COMPUTE WRK-DATA-INICIO-EXC =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-ACAO-ANTERIOR) + 1)
           END-IF.
           MOVE ZEROS TO WRK-SIT-DIAS-EXC(WRK-IDX-SIT).
           IF WRK-DATA-INICIO-EXC NOT EQUAL ZEROS
              AND WRK-DATA-INICIO-EXC NOT GREATER WRK-DATA-BASE
               COMPUTE WRK-DIAS-AUX =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-BASE)
                 - FUNCTION INTEGER-OF-DATE(WRK-DATA-INICIO-EXC) + 1
               MOVE WRK-DIAS-AUX TO WRK-SIT-DIAS-EXC(WRK-IDX-SIT)
           END-IF.

           PERFORM 0330-APURA-NIVEL-ALVO.

           MOVE WRK-NIVEL-ANTERIOR TO WRK-NIVEL-AUX.
           PERFORM 0360-SEVERIDADE.
           MOVE WRK-SEV-AUX        TO WRK-SEV-ANTERIOR.

           MOVE WRK-NIVEL-ANTERIOR TO WRK-SIT-NIVEL(WRK-IDX-SIT).
           IF WRK-SEV-ALVO GREATER WRK-SEV-ANTERIOR
               PERFORM 0340-APLICA-ACAO
           END-IF.

           MOVE CTA-SITUACAO    TO WRK-SIT-SITUACAO-CTA(WRK-IDX-SIT).
           MOVE CTA-LIMITE-ESPECIAL TO WRK-SIT-LIMITE(WRK-IDX-SIT).
           MOVE "S"                 TO WRK-SIT-LISTAR(WRK-IDX-SIT).
           PERFORM 0370-ACHA-AGENCIA.

           MOVE WRK-SIT-AGENCIA(WRK-IDX-SIT)    TO ICT-AGENCIA.
           MOVE WRK-SIT-CONTA(WRK-IDX-SIT)      TO ICT-CONTA.
           MOVE WRK-SIT-INICIO-NEG(WRK-IDX-SIT) TO ICT-DATA-INICIO.
           MOVE WRK-SIT-NIVEL(WRK-IDX-SIT)      TO ICT-NIVEL.
           MOVE WRK-DATA-ACAO-ANTERIOR          TO ICT-DATA-ACAO.
           MOVE WRK-LIMITE-ORIGINAL             TO ICT-LIMITE-ORIGINAL.
           WRITE REG-INADCTL.

       0310-AVALIA-CONTA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0320-ACHA-CONTROLE                        SECTION.
      *-----------------------------------------------------------------

           SET WRK-CONTROLE-NAO TO TRUE.

           PERFORM 0321-COMPARA-CONTROLE
               VARYING WRK-IDX-CONTROLE FROM 1 BY 1
               UNTIL WRK-IDX-CONTROLE GREATER WRK-QT-CONTROLES
                  OR WRK-CONTROLE-SIM.

           IF WRK-CONTROLE-SIM
               SUBTRACT 1 FROM WRK-IDX-CONTROLE
           END-IF.

       0320-ACHA-CONTROLE-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0321-COMPARA-CONTROLE                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-ICT-AGENCIA(WRK-IDX-CONTROLE) EQUAL CTA-AGENCIA
              AND WRK-ICT-CONTA(WRK-IDX-CONTROLE) EQUAL CTA-CONTA
               SET WRK-CONTROLE-SIM TO TRUE
           END-IF.

       0321-COMPARA-CONTROLE-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    DAS REGRAS ATINGIDAS PELA CONTA VALE A MAIS SEVERA
      *-----------------------------------------------------------------
       0330-APURA-NIVEL-ALVO                     SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES TO WRK-NIVEL-ALVO.
           MOVE ZEROS  TO WRK-SEV-ALVO
                          WRK-PERCENTUAL-ALVO.

           PERFORM 0331-TESTA-REGRA
               VARYING WRK-IDX-REGRA FROM 1 BY 1
               UNTIL WRK-IDX-REGRA GREATER WRK-QT-REGRAS.

       0330-APURA-NIVEL-ALVO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0331-TESTA-REGRA                          SECTION.
      *-----------------------------------------------------------------

           MOVE "N" TO WRK-REGRA-ATINGIDA.

           IF WRK-RGI-BASE(WRK-IDX-REGRA) EQUAL "N"
              AND WRK-SIT-DIAS-NEG(WRK-IDX-SIT) NOT LESS
                  WRK-RGI-DIAS(WRK-IDX-REGRA)
               SET WRK-REGRA-SIM TO TRUE
           END-IF.

           IF WRK-RGI-BASE(WRK-IDX-REGRA) EQUAL "E"
              AND WRK-SIT-DIAS-EXC(WRK-IDX-SIT) GREATER ZEROS
              AND WRK-SIT-DIAS-EXC(WRK-IDX-SIT) NOT LESS
                  WRK-RGI-DIAS(WRK-IDX-REGRA)
               SET WRK-REGRA-SIM TO TRUE
           END-IF.

           IF NOT WRK-REGRA-SIM
               GO TO 0331-TESTA-REGRA-FIM
           END-IF.

           MOVE WRK-RGI-ACAO(WRK-IDX-REGRA) TO WRK-NIVEL-AUX.
           PERFORM 0360-SEVERIDADE.
           IF WRK-SEV-AUX GREATER WRK-SEV-ALVO
               MOVE WRK-SEV-AUX                 TO WRK-SEV-ALVO
               MOVE WRK-NIVEL-AUX               TO WRK-NIVEL-ALVO
               MOVE WRK-RGI-PERCENTUAL(WRK-IDX-REGRA)
                                                TO WRK-PERCENTUAL-ALVO
           END-IF.

       0331-TESTA-REGRA-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    APLICA A ACAO DO NIVEL ALVO NO CONTAS.dat - REDUCAO E
      *    CANCELAMENTO DO LIMITE SAO AUDITADOS COMO OPERACAO "L" DO
      *    PRGARQ9, O BLOQUEIO COMO OPERACAO "B"
      *-----------------------------------------------------------------
       0340-APLICA-ACAO                          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DATA-BASE  TO WRK-DATA-ACAO-ANTERIOR.
           MOVE WRK-NIVEL-ALVO TO WRK-SIT-NIVEL(WRK-IDX-SIT).
           MOVE "*"            TO WRK-SIT-APLICADA(WRK-IDX-SIT).

           EVALUATE WRK-NIVEL-ALVO
               WHEN "A"
                   ADD 1 TO ACU-AVISOS
                   GO TO 0340-APLICA-ACAO-FIM
               WHEN "R"
                   COMPUTE WRK-LIMITE-NOVO ROUNDED =
                       CTA-LIMITE-ESPECIAL
                     * (100 - WRK-PERCENTUAL-ALVO) / 100
               WHEN "C"
                   MOVE ZEROS TO WRK-LIMITE-NOVO
               WHEN "B"
                   MOVE CTA-LIMITE-ESPECIAL TO WRK-LIMITE-NOVO
           END-EVALUATE.

           IF WRK-NIVEL-ALVO NOT EQUAL "B"
              AND WRK-LIMITE-NOVO EQUAL CTA-LIMITE-ESPECIAL
               GO TO 0340-APLICA-ACAO-FIM
           END-IF.
           IF WRK-NIVEL-ALVO EQUAL "B"
              AND NOT CTA-ABERTA
               GO TO 0340-APLICA-ACAO-FIM
           END-IF.

           MOVE WRK-DATA-BASE          TO AUD-CTA-DATA.
           MOVE WRK-OPERADOR           TO AUD-CTA-OPERADOR.
           IF WRK-NIVEL-ALVO EQUAL "B"
               MOVE "B"                TO AUD-CTA-OPERACAO
           ELSE
               MOVE "L"                TO AUD-CTA-OPERACAO
           END-IF.
           MOVE CTA-AGENCIA            TO AUD-CTA-AGENCIA.
           MOVE CTA-CONTA              TO AUD-CTA-CONTA.
           MOVE CTA-REG-ID             TO AUD-CTA-REG-ID.
           MOVE CTA-SITUACAO           TO AUD-CTA-SIT-ANTERIOR.
           MOVE CTA-LIMITE-ESPECIAL    TO AUD-CTA-LIMITE-ANTERIOR.

           MOVE REG-CONTAS TO WRK-IMAGEM-ANTES.
           IF WRK-NIVEL-ALVO EQUAL "B"
               SET CTA-BLOQUEADA TO TRUE
           ELSE
               MOVE WRK-LIMITE-NOVO TO CTA-LIMITE-ESPECIAL
           END-IF.
           REWRITE REG-CONTAS.

           IF FS-CONTAS NOT EQUAL 00
               ADD 1 TO ACU-ERROS
               DISPLAY "ERRO NA REGRAVACAO AG " CTA-AGENCIA
                   " CTA " CTA-CONTA " FS " FS-CONTAS
               MOVE WRK-IMAGEM-ANTES TO REG-CONTAS
               GO TO 0340-APLICA-ACAO-FIM
           END-IF.

           MOVE CTA-SITUACAO           TO AUD-CTA-SIT-NOVA.
           MOVE CTA-LIMITE-ESPECIAL    TO AUD-CTA-LIMITE-NOVO.
           WRITE REG-AUDITCTA.
           PERFORM 0350-GRAVA-JORNAL.

           EVALUATE WRK-NIVEL-ALVO
               WHEN "R"
                   ADD 1 TO ACU-REDUCOES
               WHEN "C"
                   ADD 1 TO ACU-CANCELAMENTOS
               WHEN "B"
                   ADD 1 TO ACU-BLOQUEIOS
           END-EVALUATE.

       0340-APLICA-ACAO-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    JORNAL DE IMAGENS-ANTES - MESMO CAMINHO DO PRGDORME, PARA O
      *    PRGVOLTA CONSEGUIR DESFAZER A ACAO
      *-----------------------------------------------------------------
       0350-GRAVA-JORNAL                         SECTION.
      *-----------------------------------------------------------------

           OPEN EXTEND JORNCTA.
           IF FS-JORNCTA EQUAL 35
               OPEN OUTPUT JORNCTA
               CLOSE JORNCTA
               OPEN EXTEND JORNCTA
           END-IF.

           ACCEPT JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA FROM TIME.
           MOVE "PRGINADI"       TO JRN-PROGRAMA.
           SET JRN-REGRAVACAO    TO TRUE.
           MOVE WRK-IMAGEM-ANTES TO JRN-IMAGEM.
           WRITE REG-JORNAL.
           CLOSE JORNCTA.

       0350-GRAVA-JORNAL-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    SEVERIDADE DO NIVEL: BRANCO 0, A 1, R 2, C 3, B 4
      *-----------------------------------------------------------------
       0360-SEVERIDADE                           SECTION.
      *-----------------------------------------------------------------

           EVALUATE WRK-NIVEL-AUX
               WHEN "A"
                   MOVE 1 TO WRK-SEV-AUX
               WHEN "R"
                   MOVE 2 TO WRK-SEV-AUX
               WHEN "C"
                   MOVE 3 TO WRK-SEV-AUX
               WHEN "B"
                   MOVE 4 TO WRK-SEV-AUX
               WHEN OTHER
                   MOVE 0 TO WRK-SEV-AUX
           END-EVALUATE.

       0360-SEVERIDADE-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0370-ACHA-AGENCIA                         SECTION.
      *-----------------------------------------------------------------

           SET WRK-AGE-NAO TO TRUE.

           PERFORM 0371-COMPARA-AGENCIA
               VARYING WRK-IDX-AGE FROM 1 BY 1
               UNTIL WRK-IDX-AGE GREATER WRK-QT-AGENCIAS
                  OR WRK-AGE-SIM.

           IF WRK-AGE-SIM
               GO TO 0370-ACHA-AGENCIA-FIM
           END-IF.

           IF WRK-QT-AGENCIAS LESS 300
               ADD 1 TO WRK-QT-AGENCIAS
               MOVE WRK-SIT-AGENCIA(WRK-IDX-SIT)
                                 TO WRK-AGE-AGENCIA(WRK-QT-AGENCIAS)
           ELSE
               DISPLAY "TABELA DE AGENCIAS CHEIA (300) - AGENCIA "
                   WRK-SIT-AGENCIA(WRK-IDX-SIT) " FORA DA LISTA"
           END-IF.

       0370-ACHA-AGENCIA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0371-COMPARA-AGENCIA                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-AGE-AGENCIA(WRK-IDX-AGE) EQUAL
              WRK-SIT-AGENCIA(WRK-IDX-SIT)
               SET WRK-AGE-SIM TO TRUE
           END-IF.

       0371-COMPARA-AGENCIA-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    LISTA DE COBRANCA - UM BLOCO POR AGENCIA COM SUBTOTAL
      *-----------------------------------------------------------------
       0400-IMPRIME-COBRANCA                     SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DATA-BASE TO WRK-TIT-DATA.
           WRITE REG-COBRINAD FROM WRK-LIN-TITULO.
           DISPLAY WRK-LIN-TITULO.
           WRITE REG-COBRINAD FROM WRK-LIN-CABEC.
           DISPLAY WRK-LIN-CABEC.

           PERFORM 0410-IMPRIME-AGENCIA
               VARYING WRK-IDX-AGE FROM 1 BY 1
               UNTIL WRK-IDX-AGE GREATER WRK-QT-AGENCIAS.

           MOVE "TOTAL"             TO WRK-SUB-ROTULO.
           MOVE WRK-TGE-DEVEDOR     TO WRK-SUB-DEVEDOR.
           MOVE WRK-TGE-EXCESSO     TO WRK-SUB-EXCESSO.
           MOVE WRK-TGE-QTD         TO WRK-SUB-QTD.
           WRITE REG-COBRINAD FROM WRK-LIN-SUBTOT.
           DISPLAY WRK-LIN-SUBTOT.
           WRITE REG-COBRINAD FROM WRK-LIN-RODAPE.

       0400-IMPRIME-COBRANCA-FIM.                EXIT.

      *-----------------------------------------------------------------
       0410-IMPRIME-AGENCIA                      SECTION.
      *-----------------------------------------------------------------

           INITIALIZE WRK-TOTAIS-AGENCIA.

           PERFORM 0420-IMPRIME-CONTA
               VARYING WRK-IDX-SIT FROM 1 BY 1
               UNTIL WRK-IDX-SIT GREATER WRK-QT-SITUACOES.

           MOVE SPACES              TO WRK-SUB-ROTULO.
           STRING "AG "             DELIMITED BY SIZE
                  WRK-AGE-AGENCIA(WRK-IDX-AGE)
                                    DELIMITED BY SIZE
                  INTO WRK-SUB-ROTULO.
           MOVE WRK-TAG-DEVEDOR     TO WRK-SUB-DEVEDOR.
           MOVE WRK-TAG-EXCESSO     TO WRK-SUB-EXCESSO.
           MOVE WRK-TAG-QTD         TO WRK-SUB-QTD.
           WRITE REG-COBRINAD FROM WRK-LIN-SUBTOT.
           DISPLAY WRK-LIN-SUBTOT.

       0410-IMPRIME-AGENCIA-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    VALOR EM ATRASO = SALDO DEVEDOR; EXCESSO = O QUE PASSA DO
      *    LIMITE ESPECIAL ATUAL (JA COM A ACAO DESTA RODADA)
      *-----------------------------------------------------------------
       0420-IMPRIME-CONTA                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-SIT-LISTAR(WRK-IDX-SIT) NOT EQUAL "S"
              OR WRK-SIT-AGENCIA(WRK-IDX-SIT) NOT EQUAL
                 WRK-AGE-AGENCIA(WRK-IDX-AGE)
               GO TO 0420-IMPRIME-CONTA-FIM
           END-IF.

           COMPUTE WRK-SALDO-DEVEDOR =
               ZEROS - WRK-SIT-SALDO(WRK-IDX-SIT).
           COMPUTE WRK-EXCESSO =
               WRK-SALDO-DEVEDOR - WRK-SIT-LIMITE(WRK-IDX-SIT).
           IF WRK-EXCESSO LESS ZEROS
               MOVE ZEROS TO WRK-EXCESSO
           END-IF.

           MOVE WRK-SIT-AGENCIA(WRK-IDX-SIT)  TO WRK-LIN-AGENCIA.
           MOVE WRK-SIT-CONTA(WRK-IDX-SIT)    TO WRK-LIN-CONTA-NUM.
           MOVE WRK-SALDO-DEVEDOR             TO WRK-LIN-DEVEDOR.
           MOVE WRK-SIT-LIMITE(WRK-IDX-SIT)   TO WRK-LIN-LIMITE.
           MOVE WRK-EXCESSO                   TO WRK-LIN-EXCESSO.
           MOVE WRK-SIT-DIAS-NEG(WRK-IDX-SIT) TO WRK-LIN-DIAS-NEG.
           MOVE WRK-SIT-DIAS-EXC(WRK-IDX-SIT) TO WRK-LIN-DIAS-EXC.
           MOVE WRK-SIT-APLICADA(WRK-IDX-SIT) TO WRK-LIN-HOJE.

           EVALUATE TRUE
               WHEN WRK-SIT-SITUACAO-CTA(WRK-IDX-SIT) EQUAL "B"
                   MOVE "BLOQUEADA"  TO WRK-LIN-ACAO
               WHEN WRK-SIT-NIVEL(WRK-IDX-SIT) EQUAL "C"
                   MOVE "LIM CANCEL" TO WRK-LIN-ACAO
               WHEN WRK-SIT-NIVEL(WRK-IDX-SIT) EQUAL "R"
                   MOVE "LIM REDUZ"  TO WRK-LIN-ACAO
               WHEN WRK-SIT-NIVEL(WRK-IDX-SIT) EQUAL "A"
                   MOVE "AVISO"      TO WRK-LIN-ACAO
               WHEN OTHER
                   MOVE "ACOMPANHAR" TO WRK-LIN-ACAO
           END-EVALUATE.

           WRITE REG-COBRINAD FROM WRK-LIN-CONTA.
           DISPLAY WRK-LIN-CONTA.

           ADD 1                 TO WRK-TAG-QTD
                                    WRK-TGE-QTD.
           ADD WRK-SALDO-DEVEDOR TO WRK-TAG-DEVEDOR
                                    WRK-TGE-DEVEDOR.
           ADD WRK-EXCESSO       TO WRK-TAG-EXCESSO
                                    WRK-TGE-EXCESSO.

       0420-IMPRIME-CONTA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0500-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE CONTAS.
           CLOSE AUDITCTA.
           CLOSE COBRINAD.

           MOVE "COBRINAD"             TO WRK-SPL-RELATORIO.
           MOVE "PRGINADI"             TO WRK-SPL-PROGRAMA.
           MOVE WRK-CAMINHO-COBRINAD   TO WRK-SPL-ARQUIVO.
           MOVE "GERENTES"             TO WRK-SPL-DESTINATARIO.
           CALL "SPOOLREG" USING WRK-SPOOL.

           DISPLAY WRK-LINHA.
           DISPLAY "FOTOGRAFIAS LIDAS...: " ACU-FOTOGRAFIAS.
           DISPLAY "CONTAS EM ATRASO....: " ACU-EM-ATRASO.
           DISPLAY "AVISOS..............: " ACU-AVISOS.
           DISPLAY "LIMITES REDUZIDOS...: " ACU-REDUCOES.
           DISPLAY "LIMITES CANCELADOS..: " ACU-CANCELAMENTOS.
           DISPLAY "CONTAS BLOQUEADAS...: " ACU-BLOQUEIOS.
           DISPLAY "ERROS DE REGRAVACAO.: " ACU-ERROS.
           DISPLAY "LISTA GRAVADA.......: " WRK-CAMINHO-COBRINAD.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           IF ACU-ERROS GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0500-FINALIZAR-FIM.                       EXIT.
