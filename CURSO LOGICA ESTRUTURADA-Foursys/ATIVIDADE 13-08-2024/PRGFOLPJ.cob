       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGFOLPJ.
      *=================================================================
      * PROGRAMA   : PRGFOLPJ
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: CREDITO DE FOLHA DE PAGAMENTO DO CLIENTE PESSOA
      *              JURIDICA - RODA ANTES DO ATI4. LE O ARQUIVO DE
      *              FOLHA ENVIADO PELA EMPRESA (FOLPJ.txt, BOOK
      *              #FOLPJ: HEADER, UM CREDITO POR FUNCIONARIO E
      *              TRAILER) E CONFERE:
      *              1) ESTRUTURA - HEADER, TRAILER COM QUANTIDADE E
      *                 TOTAL IGUAIS AOS DETALHES, ARQUIVO AINDA NAO
      *                 PROCESSADO (FOLCTL.txt);
      *              2) EMPRESA - CONTA NO CONTAS.dat ABERTA E COM DV
      *                 CERTO (VALCTA), DONO PESSOA JURIDICA COM O
      *                 CNPJ DO HEADER NO CLIENTES.dat;
      *              3) CADA FUNCIONARIO - DV PELO VALCTA, CONTA
      *                 EXISTENTE, NAO ENCERRADA E NAO BLOQUEADA E
      *                 VALOR MAIOR QUE ZERO;
      *              4) SALDO - O TOTAL DO ARQUIVO CONTRA O SALDO DO
      *                 SALDOCTA.dat MAIS O CTA-LIMITE-ESPECIAL, MENOS
      *                 OS BLOQUEIOS EM VIGOR (BLOQJUD.txt).
      *              FALHANDO 1, 2 OU 4 O ARQUIVO INTEIRO E RECUSADO,
      *              SEM LANCAMENTO. ACEITO, EMITE UM LOTE NO LAYOUT
      *              #LANCAM EM LANCFOL.txt (ORIGEM INTERNA 9018,
      *              SEQUENCIA EM FOLLOTE.txt): PRIMEIRO O DEBITO DO
      *              TOTAL NA CONTA DA EMPRESA, DEPOIS UM CREDITO POR
      *              FUNCIONARIO ACEITO E, PARA CADA LINHA RECUSADA,
      *              O CREDITO DE DEVOLUCAO DO VALOR A EMPRESA. O
      *              RETORNO FOLPJRET_<AGENCIA><CONTA>_<ARQUIVO>.txt
      *              VOLTA O ARQUIVO COM A SITUACAO DE CADA LINHA E E
      *              CATALOGADO NO SPOOL PARA O DESTINATARIO DA CONTA
      *              DA EMPRESA NO ROTEIRO.txt (SEM LINHA DE CONTA,
      *              GERENTES)
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  FOLPJ                 INPUT                  #FOLPJ
      *  FOLPJRET              OUTPUT                 #FOLPJ
      *  FOLCTL                INPUT/OUTPUT (EXTEND)
      *  CONTAS                INPUT                  #CONTAS
      *  CLIENTES              INPUT                  #CLIREG
      *  SALDOCTA              INPUT                  #SALDOCTA
      *  BLOQJUD               INPUT                  #BLOQJUD
      *  PARAMVAL              INPUT                  #PARAMVAL
      *  ROTEIRO               INPUT                  #ROTEIRO
      *  LANCFOL               OUTPUT (EXTEND)        #LANCAM
      *  LOTESEQ               INPUT/OUTPUT
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS / VALCTA / SPOOLREG
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
           SELECT FOLPJ                 ASSIGN TO
                                        WRK-CAMINHO-FOLPJ
               FILE STATUS              IS FS-FOLPJ.

           SELECT FOLPJRET              ASSIGN TO
                                        WRK-CAMINHO-FOLPJRET
               FILE STATUS              IS FS-FOLPJRET.

           SELECT FOLCTL                ASSIGN TO
                                        WRK-CAMINHO-FOLCTL
               FILE STATUS              IS FS-FOLCTL.

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

           SELECT SALDOCTA              ASSIGN TO
                                        WRK-CAMINHO-SALDOCTA
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS REG-CHAVE-SALDO
               FILE STATUS              IS FS-SALDOCTA.

           SELECT BLOQJUD               ASSIGN TO
                                        WRK-CAMINHO-BLOQJUD
               FILE STATUS              IS FS-BLOQJUD.

           SELECT PARAMVAL              ASSIGN TO
                                        WRK-CAMINHO-PARAMVAL
               FILE STATUS              IS FS-PARAMVAL.

           SELECT ROTEIRO               ASSIGN TO
                                        WRK-CAMINHO-ROTEIRO
               FILE STATUS              IS FS-ROTEIRO.

           SELECT LANCFOL               ASSIGN TO
                                        WRK-CAMINHO-LANCFOL
               FILE STATUS              IS FS-LANCFOL.

           SELECT LOTESEQ               ASSIGN TO
                                        WRK-CAMINHO-LOTESEQ
               FILE STATUS              IS FS-LOTESEQ.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT -  FOLHA DE PAGAMENTO DA EMPRESA (FOLPJ)
      *                               LRECL = 100
      *----------------------------------------------------------------*
       FD  FOLPJ.
       01  REG-FOLPJ-ENTRADA            PIC X(100).

      *----------------------------------------------------------------*
      *     OUTPUT - RETORNO DA FOLHA PARA A EMPRESA (FOLPJRET)
      *                               LRECL = 100
      *----------------------------------------------------------------*
       FD  FOLPJRET.
       01  REG-FOLPJ-RETORNO            PIC X(100).

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - ARQUIVOS DE FOLHA JA PROCESSADOS (FOLCTL)
      *                               LRECL = 030
      *----------------------------------------------------------------*
       FD  FOLCTL.
       01  REG-FOLCTL.
           05 FCT-AGENCIA               PIC  9(04).
           05 FCT-CONTA                 PIC  9(05).
           05 FCT-NUMERO-ARQUIVO        PIC  9(06).
           05 FCT-DATA-PROCESSAMENTO    PIC  9(08).
           05 FCT-LOTE                  PIC  9(06).
           05 FCT-SITUACAO              PIC  X(01).
               88 FCT-ACEITO                       VALUE "A".
               88 FCT-RECUSADO                     VALUE "R".

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
      *     INPUT -  SALDOS DAS CONTAS (SALDOCTA)
      *                               LRECL = 021
      *----------------------------------------------------------------*
       FD  SALDOCTA.
       COPY '#SALDOCTA'.

      *----------------------------------------------------------------*
      *     INPUT -  BLOQUEIOS DE SALDO (BLOQJUD)
      *                               LRECL = 103
      *----------------------------------------------------------------*
       FD  BLOQJUD.
       COPY '#BLOQJUD'.

      *----------------------------------------------------------------*
      *     INPUT -  PARAMETROS DE VALIDACAO VIGENTES (PARAMVAL)
      *                               LRECL = 014
      *----------------------------------------------------------------*
       FD  PARAMVAL.
       COPY '#PARAMVAL'.

      *----------------------------------------------------------------*
      *     INPUT -  ROTEIRO DE AGENCIAS E ADESOES (ROTEIRO)
      *                               LRECL = 029
      *----------------------------------------------------------------*
       FD  ROTEIRO.
       COPY '#ROTEIRO'.

      *----------------------------------------------------------------*
      *     OUTPUT-  LOTE DA FOLHA PARA O PROXIMO ATI4 (LANCFOL)
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  LANCFOL.
       COPY '#LANCAM'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - ULTIMO NUMERO DE LOTE EMITIDO
      *                               LRECL = 006
      *----------------------------------------------------------------*
       FD  LOTESEQ.
       01  REG-LOTESEQ.
           05 SEQ-ULTIMO-LOTE           PIC  9(06).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-FOLPJ                     PIC 9(002).
       77  FS-FOLPJRET                  PIC 9(002).
       77  FS-FOLCTL                    PIC 9(002).
       77  FS-CONTAS                    PIC 9(002).
       77  FS-CLIENTES                  PIC 9(002).
       77  FS-SALDOCTA                  PIC 9(002).
       77  FS-BLOQJUD                   PIC 9(002).
       77  FS-PARAMVAL                  PIC 9(002).
       77  FS-ROTEIRO                   PIC 9(002).
       77  FS-LANCFOL                   PIC 9(002).
       77  FS-LOTESEQ                   PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-FOLPJ            PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FOLPJRET         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FOLCTL           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CONTAS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-SALDOCTA         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-BLOQJUD          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-PARAMVAL         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-ROTEIRO          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LANCFOL          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LOTESEQ          PIC X(060)        VALUES SPACES.

      *== AREA DE TRABALHO DO REGISTRO DE FOLHA (ENTRADA E RETORNO)
       COPY '#FOLPJ'.

      *== CONTROLE DO LOTE EMITIDO NESTA RODADA
       01  WRK-LOTE-NUMERO              PIC 9(006)        VALUES ZEROS.
       01  WRK-LOTE-ESTADO              PIC X(001)        VALUES "F".
           88 WRK-LOTE-ABERTO                     VALUES "A".
           88 WRK-LOTE-FECHADO                    VALUES "F".

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
           05 WRK-VCT-FUNCAO            PIC X(001)        VALUES "V".
           05 WRK-VCT-AGENCIA           PIC 9(004)        VALUES ZEROS.
           05 WRK-VCT-CONTA             PIC 9(005)        VALUES ZEROS.
           05 WRK-VCT-DV-INFORMADO      PIC 9(001)        VALUES ZEROS.
           05 WRK-VCT-DV-CALCULADO      PIC 9(001)        VALUES ZEROS.
           05 WRK-VCT-VALIDA            PIC X(001)        VALUES "N".
               88 WRK-VCT-OK                      VALUES "S".
               88 WRK-VCT-INVALIDA                VALUES "N".

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DO CREDITO DE FOLHA PJ *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-PROCESSAMENTO       PIC 9(008)        VALUES ZEROS.
       01  WRK-TIPO-CLIENTE-VALIDO      PIC X(001)        VALUES "F".
       01  WRK-GERENTE-VALIDO           PIC X(001)        VALUES "P".
       01  WRK-TIPO-CLIENTE-PJ          PIC X(001)        VALUES "J".
       01  WRK-GERENTE-VALIDO-PJ        PIC X(001)        VALUES "G".
       01  WRK-MOTIVO-ARQUIVO           PIC 9(002)        VALUES ZEROS.
       01  WRK-MOTIVO-LINHA             PIC 9(002)        VALUES ZEROS.
       01  WRK-DESTINO-RETORNO          PIC X(020)        VALUES
           "GERENTES".

      *== HEADER E TRAILER RECEBIDOS
       01  WRK-HEADER-LIDO              PIC X(001)        VALUES "N".
           88 WRK-HEADER-SIM                      VALUES "S".
           88 WRK-HEADER-NAO                      VALUES "N".
       01  WRK-TRAILER-LIDO             PIC X(001)        VALUES "N".
           88 WRK-TRAILER-SIM                     VALUES "S".
           88 WRK-TRAILER-NAO                     VALUES "N".
       01  WRK-REG-HEADER               PIC X(100)        VALUES SPACES.
       01  WRK-TRL-QTD-DETALHES         PIC 9(005)        VALUES ZEROS.
       01  WRK-TRL-VALOR-TOTAL          PIC 9(012)V99     VALUES ZEROS.

      *== EMPRESA (CONTA A DEBITAR)
       01  WRK-EMP-AGENCIA              PIC 9(004)        VALUES ZEROS.
       01  WRK-EMP-CONTA                PIC 9(005)        VALUES ZEROS.
       01  WRK-EMP-DV                   PIC 9(001)        VALUES ZEROS.
       01  WRK-EMP-CNPJ                 PIC 9(014)        VALUES ZEROS.
       01  WRK-EMP-NUMERO-ARQUIVO       PIC 9(006)        VALUES ZEROS.
       01  WRK-EMP-DATA-PAGAMENTO       PIC 9(008)        VALUES ZEROS.
       01  WRK-EMP-AGENCIA-X            PIC X(004)        VALUES SPACES.
       01  WRK-EMP-CONTA-X              PIC X(005)        VALUES SPACES.
       01  WRK-EMP-ARQUIVO-X            PIC X(006)        VALUES SPACES.

      *== DETALHES DO ARQUIVO (REGISTRO INTEIRO, LAYOUT #FOLPJ)
       01  WRK-QT-DETALHES              PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-DETALHE              PIC 9(004)        VALUES ZEROS.
       01  WRK-TAB-DETALHES.
           05 WRK-DET-OCO               OCCURS 3000 TIMES.
               10 WRK-DET-REGISTRO          PIC X(100).

      *== BLOQUEIOS EM VIGOR NA CONTA DA EMPRESA
       01  WRK-BLOQUEADO-EMPRESA        PIC 9(010)V99     VALUES ZEROS.

      *== SALDO DISPONIVEL DA EMPRESA
       01  WRK-SALDO-CONTA              PIC S9(10)V99     VALUES ZEROS.
       01  WRK-SALDO-DISPONIVEL         PIC S9(12)V99     VALUES ZEROS.

       01  WRK-TOTAL-ARQUIVO            PIC 9(012)V99     VALUES ZEROS.
       01  WRK-TOTAL-CREDITADO          PIC 9(012)V99     VALUES ZEROS.
       01  WRK-TOTAL-DEVOLVIDO          PIC 9(012)V99     VALUES ZEROS.
       01  WRK-TOTAL-LOTE               PIC 9(010)V99     VALUES ZEROS.
       01  WRK-TOTAL-ED                 PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  ACU-REGISTROS-LIDOS          PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-CREDITADOS               PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-DEVOLVIDOS               PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-LANCAMENTOS              PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-DETALHES-FORA            PIC 9(005) COMP-3 VALUES ZEROS.

      *== BOOK DE MENSAGENS ERRO
       COPY "#BOOKMSG".

      *=================================================================
       PROCEDURE                                 DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       0001-PRINCIPAL                            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0100-INICIAR.
           PERFORM 0200-CARREGA-ARQUIVO.
           PERFORM 0300-CONFERE-EMPRESA.
           PERFORM 0400-CONFERE-DETALHES.
           PERFORM 0500-CONFERE-SALDO.
           PERFORM 0600-EMITE-LOTE.
           PERFORM 0700-GRAVA-RETORNO.
           PERFORM 0800-FINALIZAR.

       0001-PRINCIPAL-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DIR-DADOS FROM ENVIRONMENT "ATIVIDADE3_DIR".
           IF WRK-DIR-DADOS EQUAL SPACES
               MOVE "C:\ATIVIDADE3" TO WRK-DIR-DADOS
           END-IF.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FOLPJ.txt"         DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FOLPJ.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FOLCTL.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FOLCTL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CONTAS.dat"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CONTAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\SALDOCTA.dat"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-SALDOCTA.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\BLOQJUD.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-BLOQJUD.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\PARAMVAL.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-PARAMVAL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\ROTEIRO.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-ROTEIRO.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\LANCFOL.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LANCFOL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FOLLOTE.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LOTESEQ.

           DISPLAY "==== CREDITO DE FOLHA DE PAGAMENTO PJ ====".
           DISPLAY "DATA DE PROCESSAMENTO (AAAAMMDD, BRANCO=HOJE)?".
           ACCEPT WRK-DATA-PROCESSAMENTO.
           IF WRK-DATA-PROCESSAMENTO EQUAL ZEROS
               ACCEPT WRK-DATA-PROCESSAMENTO FROM DATE YYYYMMDD
           END-IF.

           PERFORM 0110-RECEBE-PARAMETRO.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    PARAMVAL DA O TIPO DE CLIENTE/GERENTE DOS LANCAMENTOS - O
      *    DEBITO DA EMPRESA VAI COM O GERENTE VALIDO PARA PJ
      *-----------------------------------------------------------------
       0110-RECEBE-PARAMETRO                     SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT PARAMVAL.
           IF FS-PARAMVAL            EQUAL 00
               READ PARAMVAL
               IF FS-PARAMVAL        EQUAL 00
                   MOVE REG-TIPO-CLIENTE-VALIDO
                                     TO WRK-TIPO-CLIENTE-VALIDO
                   MOVE REG-GERENTE-VALIDO      TO WRK-GERENTE-VALIDO
                   MOVE REG-GERENTE-VALIDO-PJ
                                     TO WRK-GERENTE-VALIDO-PJ
               END-IF
               CLOSE PARAMVAL
           END-IF.

       0110-RECEBE-PARAMETRO-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    CARGA DO ARQUIVO DA EMPRESA - HEADER, DETALHES NA TABELA E
      *    TRAILER; CONFERE A ESTRUTURA (MOTIVOS 10, 11, 16 E 17)
      *-----------------------------------------------------------------
       0200-CARREGA-ARQUIVO                      SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT FOLPJ.
           IF FS-FOLPJ NOT EQUAL 00
               DISPLAY "NENHUM ARQUIVO DE FOLHA RECEBIDO (FOLPJ.txt)"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           READ FOLPJ INTO REG-FOLPJ.
           IF FS-FOLPJ EQUAL 10
               DISPLAY WRK-ARQ-EXISTE
               CLOSE FOLPJ
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0210-GUARDA-REGISTRO
               UNTIL FS-FOLPJ NOT EQUAL 00.

           CLOSE FOLPJ.

           IF WRK-HEADER-NAO
               MOVE 10 TO WRK-MOTIVO-ARQUIVO
               GO TO 0200-CARREGA-ARQUIVO-FIM
           END-IF.

           IF WRK-TRAILER-NAO
              OR ACU-DETALHES-FORA GREATER ZEROS
              OR WRK-TRL-QTD-DETALHES NOT EQUAL WRK-QT-DETALHES
              OR WRK-TRL-VALOR-TOTAL NOT EQUAL WRK-TOTAL-ARQUIVO
               MOVE 11 TO WRK-MOTIVO-ARQUIVO
               GO TO 0200-CARREGA-ARQUIVO-FIM
           END-IF.

           IF WRK-QT-DETALHES EQUAL ZEROS
               MOVE 16 TO WRK-MOTIVO-ARQUIVO
               GO TO 0200-CARREGA-ARQUIVO-FIM
           END-IF.

           IF WRK-TOTAL-ARQUIVO GREATER 99999999,99
               MOVE 17 TO WRK-MOTIVO-ARQUIVO
           END-IF.

       0200-CARREGA-ARQUIVO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0210-GUARDA-REGISTRO                      SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-REGISTROS-LIDOS.

           EVALUATE FPD-TIPO-REGISTRO
               WHEN "0"
                   IF WRK-HEADER-NAO
                      AND ACU-REGISTROS-LIDOS EQUAL 1
                       SET WRK-HEADER-SIM      TO TRUE
                       MOVE REG-FOLPJ          TO WRK-REG-HEADER
                       MOVE FPH-AGENCIA        TO WRK-EMP-AGENCIA
                       MOVE FPH-CONTA          TO WRK-EMP-CONTA
                       MOVE FPH-DV-CONTA       TO WRK-EMP-DV
                       MOVE FPH-CNPJ           TO WRK-EMP-CNPJ
                       MOVE FPH-NUMERO-ARQUIVO TO WRK-EMP-NUMERO-ARQUIVO
                       MOVE FPH-DATA-PAGAMENTO TO WRK-EMP-DATA-PAGAMENTO
                   END-IF
               WHEN "1"
                   IF WRK-QT-DETALHES LESS 3000
                       ADD 1 TO WRK-QT-DETALHES
                       MOVE SPACES TO FPD-SITUACAO
                       MOVE ZEROS  TO FPD-MOTIVO
                       MOVE REG-FOLPJ
                                 TO WRK-DET-REGISTRO(WRK-QT-DETALHES)
                       IF FPD-VALOR IS NUMERIC
                           ADD FPD-VALOR TO WRK-TOTAL-ARQUIVO
                       END-IF
                   ELSE
                       ADD 1 TO ACU-DETALHES-FORA
                   END-IF
               WHEN "9"
                   SET WRK-TRAILER-SIM      TO TRUE
                   MOVE FPT-QTD-DETALHES    TO WRK-TRL-QTD-DETALHES
                   MOVE FPT-VALOR-TOTAL     TO WRK-TRL-VALOR-TOTAL
               WHEN OTHER
                   DISPLAY "REGISTRO " ACU-REGISTROS-LIDOS
                       " COM TIPO INVALIDO - IGNORADO"
           END-EVALUATE.

           READ FOLPJ INTO REG-FOLPJ.

       0210-GUARDA-REGISTRO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    CONTA DA EMPRESA (MOTIVO 12), DONO PJ COM O CNPJ DO HEADER
      *    (MOTIVO 13) E ARQUIVO AINDA NAO ACEITO ANTES (MOTIVO 15)
      *-----------------------------------------------------------------
       0300-CONFERE-EMPRESA                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-HEADER-NAO
               GO TO 0300-CONFERE-EMPRESA-FIM
           END-IF.

           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL 00
               DISPLAY "CADASTRO DE CONTAS NAO ABERTO!"
               CALL "FSTATUS" USING FS-CONTAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WRK-MOTIVO-ARQUIVO NOT EQUAL ZEROS
               GO TO 0300-CONFERE-EMPRESA-FIM
           END-IF.

           PERFORM 0310-PROCURA-CONTROLE.
           IF WRK-MOTIVO-ARQUIVO NOT EQUAL ZEROS
               GO TO 0300-CONFERE-EMPRESA-FIM
           END-IF.

           MOVE "V"             TO WRK-VCT-FUNCAO.
           MOVE WRK-EMP-AGENCIA TO WRK-VCT-AGENCIA.
           MOVE WRK-EMP-CONTA   TO WRK-VCT-CONTA.
           MOVE WRK-EMP-DV      TO WRK-VCT-DV-INFORMADO.
           CALL "VALCTA" USING WRK-VALCTA.
           IF WRK-VCT-INVALIDA
               MOVE 12 TO WRK-MOTIVO-ARQUIVO
               GO TO 0300-CONFERE-EMPRESA-FIM
           END-IF.

           MOVE WRK-EMP-AGENCIA TO CTA-AGENCIA.
           MOVE WRK-EMP-CONTA   TO CTA-CONTA.
           READ CONTAS KEY IS CTA-CHAVE
               INVALID KEY
                   MOVE 12 TO WRK-MOTIVO-ARQUIVO
                   GO TO 0300-CONFERE-EMPRESA-FIM
           END-READ.

           IF NOT CTA-ABERTA
               MOVE 12 TO WRK-MOTIVO-ARQUIVO
               GO TO 0300-CONFERE-EMPRESA-FIM
           END-IF.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               DISPLAY "CLIENTES.dat NAO ABERTO!"
               CALL "FSTATUS" USING FS-CLIENTES WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE CTA-REG-ID TO REG-ID.
           READ CLIENTES KEY IS REG-ID
               INVALID KEY
                   MOVE 13 TO WRK-MOTIVO-ARQUIVO
           END-READ.

           IF WRK-MOTIVO-ARQUIVO EQUAL ZEROS
              AND (NOT REG-PESSOA-JURIDICA
                   OR REG-CPFCNPJ NOT EQUAL WRK-EMP-CNPJ)
               MOVE 13 TO WRK-MOTIVO-ARQUIVO
           END-IF.

           CLOSE CLIENTES.

       0300-CONFERE-EMPRESA-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    O MESMO NUMERO DE ARQUIVO DA MESMA CONTA JA ACEITO ANTES E
      *    RECUSADO (REENVIO DE ARQUIVO RECUSADO E PERMITIDO)
      *-----------------------------------------------------------------
       0310-PROCURA-CONTROLE                     SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT FOLCTL.
           IF FS-FOLCTL NOT EQUAL 00
               GO TO 0310-PROCURA-CONTROLE-FIM
           END-IF.

           READ FOLCTL.
           PERFORM 0311-COMPARA-CONTROLE
               UNTIL FS-FOLCTL NOT EQUAL 00.

           CLOSE FOLCTL.

       0310-PROCURA-CONTROLE-FIM.                EXIT.

      *-----------------------------------------------------------------
       0311-COMPARA-CONTROLE                     SECTION.
      *-----------------------------------------------------------------

           IF FCT-AGENCIA EQUAL WRK-EMP-AGENCIA
              AND FCT-CONTA EQUAL WRK-EMP-CONTA
              AND FCT-NUMERO-ARQUIVO EQUAL WRK-EMP-NUMERO-ARQUIVO
              AND FCT-ACEITO
               MOVE 15 TO WRK-MOTIVO-ARQUIVO
           END-IF.

           READ FOLCTL.

       0311-COMPARA-CONTROLE-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    CONFERENCIA DE CADA CREDITO - A LINHA RECUSADA FICA "D"
      *    (DEVOLVIDA A EMPRESA) COM O MOTIVO
      *-----------------------------------------------------------------
       0400-CONFERE-DETALHES                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-MOTIVO-ARQUIVO NOT EQUAL ZEROS
               GO TO 0400-CONFERE-DETALHES-FIM
           END-IF.

           PERFORM 0410-CONFERE-LINHA
               VARYING WRK-IDX-DETALHE FROM 1 BY 1
               UNTIL WRK-IDX-DETALHE GREATER WRK-QT-DETALHES.

       0400-CONFERE-DETALHES-FIM.                EXIT.

      *-----------------------------------------------------------------
       0410-CONFERE-LINHA                        SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DET-REGISTRO(WRK-IDX-DETALHE) TO REG-FOLPJ.
           MOVE ZEROS TO WRK-MOTIVO-LINHA.

           IF FPD-VALOR NOT NUMERIC
              OR FPD-VALOR EQUAL ZEROS
               MOVE 05 TO WRK-MOTIVO-LINHA
               GO TO 0410-CONFERE-LINHA-MARCA
           END-IF.

           MOVE "V"          TO WRK-VCT-FUNCAO.
           MOVE FPD-AGENCIA  TO WRK-VCT-AGENCIA.
           MOVE FPD-CONTA    TO WRK-VCT-CONTA.
           MOVE FPD-DV-CONTA TO WRK-VCT-DV-INFORMADO.
           CALL "VALCTA" USING WRK-VALCTA.
           IF WRK-VCT-INVALIDA
               MOVE 01 TO WRK-MOTIVO-LINHA
               GO TO 0410-CONFERE-LINHA-MARCA
           END-IF.

           MOVE FPD-AGENCIA TO CTA-AGENCIA.
           MOVE FPD-CONTA   TO CTA-CONTA.
           READ CONTAS KEY IS CTA-CHAVE
               INVALID KEY
                   MOVE 02 TO WRK-MOTIVO-LINHA
                   GO TO 0410-CONFERE-LINHA-MARCA
           END-READ.

           IF CTA-ENCERRADA
               MOVE 03 TO WRK-MOTIVO-LINHA
               GO TO 0410-CONFERE-LINHA-MARCA
           END-IF.

           IF CTA-BLOQUEADA
               MOVE 04 TO WRK-MOTIVO-LINHA
           END-IF.

       0410-CONFERE-LINHA-MARCA.
           IF WRK-MOTIVO-LINHA EQUAL ZEROS
               SET FPD-CREDITADO TO TRUE
           ELSE
               SET FPD-DEVOLVIDO TO TRUE
           END-IF.
           MOVE WRK-MOTIVO-LINHA TO FPD-MOTIVO.
           MOVE REG-FOLPJ TO WRK-DET-REGISTRO(WRK-IDX-DETALHE).

       0410-CONFERE-LINHA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    DISPONIVEL DA EMPRESA = SALDO + LIMITE ESPECIAL - BLOQUEIOS
      *    EM VIGOR; MENOR QUE O TOTAL DO ARQUIVO = RECUSA (MOTIVO 14)
      *-----------------------------------------------------------------
       0500-CONFERE-SALDO                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-MOTIVO-ARQUIVO NOT EQUAL ZEROS
               GO TO 0500-CONFERE-SALDO-FIM
           END-IF.

           MOVE ZEROS TO WRK-SALDO-CONTA.

           OPEN INPUT SALDOCTA.
           IF FS-SALDOCTA EQUAL 00
               MOVE WRK-EMP-AGENCIA TO REG-AGENCIA-SALDO
               MOVE WRK-EMP-CONTA   TO REG-CONTA-SALDO
               READ SALDOCTA KEY IS REG-CHAVE-SALDO
                   INVALID KEY
                       MOVE ZEROS     TO WRK-SALDO-CONTA
                   NOT INVALID KEY
                       MOVE REG-SALDO TO WRK-SALDO-CONTA
               END-READ
               CLOSE SALDOCTA
           END-IF.

           PERFORM 0510-SOMA-BLOQUEIOS.

           MOVE WRK-EMP-AGENCIA TO CTA-AGENCIA.
           MOVE WRK-EMP-CONTA   TO CTA-CONTA.
           READ CONTAS KEY IS CTA-CHAVE
               INVALID KEY
                   MOVE ZEROS TO CTA-LIMITE-ESPECIAL
           END-READ.

           COMPUTE WRK-SALDO-DISPONIVEL =
               WRK-SALDO-CONTA + CTA-LIMITE-ESPECIAL
                               - WRK-BLOQUEADO-EMPRESA.

           IF WRK-TOTAL-ARQUIVO GREATER WRK-SALDO-DISPONIVEL
               MOVE 14 TO WRK-MOTIVO-ARQUIVO
           END-IF.

       0500-CONFERE-SALDO-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    SOMA OS BLOQUEIOS EM VIGOR NA DATA SOBRE A CONTA DA EMPRESA
      *    (REGRA DO BOOK #BLOQJUD, A MESMA DO ATI4)
      *-----------------------------------------------------------------
       0510-SOMA-BLOQUEIOS                       SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-BLOQUEADO-EMPRESA.

           OPEN INPUT BLOQJUD.
           IF FS-BLOQJUD NOT EQUAL 00
               GO TO 0510-SOMA-BLOQUEIOS-FIM
           END-IF.

           READ BLOQJUD.
           PERFORM 0511-SOMA-BLOQUEIO
               UNTIL FS-BLOQJUD NOT EQUAL 00.

           CLOSE BLOQJUD.

       0510-SOMA-BLOQUEIOS-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0511-SOMA-BLOQUEIO                        SECTION.
      *-----------------------------------------------------------------

           IF BLQ-AGENCIA EQUAL WRK-EMP-AGENCIA
              AND BLQ-CONTA EQUAL WRK-EMP-CONTA
              AND BLQ-DATA-INICIO NOT GREATER WRK-DATA-PROCESSAMENTO
              AND (BLQ-DATA-LIBERACAO EQUAL ZEROS
               OR BLQ-DATA-LIBERACAO GREATER WRK-DATA-PROCESSAMENTO)
              AND BLQ-VALOR-BLOQUEADO GREATER ZEROS
               ADD BLQ-VALOR-BLOQUEADO TO WRK-BLOQUEADO-EMPRESA
           END-IF.

           READ BLOQJUD.

       0511-SOMA-BLOQUEIO-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    ARQUIVO ACEITO - LOTE COM O DEBITO DO TOTAL NA EMPRESA, OS
      *    CREDITOS DOS FUNCIONARIOS E AS DEVOLUCOES A EMPRESA
      *-----------------------------------------------------------------
       0600-EMITE-LOTE                           SECTION.
      *-----------------------------------------------------------------

           IF WRK-MOTIVO-ARQUIVO NOT EQUAL ZEROS
               GO TO 0600-EMITE-LOTE-FIM
           END-IF.

           OPEN EXTEND LANCFOL.
           IF FS-LANCFOL EQUAL 35
               OPEN OUTPUT LANCFOL
               CLOSE LANCFOL
               OPEN EXTEND LANCFOL
           END-IF.
           IF FS-LANCFOL NOT EQUAL 00
               DISPLAY "LOTE LANCFOL NAO ABERTO!"
               CALL "FSTATUS" USING FS-LANCFOL WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0690-INICIA-LOTE.

           MOVE WRK-EMP-AGENCIA             TO REG-AGENCIA.
           MOVE WRK-EMP-CONTA               TO REG-CONTA.
           MOVE WRK-EMP-DV                  TO REG-DV-CONTA.
           MOVE WRK-TOTAL-ARQUIVO           TO REG-LANCAMENTO.
           MOVE WRK-TIPO-CLIENTE-PJ         TO REG-TIPO-CLIENTE.
           MOVE WRK-GERENTE-VALIDO-PJ       TO REG-GERENTE.
           MOVE "D"                         TO REG-TIPO-LANCAMENTO.
           PERFORM 0620-GRAVA-LANCAMENTO.

           PERFORM 0610-LANCA-LINHA
               VARYING WRK-IDX-DETALHE FROM 1 BY 1
               UNTIL WRK-IDX-DETALHE GREATER WRK-QT-DETALHES.

           PERFORM 0695-FECHA-LOTE.
           CLOSE LANCFOL.

       0600-EMITE-LOTE-FIM.                      EXIT.

      *-----------------------------------------------------------------
      *    LINHA ACEITA = CREDITO NO FUNCIONARIO; LINHA RECUSADA =
      *    CREDITO DE DEVOLUCAO DO VALOR NA CONTA DA EMPRESA
      *-----------------------------------------------------------------
       0610-LANCA-LINHA                          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DET-REGISTRO(WRK-IDX-DETALHE) TO REG-FOLPJ.

           IF FPD-CREDITADO
               MOVE FPD-AGENCIA             TO REG-AGENCIA
               MOVE FPD-CONTA               TO REG-CONTA
               MOVE FPD-DV-CONTA            TO REG-DV-CONTA
               MOVE FPD-VALOR               TO REG-LANCAMENTO
               MOVE WRK-TIPO-CLIENTE-VALIDO TO REG-TIPO-CLIENTE
               MOVE WRK-GERENTE-VALIDO      TO REG-GERENTE
               ADD 1                        TO ACU-CREDITADOS
               ADD FPD-VALOR                TO WRK-TOTAL-CREDITADO
           ELSE
               IF FPD-VALOR NOT NUMERIC
                  OR FPD-VALOR EQUAL ZEROS
                   ADD 1                    TO ACU-DEVOLVIDOS
                   GO TO 0610-LANCA-LINHA-FIM
               END-IF
               MOVE WRK-EMP-AGENCIA         TO REG-AGENCIA
               MOVE WRK-EMP-CONTA           TO REG-CONTA
               MOVE WRK-EMP-DV              TO REG-DV-CONTA
               MOVE FPD-VALOR               TO REG-LANCAMENTO
               MOVE WRK-TIPO-CLIENTE-PJ     TO REG-TIPO-CLIENTE
               MOVE WRK-GERENTE-VALIDO-PJ   TO REG-GERENTE
               ADD 1                        TO ACU-DEVOLVIDOS
               ADD FPD-VALOR                TO WRK-TOTAL-DEVOLVIDO
           END-IF.

           MOVE "C"                         TO REG-TIPO-LANCAMENTO.
           PERFORM 0620-GRAVA-LANCAMENTO.

       0610-LANCA-LINHA-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0620-GRAVA-LANCAMENTO                     SECTION.
      *-----------------------------------------------------------------

           MOVE "BRL"                       TO REG-MOEDA-LANCAM.
           MOVE WRK-DATA-PROCESSAMENTO      TO REG-DATA-LANCAM.
           MOVE ZEROS                       TO REG-TENTATIVAS-LANCAM.
           MOVE ZEROS                       TO REG-CONTRA-AGENCIA
                                               REG-CONTRA-CONTA.
           MOVE ZEROS                       TO REG-ID-LOTE
                                               REG-ID-SEQ.
           WRITE REG-LANCAM.

           ADD 1              TO ACU-LANCAMENTOS.
           ADD REG-LANCAMENTO TO WRK-TOTAL-LOTE.

       0620-GRAVA-LANCAMENTO-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    ABRE O LOTE DA RODADA - LE A SEQUENCIA PERSISTIDA, AVANCA E
      *    GRAVA O HEADER "0000" COM A ORIGEM INTERNA 9018
      *-----------------------------------------------------------------
       0690-INICIA-LOTE                          SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT LOTESEQ.
           IF FS-LOTESEQ             EQUAL 00
               READ LOTESEQ
               IF FS-LOTESEQ         EQUAL 00
                   MOVE SEQ-ULTIMO-LOTE TO WRK-LOTE-NUMERO
               END-IF
               CLOSE LOTESEQ
           END-IF.

           ADD 1 TO WRK-LOTE-NUMERO.

           MOVE SPACES              TO REG-LANCAM.
           MOVE "0000"              TO HDR-MARCA-LANCAM.
           MOVE WRK-LOTE-NUMERO     TO HDR-LOTE-LANCAM.
           MOVE 9018                TO HDR-ORIGEM-LANCAM.
           WRITE REG-LANCAM.

           SET WRK-LOTE-ABERTO TO TRUE.

       0690-INICIA-LOTE-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    FECHA O LOTE DA RODADA: TRAILER "9999" COM QUANTIDADE E
      *    VALOR EMITIDOS E REGRAVACAO DA SEQUENCIA
      *-----------------------------------------------------------------
       0695-FECHA-LOTE                           SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES              TO REG-LANCAM.
           MOVE "9999"              TO TRL-MARCA-LANCAM.
           MOVE ACU-LANCAMENTOS     TO TRL-QTD-LANCAM.
           MOVE WRK-TOTAL-LOTE      TO TRL-TOTAL-LANCAM.
           WRITE REG-LANCAM.

           OPEN OUTPUT LOTESEQ.
           MOVE WRK-LOTE-NUMERO     TO SEQ-ULTIMO-LOTE.
           WRITE REG-LOTESEQ.
           CLOSE LOTESEQ.

           SET WRK-LOTE-FECHADO TO TRUE.

       0695-FECHA-LOTE-FIM.                      EXIT.

      *-----------------------------------------------------------------
      *    RETORNO PARA A EMPRESA - O PROPRIO ARQUIVO COM A SITUACAO
      *    DO HEADER E DE CADA LINHA E OS TOTAIS NO TRAILER; REGISTRO
      *    NO FOLCTL E CATALOGO NO SPOOL
      *-----------------------------------------------------------------
       0700-GRAVA-RETORNO                        SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-EMP-AGENCIA        TO WRK-EMP-AGENCIA-X.
           MOVE WRK-EMP-CONTA          TO WRK-EMP-CONTA-X.
           MOVE WRK-EMP-NUMERO-ARQUIVO TO WRK-EMP-ARQUIVO-X.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FOLPJRET_"         DELIMITED BY SIZE
                  WRK-EMP-AGENCIA-X    DELIMITED BY SIZE
                  WRK-EMP-CONTA-X      DELIMITED BY SIZE
                  "_"                  DELIMITED BY SIZE
                  WRK-EMP-ARQUIVO-X    DELIMITED BY SIZE
                  ".txt"               DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FOLPJRET.

           OPEN OUTPUT FOLPJRET.
           IF FS-FOLPJRET NOT EQUAL 00
               DISPLAY "RETORNO " WRK-CAMINHO-FOLPJRET " NAO ABERTO!"
               CALL "FSTATUS" USING FS-FOLPJRET WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WRK-HEADER-SIM
               MOVE WRK-REG-HEADER TO REG-FOLPJ
           ELSE
               MOVE SPACES         TO REG-FOLPJ
               MOVE "0"            TO FPH-TIPO-REGISTRO
               MOVE ZEROS          TO FPH-AGENCIA FPH-CONTA
                                      FPH-DV-CONTA FPH-CNPJ
                                      FPH-NUMERO-ARQUIVO
                                      FPH-DATA-PAGAMENTO
           END-IF.
           IF WRK-MOTIVO-ARQUIVO EQUAL ZEROS
               SET FPH-ACEITO      TO TRUE
           ELSE
               SET FPH-RECUSADO    TO TRUE
           END-IF.
           MOVE WRK-MOTIVO-ARQUIVO TO FPH-MOTIVO.
           WRITE REG-FOLPJ-RETORNO FROM REG-FOLPJ.

           PERFORM 0710-RETORNA-LINHA
               VARYING WRK-IDX-DETALHE FROM 1 BY 1
               UNTIL WRK-IDX-DETALHE GREATER WRK-QT-DETALHES.

           MOVE SPACES              TO REG-FOLPJ.
           MOVE "9"                 TO FPT-TIPO-REGISTRO.
           MOVE WRK-QT-DETALHES     TO FPT-QTD-DETALHES.
           MOVE WRK-TOTAL-ARQUIVO   TO FPT-VALOR-TOTAL.
           MOVE ACU-CREDITADOS      TO FPT-QTD-CREDITADOS.
           MOVE WRK-TOTAL-CREDITADO TO FPT-TOTAL-CREDITADO.
           MOVE ACU-DEVOLVIDOS      TO FPT-QTD-DEVOLVIDOS.
           MOVE WRK-TOTAL-DEVOLVIDO TO FPT-TOTAL-DEVOLVIDO.
           WRITE REG-FOLPJ-RETORNO FROM REG-FOLPJ.

           CLOSE FOLPJRET.

           PERFORM 0720-REGISTRA-CONTROLE.
           PERFORM 0730-ACHA-DESTINO.

           MOVE "FOLHA-PJ-RET"         TO WRK-SPL-RELATORIO.
           MOVE "PRGFOLPJ"             TO WRK-SPL-PROGRAMA.
           MOVE WRK-CAMINHO-FOLPJRET   TO WRK-SPL-ARQUIVO.
           MOVE WRK-DESTINO-RETORNO    TO WRK-SPL-DESTINATARIO.
           CALL "SPOOLREG" USING WRK-SPOOL.

       0700-GRAVA-RETORNO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0710-RETORNA-LINHA                        SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DET-REGISTRO(WRK-IDX-DETALHE) TO REG-FOLPJ.

           IF WRK-MOTIVO-ARQUIVO NOT EQUAL ZEROS
               SET FPD-NAO-PROCESSADO TO TRUE
               MOVE WRK-MOTIVO-ARQUIVO TO FPD-MOTIVO
           END-IF.

           WRITE REG-FOLPJ-RETORNO FROM REG-FOLPJ.

       0710-RETORNA-LINHA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    UMA LINHA POR ARQUIVO TRATADO NO FOLCTL.txt (SEM HEADER NAO
      *    HA CONTA NEM NUMERO PARA REGISTRAR)
      *-----------------------------------------------------------------
       0720-REGISTRA-CONTROLE                    SECTION.
      *-----------------------------------------------------------------

           IF WRK-HEADER-NAO
               GO TO 0720-REGISTRA-CONTROLE-FIM
           END-IF.

           OPEN EXTEND FOLCTL.
           IF FS-FOLCTL EQUAL 35
               OPEN OUTPUT FOLCTL
               CLOSE FOLCTL
               OPEN EXTEND FOLCTL
           END-IF.

           MOVE WRK-EMP-AGENCIA        TO FCT-AGENCIA.
           MOVE WRK-EMP-CONTA          TO FCT-CONTA.
           MOVE WRK-EMP-NUMERO-ARQUIVO TO FCT-NUMERO-ARQUIVO.
           MOVE WRK-DATA-PROCESSAMENTO TO FCT-DATA-PROCESSAMENTO.
           MOVE WRK-LOTE-NUMERO        TO FCT-LOTE.
           IF WRK-MOTIVO-ARQUIVO EQUAL ZEROS
               SET FCT-ACEITO          TO TRUE
           ELSE
               SET FCT-RECUSADO        TO TRUE
           END-IF.
           WRITE REG-FOLCTL.

           CLOSE FOLCTL.

       0720-REGISTRA-CONTROLE-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    DESTINATARIO DO RETORNO = LINHA DE CONTA DA EMPRESA NO
      *    ROTEIRO.txt; SEM ELA, FICA GERENTES
      *-----------------------------------------------------------------
       0730-ACHA-DESTINO                         SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT ROTEIRO.
           IF FS-ROTEIRO NOT EQUAL 00
               GO TO 0730-ACHA-DESTINO-FIM
           END-IF.

           READ ROTEIRO.
           PERFORM 0731-COMPARA-ROTA
               UNTIL FS-ROTEIRO NOT EQUAL 00.

           CLOSE ROTEIRO.

       0730-ACHA-DESTINO-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0731-COMPARA-ROTA                         SECTION.
      *-----------------------------------------------------------------

           IF ROT-CONTA IS NUMERIC
              AND ROT-AGENCIA EQUAL WRK-EMP-AGENCIA
              AND ROT-CONTA   EQUAL WRK-EMP-CONTA
               MOVE ROT-DESTINATARIO TO WRK-DESTINO-RETORNO
               MOVE 10               TO FS-ROTEIRO
               GO TO 0731-COMPARA-ROTA-FIM
           END-IF.

           READ ROTEIRO.

       0731-COMPARA-ROTA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0800-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE CONTAS.

           DISPLAY WRK-LINHA.
           DISPLAY "RELATORIO DO CREDITO DE FOLHA PJ".
           DISPLAY "EMPRESA.................: " WRK-EMP-AGENCIA "/"
               WRK-EMP-CONTA " ARQUIVO " WRK-EMP-NUMERO-ARQUIVO.
           IF WRK-MOTIVO-ARQUIVO EQUAL ZEROS
               DISPLAY "SITUACAO DO ARQUIVO.....: ACEITO"
           ELSE
               DISPLAY "SITUACAO DO ARQUIVO.....: RECUSADO - MOTIVO "
                   WRK-MOTIVO-ARQUIVO
           END-IF.
           DISPLAY "CREDITOS NO ARQUIVO.....: " WRK-QT-DETALHES.
           MOVE WRK-TOTAL-ARQUIVO TO WRK-TOTAL-ED.
           DISPLAY "VALOR DO ARQUIVO........: " WRK-TOTAL-ED.
           DISPLAY "CREDITADOS..............: " ACU-CREDITADOS.
           MOVE WRK-TOTAL-CREDITADO TO WRK-TOTAL-ED.
           DISPLAY "VALOR CREDITADO.........: " WRK-TOTAL-ED.
           DISPLAY "DEVOLVIDOS A EMPRESA....: " ACU-DEVOLVIDOS.
           MOVE WRK-TOTAL-DEVOLVIDO TO WRK-TOTAL-ED.
           DISPLAY "VALOR DEVOLVIDO.........: " WRK-TOTAL-ED.
           DISPLAY "LOTE DA RODADA..........: " WRK-LOTE-NUMERO.
           DISPLAY "RETORNO GRAVADO.........: " WRK-CAMINHO-FOLPJRET.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           IF WRK-MOTIVO-ARQUIVO NOT EQUAL ZEROS
              OR ACU-DEVOLVIDOS GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0800-FINALIZAR-FIM.                       EXIT.
