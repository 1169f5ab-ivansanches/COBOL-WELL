       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGSEGME.
      *=================================================================
      * PROGRAMA   : PRGSEGME
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: SEGMENTACAO NOTURNA DOS CLIENTES - CLASSIFICA CADA
      *              CLIENTE ATIVO DO CLIENTES.dat EM UM SEGMENTO
      *              (VAREJO, ALTA RENDA, PRIVATE, PJ PEQUENA/MEDIA/
      *              GRANDE) PELAS REGRAS DA TABELA SEGPARAM.txt,
      *              OBSERVANDO OS MESES FECHADOS ANTERIORES A DATA DO
      *              PROCESSAMENTO (JANELA DO SEGPARAM, PADRAO 3):
      *              - SALDO TOTAL = SOMA DOS SALDOS MEDIOS DAS CONTAS
      *                NAO ENCERRADAS DO CLIENTE NO CONTAS.dat, PELAS
      *                FOTOGRAFIAS DO SALDOHIST.txt;
      *              - SALARIO MEDIO MENSAL PELOS CREDITOS DO
      *                MOVHIST.dat DE LOTES DA ORIGEM 9011 (PRGSALAR),
      *                COMO NO PRGLIMRV - SO CONTA SE FOR REGULAR, OU
      *                SEJA, SE HOUVE CREDITO EM PELO MENOS N MESES DA
      *                JANELA (PARAMETRO, PADRAO 2);
      *              - PRODUTOS = CONTAS NAO ENCERRADAS + CDB EM
      *                CARTEIRA (CDBCONT.txt) + ASSINATURAS VIGENTES DO
      *                CLIENTES2.dat;
      *              - TIPO DE PESSOA (F/J) DO CADASTRO.
      *              O SEGMENTO E A DATA EM QUE PASSOU A VALER FICAM NO
      *              PROPRIO CLIENTES.dat (REG-SEGMENTO/REG-DATA-
      *              SEGMENTO); CADA MUDANCA E REGISTRADA NO SEGHIST.txt
      *              COM OS INDICADORES QUE A DECIDIRAM. CLIENTE INATIVO
      *              NAO E RECLASSIFICADO. RODA SEM PERGUNTAS (PRGSCHED)
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  SEGPARAM              INPUT                  #SEGPARAM
      *  LOTECTL               INPUT                  #LOTECTL
      *  MOVHIST               INPUT                  #MOVHIST
      *  SALDOHIST             INPUT                  #SALDHIST
      *  CONTAS                INPUT                  #CONTAS
      *  CDBCONT               INPUT                  #CDBCONT
      *  CLIENTES2             INPUT
      *  CLIENTES              INPUT/OUTPUT           #CLIREG
      *  SEGHIST               OUTPUT (EXTEND)        #SEGHIST
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS
      *
      *-----------------------------------------------------------------
      * ALTERACOES.:
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O MOVHIST PASSOU A GRAVAR A ORIGEM DO LOTE - CREDITO COM
      *   ORIGEM PREENCHIDA SO CONTA COMO SALARIO SE A ORIGEM FOR 9011;
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
           SELECT SEGPARAM              ASSIGN TO
                                        WRK-CAMINHO-SEGPARAM
               FILE STATUS              IS FS-SEGPARAM.

           SELECT LOTECTL               ASSIGN TO
                                        WRK-CAMINHO-LOTECTL
               FILE STATUS              IS FS-LOTECTL.

           SELECT MOVHIST               ASSIGN TO
                                        WRK-CAMINHO-MOVHIST
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS SEQUENTIAL
               RECORD KEY               IS MOV-CHAVE
               FILE STATUS              IS FS-MOVHIST.

           SELECT SALDOHIST             ASSIGN TO
                                        WRK-CAMINHO-SALDHIST
               FILE STATUS              IS FS-SALDOHIST.

           SELECT CONTAS                ASSIGN TO
                                        WRK-CAMINHO-CONTAS
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS CTA-CHAVE
               FILE STATUS              IS FS-CONTAS.

           SELECT CDBCONT               ASSIGN TO
                                        WRK-CAMINHO-CDBCONT
               FILE STATUS              IS FS-CDBCONT.

           SELECT CLIENTES2             ASSIGN TO
                                        WRK-CAMINHO-CLIENTES2
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS REG-CODIGO-CLI2
               FILE STATUS              IS FS-CLIENTES2.

           SELECT CLIENTES ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\CLIENTES.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS REG-ID
               ALTERNATE RECORD KEY     IS REG-NOME
                                        WITH DUPLICATES
               FILE STATUS              IS FS-CLIENTES.

           SELECT SEGHIST               ASSIGN TO
                                        WRK-CAMINHO-SEGHIST
               FILE STATUS              IS FS-SEGHIST.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT -  TABELA DE SEGMENTACAO DE CLIENTES (SEGPARAM)
      *                               LRECL = 043
      *----------------------------------------------------------------*
       FD  SEGPARAM.
       COPY '#SEGPARAM'.

      *----------------------------------------------------------------*
      *     INPUT -  CONTROLE DE LOTES JA PROCESSADOS (LOTECTL)
      *                               LRECL = 018
      *----------------------------------------------------------------*
       FD  LOTECTL.
       COPY '#LOTECTL'.

      *----------------------------------------------------------------*
      *     INPUT -  HISTORICO DE MOVIMENTOS (MOVHIST)
      *                               LRECL = 046
      *----------------------------------------------------------------*
       FD  MOVHIST.
       COPY '#MOVHIST'.

      *----------------------------------------------------------------*
      *     INPUT -  FOTOGRAFIA DIARIA DOS SALDOS (SALDOHIST)
      *                               LRECL = 029
      *----------------------------------------------------------------*
       FD  SALDOHIST.
       COPY '#SALDHIST'.

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE CONTAS (CONTAS)
      *                               LRECL = 026
      *----------------------------------------------------------------*
       FD  CONTAS.
       COPY '#CONTAS'.

      *----------------------------------------------------------------*
      *     INPUT -  CONTRATOS DE CDB (CDBCONT)
      *                               LRECL = 128
      *----------------------------------------------------------------*
       FD  CDBCONT.
       COPY '#CDBCONT'.

      *----------------------------------------------------------------*
      *     INPUT -  BASE DE ASSINANTES AGRUPADA (CLIENTES2)
      *              CAMPOS COM SUFIXO -CLI2 PARA NAO COLIDIR COM O
      *              #CLIREG
      *----------------------------------------------------------------*
       FD  CLIENTES2.
       01  REG-CLIENTES2.
           10 REG-CODIGO-CLI2          PIC X(003).
           10 REG-NOME-CLI2            PIC X(020).
           10 REG-EMAIL-CLI2           PIC X(020).
           10 REG-QTD-SERVICOS         PIC 9(001).
           10 REG-SERVICOS             OCCURS 3 TIMES.
               15 REG-STREA                PIC X(010).
               15 REG-ASSINATURA           PIC 9(003)V99.
               15 REG-STATUS-ASSINATURA    PIC X(001).
                   88 REG-ASSINATURA-VIGENTE   VALUE "A" "P" "S".
               15 REG-PROX-COBRANCA        PIC 9(008).
               15 REG-MOEDA-ASSINATURA     PIC X(003).
               15 REG-DATA-INICIO          PIC 9(008).
               15 REG-DATA-CANCEL          PIC 9(008).
               15 REG-FIM-TESTE            PIC 9(008).
               15 REG-FREQ-COBRANCA        PIC X(001).
               15 REG-DATA-RETOMADA        PIC 9(008).

      *----------------------------------------------------------------*
      *     I/O   -  CADASTRO DE CLIENTES (CLIENTES)
      *                               LRECL = 143
      *----------------------------------------------------------------*
       FD  CLIENTES.
       COPY '#CLIREG'.

      *----------------------------------------------------------------*
      *     OUTPUT - HISTORICO DE MUDANCAS DE SEGMENTO (SEGHIST)
      *                               LRECL = 043
      *----------------------------------------------------------------*
       FD  SEGHIST.
       COPY '#SEGHIST'.

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-SEGPARAM                  PIC 9(002).
       77  FS-LOTECTL                   PIC 9(002).
       77  FS-MOVHIST                   PIC 9(002).
       77  FS-SALDOHIST                 PIC 9(002).
       77  FS-CONTAS                    PIC 9(002).
       77  FS-CDBCONT                   PIC 9(002).
       77  FS-CLIENTES2                 PIC 9(002).
       77  FS-CLIENTES                  PIC 9(002).
       77  FS-SEGHIST                   PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-SEGPARAM         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LOTECTL          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-MOVHIST          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-SALDHIST         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CONTAS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CDBCONT          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CLIENTES2        PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-SEGHIST          PIC X(060)        VALUES SPACES.

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DA SEGMENTACAO DE CLIENTES *** '.
      *-----------------------------------------------------------------

      *== DATA DO PROCESSAMENTO E JANELA (MESES FECHADOS ANTERIORES)
       01  WRK-DATA-BASE                PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-BASE-R REDEFINES WRK-DATA-BASE.
           05 WRK-BASE-ANO              PIC 9(004).
           05 WRK-BASE-MES              PIC 9(002).
           05 WRK-BASE-DIA              PIC 9(002).
       01  WRK-JANELA-INICIO            PIC 9(008)        VALUES ZEROS.
       01  WRK-JANELA-INICIO-R REDEFINES WRK-JANELA-INICIO.
           05 WRK-INICIO-ANO            PIC 9(004).
           05 WRK-INICIO-MES            PIC 9(002).
           05 WRK-INICIO-DIA            PIC 9(002).
       01  WRK-JANELA-FIM               PIC 9(008)        VALUES ZEROS.
       01  WRK-MESES-AUX                PIC 9(006)        VALUES ZEROS.
       01  WRK-MES-RESTO                PIC 9(002)        VALUES ZEROS.
       01  WRK-MESES-INICIO             PIC 9(006)        VALUES ZEROS.
       01  WRK-DATA-MOV                 PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-MOV-R REDEFINES WRK-DATA-MOV.
           05 WRK-MOV-ANO               PIC 9(004).
           05 WRK-MOV-MES               PIC 9(002).
           05 WRK-MOV-DIA               PIC 9(002).
       01  WRK-IDX-MES                  PIC 9(002)        VALUES ZEROS.

      *== PARAMETROS (PADRAO SE SEGPARAM.txt AUSENTE OU CAMPO ZERADO)
       01  WRK-MESES-JANELA             PIC 9(002)        VALUES 3.
       01  WRK-MESES-SALARIO            PIC 9(002)        VALUES 2.

      *== SEGMENTOS (LINHAS "S") - DESCRICAO E ISENCAO DE TARIFA
       01  WRK-QT-SEGMENTOS             PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-SEG                  PIC 9(002)        VALUES ZEROS.
       01  WRK-SEG-ACHADO               PIC X(001)        VALUES "N".
           88 WRK-SEG-SIM                         VALUES "S".
           88 WRK-SEG-NAO                         VALUES "N".
       01  WRK-TAB-SEGMENTOS.
           05 WRK-SEG-OCO               OCCURS 20 TIMES.
               10 WRK-SEG-CODIGO            PIC X(02).
               10 WRK-SEG-DESCRICAO         PIC X(20).
               10 WRK-SEG-ISENTA            PIC X(01).
               10 WRK-SEG-QT-CLIENTES       PIC 9(05)     COMP-3.

      *== REGRAS (LINHAS "R") NA ORDEM DO ARQUIVO
       01  WRK-QT-REGRAS                PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-REGRA                PIC 9(002)        VALUES ZEROS.
       01  WRK-REGRA-ACHADA             PIC X(001)        VALUES "N".
           88 WRK-REGRA-SIM                       VALUES "S".
           88 WRK-REGRA-NAO                       VALUES "N".
       01  WRK-TAB-REGRAS.
           05 WRK-REG-OCO               OCCURS 30 TIMES.
               10 WRK-REG-SEGMENTO          PIC X(02).
               10 WRK-REG-TIPO-PESSOA       PIC X(01).
               10 WRK-REG-SALDO-MINIMO      PIC 9(12)V99.
               10 WRK-REG-SALARIO-MINIMO    PIC 9(08)V99.
               10 WRK-REG-PRODUTOS-MINIMO   PIC 9(02).

      *== LOTES DE SALARIO (9011) DO LOTECTL
       01  WRK-QT-LOTES                 PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-LOTE                 PIC 9(004)        VALUES ZEROS.
       01  WRK-LOTE-ACHADO              PIC X(001)        VALUES "N".
           88 WRK-LOTE-SIM                        VALUES "S".
           88 WRK-LOTE-NAO                        VALUES "N".
       01  WRK-TAB-LOTES.
           05 WRK-LOT-OCO               OCCURS 3000 TIMES.
               10 WRK-LOT-NUMERO            PIC 9(06).

      *== CONTAS NAO ENCERRADAS E OS INDICADORES DA JANELA
       01  WRK-QT-CONTAS                PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-CTA                  PIC 9(004)        VALUES ZEROS.
       01  WRK-CTA-ACHADA               PIC X(001)        VALUES "N".
           88 WRK-CTA-SIM                         VALUES "S".
           88 WRK-CTA-NAO                         VALUES "N".
       01  WRK-TAB-CONTAS.
           05 WRK-CTA-OCO               OCCURS 3000 TIMES.
               10 WRK-CTA-AGENCIA           PIC 9(04).
               10 WRK-CTA-CONTA             PIC 9(05).
               10 WRK-CTA-REG-ID            PIC 9(04).
               10 WRK-CTA-SALARIOS          PIC 9(10)V99  COMP-3.
               10 WRK-CTA-MESES-SALARIO.
                   15 WRK-CTA-MES-SALARIO   PIC X(01)
                                            OCCURS 12 TIMES.
               10 WRK-CTA-SOMA-SALDOS       PIC S9(14)V99 COMP-3.
               10 WRK-CTA-QT-FOTOS          PIC 9(05)     COMP-3.
               10 WRK-CTA-QT-CDB            PIC 9(03)     COMP-3.

      *== INDICADORES DO CLIENTE
       01  WRK-SALDO-TOTAL              PIC S9(12)V99     VALUES ZEROS.
       01  WRK-SALDO-MEDIO              PIC S9(10)V99     VALUES ZEROS.
       01  WRK-SALARIOS-CLIENTE         PIC 9(10)V99      VALUES ZEROS.
       01  WRK-SALARIO-MEDIO            PIC 9(08)V99      VALUES ZEROS.
       01  WRK-PRODUTOS                 PIC 9(02)         VALUES ZEROS.
       01  WRK-MESES-COM-SALARIO        PIC 9(02)         VALUES ZEROS.
       01  WRK-TAB-MESES-CLIENTE.
           05 WRK-CLI-MES-SALARIO       PIC X(01)
                                        OCCURS 12 TIMES.
       01  WRK-TIPO-PESSOA              PIC X(001)        VALUES SPACES.
       01  WRK-SEGMENTO-NOVO            PIC X(002)        VALUES SPACES.
       01  WRK-IDX-SERV                 PIC 9(001)        VALUES ZEROS.

       01  WRK-ID-CLIENTE.
           05 WRK-ID-CLIENTE-P1         PIC X(001).
           05 WRK-ID-CLIENTE-P2         PIC X(003).
       01  WRK-ID-CLIENTE-N REDEFINES WRK-ID-CLIENTE
                                        PIC 9(004).

       01  ACU-CLIENTES                 PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-INATIVOS                 PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-MUDANCAS                 PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-MOVIMENTOS               PIC 9(007) COMP-3 VALUES ZEROS.
       01  ACU-FOTOGRAFIAS              PIC 9(007) COMP-3 VALUES ZEROS.
       01  ACU-ERROS                    PIC 9(005) COMP-3 VALUES ZEROS.

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
           PERFORM 0200-CARREGA-MOVHIST
               UNTIL FS-MOVHIST NOT EQUAL 00.
           PERFORM 0300-CARREGA-SALDOHIST
               UNTIL FS-SALDOHIST NOT EQUAL 00.
           PERFORM 0350-CARREGA-CDBCONT
               UNTIL FS-CDBCONT NOT EQUAL 00.
           PERFORM 0400-SEGMENTA-CLIENTES.
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
                  "\SEGPARAM.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-SEGPARAM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\LOTECTL.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LOTECTL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\MOVHIST.dat"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-MOVHIST.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\SALDOHIST.txt"     DELIMITED BY SIZE
                  INTO WRK-CAMINHO-SALDHIST.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CONTAS.dat"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CONTAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CDBCONT.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CDBCONT.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CLIENTES2.dat"     DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CLIENTES2.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\SEGHIST.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-SEGHIST.

           DISPLAY "==== SEGMENTACAO DE CLIENTES ====".
           ACCEPT WRK-DATA-BASE FROM DATE YYYYMMDD.

           PERFORM 0110-CARREGA-PARAMETROS.
           PERFORM 0115-PARAMETROS-PADRAO.
           PERFORM 0120-CALCULA-JANELA.
           PERFORM 0130-CARREGA-LOTES.

           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL 00
               MOVE WRK-ERRO-ABERTURA TO WRK-FS-DESCRICAO
               DISPLAY WRK-FS-DESCRICAO " CONTAS"
               CALL "FSTATUS" USING FS-CONTAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0150-CARREGA-CONTAS.
           CLOSE CONTAS.

           OPEN I-O CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE WRK-ERRO-ABERTURA TO WRK-FS-DESCRICAO
               DISPLAY WRK-FS-DESCRICAO " CLIENTES"
               CALL "FSTATUS" USING FS-CLIENTES WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND SEGHIST.
           IF FS-SEGHIST EQUAL 35
               OPEN OUTPUT SEGHIST
               CLOSE SEGHIST
               OPEN EXTEND SEGHIST
           END-IF.

           OPEN INPUT CLIENTES2.
           IF FS-CLIENTES2 NOT EQUAL 00
               DISPLAY "CLIENTES2 AUSENTE - ASSINATURAS FORA DA"
                   " CONTAGEM DE PRODUTOS"
           END-IF.

           OPEN INPUT MOVHIST.
           IF FS-MOVHIST NOT EQUAL 00
               DISPLAY "MOVHIST AUSENTE - SEM SALARIOS NA JANELA"
           ELSE
               READ MOVHIST
           END-IF.

           OPEN INPUT SALDOHIST.
           IF FS-SALDOHIST NOT EQUAL 00
               DISPLAY "SALDOHIST AUSENTE - SEM SALDO MEDIO NA JANELA"
           ELSE
               READ SALDOHIST
           END-IF.

           OPEN INPUT CDBCONT.
           IF FS-CDBCONT NOT EQUAL 00
               DISPLAY "CDBCONT AUSENTE - DEPOSITOS FORA DA CONTAGEM"
                   " DE PRODUTOS"
           ELSE
               READ CDBCONT
           END-IF.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    LINHAS P (PARAMETROS), S (SEGMENTOS) E R (REGRAS) DO
      *    SEGPARAM.txt - LINHA DE OUTRO TIPO E IGNORADA
      *-----------------------------------------------------------------
       0110-CARREGA-PARAMETROS                   SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT SEGPARAM.
           IF FS-SEGPARAM NOT EQUAL 00
               DISPLAY "SEGPARAM.txt AUSENTE - USANDO TABELA PADRAO"
               GO TO 0110-CARREGA-PARAMETROS-FIM
           END-IF.

           READ SEGPARAM.
           PERFORM 0111-GUARDA-PARAMETRO
               UNTIL FS-SEGPARAM NOT EQUAL 00.

           CLOSE SEGPARAM.

       0110-CARREGA-PARAMETROS-FIM.              EXIT.

      *-----------------------------------------------------------------
       0111-GUARDA-PARAMETRO                     SECTION.
      *-----------------------------------------------------------------

           EVALUATE TRUE
               WHEN SGP-LINHA-PARAMETRO
                   IF SGP-MESES-JANELA GREATER ZEROS
                      AND SGP-MESES-JANELA NOT GREATER 12
                       MOVE SGP-MESES-JANELA  TO WRK-MESES-JANELA
                   END-IF
                   IF SGP-MESES-SALARIO GREATER ZEROS
                       MOVE SGP-MESES-SALARIO TO WRK-MESES-SALARIO
                   END-IF
               WHEN SGP-LINHA-SEGMENTO
                   IF WRK-QT-SEGMENTOS LESS 20
                       ADD 1 TO WRK-QT-SEGMENTOS
                       MOVE SGP-SEGMENTO      TO
                           WRK-SEG-CODIGO(WRK-QT-SEGMENTOS)
                       MOVE SGP-DESCRICAO     TO
                           WRK-SEG-DESCRICAO(WRK-QT-SEGMENTOS)
                       MOVE SGP-ISENTA-TARIFA TO
                           WRK-SEG-ISENTA(WRK-QT-SEGMENTOS)
                       MOVE ZEROS             TO
                           WRK-SEG-QT-CLIENTES(WRK-QT-SEGMENTOS)
                   ELSE
                       DISPLAY "TABELA DE SEGMENTOS CHEIA (20) - "
                           SGP-SEGMENTO " IGNORADO"
                   END-IF
               WHEN SGP-LINHA-REGRA
                   IF WRK-QT-REGRAS LESS 30
                       ADD 1 TO WRK-QT-REGRAS
                       MOVE SGP-SEGMENTO       TO
                           WRK-REG-SEGMENTO(WRK-QT-REGRAS)
                       MOVE SGP-TIPO-PESSOA    TO
                           WRK-REG-TIPO-PESSOA(WRK-QT-REGRAS)
                       MOVE SGP-SALDO-MINIMO   TO
                           WRK-REG-SALDO-MINIMO(WRK-QT-REGRAS)
                       MOVE SGP-SALARIO-MINIMO TO
                           WRK-REG-SALARIO-MINIMO(WRK-QT-REGRAS)
                       MOVE SGP-PRODUTOS-MINIMO TO
                           WRK-REG-PRODUTOS-MINIMO(WRK-QT-REGRAS)
                   ELSE
                       DISPLAY "TABELA DE REGRAS CHEIA (30) - REGRA DO "
                           SGP-SEGMENTO " IGNORADA"
                   END-IF
           END-EVALUATE.

           READ SEGPARAM.

       0111-GUARDA-PARAMETRO-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    SEM LINHAS S OU SEM LINHAS R NO ARQUIVO VALE A TABELA PADRAO
      *    DAQUELE TIPO (PRIVATE E PJ GRANDE ISENTOS DA TARIFA)
      *-----------------------------------------------------------------
       0115-PARAMETROS-PADRAO                    SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-SEGMENTOS EQUAL ZEROS
               MOVE 6 TO WRK-QT-SEGMENTOS
               INITIALIZE WRK-TAB-SEGMENTOS
               MOVE "VA"                   TO WRK-SEG-CODIGO(1)
               MOVE "VAREJO"               TO WRK-SEG-DESCRICAO(1)
               MOVE "N"                    TO WRK-SEG-ISENTA(1)
               MOVE "AR"                   TO WRK-SEG-CODIGO(2)
               MOVE "ALTA RENDA"           TO WRK-SEG-DESCRICAO(2)
               MOVE "N"                    TO WRK-SEG-ISENTA(2)
               MOVE "PV"                   TO WRK-SEG-CODIGO(3)
               MOVE "PRIVATE"              TO WRK-SEG-DESCRICAO(3)
               MOVE "S"                    TO WRK-SEG-ISENTA(3)
               MOVE "PP"                   TO WRK-SEG-CODIGO(4)
               MOVE "PJ PEQUENA"           TO WRK-SEG-DESCRICAO(4)
               MOVE "N"                    TO WRK-SEG-ISENTA(4)
               MOVE "PM"                   TO WRK-SEG-CODIGO(5)
               MOVE "PJ MEDIA"             TO WRK-SEG-DESCRICAO(5)
               MOVE "N"                    TO WRK-SEG-ISENTA(5)
               MOVE "PG"                   TO WRK-SEG-CODIGO(6)
               MOVE "PJ GRANDE"            TO WRK-SEG-DESCRICAO(6)
               MOVE "S"                    TO WRK-SEG-ISENTA(6)
           END-IF.

           IF WRK-QT-REGRAS EQUAL ZEROS
               MOVE 7 TO WRK-QT-REGRAS
               INITIALIZE WRK-TAB-REGRAS
               MOVE "PV"                   TO WRK-REG-SEGMENTO(1)
               MOVE "F"                    TO WRK-REG-TIPO-PESSOA(1)
               MOVE 1000000                TO WRK-REG-SALDO-MINIMO(1)
               MOVE "AR"                   TO WRK-REG-SEGMENTO(2)
               MOVE "F"                    TO WRK-REG-TIPO-PESSOA(2)
               MOVE 100000                 TO WRK-REG-SALDO-MINIMO(2)
               MOVE "AR"                   TO WRK-REG-SEGMENTO(3)
               MOVE "F"                    TO WRK-REG-TIPO-PESSOA(3)
               MOVE 15000                  TO WRK-REG-SALARIO-MINIMO(3)
               MOVE "VA"                   TO WRK-REG-SEGMENTO(4)
               MOVE "F"                    TO WRK-REG-TIPO-PESSOA(4)
               MOVE "PG"                   TO WRK-REG-SEGMENTO(5)
               MOVE "J"                    TO WRK-REG-TIPO-PESSOA(5)
               MOVE 5000000                TO WRK-REG-SALDO-MINIMO(5)
               MOVE "PM"                   TO WRK-REG-SEGMENTO(6)
               MOVE "J"                    TO WRK-REG-TIPO-PESSOA(6)
               MOVE 500000                 TO WRK-REG-SALDO-MINIMO(6)
               MOVE "PP"                   TO WRK-REG-SEGMENTO(7)
               MOVE "J"                    TO WRK-REG-TIPO-PESSOA(7)
           END-IF.

       0115-PARAMETROS-PADRAO-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    JANELA = OS N MESES FECHADOS ANTES DO MES DO PROCESSAMENTO,
      *    NO MOLDE DO PRGLIMRV
      *-----------------------------------------------------------------
       0120-CALCULA-JANELA                       SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-BASE-ANO TO WRK-JANELA-FIM(1:4).
           MOVE WRK-BASE-MES TO WRK-JANELA-FIM(5:2).
           MOVE "01"         TO WRK-JANELA-FIM(7:2).

           COMPUTE WRK-MESES-AUX =
               WRK-BASE-ANO * 12 + WRK-BASE-MES - 1 - WRK-MESES-JANELA.
           MOVE WRK-MESES-AUX TO WRK-MESES-INICIO.
           DIVIDE WRK-MESES-AUX BY 12 GIVING WRK-INICIO-ANO
               REMAINDER WRK-MES-RESTO.
           COMPUTE WRK-INICIO-MES = WRK-MES-RESTO + 1.
           MOVE 01           TO WRK-INICIO-DIA.

           IF WRK-MESES-SALARIO GREATER WRK-MESES-JANELA
               MOVE WRK-MESES-JANELA TO WRK-MESES-SALARIO
           END-IF.

           DISPLAY "JANELA DE OBSERVACAO: " WRK-JANELA-INICIO
               " ATE ANTES DE " WRK-JANELA-FIM.
           DISPLAY "SALARIO REGULAR.....: CREDITO EM "
               WRK-MESES-SALARIO " DE " WRK-MESES-JANELA " MESES".

       0120-CALCULA-JANELA-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    LOTES DE SALARIO JA PROCESSADOS PELO ATI4
      *-----------------------------------------------------------------
       0130-CARREGA-LOTES                        SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT LOTECTL.
           IF FS-LOTECTL NOT EQUAL 00
               DISPLAY "LOTECTL AUSENTE - SALARIOS NAO IDENTIFICADOS"
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

           IF LOT-ORIGEM NOT EQUAL 9011
               GO TO 0131-GUARDA-LOTE-LER
           END-IF.

           IF WRK-QT-LOTES LESS 3000
               ADD 1 TO WRK-QT-LOTES
               MOVE LOT-NUMERO TO WRK-LOT-NUMERO(WRK-QT-LOTES)
           ELSE
               DISPLAY "TABELA DE LOTES CHEIA (3000) - LOTE "
                   LOT-ORIGEM "/" LOT-NUMERO " IGNORADO"
           END-IF.

       0131-GUARDA-LOTE-LER.
           READ LOTECTL.

       0131-GUARDA-LOTE-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    CONTAS NAO ENCERRADAS DO CADASTRO (BLOQUEADA CONTINUA SENDO
      *    PRODUTO DO CLIENTE)
      *-----------------------------------------------------------------
       0150-CARREGA-CONTAS                       SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO CTA-CHAVE.
           START CONTAS KEY NOT LESS CTA-CHAVE
               INVALID KEY
                   MOVE 10 TO FS-CONTAS
           END-START.

           IF FS-CONTAS EQUAL 00
               READ CONTAS NEXT
               PERFORM 0151-GUARDA-CONTA
                   UNTIL FS-CONTAS NOT EQUAL 00
           END-IF.

       0150-CARREGA-CONTAS-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0151-GUARDA-CONTA                         SECTION.
      *-----------------------------------------------------------------

           IF CTA-ENCERRADA
               GO TO 0151-GUARDA-CONTA-LER
           END-IF.

           IF WRK-QT-CONTAS NOT LESS 3000
               DISPLAY "TABELA DE CONTAS CHEIA (3000) - AG "
                   CTA-AGENCIA " CTA " CTA-CONTA " FORA DA SEGMENTACAO"
               GO TO 0151-GUARDA-CONTA-LER
           END-IF.

           ADD 1 TO WRK-QT-CONTAS.
           MOVE CTA-AGENCIA TO WRK-CTA-AGENCIA(WRK-QT-CONTAS).
           MOVE CTA-CONTA   TO WRK-CTA-CONTA(WRK-QT-CONTAS).
           MOVE CTA-REG-ID  TO WRK-CTA-REG-ID(WRK-QT-CONTAS).
           MOVE ZEROS       TO WRK-CTA-SALARIOS(WRK-QT-CONTAS)
                               WRK-CTA-SOMA-SALDOS(WRK-QT-CONTAS)
                               WRK-CTA-QT-FOTOS(WRK-QT-CONTAS)
                               WRK-CTA-QT-CDB(WRK-QT-CONTAS).
           MOVE ALL "N"     TO WRK-CTA-MESES-SALARIO(WRK-QT-CONTAS).

       0151-GUARDA-CONTA-LER.
           READ CONTAS NEXT.

       0151-GUARDA-CONTA-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    SALARIOS (CREDITOS DE LOTE 9011) DENTRO DA JANELA, COM O MES
      *    DE CADA CREDITO PARA A REGRA DE SALARIO REGULAR
      *-----------------------------------------------------------------
       0200-CARREGA-MOVHIST                      SECTION.
      *-----------------------------------------------------------------

           IF MOV-DATA LESS WRK-JANELA-INICIO
              OR MOV-DATA NOT LESS WRK-JANELA-FIM
              OR MOV-ID-LOTE EQUAL ZEROS
              OR MOV-TIPO-LANCAMENTO NOT EQUAL "C"
               GO TO 0200-CARREGA-MOVHIST-LER
           END-IF.

           PERFORM 0210-ACHA-LOTE.
           IF WRK-LOTE-NAO
               GO TO 0200-CARREGA-MOVHIST-LER
           END-IF.

           MOVE MOV-AGENCIA TO CTA-AGENCIA.
           MOVE MOV-CONTA   TO CTA-CONTA.
           PERFORM 0220-ACHA-CONTA.
           IF WRK-CTA-NAO
               GO TO 0200-CARREGA-MOVHIST-LER
           END-IF.

           ADD 1 TO ACU-MOVIMENTOS.
           ADD MOV-VALOR TO WRK-CTA-SALARIOS(WRK-IDX-CTA).

           MOVE MOV-DATA TO WRK-DATA-MOV.
           COMPUTE WRK-IDX-MES =
               WRK-MOV-ANO * 12 + WRK-MOV-MES - WRK-MESES-INICIO.
           MOVE "S" TO WRK-CTA-MES-SALARIO(WRK-IDX-CTA, WRK-IDX-MES).

       0200-CARREGA-MOVHIST-LER.

           READ MOVHIST.
           IF FS-MOVHIST NOT EQUAL 00
               CLOSE MOVHIST
           END-IF.

       0200-CARREGA-MOVHIST-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0210-ACHA-LOTE                            SECTION.
      *-----------------------------------------------------------------

           SET WRK-LOTE-NAO TO TRUE.

           PERFORM 0211-COMPARA-LOTE
               VARYING WRK-IDX-LOTE FROM 1 BY 1
               UNTIL WRK-IDX-LOTE GREATER WRK-QT-LOTES
                  OR WRK-LOTE-SIM.

           IF WRK-LOTE-SIM
               SUBTRACT 1 FROM WRK-IDX-LOTE
           END-IF.

       0210-ACHA-LOTE-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0211-COMPARA-LOTE                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-LOT-NUMERO(WRK-IDX-LOTE) EQUAL MOV-ID-LOTE
              AND (MOV-ORIGEM EQUAL ZEROS OR MOV-ORIGEM EQUAL 9011)
               SET WRK-LOTE-SIM TO TRUE
           END-IF.

       0211-COMPARA-LOTE-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    LOCALIZA A AGENCIA/CONTA (EM CTA-CHAVE) NA TABELA DE CONTAS
      *-----------------------------------------------------------------
       0220-ACHA-CONTA                           SECTION.
      *-----------------------------------------------------------------

           SET WRK-CTA-NAO TO TRUE.

           PERFORM 0221-COMPARA-CONTA
               VARYING WRK-IDX-CTA FROM 1 BY 1
               UNTIL WRK-IDX-CTA GREATER WRK-QT-CONTAS
                  OR WRK-CTA-SIM.

           IF WRK-CTA-SIM
               SUBTRACT 1 FROM WRK-IDX-CTA
           END-IF.

       0220-ACHA-CONTA-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0221-COMPARA-CONTA                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-CTA-AGENCIA(WRK-IDX-CTA) EQUAL CTA-AGENCIA
              AND WRK-CTA-CONTA(WRK-IDX-CTA) EQUAL CTA-CONTA
               SET WRK-CTA-SIM TO TRUE
           END-IF.

       0221-COMPARA-CONTA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    SALDO MEDIO DE CADA CONTA PELAS FOTOGRAFIAS DA JANELA
      *-----------------------------------------------------------------
       0300-CARREGA-SALDOHIST                    SECTION.
      *-----------------------------------------------------------------

           IF SDH-DATA LESS WRK-JANELA-INICIO
              OR SDH-DATA NOT LESS WRK-JANELA-FIM
               GO TO 0300-CARREGA-SALDOHIST-LER
           END-IF.

           MOVE SDH-AGENCIA TO CTA-AGENCIA.
           MOVE SDH-CONTA   TO CTA-CONTA.
           PERFORM 0220-ACHA-CONTA.
           IF WRK-CTA-NAO
               GO TO 0300-CARREGA-SALDOHIST-LER
           END-IF.

           ADD 1         TO ACU-FOTOGRAFIAS.
           ADD 1         TO WRK-CTA-QT-FOTOS(WRK-IDX-CTA).
           ADD SDH-SALDO TO WRK-CTA-SOMA-SALDOS(WRK-IDX-CTA).

       0300-CARREGA-SALDOHIST-LER.

           READ SALDOHIST.
           IF FS-SALDOHIST NOT EQUAL 00
               CLOSE SALDOHIST
           END-IF.

       0300-CARREGA-SALDOHIST-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    CDB EM CARTEIRA (ATIVO OU COM RESGATE PEDIDO) CONTA COMO
      *    PRODUTO DA CONTA DE ORIGEM
      *-----------------------------------------------------------------
       0350-CARREGA-CDBCONT                      SECTION.
      *-----------------------------------------------------------------

           IF NOT CDB-EM-CARTEIRA
               GO TO 0350-CARREGA-CDBCONT-LER
           END-IF.

           MOVE CDB-AGENCIA TO CTA-AGENCIA.
           MOVE CDB-CONTA   TO CTA-CONTA.
           PERFORM 0220-ACHA-CONTA.
           IF WRK-CTA-SIM
               ADD 1 TO WRK-CTA-QT-CDB(WRK-IDX-CTA)
           END-IF.

       0350-CARREGA-CDBCONT-LER.

           READ CDBCONT.
           IF FS-CDBCONT NOT EQUAL 00
               CLOSE CDBCONT
           END-IF.

       0350-CARREGA-CDBCONT-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0400-SEGMENTA-CLIENTES                    SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO REG-ID.
           START CLIENTES KEY NOT LESS REG-ID
               INVALID KEY
                   MOVE 10 TO FS-CLIENTES
           END-START.

           IF FS-CLIENTES EQUAL 00
               READ CLIENTES NEXT
               PERFORM 0410-SEGMENTA-CLIENTE
                   UNTIL FS-CLIENTES NOT EQUAL 00
           END-IF.

       0400-SEGMENTA-CLIENTES-FIM.               EXIT.

      *-----------------------------------------------------------------
       0410-SEGMENTA-CLIENTE                     SECTION.
      *-----------------------------------------------------------------

           IF REG-CLIENTE-INATIVO
               ADD 1 TO ACU-INATIVOS
               GO TO 0410-SEGMENTA-CLIENTE-LER
           END-IF.

           ADD 1 TO ACU-CLIENTES.

           PERFORM 0420-APURA-INDICADORES.
           PERFORM 0430-CLASSIFICA.

           PERFORM 0440-ACHA-SEGMENTO.
           IF WRK-SEG-SIM
               ADD 1 TO WRK-SEG-QT-CLIENTES(WRK-IDX-SEG)
           END-IF.

           IF WRK-SEGMENTO-NOVO NOT EQUAL REG-SEGMENTO
               PERFORM 0450-MUDA-SEGMENTO
           END-IF.

       0410-SEGMENTA-CLIENTE-LER.
           READ CLIENTES NEXT.

       0410-SEGMENTA-CLIENTE-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    SOMA AS CONTAS DO CLIENTE: SALDO MEDIO, SALARIOS, MESES COM
      *    SALARIO E PRODUTOS; DEPOIS AS ASSINATURAS DO CLIENTES2
      *-----------------------------------------------------------------
       0420-APURA-INDICADORES                    SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS    TO WRK-SALDO-TOTAL
                            WRK-SALARIOS-CLIENTE
                            WRK-SALARIO-MEDIO
                            WRK-PRODUTOS
                            WRK-MESES-COM-SALARIO.
           MOVE ALL "N"  TO WRK-TAB-MESES-CLIENTE.

           PERFORM 0421-SOMA-CONTA
               VARYING WRK-IDX-CTA FROM 1 BY 1
               UNTIL WRK-IDX-CTA GREATER WRK-QT-CONTAS.

           PERFORM 0423-CONTA-MES-SALARIO
               VARYING WRK-IDX-MES FROM 1 BY 1
               UNTIL WRK-IDX-MES GREATER WRK-MESES-JANELA.

           IF WRK-MESES-COM-SALARIO NOT LESS WRK-MESES-SALARIO
               COMPUTE WRK-SALARIO-MEDIO ROUNDED =
                   WRK-SALARIOS-CLIENTE / WRK-MESES-JANELA
           END-IF.

           PERFORM 0425-CONTA-ASSINATURAS.

       0420-APURA-INDICADORES-FIM.               EXIT.

      *-----------------------------------------------------------------
       0421-SOMA-CONTA                           SECTION.
      *-----------------------------------------------------------------

           IF WRK-CTA-REG-ID(WRK-IDX-CTA) NOT EQUAL REG-ID
               GO TO 0421-SOMA-CONTA-FIM
           END-IF.

           IF WRK-CTA-QT-FOTOS(WRK-IDX-CTA) GREATER ZEROS
               COMPUTE WRK-SALDO-MEDIO ROUNDED =
                   WRK-CTA-SOMA-SALDOS(WRK-IDX-CTA)
                 / WRK-CTA-QT-FOTOS(WRK-IDX-CTA)
               ADD WRK-SALDO-MEDIO TO WRK-SALDO-TOTAL
           END-IF.

           ADD WRK-CTA-SALARIOS(WRK-IDX-CTA) TO WRK-SALARIOS-CLIENTE.
           ADD 1                             TO WRK-PRODUTOS.
           ADD WRK-CTA-QT-CDB(WRK-IDX-CTA)   TO WRK-PRODUTOS.

           PERFORM 0422-MARCA-MES-SALARIO
               VARYING WRK-IDX-MES FROM 1 BY 1
               UNTIL WRK-IDX-MES GREATER WRK-MESES-JANELA.

       0421-SOMA-CONTA-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0422-MARCA-MES-SALARIO                    SECTION.
      *-----------------------------------------------------------------

           IF WRK-CTA-MES-SALARIO(WRK-IDX-CTA, WRK-IDX-MES) EQUAL "S"
               MOVE "S" TO WRK-CLI-MES-SALARIO(WRK-IDX-MES)
           END-IF.

       0422-MARCA-MES-SALARIO-FIM.               EXIT.

      *-----------------------------------------------------------------
       0423-CONTA-MES-SALARIO                    SECTION.
      *-----------------------------------------------------------------

           IF WRK-CLI-MES-SALARIO(WRK-IDX-MES) EQUAL "S"
               ADD 1 TO WRK-MESES-COM-SALARIO
           END-IF.

       0423-CONTA-MES-SALARIO-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    O CODIGO DO ASSINANTE NO CLIENTES2 SAO OS 3 ULTIMOS DIGITOS
      *    DO REG-ID (CLIENTES ATE 0999), COMO NO PRGCOBRA
      *-----------------------------------------------------------------
       0425-CONTA-ASSINATURAS                    SECTION.
      *-----------------------------------------------------------------

           IF FS-CLIENTES2 NOT EQUAL 00 AND 23
               GO TO 0425-CONTA-ASSINATURAS-FIM
           END-IF.

           MOVE REG-ID TO WRK-ID-CLIENTE-N.
           IF WRK-ID-CLIENTE-P1 NOT EQUAL "0"
               GO TO 0425-CONTA-ASSINATURAS-FIM
           END-IF.

           MOVE WRK-ID-CLIENTE-P2 TO REG-CODIGO-CLI2.
           READ CLIENTES2 KEY IS REG-CODIGO-CLI2
               INVALID KEY
                   GO TO 0425-CONTA-ASSINATURAS-FIM
           END-READ.

           PERFORM 0426-CONTA-ASSINATURA
               VARYING WRK-IDX-SERV FROM 1 BY 1
               UNTIL WRK-IDX-SERV GREATER 3.

       0425-CONTA-ASSINATURAS-FIM.               EXIT.

      *-----------------------------------------------------------------
       0426-CONTA-ASSINATURA                     SECTION.
      *-----------------------------------------------------------------

           IF REG-STREA(WRK-IDX-SERV) NOT EQUAL SPACES
              AND REG-ASSINATURA-VIGENTE(WRK-IDX-SERV)
              AND WRK-PRODUTOS LESS 99
               ADD 1 TO WRK-PRODUTOS
           END-IF.

       0426-CONTA-ASSINATURA-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    A PRIMEIRA REGRA DO TIPO DE PESSOA DO CLIENTE QUE TEM TODOS
      *    OS MINIMOS ATENDIDOS DEFINE O SEGMENTO; NENHUMA ATENDIDA =
      *    VAREJO (PF) OU PJ PEQUENA (PJ). TIPO EM BRANCO E TRATADO
      *    COMO PESSOA FISICA
      *-----------------------------------------------------------------
       0430-CLASSIFICA                           SECTION.
      *-----------------------------------------------------------------

           IF REG-PESSOA-JURIDICA
               MOVE "J"  TO WRK-TIPO-PESSOA
               MOVE "PP" TO WRK-SEGMENTO-NOVO
           ELSE
               MOVE "F"  TO WRK-TIPO-PESSOA
               MOVE "VA" TO WRK-SEGMENTO-NOVO
           END-IF.

           SET WRK-REGRA-NAO TO TRUE.

           PERFORM 0431-AVALIA-REGRA
               VARYING WRK-IDX-REGRA FROM 1 BY 1
               UNTIL WRK-IDX-REGRA GREATER WRK-QT-REGRAS
                  OR WRK-REGRA-SIM.

       0430-CLASSIFICA-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0431-AVALIA-REGRA                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-REG-TIPO-PESSOA(WRK-IDX-REGRA) NOT EQUAL
              WRK-TIPO-PESSOA
               GO TO 0431-AVALIA-REGRA-FIM
           END-IF.

           IF WRK-SALDO-TOTAL LESS
              WRK-REG-SALDO-MINIMO(WRK-IDX-REGRA)
              OR WRK-SALARIO-MEDIO LESS
                 WRK-REG-SALARIO-MINIMO(WRK-IDX-REGRA)
              OR WRK-PRODUTOS LESS
                 WRK-REG-PRODUTOS-MINIMO(WRK-IDX-REGRA)
               GO TO 0431-AVALIA-REGRA-FIM
           END-IF.

           SET WRK-REGRA-SIM TO TRUE.
           MOVE WRK-REG-SEGMENTO(WRK-IDX-REGRA) TO WRK-SEGMENTO-NOVO.

       0431-AVALIA-REGRA-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    LOCALIZA O WRK-SEGMENTO-NOVO NA TABELA DE SEGMENTOS
      *-----------------------------------------------------------------
       0440-ACHA-SEGMENTO                        SECTION.
      *-----------------------------------------------------------------

           SET WRK-SEG-NAO TO TRUE.

           PERFORM 0441-COMPARA-SEGMENTO
               VARYING WRK-IDX-SEG FROM 1 BY 1
               UNTIL WRK-IDX-SEG GREATER WRK-QT-SEGMENTOS
                  OR WRK-SEG-SIM.

           IF WRK-SEG-SIM
               SUBTRACT 1 FROM WRK-IDX-SEG
           END-IF.

       0440-ACHA-SEGMENTO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0441-COMPARA-SEGMENTO                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-SEG-CODIGO(WRK-IDX-SEG) EQUAL WRK-SEGMENTO-NOVO
               SET WRK-SEG-SIM TO TRUE
           END-IF.

       0441-COMPARA-SEGMENTO-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    REGISTRA A MUDANCA NO SEGHIST E GRAVA O NOVO SEGMENTO E A
      *    DATA EM QUE PASSA A VALER NO CADASTRO
      *-----------------------------------------------------------------
       0450-MUDA-SEGMENTO                        SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DATA-BASE         TO SGH-DATA.
           MOVE REG-ID                TO SGH-REG-ID.
           MOVE REG-SEGMENTO          TO SGH-SEGMENTO-ANTERIOR.
           MOVE WRK-SEGMENTO-NOVO     TO SGH-SEGMENTO-NOVO.
           MOVE WRK-TIPO-PESSOA       TO SGH-TIPO-PESSOA.
           MOVE WRK-SALDO-TOTAL       TO SGH-SALDO-TOTAL.
           MOVE WRK-SALARIO-MEDIO     TO SGH-SALARIO-MEDIO.
           MOVE WRK-PRODUTOS          TO SGH-PRODUTOS.

           MOVE WRK-SEGMENTO-NOVO     TO REG-SEGMENTO.
           MOVE WRK-DATA-BASE         TO REG-DATA-SEGMENTO.

           REWRITE REG-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO DO CLIENTE " REG-ID
                       " - FS " FS-CLIENTES
                   ADD 1 TO ACU-ERROS
                   GO TO 0450-MUDA-SEGMENTO-FIM
           END-REWRITE.

           WRITE REG-SEGHIST.
           ADD 1 TO ACU-MUDANCAS.

       0450-MUDA-SEGMENTO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0500-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE CLIENTES.
           CLOSE SEGHIST.
           IF FS-CLIENTES2 EQUAL 00 OR 23
               CLOSE CLIENTES2
           END-IF.

           DISPLAY WRK-LINHA.
           DISPLAY "DATA DO PROCESSAMENTO: " WRK-DATA-BASE.
           DISPLAY "CLIENTES SEGMENTADOS.: " ACU-CLIENTES.
           DISPLAY "CLIENTES INATIVOS....: " ACU-INATIVOS.
           DISPLAY "MUDANCAS DE SEGMENTO.: " ACU-MUDANCAS.
           DISPLAY "SALARIOS NA JANELA...: " ACU-MOVIMENTOS.
           DISPLAY "FOTOGRAFIAS LIDAS....: " ACU-FOTOGRAFIAS.
           DISPLAY "ERROS DE REGRAVACAO..: " ACU-ERROS.
           PERFORM 0510-MOSTRA-SEGMENTO
               VARYING WRK-IDX-SEG FROM 1 BY 1
               UNTIL WRK-IDX-SEG GREATER WRK-QT-SEGMENTOS.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           IF ACU-ERROS GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0500-FINALIZAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0510-MOSTRA-SEGMENTO                      SECTION.
      *-----------------------------------------------------------------

           DISPLAY "  " WRK-SEG-CODIGO(WRK-IDX-SEG) " "
               WRK-SEG-DESCRICAO(WRK-IDX-SEG) ": "
               WRK-SEG-QT-CLIENTES(WRK-IDX-SEG).

       0510-MOSTRA-SEGMENTO-FIM.                 EXIT.
