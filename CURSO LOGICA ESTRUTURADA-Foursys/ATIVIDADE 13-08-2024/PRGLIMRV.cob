       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGLIMRV.
      *=================================================================
      * PROGRAMA   : PRGLIMRV
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: REVISAO MENSAL DO LIMITE DE CHEQUE ESPECIAL - RODA
      *              NO INICIO DO MES E OBSERVA OS MESES FECHADOS
      *              ANTERIORES (JANELA DO LIMPARAM.txt, PADRAO 3):
      *              - SALDO MEDIO E DIAS COM SALDO NEGATIVO PELAS
      *                FOTOGRAFIAS DO SALDOHIST.txt;
      *              - SALARIO MEDIO MENSAL PELOS CREDITOS DO
      *                MOVHIST.dat DE LOTES DA ORIGEM 9011 (PRGSALAR) E
      *                JUROS PAGOS PELOS DEBITOS DE LOTES DA ORIGEM 9002
      *                (PRGJUROS) - O LOTE DE CADA LINHA E IDENTIFICADO
      *                PELO MOV-ID-LOTE CONTRA O LOTECTL.txt;
      *              - NIVEL DE INADIMPLENCIA DO INADCTL.txt (PRGINADI);
      *              - CLIENTE INATIVO OU KYC VENCIDO NO CLIENTES.dat.
      *              PARA CADA CONTA ABERTA DO CONTAS.dat CALCULA O
      *              LIMITE PROPOSTO (MULTIPLO DO SALARIO MEDIO MAIS UM
      *              PERCENTUAL DO SALDO MEDIO POSITIVO, ATE O TETO) E
      *              O MOTIVO, E GRAVA A PROPOSTA NO LIMPROP.txt.
      *              CLIENTE INATIVO TEM O LIMITE ZERADO; INADIMPLENCIA,
      *              KYC VENCIDO OU USO ELEVADO IMPEDEM AUMENTO; A
      *              REDUCAO POR REVISAO E LIMITADA PELO PARAMETRO.
      *              AUMENTO PARA LIMITE ACIMA DA ALCADA FICA PENDENTE
      *              PARA O SUPERVISOR (PRGLIMAP); O RESTO E APLICADO
      *              AQUI NO CONTAS.dat, PELO CAMINHO DO PRGDORME:
      *              AUDITORIA ANTES/DEPOIS EM AUDITCTA.txt (OPERACAO
      *              "L") E IMAGEM-ANTES NO JORNCTA. PENDENCIA DA
      *              REVISAO ANTERIOR AINDA SEM DECISAO E SUBSTITUIDA.
      *              A RELACAO RELLIMIT.txt SAI PARA OS GERENTES
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  LIMPARAM              INPUT                  #LIMPARAM
      *  LOTECTL               INPUT                  #LOTECTL
      *  MOVHIST               INPUT                  #MOVHIST
      *  SALDOHIST             INPUT                  #SALDHIST
      *  INADCTL               INPUT                  #INADCTL
      *  CLIENTES              INPUT                  #CLIREG
      *  CONTAS                INPUT/OUTPUT           #CONTAS
      *  LIMPROP               INPUT/OUTPUT           #LIMPROP
      *  LIMTMP                WORK
      *  RELLIMIT              OUTPUT
      *  AUDITCTA              OUTPUT (EXTEND)        #AUDITCTA
      *  JORNCTA               OUTPUT (EXTEND)        #JORNAL
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS / SPOOLREG
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
           SELECT LIMPARAM              ASSIGN TO
                                        WRK-CAMINHO-LIMPARAM
               FILE STATUS              IS FS-LIMPARAM.

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

           SELECT INADCTL               ASSIGN TO
                                        WRK-CAMINHO-INADCTL
               FILE STATUS              IS FS-INADCTL.

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

           SELECT LIMPROP               ASSIGN TO
                                        WRK-CAMINHO-LIMPROP
               FILE STATUS              IS FS-LIMPROP.

           SELECT LIMTMP                ASSIGN TO
                                        WRK-CAMINHO-LIMTMP
               FILE STATUS              IS FS-LIMTMP.

           SELECT RELLIMIT              ASSIGN TO
                                        WRK-CAMINHO-RELLIMIT
               FILE STATUS              IS FS-RELLIMIT.

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
      *     INPUT -  PARAMETROS DA REVISAO DE LIMITE (LIMPARAM)
      *                               LRECL = 037
      *----------------------------------------------------------------*
       FD  LIMPARAM.
       COPY '#LIMPARAM'.

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
      *     INPUT -  CONTROLE DA INADIMPLENCIA (INADCTL)
      *                               LRECL = 036
      *----------------------------------------------------------------*
       FD  INADCTL.
       COPY '#INADCTL'.

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE CLIENTES (CLIENTES)
      *                               LRECL = 143
      *----------------------------------------------------------------*
       FD  CLIENTES.
       COPY '#CLIREG'.

      *----------------------------------------------------------------*
      *     I/O   -  CADASTRO DE CONTAS (CONTAS)
      *                               LRECL = 026
      *----------------------------------------------------------------*
       FD  CONTAS.
       COPY '#CONTAS'.

      *----------------------------------------------------------------*
      *     I/O   -  PROPOSTAS DE LIMITE (LIMPROP)
      *                               LRECL = 127
      *----------------------------------------------------------------*
       FD  LIMPROP.
       COPY '#LIMPROP'.

      *----------------------------------------------------------------*
      *     WORK  -  REGRAVACAO DAS PROPOSTAS ANTERIORES
      *                               LRECL = 127
      *----------------------------------------------------------------*
       FD  LIMTMP.
       01  REG-LIMTMP                   PIC X(127).

      *----------------------------------------------------------------*
      *     OUTPUT - RELACAO DAS PROPOSTAS DA REVISAO (RELLIMIT)
      *                               LRECL = 132
      *----------------------------------------------------------------*
       FD  RELLIMIT.
       01  REG-RELLIMIT                 PIC X(132).

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

       77  FS-LIMPARAM                  PIC 9(002).
       77  FS-LOTECTL                   PIC 9(002).
       77  FS-MOVHIST                   PIC 9(002).
       77  FS-SALDOHIST                 PIC 9(002).
       77  FS-INADCTL                   PIC 9(002).
       77  FS-CLIENTES                  PIC 9(002).
       77  FS-CONTAS                    PIC 9(002).
       77  FS-LIMPROP                   PIC 9(002).
       77  FS-LIMTMP                    PIC 9(002).
       77  FS-RELLIMIT                  PIC 9(002).
       77  FS-AUDITCTA                  PIC 9(002).
       77  FS-JORNCTA                   PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-LIMPARAM         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LOTECTL          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-MOVHIST          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-SALDHIST         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-INADCTL          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CONTAS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LIMPROP          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LIMTMP           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RELLIMIT         PIC X(060)        VALUES SPACES.
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
           '*** VARIAVEIS DA REVISAO DE LIMITE *** '.
      *-----------------------------------------------------------------

       01  WRK-OPERADOR                 PIC X(010)        VALUES
           "PRGLIMRV".

      *== DATA BASE E JANELA DE OBSERVACAO (MESES FECHADOS ANTERIORES)
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
       01  WRK-DATA-CORTE-KYC           PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-CORTE-KYC-R REDEFINES WRK-DATA-CORTE-KYC.
           05 WRK-CORTE-AAAA            PIC 9(004).
           05 WRK-CORTE-MMDD            PIC 9(004).

      *== PARAMETROS (PADRAO SE LIMPARAM.txt AUSENTE OU CAMPO ZERADO)
       01  WRK-MESES-JANELA             PIC 9(002)        VALUES 3.
       01  WRK-MULT-SALARIO             PIC 9(002)V99     VALUES 1.
       01  WRK-PERC-SALDO               PIC 9(003)        VALUES 50.
       01  WRK-LIMITE-MAXIMO            PIC 9(008)V99     VALUES 20000.
       01  WRK-ALCADA                   PIC 9(008)V99     VALUES 1000.
       01  WRK-DIAS-USO-ELEVADO         PIC 9(003)        VALUES 45.
       01  WRK-PERC-REDUCAO-MAX         PIC 9(003)        VALUES 50.
       01  WRK-ANOS-KYC                 PIC 9(002)        VALUES 3.

      *== LOTES DE SALARIO (9011) E DE JUROS (9002) DO LOTECTL
       01  WRK-QT-LOTES                 PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-LOTE                 PIC 9(004)        VALUES ZEROS.
       01  WRK-LOTE-ACHADO              PIC X(001)        VALUES "N".
           88 WRK-LOTE-SIM                        VALUES "S".
           88 WRK-LOTE-NAO                        VALUES "N".
       01  WRK-TAB-LOTES.
           05 WRK-LOT-OCO               OCCURS 3000 TIMES.
               10 WRK-LOT-ORIGEM            PIC 9(04).
               10 WRK-LOT-NUMERO            PIC 9(06).

      *== CONTAS EM INADIMPLENCIA COM LIMITE JA REDUZIDO OU PIOR
       01  WRK-QT-INADIMPLENTES         PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-INAD                 PIC 9(004)        VALUES ZEROS.
       01  WRK-INAD-ACHADA              PIC X(001)        VALUES "N".
           88 WRK-INAD-SIM                        VALUES "S".
           88 WRK-INAD-NAO                        VALUES "N".
       01  WRK-TAB-INADIMPLENTES.
           05 WRK-INA-OCO               OCCURS 2000 TIMES.
               10 WRK-INA-AGENCIA           PIC 9(04).
               10 WRK-INA-CONTA             PIC 9(05).

      *== CONTAS ABERTAS E OS INDICADORES DA JANELA
       01  WRK-QT-CONTAS                PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-CTA                  PIC 9(004)        VALUES ZEROS.
       01  WRK-CTA-ACHADA               PIC X(001)        VALUES "N".
           88 WRK-CTA-SIM                         VALUES "S".
           88 WRK-CTA-NAO                         VALUES "N".
       01  WRK-TAB-CONTAS.
           05 WRK-CTA-OCO               OCCURS 3000 TIMES.
               10 WRK-CTA-AGENCIA           PIC 9(04).
               10 WRK-CTA-CONTA             PIC 9(05).
               10 WRK-CTA-SALARIOS          PIC 9(10)V99  COMP-3.
               10 WRK-CTA-JUROS             PIC 9(10)V99  COMP-3.
               10 WRK-CTA-SOMA-SALDOS       PIC S9(14)V99 COMP-3.
               10 WRK-CTA-QT-FOTOS          PIC 9(05)     COMP-3.
               10 WRK-CTA-DIAS-NEG          PIC 9(05)     COMP-3.

      *== AVALIACAO DA CONTA
       01  WRK-SALDO-MEDIO              PIC S9(10)V99     VALUES ZEROS.
       01  WRK-SALDO-MEDIO-POS          PIC 9(10)V99      VALUES ZEROS.
       01  WRK-SALARIO-MEDIO            PIC 9(08)V99      VALUES ZEROS.
       01  WRK-CAPACIDADE               PIC 9(10)V99      VALUES ZEROS.
       01  WRK-DEZENAS                  PIC 9(09)         VALUES ZEROS.
       01  WRK-LIMITE-ATUAL             PIC 9(08)V99      VALUES ZEROS.
       01  WRK-LIMITE-PROPOSTO          PIC 9(08)V99      VALUES ZEROS.
       01  WRK-LIMITE-PISO              PIC 9(08)V99      VALUES ZEROS.
       01  WRK-MOTIVO                   PIC X(002)        VALUES SPACES.
       01  WRK-TETO-ATINGIDO            PIC X(001)        VALUES "N".
           88 WRK-TETO-SIM                        VALUES "S".
       01  WRK-RESTRICAO                PIC X(002)        VALUES SPACES.
           88 WRK-SEM-RESTRICAO                   VALUES SPACES.
       01  WRK-CLIENTE-INATIVO          PIC X(001)        VALUES "N".
           88 WRK-INATIVO-SIM                     VALUES "S".

       01  ACU-CONTAS                   PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-MOVIMENTOS               PIC 9(007) COMP-3 VALUES ZEROS.
       01  ACU-FOTOGRAFIAS              PIC 9(007) COMP-3 VALUES ZEROS.
       01  ACU-SEM-ALTERACAO            PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-APLICADAS                PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-PENDENTES                PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-SUBSTITUIDAS             PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-ERROS                    PIC 9(005) COMP-3 VALUES ZEROS.

      *== LINHAS DA RELACAO DE PROPOSTAS
       01  WRK-LIN-TITULO.
           05 FILLER                    PIC X(040) VALUE
              "REVISAO DE LIMITE DE CHEQUE ESPECIAL -".
           05 FILLER                    PIC X(010) VALUE
              "DATA BASE ".
           05 WRK-TIT-DATA              PIC 9(008).
           05 FILLER                    PIC X(010) VALUE
              "  JANELA ".
           05 WRK-TIT-INICIO            PIC 9(008).
           05 FILLER                    PIC X(003) VALUE " A ".
           05 WRK-TIT-FIM               PIC 9(008).
           05 FILLER                    PIC X(045) VALUE SPACES.

       01  WRK-LIN-CABEC.
           05 FILLER                    PIC X(011) VALUE
              "AGEN CONTA ".
           05 FILLER                    PIC X(014) VALUE
              "    LIM ATUAL ".
           05 FILLER                    PIC X(014) VALUE
              "     PROPOSTO ".
           05 FILLER                    PIC X(014) VALUE
              "  SALARIO MED ".
           05 FILLER                    PIC X(016) VALUE
              "    SALDO MEDIO ".
           05 FILLER                    PIC X(014) VALUE
              "  JUROS JANEL ".
           05 FILLER                    PIC X(011) VALUE
              "DNG MT S   ".
           05 FILLER                    PIC X(038) VALUE
              "MOTIVO".

       01  WRK-LIN-PROPOSTA.
           05 WRK-LIN-AGENCIA           PIC 9(004).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-CONTA             PIC 9(005).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-ATUAL             PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-PROPOSTO          PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-SALARIO           PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-SALDO             PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-JUROS             PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-DIAS-NEG          PIC ZZ9.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-MOTIVO            PIC X(002).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LIN-SITUACAO          PIC X(001).
           05 FILLER                    PIC X(003) VALUE SPACES.
           05 WRK-LIN-DESCRICAO         PIC X(030).
           05 FILLER                    PIC X(008) VALUE SPACES.

       01  WRK-LIN-RODAPE               PIC X(132) VALUE
           "S: S=SEM ALTERACAO  M=APLICADA NA REVISAO  P=PENDENTE DE APR
      -    "OVACAO DO SUPERVISOR (PRGLIMAP)".

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
           PERFORM 0400-REVISA-CONTAS.
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
                  "\LIMPARAM.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LIMPARAM.
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
                  "\INADCTL.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-INADCTL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CONTAS.dat"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CONTAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\LIMPROP.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LIMPROP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\LIMTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LIMTMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RELLIMIT.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RELLIMIT.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\JORNCTA.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-JORNCTA.

           DISPLAY "==== REVISAO DE LIMITE DE CHEQUE ESPECIAL ====".
           DISPLAY "DATA BASE (AAAAMMDD, BRANCO=HOJE)?".
           ACCEPT WRK-DATA-BASE.
           IF WRK-DATA-BASE EQUAL ZEROS
               ACCEPT WRK-DATA-BASE FROM DATE YYYYMMDD
           END-IF.

           PERFORM 0110-CARREGA-PARAMETROS.
           PERFORM 0120-CALCULA-JANELA.
           PERFORM 0130-CARREGA-LOTES.
           PERFORM 0140-CARREGA-INADCTL.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE WRK-ERRO-ABERTURA TO WRK-FS-DESCRICAO
               DISPLAY WRK-FS-DESCRICAO " CLIENTES"
               CALL "FSTATUS" USING FS-CLIENTES WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CONTAS.
           IF FS-CONTAS NOT EQUAL 00
               MOVE WRK-ERRO-ABERTURA TO WRK-FS-DESCRICAO
               DISPLAY WRK-FS-DESCRICAO " CONTAS"
               CALL "FSTATUS" USING FS-CONTAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               CLOSE CLIENTES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0150-CARREGA-CONTAS.
           PERFORM 0160-SUBSTITUI-PENDENTES.

           OPEN EXTEND AUDITCTA.
           IF FS-AUDITCTA EQUAL 35
               OPEN OUTPUT AUDITCTA
               CLOSE AUDITCTA
               OPEN EXTEND AUDITCTA
           END-IF.

           OPEN OUTPUT RELLIMIT.

           OPEN INPUT MOVHIST.
           IF FS-MOVHIST NOT EQUAL 00
               DISPLAY "MOVHIST AUSENTE - SEM SALARIOS E JUROS NA"
                   " JANELA"
           ELSE
               READ MOVHIST
           END-IF.

           OPEN INPUT SALDOHIST.
           IF FS-SALDOHIST NOT EQUAL 00
               DISPLAY "SALDOHIST AUSENTE - SEM SALDO MEDIO NA JANELA"
           ELSE
               READ SALDOHIST
           END-IF.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    CAMPO ZERADO NO LIMPARAM.txt MANTEM O PADRAO COMPILADO
      *-----------------------------------------------------------------
       0110-CARREGA-PARAMETROS                   SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT LIMPARAM.
           IF FS-LIMPARAM NOT EQUAL 00
               DISPLAY "LIMPARAM.txt AUSENTE - USANDO PARAMETROS PADRAO"
               GO TO 0110-CARREGA-PARAMETROS-FIM
           END-IF.

           READ LIMPARAM.
           IF FS-LIMPARAM NOT EQUAL 00
               CLOSE LIMPARAM
               GO TO 0110-CARREGA-PARAMETROS-FIM
           END-IF.

           IF LPR-MESES-JANELA GREATER ZEROS
               MOVE LPR-MESES-JANELA     TO WRK-MESES-JANELA
           END-IF.
           IF LPR-MULT-SALARIO GREATER ZEROS
               MOVE LPR-MULT-SALARIO     TO WRK-MULT-SALARIO
           END-IF.
           IF LPR-PERC-SALDO GREATER ZEROS
               MOVE LPR-PERC-SALDO       TO WRK-PERC-SALDO
           END-IF.
           IF LPR-LIMITE-MAXIMO GREATER ZEROS
               MOVE LPR-LIMITE-MAXIMO    TO WRK-LIMITE-MAXIMO
           END-IF.
           IF LPR-ALCADA GREATER ZEROS
               MOVE LPR-ALCADA           TO WRK-ALCADA
           END-IF.
           IF LPR-DIAS-USO-ELEVADO GREATER ZEROS
               MOVE LPR-DIAS-USO-ELEVADO TO WRK-DIAS-USO-ELEVADO
           END-IF.
           IF LPR-PERC-REDUCAO-MAX GREATER ZEROS
              AND LPR-PERC-REDUCAO-MAX NOT GREATER 100
               MOVE LPR-PERC-REDUCAO-MAX TO WRK-PERC-REDUCAO-MAX
           END-IF.
           IF LPR-ANOS-KYC GREATER ZEROS
               MOVE LPR-ANOS-KYC         TO WRK-ANOS-KYC
           END-IF.

           CLOSE LIMPARAM.

       0110-CARREGA-PARAMETROS-FIM.              EXIT.

      *-----------------------------------------------------------------
      *    JANELA = OS N MESES FECHADOS ANTES DO MES DA DATA BASE:
      *    DO DIA 1 DO PRIMEIRO MES ATE O DIA ANTERIOR AO DIA 1 DO MES
      *    DA DATA BASE. CORTE DO KYC NO MOLDE DO PRGKYC
      *-----------------------------------------------------------------
       0120-CALCULA-JANELA                       SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-BASE-ANO TO WRK-JANELA-FIM(1:4).
           MOVE WRK-BASE-MES TO WRK-JANELA-FIM(5:2).
           MOVE "01"         TO WRK-JANELA-FIM(7:2).

           COMPUTE WRK-MESES-AUX =
               WRK-BASE-ANO * 12 + WRK-BASE-MES - 1 - WRK-MESES-JANELA.
           DIVIDE WRK-MESES-AUX BY 12 GIVING WRK-INICIO-ANO
               REMAINDER WRK-MES-RESTO.
           COMPUTE WRK-INICIO-MES = WRK-MES-RESTO + 1.
           MOVE 01           TO WRK-INICIO-DIA.

           MOVE WRK-DATA-BASE TO WRK-DATA-CORTE-KYC.
           SUBTRACT WRK-ANOS-KYC FROM WRK-CORTE-AAAA.

           DISPLAY "JANELA DE OBSERVACAO: " WRK-JANELA-INICIO
               " ATE ANTES DE " WRK-JANELA-FIM.

       0120-CALCULA-JANELA-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    LOTES DE SALARIO E DE JUROS JA PROCESSADOS PELO ATI4
      *-----------------------------------------------------------------
       0130-CARREGA-LOTES                        SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT LOTECTL.
           IF FS-LOTECTL NOT EQUAL 00
               DISPLAY "LOTECTL AUSENTE - SALARIOS E JUROS NAO"
                   " IDENTIFICADOS"
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
              AND LOT-ORIGEM NOT EQUAL 9002
               GO TO 0131-GUARDA-LOTE-LER
           END-IF.

           IF WRK-QT-LOTES LESS 3000
               ADD 1 TO WRK-QT-LOTES
               MOVE LOT-ORIGEM TO WRK-LOT-ORIGEM(WRK-QT-LOTES)
               MOVE LOT-NUMERO TO WRK-LOT-NUMERO(WRK-QT-LOTES)
           ELSE
               DISPLAY "TABELA DE LOTES CHEIA (3000) - LOTE "
                   LOT-ORIGEM "/" LOT-NUMERO " IGNORADO"
           END-IF.

       0131-GUARDA-LOTE-LER.
           READ LOTECTL.

       0131-GUARDA-LOTE-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    SO INTERESSAM AS CONTAS COM LIMITE JA REDUZIDO, CANCELADO
      *    OU BLOQUEADAS PELO PRGINADI NA SEQUENCIA ATUAL
      *-----------------------------------------------------------------
       0140-CARREGA-INADCTL                      SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT INADCTL.
           IF FS-INADCTL NOT EQUAL 00
               GO TO 0140-CARREGA-INADCTL-FIM
           END-IF.

           READ INADCTL.
           PERFORM 0141-GUARDA-INADIMPLENTE
               UNTIL FS-INADCTL NOT EQUAL 00.

           CLOSE INADCTL.

       0140-CARREGA-INADCTL-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0141-GUARDA-INADIMPLENTE                  SECTION.
      *-----------------------------------------------------------------

           IF (ICT-LIMITE-REDUZIDO OR ICT-LIMITE-CANCELADO
               OR ICT-BLOQUEADA)
              AND WRK-QT-INADIMPLENTES LESS 2000
               ADD 1 TO WRK-QT-INADIMPLENTES
               MOVE ICT-AGENCIA TO WRK-INA-AGENCIA(WRK-QT-INADIMPLENTES)
               MOVE ICT-CONTA   TO WRK-INA-CONTA(WRK-QT-INADIMPLENTES)
           END-IF.

           READ INADCTL.

       0141-GUARDA-INADIMPLENTE-FIM.             EXIT.

      *-----------------------------------------------------------------
      *    CONTAS ABERTAS DO CADASTRO - SO ELAS RECEBEM PROPOSTA
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

           IF NOT CTA-ABERTA
               GO TO 0151-GUARDA-CONTA-LER
           END-IF.

           IF WRK-QT-CONTAS NOT LESS 3000
               DISPLAY "TABELA DE CONTAS CHEIA (3000) - AG "
                   CTA-AGENCIA " CTA " CTA-CONTA " FORA DA REVISAO"
               GO TO 0151-GUARDA-CONTA-LER
           END-IF.

           ADD 1 TO WRK-QT-CONTAS.
           MOVE CTA-AGENCIA TO WRK-CTA-AGENCIA(WRK-QT-CONTAS).
           MOVE CTA-CONTA   TO WRK-CTA-CONTA(WRK-QT-CONTAS).
           MOVE ZEROS       TO WRK-CTA-SALARIOS(WRK-QT-CONTAS)
                               WRK-CTA-JUROS(WRK-QT-CONTAS)
                               WRK-CTA-SOMA-SALDOS(WRK-QT-CONTAS)
                               WRK-CTA-QT-FOTOS(WRK-QT-CONTAS)
                               WRK-CTA-DIAS-NEG(WRK-QT-CONTAS).

       0151-GUARDA-CONTA-LER.
           READ CONTAS NEXT.

       0151-GUARDA-CONTA-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    AS PROPOSTAS ANTERIORES SAO PRESERVADAS COMO HISTORICO; A
      *    PENDENTE AINDA SEM DECISAO E MARCADA COMO SUBSTITUIDA. O
      *    LIMPROP FICA ABERTO PARA RECEBER AS PROPOSTAS DESTA RODADA
      *-----------------------------------------------------------------
       0160-SUBSTITUI-PENDENTES                  SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT LIMTMP.

           OPEN INPUT LIMPROP.
           IF FS-LIMPROP EQUAL 00
               READ LIMPROP
               PERFORM 0161-COPIA-PARA-TMP
                   UNTIL FS-LIMPROP NOT EQUAL 00
               CLOSE LIMPROP
           END-IF.

           CLOSE LIMTMP.

           OPEN INPUT  LIMTMP.
           OPEN OUTPUT LIMPROP.
           READ LIMTMP.
           PERFORM 0162-COPIA-PARA-LIMPROP
               UNTIL FS-LIMTMP NOT EQUAL 00.
           CLOSE LIMTMP.

       0160-SUBSTITUI-PENDENTES-FIM.             EXIT.

      *-----------------------------------------------------------------
       0161-COPIA-PARA-TMP                       SECTION.
      *-----------------------------------------------------------------

           IF LPP-PENDENTE
               SET LPP-SUBSTITUIDA TO TRUE
               MOVE WRK-OPERADOR   TO LPP-APROVADOR
               MOVE WRK-DATA-BASE  TO LPP-DATA-DECISAO
               ADD 1 TO ACU-SUBSTITUIDAS
           END-IF.

           WRITE REG-LIMTMP FROM REG-LIMPROP.
           READ LIMPROP.

       0161-COPIA-PARA-TMP-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0162-COPIA-PARA-LIMPROP                   SECTION.
      *-----------------------------------------------------------------

           WRITE REG-LIMPROP FROM REG-LIMTMP.
           READ LIMTMP.

       0162-COPIA-PARA-LIMPROP-FIM.              EXIT.

      *-----------------------------------------------------------------
      *    SALARIOS (CREDITOS DE LOTE 9011) E JUROS (DEBITOS DE LOTE
      *    9002) DAS CONTAS ABERTAS DENTRO DA JANELA
      *-----------------------------------------------------------------
       0200-CARREGA-MOVHIST                      SECTION.
      *-----------------------------------------------------------------

           IF MOV-DATA LESS WRK-JANELA-INICIO
              OR MOV-DATA NOT LESS WRK-JANELA-FIM
              OR MOV-ID-LOTE EQUAL ZEROS
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

           IF WRK-LOT-ORIGEM(WRK-IDX-LOTE) EQUAL 9011
              AND MOV-TIPO-LANCAMENTO EQUAL "C"
               ADD MOV-VALOR TO WRK-CTA-SALARIOS(WRK-IDX-CTA)
           END-IF.

           IF WRK-LOT-ORIGEM(WRK-IDX-LOTE) EQUAL 9002
              AND MOV-TIPO-LANCAMENTO EQUAL "D"
               ADD MOV-VALOR TO WRK-CTA-JUROS(WRK-IDX-CTA)
           END-IF.

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
              AND (MOV-ORIGEM EQUAL ZEROS
               OR WRK-LOT-ORIGEM(WRK-IDX-LOTE) EQUAL MOV-ORIGEM)
               SET WRK-LOTE-SIM TO TRUE
           END-IF.

       0211-COMPARA-LOTE-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    LOCALIZA A AGENCIA/CONTA (EM CTA-CHAVE) NA TABELA DE CONTAS
      *    ABERTAS
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
      *    SALDO MEDIO E DIAS NEGATIVOS PELAS FOTOGRAFIAS DA JANELA
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
           IF SDH-SALDO LESS ZEROS
               ADD 1     TO WRK-CTA-DIAS-NEG(WRK-IDX-CTA)
           END-IF.

       0300-CARREGA-SALDOHIST-LER.

           READ SALDOHIST.
           IF FS-SALDOHIST NOT EQUAL 00
               CLOSE SALDOHIST
           END-IF.

       0300-CARREGA-SALDOHIST-FIM.               EXIT.

      *-----------------------------------------------------------------
       0400-REVISA-CONTAS                        SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DATA-BASE     TO WRK-TIT-DATA.
           MOVE WRK-JANELA-INICIO TO WRK-TIT-INICIO.
           MOVE WRK-JANELA-FIM    TO WRK-TIT-FIM.
           WRITE REG-RELLIMIT FROM WRK-LIN-TITULO.
           WRITE REG-RELLIMIT FROM WRK-LIN-CABEC.

           PERFORM 0410-REVISA-CONTA
               VARYING WRK-IDX-CTA FROM 1 BY 1
               UNTIL WRK-IDX-CTA GREATER WRK-QT-CONTAS.

           WRITE REG-RELLIMIT FROM WRK-LIN-RODAPE.

       0400-REVISA-CONTAS-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0410-REVISA-CONTA                         SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-CTA-AGENCIA(WRK-IDX-CTA) TO CTA-AGENCIA.
           MOVE WRK-CTA-CONTA(WRK-IDX-CTA)   TO CTA-CONTA.
           READ CONTAS KEY IS CTA-CHAVE
               INVALID KEY
                   DISPLAY "CONTA FORA DO CADASTRO - AG " CTA-AGENCIA
                       " CTA " CTA-CONTA
                   GO TO 0410-REVISA-CONTA-FIM
           END-READ.

           ADD 1 TO ACU-CONTAS.
           MOVE CTA-LIMITE-ESPECIAL TO WRK-LIMITE-ATUAL.

      *    INDICADORES DA JANELA
           MOVE ZEROS TO WRK-SALDO-MEDIO
                         WRK-SALDO-MEDIO-POS.
           IF WRK-CTA-QT-FOTOS(WRK-IDX-CTA) GREATER ZEROS
               COMPUTE WRK-SALDO-MEDIO ROUNDED =
                   WRK-CTA-SOMA-SALDOS(WRK-IDX-CTA)
                 / WRK-CTA-QT-FOTOS(WRK-IDX-CTA)
           END-IF.
           IF WRK-SALDO-MEDIO GREATER ZEROS
               MOVE WRK-SALDO-MEDIO TO WRK-SALDO-MEDIO-POS
           END-IF.
           COMPUTE WRK-SALARIO-MEDIO ROUNDED =
               WRK-CTA-SALARIOS(WRK-IDX-CTA) / WRK-MESES-JANELA.

           PERFORM 0420-APURA-RESTRICOES.
           PERFORM 0430-CALCULA-PROPOSTA.
           PERFORM 0440-GRAVA-PROPOSTA.

       0410-REVISA-CONTA-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    CLIENTE INATIVO ZERA O LIMITE. DAS RESTRICOES QUE SO
      *    IMPEDEM AUMENTO VALE A PRIMEIRA: INADIMPLENCIA, CADASTRO
      *    (KYC) VENCIDO OU AUSENTE, USO ELEVADO (DIAS NEGATIVOS NA
      *    JANELA OU JUROS PAGOS SEM SALARIO)
      *-----------------------------------------------------------------
       0420-APURA-RESTRICOES                     SECTION.
      *-----------------------------------------------------------------

           MOVE "N"    TO WRK-CLIENTE-INATIVO.
           MOVE SPACES TO WRK-RESTRICAO.

           MOVE CTA-REG-ID TO REG-ID.
           READ CLIENTES KEY IS REG-ID
               INVALID KEY
                   MOVE "KY" TO WRK-RESTRICAO
           END-READ.

           IF WRK-SEM-RESTRICAO
              AND REG-CLIENTE-INATIVO
               SET WRK-INATIVO-SIM TO TRUE
               GO TO 0420-APURA-RESTRICOES-FIM
           END-IF.

           IF WRK-SEM-RESTRICAO
               PERFORM 0421-ACHA-INADIMPLENTE
               IF WRK-INAD-SIM
                   MOVE "IN" TO WRK-RESTRICAO
               END-IF
           END-IF.

           IF WRK-SEM-RESTRICAO
              AND (REG-DATA-VERIFICACAO EQUAL ZEROS
                OR REG-DATA-VERIFICACAO LESS WRK-DATA-CORTE-KYC)
               MOVE "KY" TO WRK-RESTRICAO
           END-IF.

           IF WRK-SEM-RESTRICAO
              AND (WRK-CTA-DIAS-NEG(WRK-IDX-CTA) NOT LESS
                   WRK-DIAS-USO-ELEVADO
                OR (WRK-CTA-JUROS(WRK-IDX-CTA) GREATER ZEROS
                    AND WRK-SALARIO-MEDIO EQUAL ZEROS))
               MOVE "US" TO WRK-RESTRICAO
           END-IF.

       0420-APURA-RESTRICOES-FIM.                EXIT.

      *-----------------------------------------------------------------
       0421-ACHA-INADIMPLENTE                    SECTION.
      *-----------------------------------------------------------------

           SET WRK-INAD-NAO TO TRUE.

           PERFORM 0422-COMPARA-INADIMPLENTE
               VARYING WRK-IDX-INAD FROM 1 BY 1
               UNTIL WRK-IDX-INAD GREATER WRK-QT-INADIMPLENTES
                  OR WRK-INAD-SIM.

       0421-ACHA-INADIMPLENTE-FIM.               EXIT.

      *-----------------------------------------------------------------
       0422-COMPARA-INADIMPLENTE                 SECTION.
      *-----------------------------------------------------------------

           IF WRK-INA-AGENCIA(WRK-IDX-INAD) EQUAL CTA-AGENCIA
              AND WRK-INA-CONTA(WRK-IDX-INAD) EQUAL CTA-CONTA
               SET WRK-INAD-SIM TO TRUE
           END-IF.

       0422-COMPARA-INADIMPLENTE-FIM.            EXIT.

      *-----------------------------------------------------------------
      *    CAPACIDADE = SALARIO MEDIO X MULTIPLO + PERCENTUAL DO SALDO
      *    MEDIO POSITIVO, EM DEZENAS DE REAIS (PARA BAIXO), ATE O
      *    TETO. RESTRICAO SEGURA O LIMITE ATUAL; REDUCAO LIMITADA AO
      *    PERCENTUAL MAXIMO POR REVISAO (SALVO CLIENTE INATIVO)
      *-----------------------------------------------------------------
       0430-CALCULA-PROPOSTA                     SECTION.
      *-----------------------------------------------------------------

           MOVE "N" TO WRK-TETO-ATINGIDO.

           IF WRK-INATIVO-SIM
               MOVE ZEROS TO WRK-LIMITE-PROPOSTO
               MOVE "CI"  TO WRK-MOTIVO
               GO TO 0430-CALCULA-PROPOSTA-FIM
           END-IF.

           COMPUTE WRK-CAPACIDADE =
               WRK-SALARIO-MEDIO * WRK-MULT-SALARIO
             + WRK-SALDO-MEDIO-POS * WRK-PERC-SALDO / 100.
           COMPUTE WRK-DEZENAS = WRK-CAPACIDADE / 10.
           COMPUTE WRK-CAPACIDADE = WRK-DEZENAS * 10.

           IF WRK-CAPACIDADE GREATER WRK-LIMITE-MAXIMO
               MOVE WRK-LIMITE-MAXIMO TO WRK-CAPACIDADE
               SET WRK-TETO-SIM       TO TRUE
           END-IF.

           MOVE WRK-CAPACIDADE TO WRK-LIMITE-PROPOSTO.

           IF WRK-LIMITE-PROPOSTO GREATER WRK-LIMITE-ATUAL
               IF WRK-SEM-RESTRICAO
                   IF WRK-TETO-SIM
                       MOVE "TE"         TO WRK-MOTIVO
                   ELSE
                       MOVE "AU"         TO WRK-MOTIVO
                   END-IF
               ELSE
                   MOVE WRK-LIMITE-ATUAL TO WRK-LIMITE-PROPOSTO
                   MOVE WRK-RESTRICAO    TO WRK-MOTIVO
               END-IF
               GO TO 0430-CALCULA-PROPOSTA-FIM
           END-IF.

           IF WRK-LIMITE-PROPOSTO EQUAL WRK-LIMITE-ATUAL
               MOVE "MA" TO WRK-MOTIVO
               GO TO 0430-CALCULA-PROPOSTA-FIM
           END-IF.

           MOVE "RE" TO WRK-MOTIVO.
           COMPUTE WRK-LIMITE-PISO ROUNDED =
               WRK-LIMITE-ATUAL * (100 - WRK-PERC-REDUCAO-MAX) / 100.
           IF WRK-LIMITE-PROPOSTO LESS WRK-LIMITE-PISO
               MOVE WRK-LIMITE-PISO TO WRK-LIMITE-PROPOSTO
           END-IF.

       0430-CALCULA-PROPOSTA-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    GRAVA A PROPOSTA; SEM ALTERACAO SO REGISTRA, AUMENTO PARA
      *    LIMITE ACIMA DA ALCADA FICA PENDENTE, O RESTO E APLICADO
      *-----------------------------------------------------------------
       0440-GRAVA-PROPOSTA                       SECTION.
      *-----------------------------------------------------------------

           INITIALIZE REG-LIMPROP.
           MOVE WRK-DATA-BASE                  TO LPP-DATA-REVISAO.
           MOVE CTA-AGENCIA                    TO LPP-AGENCIA.
           MOVE CTA-CONTA                      TO LPP-CONTA.
           MOVE CTA-REG-ID                     TO LPP-REG-ID.
           MOVE WRK-LIMITE-ATUAL               TO LPP-LIMITE-ATUAL.
           MOVE WRK-LIMITE-PROPOSTO            TO LPP-LIMITE-PROPOSTO.
           MOVE WRK-MOTIVO                     TO LPP-MOTIVO.
           MOVE WRK-SALDO-MEDIO                TO LPP-SALDO-MEDIO.
           MOVE WRK-SALARIO-MEDIO              TO LPP-SALARIO-MEDIO.
           MOVE WRK-CTA-DIAS-NEG(WRK-IDX-CTA)  TO LPP-DIAS-NEGATIVO.
           MOVE WRK-CTA-JUROS(WRK-IDX-CTA)     TO LPP-JUROS-JANELA.

           EVALUATE TRUE
               WHEN LPP-MOT-MANTIDO
                   MOVE "LIMITE COMPATIVEL COM A RENDA"
                                               TO LPP-DESCRICAO
               WHEN LPP-MOT-AUMENTO
                   MOVE "AUMENTO POR SALARIO/SALDO MEDIO"
                                               TO LPP-DESCRICAO
               WHEN LPP-MOT-TETO
                   MOVE "AUMENTO LIMITADO AO TETO"
                                               TO LPP-DESCRICAO
               WHEN LPP-MOT-REDUCAO
                   MOVE "REDUCAO POR SALARIO/SALDO MEDIO"
                                               TO LPP-DESCRICAO
               WHEN LPP-MOT-INATIVO
                   MOVE "CLIENTE INATIVO - LIMITE ZERADO"
                                               TO LPP-DESCRICAO
               WHEN LPP-MOT-INADIMPLENTE
                   MOVE "INADIMPLENCIA - SEM AUMENTO"
                                               TO LPP-DESCRICAO
               WHEN LPP-MOT-KYC-VENCIDO
                   MOVE "CADASTRO (KYC) VENCIDO/AUSENTE"
                                               TO LPP-DESCRICAO
               WHEN LPP-MOT-USO-ELEVADO
                   MOVE "USO ELEVADO DO LIMITE"
                                               TO LPP-DESCRICAO
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WRK-LIMITE-PROPOSTO EQUAL WRK-LIMITE-ATUAL
                   SET LPP-SEM-ALTERACAO       TO TRUE
                   ADD 1 TO ACU-SEM-ALTERACAO
               WHEN WRK-LIMITE-PROPOSTO GREATER WRK-LIMITE-ATUAL
                AND WRK-LIMITE-PROPOSTO GREATER WRK-ALCADA
                   SET LPP-PENDENTE            TO TRUE
                   ADD 1 TO ACU-PENDENTES
               WHEN OTHER
                   PERFORM 0450-APLICA-LIMITE
           END-EVALUATE.

           WRITE REG-LIMPROP.

           MOVE LPP-AGENCIA                    TO WRK-LIN-AGENCIA.
           MOVE LPP-CONTA                      TO WRK-LIN-CONTA.
           MOVE LPP-LIMITE-ATUAL               TO WRK-LIN-ATUAL.
           MOVE LPP-LIMITE-PROPOSTO            TO WRK-LIN-PROPOSTO.
           MOVE LPP-SALARIO-MEDIO              TO WRK-LIN-SALARIO.
           MOVE LPP-SALDO-MEDIO                TO WRK-LIN-SALDO.
           MOVE LPP-JUROS-JANELA               TO WRK-LIN-JUROS.
           MOVE LPP-DIAS-NEGATIVO              TO WRK-LIN-DIAS-NEG.
           MOVE LPP-MOTIVO                     TO WRK-LIN-MOTIVO.
           MOVE LPP-SITUACAO                   TO WRK-LIN-SITUACAO.
           MOVE LPP-DESCRICAO                  TO WRK-LIN-DESCRICAO.
           WRITE REG-RELLIMIT FROM WRK-LIN-PROPOSTA.

       0440-GRAVA-PROPOSTA-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    APLICA O LIMITE PROPOSTO NO CONTAS.dat - AUDITADO COMO
      *    OPERACAO "L" DO PRGARQ9. SE A REGRAVACAO FALHAR A PROPOSTA
      *    FICA PENDENTE PARA O SUPERVISOR
      *-----------------------------------------------------------------
       0450-APLICA-LIMITE                        SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DATA-BASE          TO AUD-CTA-DATA.
           MOVE WRK-OPERADOR           TO AUD-CTA-OPERADOR.
           MOVE "L"                    TO AUD-CTA-OPERACAO.
           MOVE CTA-AGENCIA            TO AUD-CTA-AGENCIA.
           MOVE CTA-CONTA              TO AUD-CTA-CONTA.
           MOVE CTA-REG-ID             TO AUD-CTA-REG-ID.
           MOVE CTA-SITUACAO           TO AUD-CTA-SIT-ANTERIOR.
           MOVE CTA-LIMITE-ESPECIAL    TO AUD-CTA-LIMITE-ANTERIOR.

           MOVE REG-CONTAS             TO WRK-IMAGEM-ANTES.
           MOVE WRK-LIMITE-PROPOSTO    TO CTA-LIMITE-ESPECIAL.
           REWRITE REG-CONTAS.

           IF FS-CONTAS NOT EQUAL 00
               ADD 1 TO ACU-ERROS
               DISPLAY "ERRO NA REGRAVACAO AG " CTA-AGENCIA
                   " CTA " CTA-CONTA " FS " FS-CONTAS
               MOVE WRK-IMAGEM-ANTES   TO REG-CONTAS
               SET LPP-PENDENTE        TO TRUE
               ADD 1 TO ACU-PENDENTES
               GO TO 0450-APLICA-LIMITE-FIM
           END-IF.

           MOVE CTA-SITUACAO           TO AUD-CTA-SIT-NOVA.
           MOVE CTA-LIMITE-ESPECIAL    TO AUD-CTA-LIMITE-NOVO.
           WRITE REG-AUDITCTA.
           PERFORM 0460-GRAVA-JORNAL.

           SET LPP-APLICADA-REVISAO    TO TRUE.
           MOVE WRK-OPERADOR           TO LPP-APROVADOR.
           MOVE WRK-DATA-BASE          TO LPP-DATA-DECISAO.
           ADD 1 TO ACU-APLICADAS.

       0450-APLICA-LIMITE-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    JORNAL DE IMAGENS-ANTES - MESMO CAMINHO DO PRGDORME, PARA O
      *    PRGVOLTA CONSEGUIR DESFAZER A ALTERACAO
      *-----------------------------------------------------------------
       0460-GRAVA-JORNAL                         SECTION.
      *-----------------------------------------------------------------

           OPEN EXTEND JORNCTA.
           IF FS-JORNCTA EQUAL 35
               OPEN OUTPUT JORNCTA
               CLOSE JORNCTA
               OPEN EXTEND JORNCTA
           END-IF.

           ACCEPT JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA FROM TIME.
           MOVE "PRGLIMRV"       TO JRN-PROGRAMA.
           SET JRN-REGRAVACAO    TO TRUE.
           MOVE WRK-IMAGEM-ANTES TO JRN-IMAGEM.
           WRITE REG-JORNAL.
           CLOSE JORNCTA.

       0460-GRAVA-JORNAL-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0500-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE CONTAS.
           CLOSE CLIENTES.
           CLOSE LIMPROP.
           CLOSE AUDITCTA.
           CLOSE RELLIMIT.

           MOVE "RELLIMIT"             TO WRK-SPL-RELATORIO.
           MOVE "PRGLIMRV"             TO WRK-SPL-PROGRAMA.
           MOVE WRK-CAMINHO-RELLIMIT   TO WRK-SPL-ARQUIVO.
           MOVE "GERENTES"             TO WRK-SPL-DESTINATARIO.
           CALL "SPOOLREG" USING WRK-SPOOL.

           DISPLAY WRK-LINHA.
           DISPLAY "CONTAS REVISADAS....: " ACU-CONTAS.
           DISPLAY "MOVIMENTOS DE LOTE..: " ACU-MOVIMENTOS.
           DISPLAY "FOTOGRAFIAS LIDAS...: " ACU-FOTOGRAFIAS.
           DISPLAY "SEM ALTERACAO.......: " ACU-SEM-ALTERACAO.
           DISPLAY "APLICADAS (ALCADA)..: " ACU-APLICADAS.
           DISPLAY "PENDENTES SUPERVISOR: " ACU-PENDENTES.
           DISPLAY "PENDENTES ANTERIORES"
                   " SUBSTITUIDAS.......: " ACU-SUBSTITUIDAS.
           DISPLAY "ERROS DE REGRAVACAO.: " ACU-ERROS.
           DISPLAY "RELACAO GRAVADA.....: " WRK-CAMINHO-RELLIMIT.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           IF ACU-ERROS GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0500-FINALIZAR-FIM.                       EXIT.
