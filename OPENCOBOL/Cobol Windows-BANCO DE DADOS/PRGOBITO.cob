       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGOBITO.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : REGISTRO DE OBITO DE CLIENTE - NUMA UNICA
      *==               TRANSACAO DO SUPERVISOR, GRAVA O FALECIMENTO
      *==               (DATA, REFERENCIA DA CERTIDAO, QUEM REGISTROU)
      *==               CONTRA O REG-ID DO CLIENTES.dat EM OBITOS.txt E
      *==               CONGELA TUDO O QUE O CLIENTE TEM:
      *==               - TODA CONTA ABERTA DO CLIENTE NO CONTAS.dat
      *==                 (COMO DONO OU COMO TITULAR ATIVO NO
      *==                 TITULARES.txt) E BLOQUEADA PELO MESMO CAMINHO
      *==                 DO PRGARQ9, COM AUDITCTA.txt E JORNCTA.txt;
      *==               - AS ORDENS PERMANENTES ATIVAS DESSAS CONTAS NO
      *==                 ORDENS.txt SAO INATIVADAS COM DATA DE TERMINO;
      *==               - AS ASSINATURAS ATIVAS DO CLIENTE NO
      *==                 CLIENTES2.dat SAO PAUSADAS SEM DATA DE
      *==                 RETOMADA (99999999 - A RETOMADA DIARIA DO
      *==                 PRGPAUSA NUNCA AS REATIVA);
      *==               - A LINHA DO OBITOS.txt FAZ A REGUA (PRGREGUA)
      *==                 CONGELAR A ESCADA E O PRGNOTIF SEGURAR TODO
      *==                 AVISO AO CLIENTE.
      *==               O REGISTRO SAI NA TRILHA DO CLIENTE
      *==               (AUDITCLI.txt, OPERACAO "O") E E IMPRESSO O
      *==               RELATORIO DE POSICAO DO ESPOLIO (RELOBITO.txt)
      *==               PARA O INVENTARIO:
      *==               SALDO DE CADA CONTA NO SALDOCTA.dat, FATURAS EM
      *==               ABERTO NO FATURREG.txt E PENDENCIAS (ORDENS
      *==               INATIVADAS, ASSINATURAS PAUSADAS E LANCAMENTOS
      *==               REJEITADOS EM ABERTO). CHAMADO PELO PRGMENU
      *==               (OPCAO A, SO SUPERVISOR)
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================
       ENVIRONMENT                               DIVISION.

       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\CLIENTES.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS REG-ID
               ALTERNATE RECORD KEY     IS REG-NOME
                                        WITH DUPLICATES
                                   FILE STATUS IS FS-CLIENTES.

           SELECT CONTAS ASSIGN
           TO "C:\ATIVIDADE3\CONTAS.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS CTA-CHAVE
                                   FILE STATUS IS FS-CONTAS.

           SELECT SALDOCTA ASSIGN
           TO "C:\ATIVIDADE3\SALDOCTA.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS REG-CHAVE-SALDO
                                   FILE STATUS IS FS-SALDOCTA.

           SELECT CLIENTES2 ASSIGN
           TO "C:\ATIVIDADE3\CLIENTES2.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS REG-CODIGO-CLI2
                                   FILE STATUS IS FS-CLIENTES2.

           SELECT TITULARES ASSIGN
           TO "C:\ATIVIDADE3\TITULARES.txt"
                                   FILE STATUS IS FS-TITULARES.

           SELECT ORDENS ASSIGN
           TO "C:\ATIVIDADE3\ORDENS.txt"
                                   FILE STATUS IS FS-ORDENS.

           SELECT ORDTMP ASSIGN
           TO "C:\ATIVIDADE3\ORDTMP.txt"
                                   FILE STATUS IS FS-ORDTMP.

           SELECT FATURREG ASSIGN
           TO "C:\ATIVIDADE3\FATURREG.txt"
                                   FILE STATUS IS FS-FATURREG.

           SELECT REJEITADOS ASSIGN
           TO "C:\ATIVIDADE3\REJEITADOS.txt"
                                   FILE STATUS IS FS-REJEITADOS.

           SELECT OBITOS ASSIGN
           TO "C:\ATIVIDADE3\OBITOS.txt"
                                   FILE STATUS IS FS-OBITOS.

           SELECT JORNCTA ASSIGN
           TO "C:\ATIVIDADE3\JORNCTA.txt"
                                   FILE STATUS IS FS-JORNCTA.

           SELECT AUDITCTA ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\AUDITCTA.txt"
               FILE STATUS          IS FS-AUDITCTA.

           SELECT AUDITCLI ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\AUDITCLI.txt"
               FILE STATUS          IS FS-AUDITCLI.

           SELECT RELOBITO ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\RELOBITO.txt"
                                   FILE STATUS IS FS-RELOBITO.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD CLIENTES.
       COPY "#CLIREG".

       FD CONTAS.
       COPY "#CONTAS".

       FD SALDOCTA.
       COPY "#SALDOCTA".

       FD CLIENTES2.
       01  REG-CLIENTES2.
           10 REG-CODIGO-CLI2          PIC X(003).
           10 REG-NOME-CLI2            PIC X(020).
           10 REG-EMAIL-CLI2           PIC X(020).
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
               15 REG-DATA-RETOMADA        PIC 9(008).

       FD TITULARES.
       COPY "#TITULAR".

       FD ORDENS.
       COPY "#ORDENS".

       FD ORDTMP.
       01  REG-ORDTMP                    PIC X(034).

       FD FATURREG.
       COPY "#FATURREG".

       FD REJEITADOS.
       COPY "#REJCAM".

       FD OBITOS.
       COPY "#OBITO".

       FD JORNCTA.
       COPY "#JORNAL".

       FD AUDITCTA.
       COPY "#AUDITCTA".

       FD AUDITCLI.
       COPY "#AUDITCLI".

       FD RELOBITO.
       01  REG-RELOBITO                  PIC X(080).

       WORKING-STORAGE                           SECTION.
       77  FS-CLIENTES                   PIC 9(02).
       77  FS-CONTAS                     PIC 9(02).
       77  FS-SALDOCTA                   PIC 9(02).
       77  FS-CLIENTES2                  PIC 9(02).
       77  FS-TITULARES                  PIC 9(02).
       77  FS-ORDENS                     PIC 9(02).
       77  FS-ORDTMP                     PIC 9(02).
       77  FS-FATURREG                   PIC 9(02).
       77  FS-REJEITADOS                 PIC 9(02).
       77  FS-OBITOS                     PIC 9(02).
       77  FS-JORNCTA                    PIC 9(02).
       77  FS-AUDITCTA                   PIC 9(02).
       77  FS-AUDITCLI                   PIC 9(02).
       77  FS-RELOBITO                   PIC 9(02).
       77  WRK-FS-DESCRICAO              PIC X(30) VALUE SPACES.

       77  WRK-SUPERVISOR                PIC X(10) VALUE SPACES.
       77  WRK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.

      *========== DADOS DO OBITO DIGITADOS PELO SUPERVISOR
       77  WRK-ID                        PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-OBITO                PIC 9(08) VALUE ZEROS.
       77  WRK-CERTIDAO                  PIC X(20) VALUE SPACES.
       77  WRK-CONFIRMA                  PIC X(01) VALUE "N".
           88 WRK-CONFIRMADO                       VALUE "S" "s".

       77  WRK-CLIENTE-ACHADO            PIC X(01) VALUE "N".
           88 WRK-CLIENTE-OK                       VALUE "S".
           88 WRK-CLIENTE-FORA                     VALUE "N".
       77  WRK-OBITO-ACHADO              PIC X(01) VALUE "N".
           88 WRK-OBITO-JA-REGISTRADO              VALUE "S".
           88 WRK-OBITO-NOVO                       VALUE "N".

      *========== CODIGO DO CLIENTE NO CLIENTES2
       01  WRK-ID-CLIENTE.
           05 WRK-ID-CLIENTE-P1          PIC X(01).
           05 WRK-ID-CLIENTE-P2          PIC X(03).
       01  WRK-ID-CLIENTE-N REDEFINES WRK-ID-CLIENTE
                                         PIC 9(04).
       77  WRK-CODIGO-ASSINANTE          PIC X(03) VALUE SPACES.

      *========== CONTAS EM QUE O CLIENTE E TITULAR (TITULARES.txt)
       77  WRK-QT-TITULARIDADES          PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-TIT                   PIC 9(03) VALUE ZEROS.
       77  WRK-TIT-ACHADA                PIC X(01) VALUE "N".
           88 WRK-TIT-FOI-ACHADA                   VALUE "S".
           88 WRK-TIT-NAO-ACHADA                   VALUE "N".
       01  WRK-TAB-TITULARIDADES.
           05 WRK-TIT-OCO                OCCURS 100 TIMES.
               10 WRK-TIT-AGENCIA            PIC 9(04).
               10 WRK-TIT-CONTA              PIC 9(05).

      *========== CONTAS DO ESPOLIO (DONO OU TITULAR)
       77  WRK-QT-CONTAS                 PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-CONTA                 PIC 9(02) VALUE ZEROS.
       77  WRK-CONTA-ACHADA              PIC X(01) VALUE "N".
           88 WRK-CONTA-DO-ESPOLIO                 VALUE "S".
           88 WRK-CONTA-DE-FORA                    VALUE "N".
       01  WRK-TAB-CONTAS.
           05 WRK-CTA-OCO                OCCURS 50 TIMES.
               10 WRK-CTA-AGENCIA            PIC 9(04).
               10 WRK-CTA-CONTA              PIC 9(05).
               10 WRK-CTA-PAPEL              PIC X(01).
               10 WRK-CTA-SITUACAO           PIC X(01).

       77  WRK-SALDOCTA-ABERTO           PIC X(01) VALUE "N".
           88 WRK-SALDOCTA-OK                      VALUE "S".
           88 WRK-SALDOCTA-FORA                    VALUE "N".

       01  WRK-IMAGEM-ANTES              PIC X(050) VALUE SPACES.
       77  WRK-IDX-SERV                  PIC 9(01) VALUE ZEROS.

      *========== TOTAIS DO RELATORIO DE POSICAO
       77  WRK-TOTAL-SALDOS              PIC S9(12)V99 VALUE ZEROS.
       77  WRK-TOTAL-FATURAS             PIC 9(08)V99  VALUE ZEROS.
       77  WRK-VALOR-ABERTO              PIC 9(06)V99  VALUE ZEROS.
       77  WRK-SALDO-ED                  PIC -.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR-ED                  PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-REL                 PIC X(080) VALUE SPACES.

       77  ACU-CONTAS-BLOQUEADAS         PIC 9(03) VALUE ZEROS.
       77  ACU-ORDENS-INATIVADAS         PIC 9(03) VALUE ZEROS.
       77  ACU-ASSINATURAS-PAUSADAS      PIC 9(03) VALUE ZEROS.
       77  ACU-FATURAS-ABERTAS           PIC 9(03) VALUE ZEROS.
       77  ACU-REJEITADOS                PIC 9(03) VALUE ZEROS.

       LINKAGE                                   SECTION.
       01  LNK-OPERADOR                  PIC X(10).

      *-----------------------------------------------------------------
       PROCEDURE                DIVISION USING LNK-OPERADOR.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-RECEBE-OBITO.
           IF WRK-CONFIRMADO
               PERFORM 0300-CONGELA-CLIENTE
           END-IF.
           PERFORM 0900-FINALIZAR.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                          SECTION.

           MOVE LNK-OPERADOR TO WRK-SUPERVISOR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "======= REGISTRO DE OBITO DE CLIENTE =======".

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               DISPLAY "CLIENTES.dat NAO ABERTO!"
               CALL "FSTATUS" USING FS-CLIENTES WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               GOBACK
           END-IF.

       0100-INICIALIZAR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    IDENTIFICA O CLIENTE, RECUSA OBITO JA REGISTRADO, RECEBE A
      *    DATA E A CERTIDAO E PEDE A CONFIRMACAO DO SUPERVISOR
      *-----------------------------------------------------------------
       0200-RECEBE-OBITO                         SECTION.

           MOVE "N" TO WRK-CONFIRMA.

           DISPLAY "REG-ID DO CLIENTE FALECIDO..".
           ACCEPT WRK-ID.

           SET WRK-CLIENTE-FORA TO TRUE.
           MOVE WRK-ID TO REG-ID.
           READ CLIENTES KEY IS REG-ID
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO!"
               NOT INVALID KEY
                   SET WRK-CLIENTE-OK TO TRUE
           END-READ.
           IF WRK-CLIENTE-FORA
               GO TO 0200-RECEBE-OBITO-FIM
           END-IF.

           PERFORM 0210-CONFERE-OBITO.
           IF WRK-OBITO-JA-REGISTRADO
               DISPLAY "OBITO DESTE CLIENTE JA REGISTRADO EM "
                   OBT-DATA-REGISTRO " POR " OBT-OPERADOR
               GO TO 0200-RECEBE-OBITO-FIM
           END-IF.

           DISPLAY "CLIENTE......: " REG-ID " " REG-NOME.
           DISPLAY "CPF/CNPJ.....: " REG-TIPO-PESSOA " " REG-CPFCNPJ.

           DISPLAY "DATA DO OBITO (AAAAMMDD)..".
           ACCEPT WRK-DATA-OBITO.
           IF WRK-DATA-OBITO EQUAL ZEROS
              OR WRK-DATA-OBITO GREATER WRK-DATA-HOJE
               DISPLAY "DATA DO OBITO INVALIDA!"
               GO TO 0200-RECEBE-OBITO-FIM
           END-IF.

           DISPLAY "REFERENCIA DA CERTIDAO DE OBITO..".
           ACCEPT WRK-CERTIDAO.
           IF WRK-CERTIDAO EQUAL SPACES
               DISPLAY "CERTIDAO OBRIGATORIA!"
               GO TO 0200-RECEBE-OBITO-FIM
           END-IF.

           DISPLAY "-------------------------------------------".
           DISPLAY "TODAS AS CONTAS SERAO BLOQUEADAS, AS ORDENS "
               "PERMANENTES".
           DISPLAY "INATIVADAS E AS ASSINATURAS PAUSADAS.".
           DISPLAY "CONFIRMA O REGISTRO DO OBITO (S/N)?".
           ACCEPT WRK-CONFIRMA.
           IF NOT WRK-CONFIRMADO
               DISPLAY "REGISTRO CANCELADO."
           END-IF.

       0200-RECEBE-OBITO-FIM. EXIT.

      *-----------------------------------------------------------------
       0210-CONFERE-OBITO                        SECTION.

           SET WRK-OBITO-NOVO TO TRUE.

           OPEN INPUT OBITOS.
           IF FS-OBITOS NOT EQUAL 00
               GO TO 0210-CONFERE-OBITO-FIM
           END-IF.

           READ OBITOS.
           PERFORM 0211-COMPARA-OBITO
               UNTIL FS-OBITOS NOT EQUAL 00
                  OR WRK-OBITO-JA-REGISTRADO.

           CLOSE OBITOS.

       0210-CONFERE-OBITO-FIM. EXIT.

      *-----------------------------------------------------------------
       0211-COMPARA-OBITO                        SECTION.

           IF OBT-REG-ID EQUAL WRK-ID
               SET WRK-OBITO-JA-REGISTRADO TO TRUE
           ELSE
               READ OBITOS
           END-IF.

       0211-COMPARA-OBITO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    O CONGELAMENTO - NADA E ALTERADO ANTES DE AS CONTAS DO
      *    ESPOLIO ESTAREM TODAS LEVANTADAS
      *-----------------------------------------------------------------
       0300-CONGELA-CLIENTE                      SECTION.

           OPEN I-O CONTAS.
           IF FS-CONTAS NOT EQUAL 00
               DISPLAY "CONTAS.dat NAO ABERTO - OBITO NAO REGISTRADO!"
               CALL "FSTATUS" USING FS-CONTAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               GO TO 0300-CONGELA-CLIENTE-FIM
           END-IF.

           PERFORM 0310-LEVANTA-CONTAS.
           IF WRK-QT-CONTAS GREATER 50
               DISPLAY "CLIENTE COM MAIS DE 50 CONTAS - OBITO NAO "
                   "REGISTRADO!"
               CLOSE CONTAS
               GO TO 0300-CONGELA-CLIENTE-FIM
           END-IF.

           MOVE WRK-ID TO WRK-ID-CLIENTE-N.
           IF WRK-ID-CLIENTE-P1 EQUAL "0"
               MOVE WRK-ID-CLIENTE-P2 TO WRK-CODIGO-ASSINANTE
           ELSE
               MOVE SPACES            TO WRK-CODIGO-ASSINANTE
           END-IF.

           OPEN EXTEND AUDITCTA.
           IF FS-AUDITCTA EQUAL 35
               OPEN OUTPUT AUDITCTA
               CLOSE AUDITCTA
               OPEN EXTEND AUDITCTA
           END-IF.

           OPEN OUTPUT RELOBITO.
           PERFORM 0390-CABECALHO.

           PERFORM 0320-BLOQUEIA-CONTAS.
           PERFORM 0330-INATIVA-ORDENS.
           PERFORM 0340-PAUSA-ASSINATURAS.
           PERFORM 0350-FATURAS-ABERTAS.
           PERFORM 0360-REJEITADOS-PENDENTES.
           PERFORM 0370-GRAVA-OBITO.

           MOVE "== FIM DO RELATORIO DE POSICAO ==" TO WRK-LINHA-REL.
           PERFORM 0391-GRAVA-LINHA.

           CLOSE RELOBITO.
           CLOSE AUDITCTA.
           CLOSE CONTAS.

           DISPLAY "OBITO REGISTRADO - RELATORIO DE POSICAO DO ESPOLIO "
               "EM RELOBITO.txt".

       0300-CONGELA-CLIENTE-FIM. EXIT.

      *-----------------------------------------------------------------
      *    CONTAS DO ESPOLIO - DONO (CTA-REG-ID) OU TITULAR ATIVO NO
      *    TITULARES.txt, EM QUALQUER SITUACAO (A BLOQUEADA/ENCERRADA
      *    TAMBEM ENTRA NA POSICAO)
      *-----------------------------------------------------------------
       0310-LEVANTA-CONTAS                       SECTION.

           PERFORM 0311-CARREGA-TITULARIDADES.

           MOVE ZEROS TO WRK-QT-CONTAS.
           MOVE ZEROS TO CTA-CHAVE.
           START CONTAS KEY NOT LESS CTA-CHAVE
               INVALID KEY
                   MOVE 10 TO FS-CONTAS
           END-START.
           IF FS-CONTAS EQUAL 00
               READ CONTAS NEXT
               PERFORM 0313-AVALIA-CONTA
                   UNTIL FS-CONTAS NOT EQUAL 00
                      OR WRK-QT-CONTAS GREATER 50
           END-IF.

       0310-LEVANTA-CONTAS-FIM. EXIT.

      *-----------------------------------------------------------------
       0311-CARREGA-TITULARIDADES                SECTION.

           MOVE ZEROS TO WRK-QT-TITULARIDADES.

           OPEN INPUT TITULARES.
           IF FS-TITULARES NOT EQUAL 00
               GO TO 0311-CARREGA-TITULARIDADES-FIM
           END-IF.

           READ TITULARES.
           PERFORM 0312-GUARDA-TITULARIDADE
               UNTIL FS-TITULARES NOT EQUAL 00.

           CLOSE TITULARES.

       0311-CARREGA-TITULARIDADES-FIM. EXIT.

      *-----------------------------------------------------------------
       0312-GUARDA-TITULARIDADE                  SECTION.

           IF TIT-REG-ID EQUAL WRK-ID
              AND TIT-ATIVO
              AND WRK-QT-TITULARIDADES LESS 100
               ADD 1 TO WRK-QT-TITULARIDADES
               MOVE TIT-AGENCIA TO WRK-TIT-AGENCIA(WRK-QT-TITULARIDADES)
               MOVE TIT-CONTA   TO WRK-TIT-CONTA(WRK-QT-TITULARIDADES)
           END-IF.

           READ TITULARES.

       0312-GUARDA-TITULARIDADE-FIM. EXIT.

      *-----------------------------------------------------------------
       0313-AVALIA-CONTA                         SECTION.

           IF CTA-REG-ID EQUAL WRK-ID
               SET WRK-TIT-FOI-ACHADA TO TRUE
           ELSE
               SET WRK-TIT-NAO-ACHADA TO TRUE
               PERFORM 0314-COMPARA-TITULARIDADE
                   VARYING WRK-IDX-TIT FROM 1 BY 1
                   UNTIL WRK-IDX-TIT GREATER WRK-QT-TITULARIDADES
                      OR WRK-TIT-FOI-ACHADA
           END-IF.

           IF WRK-TIT-NAO-ACHADA
               GO TO 0313-AVALIA-CONTA-LER
           END-IF.

           ADD 1 TO WRK-QT-CONTAS.
           IF WRK-QT-CONTAS GREATER 50
               GO TO 0313-AVALIA-CONTA-FIM
           END-IF.

           MOVE CTA-AGENCIA  TO WRK-CTA-AGENCIA(WRK-QT-CONTAS).
           MOVE CTA-CONTA    TO WRK-CTA-CONTA(WRK-QT-CONTAS).
           MOVE CTA-SITUACAO TO WRK-CTA-SITUACAO(WRK-QT-CONTAS).
           IF CTA-REG-ID EQUAL WRK-ID
               MOVE "P" TO WRK-CTA-PAPEL(WRK-QT-CONTAS)
           ELSE
               MOVE "S" TO WRK-CTA-PAPEL(WRK-QT-CONTAS)
           END-IF.

       0313-AVALIA-CONTA-LER.

           READ CONTAS NEXT.

       0313-AVALIA-CONTA-FIM. EXIT.

      *-----------------------------------------------------------------
       0314-COMPARA-TITULARIDADE                 SECTION.

           IF WRK-TIT-AGENCIA(WRK-IDX-TIT) EQUAL CTA-AGENCIA
              AND WRK-TIT-CONTA(WRK-IDX-TIT) EQUAL CTA-CONTA
               SET WRK-TIT-FOI-ACHADA TO TRUE
           END-IF.

       0314-COMPARA-TITULARIDADE-FIM. EXIT.

      *-----------------------------------------------------------------
      *    BLOQUEIO DAS CONTAS ABERTAS E POSICAO DE SALDO DE CADA CONTA
      *    DO ESPOLIO
      *-----------------------------------------------------------------
       0320-BLOQUEIA-CONTAS                      SECTION.

           MOVE "== CONTAS E SALDOS (SALDOCTA.dat) ==" TO WRK-LINHA-REL.
           PERFORM 0391-GRAVA-LINHA.

           IF WRK-QT-CONTAS EQUAL ZEROS
               MOVE "NENHUMA CONTA EM NOME DO CLIENTE" TO WRK-LINHA-REL
               PERFORM 0391-GRAVA-LINHA
               GO TO 0320-BLOQUEIA-CONTAS-FIM
           END-IF.

           OPEN INPUT SALDOCTA.
           IF FS-SALDOCTA EQUAL 00
               SET WRK-SALDOCTA-OK   TO TRUE
           ELSE
               SET WRK-SALDOCTA-FORA TO TRUE
           END-IF.

           PERFORM 0321-TRATA-CONTA
               VARYING WRK-IDX-CONTA FROM 1 BY 1
               UNTIL WRK-IDX-CONTA GREATER WRK-QT-CONTAS.

           IF WRK-SALDOCTA-OK
               CLOSE SALDOCTA
           END-IF.

           MOVE WRK-TOTAL-SALDOS TO WRK-SALDO-ED.
           STRING "TOTAL DOS SALDOS...........: " WRK-SALDO-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0391-GRAVA-LINHA.

       0320-BLOQUEIA-CONTAS-FIM. EXIT.

      *-----------------------------------------------------------------
       0321-TRATA-CONTA                          SECTION.

           MOVE WRK-CTA-AGENCIA(WRK-IDX-CONTA) TO CTA-AGENCIA.
           MOVE WRK-CTA-CONTA(WRK-IDX-CONTA)   TO CTA-CONTA.
           READ CONTAS KEY IS CTA-CHAVE
               INVALID KEY
                   DISPLAY "CONTA AG " CTA-AGENCIA " CTA " CTA-CONTA
                       " SUMIU DO CONTAS.dat!"
               NOT INVALID KEY
                   IF CTA-ABERTA
                       PERFORM 0322-BLOQUEIA-CONTA
                   END-IF
           END-READ.

           MOVE ZEROS       TO REG-SALDO.
           MOVE CTA-AGENCIA TO REG-AGENCIA-SALDO.
           MOVE CTA-CONTA   TO REG-CONTA-SALDO.
           IF WRK-SALDOCTA-OK
               READ SALDOCTA KEY IS REG-CHAVE-SALDO
                   INVALID KEY
                       MOVE ZEROS TO REG-SALDO
               END-READ
           END-IF.
           ADD REG-SALDO TO WRK-TOTAL-SALDOS.

           MOVE REG-SALDO TO WRK-SALDO-ED.
           STRING "AG " CTA-AGENCIA " CTA " CTA-CONTA
               " TITULAR " WRK-CTA-PAPEL(WRK-IDX-CONTA)
               " SIT " WRK-CTA-SITUACAO(WRK-IDX-CONTA)
               "->" CTA-SITUACAO
               " SALDO " WRK-SALDO-ED
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0391-GRAVA-LINHA.

       0321-TRATA-CONTA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    BLOQUEIO PELO MESMO CAMINHO DO PRGARQ9 - SITUACAO "B" COM
      *    AUDITORIA ANTES/DEPOIS E IMAGEM-ANTES NO JORNAL
      *-----------------------------------------------------------------
       0322-BLOQUEIA-CONTA                       SECTION.

           ACCEPT AUD-CTA-DATA FROM DATE YYYYMMDD.
           MOVE WRK-SUPERVISOR         TO AUD-CTA-OPERADOR.
           MOVE "B"                    TO AUD-CTA-OPERACAO.
           MOVE CTA-AGENCIA            TO AUD-CTA-AGENCIA.
           MOVE CTA-CONTA              TO AUD-CTA-CONTA.
           MOVE CTA-REG-ID             TO AUD-CTA-REG-ID.
           MOVE CTA-SITUACAO           TO AUD-CTA-SIT-ANTERIOR.
           MOVE CTA-LIMITE-ESPECIAL    TO AUD-CTA-LIMITE-ANTERIOR.
           MOVE CTA-LIMITE-ESPECIAL    TO AUD-CTA-LIMITE-NOVO.

           MOVE REG-CONTAS TO WRK-IMAGEM-ANTES.
           SET CTA-BLOQUEADA TO TRUE.
           REWRITE REG-CONTAS.

           IF FS-CONTAS EQUAL 00
               ADD 1 TO ACU-CONTAS-BLOQUEADAS
               MOVE CTA-SITUACAO TO AUD-CTA-SIT-NOVA
               WRITE REG-AUDITCTA
               PERFORM 0323-GRAVA-JORNAL
               DISPLAY "BLOQUEADA AG " CTA-AGENCIA " CTA " CTA-CONTA
           ELSE
               DISPLAY "ERRO NO BLOQUEIO AG " CTA-AGENCIA
                   " CTA " CTA-CONTA " FS " FS-CONTAS
               MOVE WRK-CTA-SITUACAO(WRK-IDX-CONTA) TO CTA-SITUACAO
           END-IF.

       0322-BLOQUEIA-CONTA-FIM. EXIT.

      *-----------------------------------------------------------------
       0323-GRAVA-JORNAL                         SECTION.

           OPEN EXTEND JORNCTA.
           IF FS-JORNCTA EQUAL 35
               OPEN OUTPUT JORNCTA
               CLOSE JORNCTA
               OPEN EXTEND JORNCTA
           END-IF.

           ACCEPT JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA FROM TIME.
           MOVE "PRGOBITO"       TO JRN-PROGRAMA.
           SET JRN-REGRAVACAO    TO TRUE.
           MOVE WRK-IMAGEM-ANTES TO JRN-IMAGEM.
           WRITE REG-JORNAL.
           CLOSE JORNCTA.

       0323-GRAVA-JORNAL-FIM. EXIT.

      *-----------------------------------------------------------------
      *    ORDENS PERMANENTES ATIVAS DAS CONTAS DO ESPOLIO SAO
      *    INATIVADAS COM TERMINO NA DATA DO REGISTRO - O ARQUIVO E
      *    REGRAVADO VIA ORDTMP.txt (MESMO MOLDE DO PRGORDEM)
      *-----------------------------------------------------------------
       0330-INATIVA-ORDENS                       SECTION.

           MOVE "== ORDENS PERMANENTES INATIVADAS (ORDENS.txt) =="
               TO WRK-LINHA-REL.
           PERFORM 0391-GRAVA-LINHA.

           OPEN INPUT ORDENS.
           IF FS-ORDENS NOT EQUAL 00
               MOVE "ORDENS.txt AUSENTE - NENHUMA ORDEM" TO
                   WRK-LINHA-REL
               PERFORM 0391-GRAVA-LINHA
               GO TO 0330-INATIVA-ORDENS-FIM
           END-IF.

           OPEN OUTPUT ORDTMP.

           READ ORDENS.
           PERFORM 0331-TRATA-ORDEM
               UNTIL FS-ORDENS NOT EQUAL 00.

           CLOSE ORDENS.
           CLOSE ORDTMP.

           IF ACU-ORDENS-INATIVADAS GREATER ZEROS
               OPEN OUTPUT ORDENS
               OPEN INPUT  ORDTMP
               READ ORDTMP
               PERFORM 0333-DEVOLVE-ORDEM
                   UNTIL FS-ORDTMP NOT EQUAL 00
               CLOSE ORDTMP
               CLOSE ORDENS
           ELSE
               MOVE "NENHUMA ORDEM ATIVA NAS CONTAS" TO WRK-LINHA-REL
               PERFORM 0391-GRAVA-LINHA
           END-IF.

       0330-INATIVA-ORDENS-FIM. EXIT.

      *-----------------------------------------------------------------
       0331-TRATA-ORDEM                          SECTION.

           IF ORD-ATIVA
               MOVE ORD-AGENCIA TO CTA-AGENCIA
               MOVE ORD-CONTA   TO CTA-CONTA
               PERFORM 0332-PROCURA-CONTA
               IF WRK-CONTA-DO-ESPOLIO
                   SET ORD-INATIVA       TO TRUE
                   MOVE WRK-DATA-HOJE    TO ORD-DATA-FIM
                   ADD 1 TO ACU-ORDENS-INATIVADAS
                   MOVE ORD-VALOR TO WRK-VALOR-ED
                   STRING "AG " ORD-AGENCIA " CTA " ORD-CONTA
                       " DIA " ORD-DIA-DO-MES
                       " TIPO " ORD-TIPO-LANCAMENTO
                       " VALOR " ORD-MOEDA " " WRK-VALOR-ED
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
                   PERFORM 0391-GRAVA-LINHA
               END-IF
           END-IF.

           WRITE REG-ORDTMP FROM REG-ORDEM.

           READ ORDENS.

       0331-TRATA-ORDEM-FIM. EXIT.

      *-----------------------------------------------------------------
      *    A CONTA (CTA-AGENCIA + CTA-CONTA) E DO ESPOLIO?
      *-----------------------------------------------------------------
       0332-PROCURA-CONTA                        SECTION.

           SET WRK-CONTA-DE-FORA TO TRUE.
           PERFORM 0334-COMPARA-CONTA
               VARYING WRK-IDX-CONTA FROM 1 BY 1
               UNTIL WRK-IDX-CONTA GREATER WRK-QT-CONTAS
                  OR WRK-CONTA-DO-ESPOLIO.

       0332-PROCURA-CONTA-FIM. EXIT.

      *-----------------------------------------------------------------
       0333-DEVOLVE-ORDEM                        SECTION.

           WRITE REG-ORDEM FROM REG-ORDTMP.

           READ ORDTMP.

       0333-DEVOLVE-ORDEM-FIM. EXIT.

      *-----------------------------------------------------------------
       0334-COMPARA-CONTA                        SECTION.

           IF WRK-CTA-AGENCIA(WRK-IDX-CONTA) EQUAL CTA-AGENCIA
              AND WRK-CTA-CONTA(WRK-IDX-CONTA) EQUAL CTA-CONTA
               SET WRK-CONTA-DO-ESPOLIO TO TRUE
           END-IF.

       0334-COMPARA-CONTA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    ASSINATURAS ATIVAS DO CLIENTE FICAM PAUSADAS SEM RETOMADA -
      *    NAO SAO COBRADAS (PRGCOBRA) NEM REATIVADAS PELO PRGPAUSA
      *-----------------------------------------------------------------
       0340-PAUSA-ASSINATURAS                    SECTION.

           MOVE "== ASSINATURAS PAUSADAS (CLIENTES2.dat) ==" TO
               WRK-LINHA-REL.
           PERFORM 0391-GRAVA-LINHA.

           IF WRK-CODIGO-ASSINANTE EQUAL SPACES
               MOVE "REG-ID FORA DA FAIXA DE ASSINANTES" TO
                   WRK-LINHA-REL
               PERFORM 0391-GRAVA-LINHA
               GO TO 0340-PAUSA-ASSINATURAS-FIM
           END-IF.

           OPEN I-O CLIENTES2.
           IF FS-CLIENTES2 NOT EQUAL 00
               MOVE "CLIENTES2.dat NAO ABERTO - NENHUMA ASSINATURA" TO
                   WRK-LINHA-REL
               PERFORM 0391-GRAVA-LINHA
               GO TO 0340-PAUSA-ASSINATURAS-FIM
           END-IF.

           MOVE WRK-CODIGO-ASSINANTE TO REG-CODIGO-CLI2.
           READ CLIENTES2 KEY IS REG-CODIGO-CLI2
               INVALID KEY
                   MOVE "CLIENTE SEM ASSINATURAS" TO WRK-LINHA-REL
                   PERFORM 0391-GRAVA-LINHA
               NOT INVALID KEY
                   PERFORM 0341-PAUSA-SERVICO
                       VARYING WRK-IDX-SERV FROM 1 BY 1
                       UNTIL WRK-IDX-SERV GREATER REG-QTD-SERVICOS
                   IF ACU-ASSINATURAS-PAUSADAS GREATER ZEROS
                       REWRITE REG-CLIENTES2
                   ELSE
                       MOVE "NENHUMA ASSINATURA ATIVA" TO
                           WRK-LINHA-REL
                       PERFORM 0391-GRAVA-LINHA
                   END-IF
           END-READ.

           CLOSE CLIENTES2.

       0340-PAUSA-ASSINATURAS-FIM. EXIT.

      *-----------------------------------------------------------------
       0341-PAUSA-SERVICO                        SECTION.

           IF NOT REG-ASSINATURA-ATIVA(WRK-IDX-SERV)
               GO TO 0341-PAUSA-SERVICO-FIM
           END-IF.

           SET REG-ASSINATURA-PAUSADA(WRK-IDX-SERV) TO TRUE.
           MOVE 99999999 TO REG-DATA-RETOMADA(WRK-IDX-SERV).
           ADD 1 TO ACU-ASSINATURAS-PAUSADAS.

           MOVE REG-ASSINATURA(WRK-IDX-SERV) TO WRK-VALOR-ED.
           STRING "SERVICO " REG-STREA(WRK-IDX-SERV)
               " MENSALIDADE " REG-MOEDA-ASSINATURA(WRK-IDX-SERV)
               " " WRK-VALOR-ED
               " PROX.COBRANCA " REG-PROX-COBRANCA(WRK-IDX-SERV)
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0391-GRAVA-LINHA.

       0341-PAUSA-SERVICO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    FATURAS EM ABERTO (ABERTA OU PARCIAL) - O SALDO DEVEDOR
      *    ENTRA NA POSICAO DO ESPOLIO
      *-----------------------------------------------------------------
       0350-FATURAS-ABERTAS                      SECTION.

           MOVE "== FATURAS EM ABERTO (FATURREG.txt) ==" TO
               WRK-LINHA-REL.
           PERFORM 0391-GRAVA-LINHA.

           IF WRK-CODIGO-ASSINANTE EQUAL SPACES
               GO TO 0350-FATURAS-ABERTAS-TOTAL
           END-IF.

           OPEN INPUT FATURREG.
           IF FS-FATURREG NOT EQUAL 00
               GO TO 0350-FATURAS-ABERTAS-TOTAL
           END-IF.

           READ FATURREG.
           PERFORM 0351-CONFERE-FATURA
               UNTIL FS-FATURREG NOT EQUAL 00.

           CLOSE FATURREG.

       0350-FATURAS-ABERTAS-TOTAL.

           IF ACU-FATURAS-ABERTAS EQUAL ZEROS
               MOVE "NENHUMA FATURA EM ABERTO" TO WRK-LINHA-REL
               PERFORM 0391-GRAVA-LINHA
           ELSE
               MOVE WRK-TOTAL-FATURAS TO WRK-VALOR-ED
               STRING "TOTAL EM ABERTO (BRL)......: " WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0391-GRAVA-LINHA
           END-IF.

       0350-FATURAS-ABERTAS-FIM. EXIT.

      *-----------------------------------------------------------------
       0351-CONFERE-FATURA                       SECTION.

           IF FAT-CODIGO-CLIENTE EQUAL WRK-CODIGO-ASSINANTE
              AND (FAT-ABERTA OR FAT-PARCIAL)
               ADD 1 TO ACU-FATURAS-ABERTAS
               SUBTRACT FAT-VALOR-PAGO FROM FAT-VALOR-TOTAL
                   GIVING WRK-VALOR-ABERTO
               ADD WRK-VALOR-ABERTO TO WRK-TOTAL-FATURAS
               MOVE WRK-VALOR-ABERTO TO WRK-VALOR-ED
               STRING "FATURA " FAT-NUMERO
                   " VENC " FAT-DATA-VENCIMENTO
                   " STATUS " FAT-STATUS
                   " EM ABERTO " WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0391-GRAVA-LINHA
           END-IF.

           READ FATURREG.

       0351-CONFERE-FATURA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    LANCAMENTOS REJEITADOS AINDA EM ABERTO NAS CONTAS DO ESPOLIO
      *-----------------------------------------------------------------
       0360-REJEITADOS-PENDENTES                 SECTION.

           MOVE "== REJEITADOS PENDENTES (REJEITADOS.txt) =="
               TO WRK-LINHA-REL.
           PERFORM 0391-GRAVA-LINHA.

           OPEN INPUT REJEITADOS.
           IF FS-REJEITADOS NOT EQUAL 00
               GO TO 0360-REJEITADOS-PENDENTES-TOT
           END-IF.

           READ REJEITADOS.
           PERFORM 0361-CONFERE-REJEITADO
               UNTIL FS-REJEITADOS NOT EQUAL 00.

           CLOSE REJEITADOS.

       0360-REJEITADOS-PENDENTES-TOT.

           IF ACU-REJEITADOS EQUAL ZEROS
               MOVE "NENHUM LANCAMENTO REJEITADO PENDENTE" TO
                   WRK-LINHA-REL
               PERFORM 0391-GRAVA-LINHA
           END-IF.

       0360-REJEITADOS-PENDENTES-FIM. EXIT.

      *-----------------------------------------------------------------
       0361-CONFERE-REJEITADO                    SECTION.

           MOVE REG-AGENCIA-REJCAM TO CTA-AGENCIA.
           MOVE REG-CONTA-REJCAM   TO CTA-CONTA.
           PERFORM 0332-PROCURA-CONTA.

           IF WRK-CONTA-DO-ESPOLIO
               ADD 1 TO ACU-REJEITADOS
               MOVE REG-LANCAMENTO-REJCAM TO WRK-VALOR-ED
               STRING "AG " REG-AGENCIA-REJCAM
                   " CTA " REG-CONTA-REJCAM
                   " DATA " REG-DATA-REJCAM
                   " " REG-TIPO-LANCAMENTO-REJCAM
                   " " REG-MOEDA-REJCAM " " WRK-VALOR-ED
                   " MOTIVO " REG-MOTIVO-REJCAM
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0391-GRAVA-LINHA
           END-IF.

           READ REJEITADOS.

       0361-CONFERE-REJEITADO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    GRAVA O OBITO (QUE CONGELA REGUA E AVISOS) E A TRILHA DO
      *    CLIENTE - OPERACAO "O", COM O SUPERVISOR COMO OPERADOR
      *-----------------------------------------------------------------
       0370-GRAVA-OBITO                          SECTION.

           OPEN EXTEND OBITOS.
           IF FS-OBITOS EQUAL 35
               OPEN OUTPUT OBITOS
               CLOSE OBITOS
               OPEN EXTEND OBITOS
           END-IF.

           MOVE WRK-ID                   TO OBT-REG-ID.
           MOVE WRK-CODIGO-ASSINANTE     TO OBT-CODIGO-ASSINANTE.
           MOVE WRK-DATA-OBITO           TO OBT-DATA-OBITO.
           MOVE WRK-CERTIDAO             TO OBT-CERTIDAO.
           MOVE WRK-DATA-HOJE            TO OBT-DATA-REGISTRO.
           MOVE WRK-SUPERVISOR           TO OBT-OPERADOR.
           MOVE ACU-CONTAS-BLOQUEADAS    TO OBT-QT-CONTAS.
           MOVE ACU-ORDENS-INATIVADAS    TO OBT-QT-ORDENS.
           MOVE ACU-ASSINATURAS-PAUSADAS TO OBT-QT-ASSINATURAS.
           WRITE REG-OBITO.
           CLOSE OBITOS.

           OPEN EXTEND AUDITCLI.
           IF FS-AUDITCLI EQUAL 35
               OPEN OUTPUT AUDITCLI
               CLOSE AUDITCLI
               OPEN EXTEND AUDITCLI
           END-IF.

           INITIALIZE REG-AUDITCLI.
           ACCEPT AUD-DATA             FROM DATE YYYYMMDD.
           MOVE WRK-SUPERVISOR         TO AUD-OPERADOR.
           MOVE "O"                    TO AUD-OPERACAO.
           MOVE REG-ID                 TO AUD-ID.
           MOVE REG-NOME               TO AUD-NOME-ANTERIOR
                                          AUD-NOME-NOVO.
           MOVE REG-TELEFONE           TO AUD-TELEFONE-ANTERIOR
                                          AUD-TELEFONE-NOVO.
           MOVE REG-CEP                TO AUD-CEP-ANTERIOR
                                          AUD-CEP-NOVO.
           WRITE REG-AUDITCLI.
           CLOSE AUDITCLI.

       0370-GRAVA-OBITO-FIM. EXIT.

      *-----------------------------------------------------------------
       0390-CABECALHO                            SECTION.

           STRING "RELATORIO DE POSICAO DO ESPOLIO - EMITIDO EM "
               WRK-DATA-HOJE " POR " WRK-SUPERVISOR
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0391-GRAVA-LINHA.

           STRING "CLIENTE " REG-ID " " REG-NOME
               " DOC " REG-TIPO-PESSOA " " REG-CPFCNPJ
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0391-GRAVA-LINHA.

           STRING "OBITO EM " WRK-DATA-OBITO
               " CERTIDAO " WRK-CERTIDAO
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0391-GRAVA-LINHA.

       0390-CABECALHO-FIM. EXIT.

      *-----------------------------------------------------------------
       0391-GRAVA-LINHA                          SECTION.

           WRITE REG-RELOBITO FROM WRK-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.

       0391-GRAVA-LINHA-FIM. EXIT.

      *-----------------------------------------------------------------
       0900-FINALIZAR                            SECTION.

           CLOSE CLIENTES.

           DISPLAY "===========================================".
           DISPLAY "CONTAS BLOQUEADAS.....: " ACU-CONTAS-BLOQUEADAS.
           DISPLAY "ORDENS INATIVADAS.....: " ACU-ORDENS-INATIVADAS.
           DISPLAY "ASSINATURAS PAUSADAS..: " ACU-ASSINATURAS-PAUSADAS.
           DISPLAY "FATURAS EM ABERTO.....: " ACU-FATURAS-ABERTAS.
           DISPLAY "REJEITADOS PENDENTES..: " ACU-REJEITADOS.
           DISPLAY "======= FIM REGISTRO DE OBITO =======".

       0900-FINALIZAR-FIM. EXIT.
