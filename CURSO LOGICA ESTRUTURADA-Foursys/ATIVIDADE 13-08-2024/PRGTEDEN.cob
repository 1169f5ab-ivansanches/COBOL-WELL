       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGTEDEN.
      *=================================================================
      * PROGRAMA   : PRGTEDEN
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: REMESSA DIARIA DAS TRANSFERENCIAS PARA OUTROS
      *              BANCOS - RODA ANTES DO ATI4. CADA TRANSFERENCIA
      *              CAPTURADA (TRFEXT.txt) ATE A DATA DE MOVIMENTO E
      *              CONFERIDA CONTRA A CONTA DE ORIGEM NO CONTAS.dat
      *              (01=INEXISTENTE/ENCERRADA, 02=BLOQUEADA) E CONTRA
      *              O SALDO DO SALDOCTA.dat MAIS O CTA-LIMITE-
      *              ESPECIAL, MENOS OS BLOQUEIOS EM VIGOR (BLOQJUD.txt)
      *              E O JA DEBITADO DA CONTA NA RODADA (03=SALDO
      *              INSUFICIENTE). A ACEITA:
      *              1) VIRA TRANSFERENCIA "T" NO LAYOUT #LANCAM EM
      *                 LANCTED.txt (LOTE COMPLETO, ORIGEM INTERNA
      *                 9014, SEQUENCIA EM TEDLOTE.txt), DEBITANDO O
      *                 CLIENTE E CREDITANDO A CONTA TRANSITORIA DE
      *                 COMPENSACAO DO TEDPARAM.txt NA POSTAGEM DO ATI4;
      *              2) VAI PARA A REMESSA TEDREMES.txt (HEADER COM A
      *                 SEQUENCIA DO ARQUIVO EM TEDSEQ.txt, DETALHES E
      *                 TRAILER COM QUANTIDADE E VALOR);
      *              3) FICA ENVIADA NO TRFEXT.txt COM A DATA E O
      *                 NUMERO DO ARQUIVO.
      *              A RECUSADA FICA COM A SITUACAO R E O MOTIVO, SEM
      *              DEBITO. O TRFEXT.txt E REGRAVADO VIA TRFTMP.txt
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  TEDPARAM              INPUT                  #TEDPARAM
      *  CONTAS                INPUT                  #CONTAS
      *  SALDOCTA              INPUT                  #SALDOCTA
      *  BLOQJUD               INPUT                  #BLOQJUD
      *  PARAMVAL              INPUT                  #PARAMVAL
      *  TRFEXT                INPUT/OUTPUT           #TRFEXT
      *  TRFTMP                WORK
      *  LANCTED               OUTPUT (EXTEND)        #LANCAM
      *  LOTESEQ               INPUT/OUTPUT
      *  TEDREMES              OUTPUT                 #TEDREM
      *  ARQSEQ                INPUT/OUTPUT
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS
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
           SELECT TEDPARAM              ASSIGN TO
                                        WRK-CAMINHO-TEDPARAM
               FILE STATUS              IS FS-TEDPARAM.

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

           SELECT BLOQJUD               ASSIGN TO
                                        WRK-CAMINHO-BLOQJUD
               FILE STATUS              IS FS-BLOQJUD.

           SELECT PARAMVAL              ASSIGN TO
                                        WRK-CAMINHO-PARAMVAL
               FILE STATUS              IS FS-PARAMVAL.

           SELECT TRFEXT                ASSIGN TO
                                        WRK-CAMINHO-TRFEXT
               FILE STATUS              IS FS-TRFEXT.

           SELECT TRFTMP                ASSIGN TO
                                        WRK-CAMINHO-TRFTMP
               FILE STATUS              IS FS-TRFTMP.

           SELECT LANCTED               ASSIGN TO
                                        WRK-CAMINHO-LANCTED
               FILE STATUS              IS FS-LANCTED.

           SELECT LOTESEQ               ASSIGN TO
                                        WRK-CAMINHO-LOTESEQ
               FILE STATUS              IS FS-LOTESEQ.

           SELECT TEDREMES              ASSIGN TO
                                        WRK-CAMINHO-TEDREMES
               FILE STATUS              IS FS-TEDREMES.

           SELECT ARQSEQ                ASSIGN TO
                                        WRK-CAMINHO-ARQSEQ
               FILE STATUS              IS FS-ARQSEQ.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT -  PARAMETROS DAS TRANSFERENCIAS (TEDPARAM)
      *                               LRECL = 022
      *----------------------------------------------------------------*
       FD  TEDPARAM.
       COPY '#TEDPARAM'.

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
      *     INPUT/OUTPUT - TRANSFERENCIAS PARA OUTROS BANCOS (TRFEXT)
      *                               LRECL = 134
      *----------------------------------------------------------------*
       FD  TRFEXT.
       COPY '#TRFEXT'.

      *----------------------------------------------------------------*
      *     WORK  -  REGRAVACAO DAS TRANSFERENCIAS
      *                               LRECL = 134
      *----------------------------------------------------------------*
       FD  TRFTMP.
       01  REG-TRFTMP                   PIC X(134).

      *----------------------------------------------------------------*
      *     OUTPUT-  DEBITOS DAS TRANSFERENCIAS PARA O PROXIMO ATI4
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  LANCTED.
       COPY '#LANCAM'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - ULTIMO NUMERO DE LOTE EMITIDO
      *                               LRECL = 006
      *----------------------------------------------------------------*
       FD  LOTESEQ.
       01  REG-LOTESEQ.
           05 SEQ-ULTIMO-LOTE           PIC  9(06).

      *----------------------------------------------------------------*
      *     OUTPUT-  REMESSA DE TRANSFERENCIAS PARA A CAMARA (TEDREMES)
      *                               LRECL = 100
      *----------------------------------------------------------------*
       FD  TEDREMES.
       COPY '#TEDREM'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - ULTIMO NUMERO DE ARQUIVO DE REMESSA
      *                               LRECL = 006
      *----------------------------------------------------------------*
       FD  ARQSEQ.
       01  REG-ARQSEQ.
           05 SEQ-ULTIMO-ARQUIVO        PIC  9(06).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-TEDPARAM                  PIC 9(002).
       77  FS-CONTAS                    PIC 9(002).
       77  FS-SALDOCTA                  PIC 9(002).
       77  FS-BLOQJUD                   PIC 9(002).
       77  FS-PARAMVAL                  PIC 9(002).
       77  FS-TRFEXT                    PIC 9(002).
       77  FS-TRFTMP                    PIC 9(002).
       77  FS-LANCTED                   PIC 9(002).
       77  FS-LOTESEQ                   PIC 9(002).
       77  FS-TEDREMES                  PIC 9(002).
       77  FS-ARQSEQ                    PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-TEDPARAM         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CONTAS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-SALDOCTA         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-BLOQJUD          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-PARAMVAL         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-TRFEXT           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-TRFTMP           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LANCTED          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LOTESEQ          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-TEDREMES         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-ARQSEQ           PIC X(060)        VALUES SPACES.

      *== CONTROLE DO LOTE EMITIDO NESTA RODADA
       01  WRK-LOTE-NUMERO              PIC 9(006)        VALUES ZEROS.
       01  WRK-LOTE-ESTADO              PIC X(001)        VALUES "F".
           88 WRK-LOTE-ABERTO                     VALUES "A".
           88 WRK-LOTE-FECHADO                    VALUES "F".

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DA REMESSA DE TRANSFERENCIAS *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-PROCESSAMENTO       PIC 9(008)        VALUES ZEROS.
       01  WRK-TIPO-CLIENTE-VALIDO      PIC X(001)        VALUES "F".
       01  WRK-GERENTE-VALIDO           PIC X(001)        VALUES "P".
       01  WRK-MOTIVO-RECUSA            PIC 9(002)        VALUES ZEROS.
       01  WRK-ARQUIVO-NUMERO           PIC 9(006)        VALUES ZEROS.

      *== PARAMETROS DAS TRANSFERENCIAS
       01  WRK-BANCO-PROPRIO            PIC 9(003)        VALUES ZEROS.
       01  WRK-AGENCIA-TRANSITORIA      PIC 9(004)        VALUES ZEROS.
       01  WRK-CONTA-TRANSITORIA        PIC 9(005)        VALUES ZEROS.

       01  WRK-CHAVE-PROCURADA.
           05 WRK-CHV-AGENCIA           PIC 9(004)        VALUES ZEROS.
           05 WRK-CHV-CONTA             PIC 9(005)        VALUES ZEROS.

      *== BLOQUEIOS EM VIGOR NA DATA DE PROCESSAMENTO, POR CONTA
       01  WRK-QT-BLOQUEIOS             PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-BLOQUEIO             PIC 9(003)        VALUES ZEROS.
       01  WRK-BLOQUEIO-ACHADO          PIC X(001)        VALUES "N".
           88 WRK-BLOQUEIO-SIM                    VALUES "S".
           88 WRK-BLOQUEIO-NAO                    VALUES "N".
       01  WRK-TAB-BLOQUEIOS.
           05 WRK-BLQ-OCO               OCCURS 500 TIMES.
               10 WRK-BLQ-AGENCIA           PIC 9(04).
               10 WRK-BLQ-CONTA             PIC 9(05).
               10 WRK-BLQ-VALOR             PIC 9(10)V99 COMP-3.

      *== TRANSFERENCIAS JA ACEITAS NA RODADA, POR CONTA
       01  WRK-QT-DEBITADAS             PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-DEBITADA             PIC 9(004)        VALUES ZEROS.
       01  WRK-DEBITADA-ACHADA          PIC X(001)        VALUES "N".
           88 WRK-DEBITADA-SIM                    VALUES "S".
           88 WRK-DEBITADA-NAO                    VALUES "N".
       01  WRK-TAB-DEBITADAS.
           05 WRK-DEB-OCO               OCCURS 1000 TIMES.
               10 WRK-DEB-AGENCIA           PIC 9(04).
               10 WRK-DEB-CONTA             PIC 9(05).
               10 WRK-DEB-VALOR             PIC 9(10)V99 COMP-3.

      *== SALDO DISPONIVEL PARA A TRANSFERENCIA
       01  WRK-SALDO-CONTA              PIC S9(10)V99     VALUES ZEROS.
       01  WRK-SALDO-DISPONIVEL         PIC S9(10)V99     VALUES ZEROS.

       01  ACU-LIDAS                    PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-ENVIADAS                 PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-RECUSADAS                PIC 9(006) COMP-3 VALUES ZEROS.
       01  WRK-TOTAL-ENVIADO            PIC 9(010)V99     VALUES ZEROS.
       01  WRK-TOTAL-RECUSADO           PIC 9(010)V99     VALUES ZEROS.
       01  WRK-VALOR-ED                 PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-TOTAL-ED                 PIC Z.ZZZ.ZZZ.ZZ9,99.

      *== BOOK DE MENSAGENS ERRO
       COPY "#BOOKMSG".

      *=================================================================
       PROCEDURE                                 DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       0001-PRINCIPAL                            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR UNTIL FS-TRFEXT NOT EQUAL 00.
           PERFORM 0300-FINALIZAR.

       0001-PRINCIPAL-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DIR-DADOS FROM ENVIRONMENT "ATIVIDADE3_DIR".
           IF WRK-DIR-DADOS EQUAL SPACES
               MOVE "C:\ATIVIDADE3" TO WRK-DIR-DADOS
           END-IF.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\TEDPARAM.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-TEDPARAM.
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
                  "\TRFEXT.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-TRFEXT.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\TRFTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-TRFTMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\LANCTED.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LANCTED.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\TEDLOTE.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LOTESEQ.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\TEDREMES.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-TEDREMES.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\TEDSEQ.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-ARQSEQ.

           DISPLAY "==== REMESSA DE TRANSFERENCIAS PARA OUTROS"
               " BANCOS ====".
           DISPLAY "DATA DE PROCESSAMENTO (AAAAMMDD, BRANCO=HOJE)?".
           ACCEPT WRK-DATA-PROCESSAMENTO.
           IF WRK-DATA-PROCESSAMENTO EQUAL ZEROS
               ACCEPT WRK-DATA-PROCESSAMENTO FROM DATE YYYYMMDD
           END-IF.

           PERFORM 0110-RECEBE-PARAMETRO.
           PERFORM 0140-CARREGA-BLOQUEIOS.

           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL 00
               DISPLAY "CADASTRO DE CONTAS NAO ABERTO!"
               CALL "FSTATUS" USING FS-CONTAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WRK-AGENCIA-TRANSITORIA TO CTA-AGENCIA.
           MOVE WRK-CONTA-TRANSITORIA   TO CTA-CONTA.
           READ CONTAS KEY IS CTA-CHAVE
               INVALID KEY
                   MOVE 23 TO FS-CONTAS
           END-READ.
           IF FS-CONTAS NOT EQUAL 00
              OR NOT CTA-ABERTA
               DISPLAY "CONTA TRANSITORIA " WRK-AGENCIA-TRANSITORIA
                   "/" WRK-CONTA-TRANSITORIA " INEXISTENTE OU NAO"
                   " ABERTA - REMESSA NAO PROCESSADA"
               CLOSE CONTAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT TRFEXT.
           IF FS-TRFEXT NOT EQUAL 00
               DISPLAY "NENHUMA TRANSFERENCIA CAPTURADA (TRFEXT)"
               CLOSE CONTAS
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  SALDOCTA.
           OPEN OUTPUT TRFTMP.

           OPEN EXTEND LANCTED.
           IF FS-LANCTED EQUAL 35
               OPEN OUTPUT LANCTED
               CLOSE LANCTED
               OPEN EXTEND LANCTED
           END-IF.

           PERFORM 0150-ABRE-REMESSA.

           READ TRFEXT.
           IF FS-TRFEXT EQUAL 10
               DISPLAY WRK-ARQ-EXISTE
           END-IF.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    TEDPARAM E OBRIGATORIO (BANCO E CONTA TRANSITORIA); O
      *    PARAMVAL DA O TIPO DE CLIENTE/GERENTE DOS LANCAMENTOS
      *-----------------------------------------------------------------
       0110-RECEBE-PARAMETRO                     SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT TEDPARAM.
           IF FS-TEDPARAM            EQUAL 00
               READ TEDPARAM
               CLOSE TEDPARAM
           END-IF.

           IF FS-TEDPARAM NOT EQUAL 00
               DISPLAY "PARAMETROS DAS TRANSFERENCIAS (TEDPARAM) NAO"
                   " LIDOS - REMESSA NAO PROCESSADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE PRM-BANCO-PROPRIO       TO WRK-BANCO-PROPRIO.
           MOVE PRM-AGENCIA-TRANSITORIA TO WRK-AGENCIA-TRANSITORIA.
           MOVE PRM-CONTA-TRANSITORIA   TO WRK-CONTA-TRANSITORIA.

           OPEN INPUT PARAMVAL.
           IF FS-PARAMVAL            EQUAL 00
               READ PARAMVAL
               IF FS-PARAMVAL        EQUAL 00
                   MOVE REG-TIPO-CLIENTE-VALIDO
                                     TO WRK-TIPO-CLIENTE-VALIDO
                   MOVE REG-GERENTE-VALIDO      TO WRK-GERENTE-VALIDO
               END-IF
               CLOSE PARAMVAL
           END-IF.

       0110-RECEBE-PARAMETRO-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    SOMA POR CONTA OS BLOQUEIOS EM VIGOR NA DATA DE
      *    PROCESSAMENTO (REGRA DO BOOK #BLOQJUD, A MESMA DO ATI4)
      *-----------------------------------------------------------------
       0140-CARREGA-BLOQUEIOS                    SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT BLOQJUD.
           IF FS-BLOQJUD NOT EQUAL 00
               GO TO 0140-CARREGA-BLOQUEIOS-FIM
           END-IF.

           READ BLOQJUD.
           PERFORM 0141-GUARDA-BLOQUEIO
               UNTIL FS-BLOQJUD NOT EQUAL 00.

           CLOSE BLOQJUD.

       0140-CARREGA-BLOQUEIOS-FIM.               EXIT.

      *-----------------------------------------------------------------
       0141-GUARDA-BLOQUEIO                      SECTION.
      *-----------------------------------------------------------------

           IF BLQ-DATA-INICIO NOT GREATER WRK-DATA-PROCESSAMENTO
              AND (BLQ-DATA-LIBERACAO EQUAL ZEROS
               OR BLQ-DATA-LIBERACAO GREATER WRK-DATA-PROCESSAMENTO)
              AND BLQ-VALOR-BLOQUEADO GREATER ZEROS
               MOVE BLQ-AGENCIA TO WRK-CHV-AGENCIA
               MOVE BLQ-CONTA   TO WRK-CHV-CONTA
               PERFORM 0240-PROCURA-BLOQUEIO
               IF WRK-BLOQUEIO-SIM
                   ADD BLQ-VALOR-BLOQUEADO
                                 TO WRK-BLQ-VALOR(WRK-IDX-BLOQUEIO)
               ELSE
                   IF WRK-QT-BLOQUEIOS LESS 500
                       ADD 1 TO WRK-QT-BLOQUEIOS
                       MOVE BLQ-AGENCIA
                             TO WRK-BLQ-AGENCIA(WRK-QT-BLOQUEIOS)
                       MOVE BLQ-CONTA
                             TO WRK-BLQ-CONTA(WRK-QT-BLOQUEIOS)
                       MOVE BLQ-VALOR-BLOQUEADO
                             TO WRK-BLQ-VALOR(WRK-QT-BLOQUEIOS)
                   ELSE
                       DISPLAY "TABELA DE BLOQUEIOS CHEIA (500) -"
                           " BLOQUEIO " BLQ-NUMERO " FORA DA RODADA"
                   END-IF
               END-IF
           END-IF.

           READ BLOQJUD.

       0141-GUARDA-BLOQUEIO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    ABRE A REMESSA DO DIA - AVANCA A SEQUENCIA DE ARQUIVOS E
      *    GRAVA O HEADER "0" (MESMO SEM TRANSFERENCIAS A CAMARA
      *    RECEBE O ARQUIVO DO DIA, COM TRAILER ZERADO)
      *-----------------------------------------------------------------
       0150-ABRE-REMESSA                         SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT ARQSEQ.
           IF FS-ARQSEQ              EQUAL 00
               READ ARQSEQ
               IF FS-ARQSEQ          EQUAL 00
                   MOVE SEQ-ULTIMO-ARQUIVO TO WRK-ARQUIVO-NUMERO
               END-IF
               CLOSE ARQSEQ
           END-IF.

           ADD 1 TO WRK-ARQUIVO-NUMERO.

           OPEN OUTPUT TEDREMES.
           IF FS-TEDREMES NOT EQUAL 00
               DISPLAY "REMESSA TEDREMES NAO ABERTA!"
               CALL "FSTATUS" USING FS-TEDREMES WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES                 TO REG-TEDREM.
           MOVE "0"                    TO RMH-TIPO-REGISTRO.
           MOVE WRK-BANCO-PROPRIO      TO RMH-BANCO-ORIGEM.
           MOVE WRK-DATA-PROCESSAMENTO TO RMH-DATA-MOVIMENTO.
           MOVE WRK-ARQUIVO-NUMERO     TO RMH-SEQUENCIA-ARQUIVO.
           WRITE REG-TEDREM.

       0150-ABRE-REMESSA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           IF TRX-CAPTURADA
              AND TRX-DATA-CAPTURA NOT GREATER WRK-DATA-PROCESSAMENTO
               ADD 1 TO ACU-LIDAS
               PERFORM 0210-CONFERE-TRANSFERENCIA
               IF WRK-MOTIVO-RECUSA EQUAL ZEROS
                   PERFORM 0260-ENVIA-TRANSFERENCIA
               ELSE
                   PERFORM 0270-RECUSA-TRANSFERENCIA
               END-IF
           END-IF.

           WRITE REG-TRFTMP FROM REG-TRFEXT.

           READ TRFEXT.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    CONFERENCIA DA CONTA DE ORIGEM - MOTIVO ZERADO = ENVIA
      *-----------------------------------------------------------------
       0210-CONFERE-TRANSFERENCIA                SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-MOTIVO-RECUSA.

           MOVE TRX-AGENCIA TO CTA-AGENCIA.
           MOVE TRX-CONTA   TO CTA-CONTA.
           READ CONTAS KEY IS CTA-CHAVE
               INVALID KEY
                   MOVE 01 TO WRK-MOTIVO-RECUSA
                   GO TO 0210-CONFERE-TRANSFERENCIA-FIM
           END-READ.

           IF CTA-ENCERRADA
               MOVE 01 TO WRK-MOTIVO-RECUSA
               GO TO 0210-CONFERE-TRANSFERENCIA-FIM
           END-IF.

           IF CTA-BLOQUEADA
               MOVE 02 TO WRK-MOTIVO-RECUSA
               GO TO 0210-CONFERE-TRANSFERENCIA-FIM
           END-IF.

           MOVE TRX-AGENCIA TO WRK-CHV-AGENCIA.
           MOVE TRX-CONTA   TO WRK-CHV-CONTA.
           PERFORM 0250-APURA-DISPONIVEL.
           IF TRX-VALOR GREATER WRK-SALDO-DISPONIVEL
               MOVE 03 TO WRK-MOTIVO-RECUSA
           END-IF.

       0210-CONFERE-TRANSFERENCIA-FIM.           EXIT.

      *-----------------------------------------------------------------
       0240-PROCURA-BLOQUEIO                     SECTION.
      *-----------------------------------------------------------------

           SET WRK-BLOQUEIO-NAO TO TRUE.

           PERFORM 0241-COMPARA-BLOQUEIO
               VARYING WRK-IDX-BLOQUEIO FROM 1 BY 1
               UNTIL WRK-IDX-BLOQUEIO GREATER WRK-QT-BLOQUEIOS
                  OR WRK-BLOQUEIO-SIM.

           IF WRK-BLOQUEIO-SIM
               SUBTRACT 1 FROM WRK-IDX-BLOQUEIO
           END-IF.

       0240-PROCURA-BLOQUEIO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0241-COMPARA-BLOQUEIO                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-BLQ-AGENCIA(WRK-IDX-BLOQUEIO) EQUAL WRK-CHV-AGENCIA
              AND WRK-BLQ-CONTA(WRK-IDX-BLOQUEIO) EQUAL WRK-CHV-CONTA
               SET WRK-BLOQUEIO-SIM TO TRUE
           END-IF.

       0241-COMPARA-BLOQUEIO-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    DISPONIVEL = SALDO + LIMITE ESPECIAL - BLOQUEIOS EM VIGOR -
      *    TRANSFERENCIAS JA ACEITAS PARA A CONTA NESTA RODADA
      *-----------------------------------------------------------------
       0250-APURA-DISPONIVEL                     SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-SALDO-CONTA.

           IF FS-SALDOCTA EQUAL 00
              OR FS-SALDOCTA EQUAL 23
               MOVE TRX-AGENCIA TO REG-AGENCIA-SALDO
               MOVE TRX-CONTA   TO REG-CONTA-SALDO
               READ SALDOCTA KEY IS REG-CHAVE-SALDO
                   INVALID KEY
                       MOVE ZEROS     TO WRK-SALDO-CONTA
                   NOT INVALID KEY
                       MOVE REG-SALDO TO WRK-SALDO-CONTA
               END-READ
           END-IF.

           COMPUTE WRK-SALDO-DISPONIVEL =
               WRK-SALDO-CONTA + CTA-LIMITE-ESPECIAL.

           PERFORM 0240-PROCURA-BLOQUEIO.
           IF WRK-BLOQUEIO-SIM
               SUBTRACT WRK-BLQ-VALOR(WRK-IDX-BLOQUEIO)
                   FROM WRK-SALDO-DISPONIVEL
           END-IF.

           PERFORM 0280-PROCURA-DEBITADA.
           IF WRK-DEBITADA-SIM
               SUBTRACT WRK-DEB-VALOR(WRK-IDX-DEBITADA)
                   FROM WRK-SALDO-DISPONIVEL
           END-IF.

       0250-APURA-DISPONIVEL-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    TRANSFERENCIA ACEITA - "T" DO CLIENTE PARA A CONTA
      *    TRANSITORIA NO LOTE, DETALHE NA REMESSA E SITUACAO ENVIADA
      *-----------------------------------------------------------------
       0260-ENVIA-TRANSFERENCIA                  SECTION.
      *-----------------------------------------------------------------

           IF WRK-LOTE-FECHADO
               PERFORM 0290-INICIA-LOTE
           END-IF.

           MOVE TRX-AGENCIA                 TO REG-AGENCIA.
           MOVE TRX-CONTA                   TO REG-CONTA.
           MOVE TRX-VALOR                   TO REG-LANCAMENTO.
           MOVE WRK-TIPO-CLIENTE-VALIDO     TO REG-TIPO-CLIENTE.
           MOVE WRK-GERENTE-VALIDO          TO REG-GERENTE.
           MOVE "T"                         TO REG-TIPO-LANCAMENTO.
           MOVE "BRL"                       TO REG-MOEDA-LANCAM.
           MOVE WRK-DATA-PROCESSAMENTO      TO REG-DATA-LANCAM.
           MOVE ZEROS                       TO REG-TENTATIVAS-LANCAM.
           MOVE WRK-AGENCIA-TRANSITORIA     TO REG-CONTRA-AGENCIA.
           MOVE WRK-CONTA-TRANSITORIA       TO REG-CONTRA-CONTA.
           MOVE ZEROS                       TO REG-ID-LOTE
                                               REG-ID-SEQ.
           MOVE TRX-DV-CONTA                TO REG-DV-CONTA.
           WRITE REG-LANCAM.

           MOVE SPACES                      TO REG-TEDREM.
           MOVE "1"                         TO RMS-TIPO-REGISTRO.
           MOVE TRX-NUMERO                  TO RMS-NUMERO-TRF.
           MOVE WRK-BANCO-PROPRIO           TO RMS-BANCO-ORIGEM.
           MOVE TRX-AGENCIA                 TO RMS-AGENCIA-ORIGEM.
           MOVE TRX-CONTA                   TO RMS-CONTA-ORIGEM.
           MOVE TRX-DV-CONTA                TO RMS-DV-ORIGEM.
           MOVE TRX-BANCO-DESTINO           TO RMS-BANCO-DESTINO.
           MOVE TRX-AGENCIA-DESTINO         TO RMS-AGENCIA-DESTINO.
           MOVE TRX-CONTA-DESTINO           TO RMS-CONTA-DESTINO.
           MOVE TRX-DV-DESTINO              TO RMS-DV-DESTINO.
           MOVE TRX-TIPO-PESSOA             TO RMS-TIPO-PESSOA.
           MOVE TRX-DOCUMENTO               TO RMS-DOCUMENTO.
           MOVE TRX-NOME-FAVORECIDO         TO RMS-NOME-FAVORECIDO.
           MOVE TRX-VALOR                   TO RMS-VALOR.
           WRITE REG-TEDREM.

           SET TRX-ENVIADA                  TO TRUE.
           MOVE WRK-DATA-PROCESSAMENTO      TO TRX-DATA-ENVIO.
           MOVE WRK-ARQUIVO-NUMERO          TO TRX-ARQUIVO-ENVIO.
           MOVE ZEROS                       TO TRX-MOTIVO.

           PERFORM 0280-PROCURA-DEBITADA.
           IF WRK-DEBITADA-SIM
               ADD TRX-VALOR TO WRK-DEB-VALOR(WRK-IDX-DEBITADA)
           ELSE
               IF WRK-QT-DEBITADAS LESS 1000
                   ADD 1 TO WRK-QT-DEBITADAS
                   MOVE TRX-AGENCIA
                         TO WRK-DEB-AGENCIA(WRK-QT-DEBITADAS)
                   MOVE TRX-CONTA
                         TO WRK-DEB-CONTA(WRK-QT-DEBITADAS)
                   MOVE TRX-VALOR
                         TO WRK-DEB-VALOR(WRK-QT-DEBITADAS)
               END-IF
           END-IF.

           ADD 1         TO ACU-ENVIADAS.
           ADD TRX-VALOR TO WRK-TOTAL-ENVIADO.

           MOVE TRX-VALOR TO WRK-VALOR-ED.
           DISPLAY "ENVIADA..: TRF " TRX-NUMERO " AG " TRX-AGENCIA
               " CTA " TRX-CONTA " VALOR " WRK-VALOR-ED
               " BANCO " TRX-BANCO-DESTINO.

       0260-ENVIA-TRANSFERENCIA-FIM.             EXIT.

      *-----------------------------------------------------------------
      *    TRANSFERENCIA RECUSADA - SEM DEBITO E SEM ENVIO
      *-----------------------------------------------------------------
       0270-RECUSA-TRANSFERENCIA                 SECTION.
      *-----------------------------------------------------------------

           SET TRX-RECUSADA            TO TRUE.
           MOVE WRK-MOTIVO-RECUSA      TO TRX-MOTIVO.
           MOVE WRK-DATA-PROCESSAMENTO TO TRX-DATA-RETORNO.

           ADD 1         TO ACU-RECUSADAS.
           ADD TRX-VALOR TO WRK-TOTAL-RECUSADO.

           MOVE TRX-VALOR TO WRK-VALOR-ED.
           DISPLAY "RECUSADA.: TRF " TRX-NUMERO " AG " TRX-AGENCIA
               " CTA " TRX-CONTA " VALOR " WRK-VALOR-ED
               " MOTIVO " WRK-MOTIVO-RECUSA.

       0270-RECUSA-TRANSFERENCIA-FIM.            EXIT.

      *-----------------------------------------------------------------
       0280-PROCURA-DEBITADA                     SECTION.
      *-----------------------------------------------------------------

           SET WRK-DEBITADA-NAO TO TRUE.

           PERFORM 0281-COMPARA-DEBITADA
               VARYING WRK-IDX-DEBITADA FROM 1 BY 1
               UNTIL WRK-IDX-DEBITADA GREATER WRK-QT-DEBITADAS
                  OR WRK-DEBITADA-SIM.

           IF WRK-DEBITADA-SIM
               SUBTRACT 1 FROM WRK-IDX-DEBITADA
           END-IF.

       0280-PROCURA-DEBITADA-FIM.                EXIT.

      *-----------------------------------------------------------------
       0281-COMPARA-DEBITADA                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-DEB-AGENCIA(WRK-IDX-DEBITADA) EQUAL TRX-AGENCIA
              AND WRK-DEB-CONTA(WRK-IDX-DEBITADA) EQUAL TRX-CONTA
               SET WRK-DEBITADA-SIM TO TRUE
           END-IF.

       0281-COMPARA-DEBITADA-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    ABRE O LOTE DA RODADA NA PRIMEIRA TRANSFERENCIA ENVIADA -
      *    LE A SEQUENCIA PERSISTIDA, AVANCA E GRAVA O HEADER "0000"
      *    COM A ORIGEM INTERNA 9014
      *-----------------------------------------------------------------
       0290-INICIA-LOTE                          SECTION.
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
           MOVE 9014                TO HDR-ORIGEM-LANCAM.
           WRITE REG-LANCAM.

           SET WRK-LOTE-ABERTO TO TRUE.

       0290-INICIA-LOTE-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    FECHA O LOTE DA RODADA: TRAILER "9999" COM QUANTIDADE E
      *    VALOR ENVIADOS E REGRAVACAO DA SEQUENCIA
      *-----------------------------------------------------------------
       0295-FECHA-LOTE                           SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES              TO REG-LANCAM.
           MOVE "9999"              TO TRL-MARCA-LANCAM.
           MOVE ACU-ENVIADAS        TO TRL-QTD-LANCAM.
           MOVE WRK-TOTAL-ENVIADO   TO TRL-TOTAL-LANCAM.
           WRITE REG-LANCAM.

           OPEN OUTPUT LOTESEQ.
           MOVE WRK-LOTE-NUMERO     TO SEQ-ULTIMO-LOTE.
           WRITE REG-LOTESEQ.
           CLOSE LOTESEQ.

           SET WRK-LOTE-FECHADO TO TRUE.

       0295-FECHA-LOTE-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE TRFEXT.
           CLOSE TRFTMP.
           CLOSE CONTAS.
           CLOSE SALDOCTA.

           IF WRK-LOTE-ABERTO
               PERFORM 0295-FECHA-LOTE
           END-IF.
           CLOSE LANCTED.

           PERFORM 0310-FECHA-REMESSA.
           PERFORM 0320-REGRAVA-TRFEXT.

           DISPLAY WRK-LINHA.
           DISPLAY "RELATORIO DA REMESSA DE TRANSFERENCIAS".
           DISPLAY "TRANSFERENCIAS A ENVIAR.: " ACU-LIDAS.
           DISPLAY "ENVIADAS................: " ACU-ENVIADAS.
           MOVE WRK-TOTAL-ENVIADO TO WRK-TOTAL-ED.
           DISPLAY "VALOR ENVIADO...........: " WRK-TOTAL-ED.
           DISPLAY "RECUSADAS...............: " ACU-RECUSADAS.
           MOVE WRK-TOTAL-RECUSADO TO WRK-TOTAL-ED.
           DISPLAY "VALOR RECUSADO..........: " WRK-TOTAL-ED.
           DISPLAY "ARQUIVO DE REMESSA......: " WRK-ARQUIVO-NUMERO.
           DISPLAY "LOTE DA RODADA..........: " WRK-LOTE-NUMERO.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0300-FINALIZAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    TRAILER "9" DA REMESSA E REGRAVACAO DA SEQUENCIA DE
      *    ARQUIVOS
      *-----------------------------------------------------------------
       0310-FECHA-REMESSA                        SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                 TO REG-TEDREM.
           MOVE "9"                    TO RMT-TIPO-REGISTRO.
           MOVE ACU-ENVIADAS           TO RMT-QTD-DETALHES.
           MOVE WRK-TOTAL-ENVIADO      TO RMT-VALOR-TOTAL.
           WRITE REG-TEDREM.
           CLOSE TEDREMES.

           OPEN OUTPUT ARQSEQ.
           MOVE WRK-ARQUIVO-NUMERO     TO SEQ-ULTIMO-ARQUIVO.
           WRITE REG-ARQSEQ.
           CLOSE ARQSEQ.

       0310-FECHA-REMESSA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    DEVOLVE O TRFTMP (COM AS SITUACOES ATUALIZADAS) AO TRFEXT
      *-----------------------------------------------------------------
       0320-REGRAVA-TRFEXT                       SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT TRFEXT.
           OPEN INPUT  TRFTMP.

           READ TRFTMP
               AT END
                   CONTINUE
           END-READ.

           PERFORM 0321-COPIA-PARA-TRFEXT
               UNTIL FS-TRFTMP NOT EQUAL 00.

           CLOSE TRFEXT.
           CLOSE TRFTMP.

       0320-REGRAVA-TRFEXT-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0321-COPIA-PARA-TRFEXT                    SECTION.
      *-----------------------------------------------------------------

           WRITE REG-TRFEXT FROM REG-TRFTMP.

           READ TRFTMP
               AT END
                   CONTINUE
           END-READ.

       0321-COPIA-PARA-TRFEXT-FIM.               EXIT.
