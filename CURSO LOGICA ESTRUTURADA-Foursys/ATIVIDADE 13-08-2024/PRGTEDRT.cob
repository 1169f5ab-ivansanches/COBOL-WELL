       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGTEDRT.
      *=================================================================
      * PROGRAMA   : PRGTEDRT
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: RETORNO DA CAMARA PARA AS TRANSFERENCIAS ENVIADAS
      *              A OUTROS BANCOS - O TEDRETOR.txt SO E ACEITO
      *              INTEIRO (HEADER "0" NO INICIO E TRAILER "9" COM
      *              QUANTIDADE E VALOR BATENDO COM OS DETALHES). CADA
      *              DETALHE E CASADO COM A TRANSFERENCIA ENVIADA DO
      *              TRFEXT.txt (NUMERO, ARQUIVO DE REMESSA E VALOR):
      *              L) LIQUIDADA - DEBITO "D" DA CONTA TRANSITORIA DE
      *                 COMPENSACAO (O VALOR SAIU PARA A CAMARA);
      *              D) DEVOLVIDA - TRANSFERENCIA "T" DA CONTA
      *                 TRANSITORIA DE VOLTA PARA A CONTA DO CLIENTE,
      *                 COM O MOTIVO DA CAMARA GRAVADO NO TRFEXT.txt.
      *              OS LANCAMENTOS VAO PARA LANCTRT.txt NO LAYOUT
      *              #LANCAM (LOTE COMPLETO, ORIGEM INTERNA 9015,
      *              SEQUENCIA EM TEDRLOTE.txt) PARA O PROXIMO ATI4.
      *              DETALHE SEM TRANSFERENCIA ENVIADA CORRESPONDENTE
      *              E LISTADO COMO DIVERGENCIA E TERMINA COM RC 4
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  TEDPARAM              INPUT                  #TEDPARAM
      *  PARAMVAL              INPUT                  #PARAMVAL
      *  TEDRETOR              INPUT                  #TEDRET
      *  TRFEXT                INPUT/OUTPUT           #TRFEXT
      *  TRFTMP                WORK
      *  LANCTRT               OUTPUT (EXTEND)        #LANCAM
      *  LOTESEQ               INPUT/OUTPUT
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS / VALCTA
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

           SELECT PARAMVAL              ASSIGN TO
                                        WRK-CAMINHO-PARAMVAL
               FILE STATUS              IS FS-PARAMVAL.

           SELECT TEDRETOR              ASSIGN TO
                                        WRK-CAMINHO-TEDRETOR
               FILE STATUS              IS FS-TEDRETOR.

           SELECT TRFEXT                ASSIGN TO
                                        WRK-CAMINHO-TRFEXT
               FILE STATUS              IS FS-TRFEXT.

           SELECT TRFTMP                ASSIGN TO
                                        WRK-CAMINHO-TRFTMP
               FILE STATUS              IS FS-TRFTMP.

           SELECT LANCTRT               ASSIGN TO
                                        WRK-CAMINHO-LANCTRT
               FILE STATUS              IS FS-LANCTRT.

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
      *     INPUT -  PARAMETROS DAS TRANSFERENCIAS (TEDPARAM)
      *                               LRECL = 022
      *----------------------------------------------------------------*
       FD  TEDPARAM.
       COPY '#TEDPARAM'.

      *----------------------------------------------------------------*
      *     INPUT -  PARAMETROS DE VALIDACAO VIGENTES (PARAMVAL)
      *                               LRECL = 014
      *----------------------------------------------------------------*
       FD  PARAMVAL.
       COPY '#PARAMVAL'.

      *----------------------------------------------------------------*
      *     INPUT -  RETORNO DA CAMARA (TEDRETOR)
      *                               LRECL = 050
      *----------------------------------------------------------------*
       FD  TEDRETOR.
       COPY '#TEDRET'.

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
      *     OUTPUT-  LIQUIDACOES E DEVOLUCOES PARA O PROXIMO ATI4
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  LANCTRT.
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

       77  FS-TEDPARAM                  PIC 9(002).
       77  FS-PARAMVAL                  PIC 9(002).
       77  FS-TEDRETOR                  PIC 9(002).
       77  FS-TRFEXT                    PIC 9(002).
       77  FS-TRFTMP                    PIC 9(002).
       77  FS-LANCTRT                   PIC 9(002).
       77  FS-LOTESEQ                   PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-TEDPARAM         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-PARAMVAL         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-TEDRETOR         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-TRFEXT           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-TRFTMP           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LANCTRT          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LOTESEQ          PIC X(060)        VALUES SPACES.

      *== CONTROLE DO LOTE EMITIDO NESTA RODADA
       01  WRK-LOTE-NUMERO              PIC 9(006)        VALUES ZEROS.
       01  WRK-LOTE-ESTADO              PIC X(001)        VALUES "F".
           88 WRK-LOTE-ABERTO                     VALUES "A".
           88 WRK-LOTE-FECHADO                    VALUES "F".
       01  ACU-LANCAMENTOS              PIC 9(006) COMP-3 VALUES ZEROS.
       01  WRK-TOTAL-LOTE               PIC 9(010)V99     VALUES ZEROS.

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DO RETORNO DE TRANSFERENCIAS *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-RETORNO             PIC 9(008)        VALUES ZEROS.
       01  WRK-TIPO-CLIENTE-VALIDO      PIC X(001)        VALUES "F".
       01  WRK-GERENTE-VALIDO           PIC X(001)        VALUES "P".
       01  WRK-AGENCIA-TRANSITORIA      PIC 9(004)        VALUES ZEROS.
       01  WRK-CONTA-TRANSITORIA        PIC 9(005)        VALUES ZEROS.
       01  WRK-DV-TRANSITORIA           PIC 9(001)        VALUES ZEROS.

      *== CONFERENCIA DO ARQUIVO DE RETORNO
       01  WRK-HEADER-LIDO              PIC X(001)        VALUES "N".
           88 WRK-HEADER-SIM                      VALUES "S".
           88 WRK-HEADER-NAO                      VALUES "N".
       01  WRK-TRAILER-LIDO             PIC X(001)        VALUES "N".
           88 WRK-TRAILER-SIM                     VALUES "S".
           88 WRK-TRAILER-NAO                     VALUES "N".
       01  WRK-ARQUIVO-OK               PIC X(001)        VALUES "S".
           88 WRK-ARQUIVO-VALIDO                  VALUES "S".
           88 WRK-ARQUIVO-INVALIDO                VALUES "N".
       01  WRK-QTD-TRAILER              PIC 9(006)        VALUES ZEROS.
       01  WRK-VALOR-TRAILER            PIC 9(012)V99     VALUES ZEROS.
       01  WRK-VALOR-DETALHES           PIC 9(012)V99     VALUES ZEROS.

      *== DETALHES DO RETORNO
       01  WRK-QT-RETORNOS              PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-RETORNO              PIC 9(004)        VALUES ZEROS.
       01  WRK-RETORNO-ACHADO           PIC X(001)        VALUES "N".
           88 WRK-RETORNO-SIM                     VALUES "S".
           88 WRK-RETORNO-NAO                     VALUES "N".
       01  WRK-TAB-RETORNOS.
           05 WRK-RET-OCO               OCCURS 2000 TIMES.
               10 WRK-RET-NUMERO            PIC 9(06).
               10 WRK-RET-ARQUIVO           PIC 9(06).
               10 WRK-RET-VALOR             PIC 9(08)V99.
               10 WRK-RET-SITUACAO          PIC X(01).
                   88 WRK-RET-LIQUIDADA             VALUE "L".
                   88 WRK-RET-DEVOLVIDA             VALUE "D".
               10 WRK-RET-MOTIVO            PIC 9(02).
               10 WRK-RET-APLICADO          PIC X(01).
                   88 WRK-RET-JA-APLICADO           VALUE "S".

       01  ACU-DETALHES                 PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-LIQUIDADAS               PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-DEVOLVIDAS               PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-DIVERGENTES              PIC 9(006) COMP-3 VALUES ZEROS.
       01  WRK-TOTAL-LIQUIDADO          PIC 9(010)V99     VALUES ZEROS.
       01  WRK-TOTAL-DEVOLVIDO          PIC 9(010)V99     VALUES ZEROS.
       01  WRK-VALOR-ED                 PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-TOTAL-ED                 PIC Z.ZZZ.ZZZ.ZZ9,99.

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
                  "\PARAMVAL.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-PARAMVAL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\TEDRETOR.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-TEDRETOR.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\TRFEXT.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-TRFEXT.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\TRFTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-TRFTMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\LANCTRT.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LANCTRT.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\TEDRLOTE.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LOTESEQ.

           DISPLAY "==== RETORNO DAS TRANSFERENCIAS PARA OUTROS"
               " BANCOS ====".

           PERFORM 0110-RECEBE-PARAMETRO.
           PERFORM 0120-CARREGA-RETORNO.

           IF WRK-ARQUIVO-INVALIDO
               DISPLAY "ARQUIVO DE RETORNO RECUSADO - NADA FOI"
                   " ATUALIZADO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT TRFEXT.
           IF FS-TRFEXT NOT EQUAL 00
               DISPLAY "REGISTRO DE TRANSFERENCIAS (TRFEXT) NAO"
                   " ABERTO!"
               CALL "FSTATUS" USING FS-TRFEXT WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT TRFTMP.

           OPEN EXTEND LANCTRT.
           IF FS-LANCTRT EQUAL 35
               OPEN OUTPUT LANCTRT
               CLOSE LANCTRT
               OPEN EXTEND LANCTRT
           END-IF.

           READ TRFEXT.
           IF FS-TRFEXT EQUAL 10
               DISPLAY WRK-ARQ-EXISTE
           END-IF.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    TEDPARAM E OBRIGATORIO (CONTA TRANSITORIA, CUJO DV E
      *    CALCULADO PELO VALCTA); O PARAMVAL DA O TIPO DE CLIENTE/
      *    GERENTE DOS LANCAMENTOS
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
                   " LIDOS - RETORNO NAO PROCESSADO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE PRM-AGENCIA-TRANSITORIA TO WRK-AGENCIA-TRANSITORIA.
           MOVE PRM-CONTA-TRANSITORIA   TO WRK-CONTA-TRANSITORIA.

           MOVE "C"                     TO WRK-VCT-FUNCAO.
           MOVE WRK-AGENCIA-TRANSITORIA TO WRK-VCT-AGENCIA.
           MOVE WRK-CONTA-TRANSITORIA   TO WRK-VCT-CONTA.
           CALL "VALCTA" USING WRK-VALCTA.
           MOVE WRK-VCT-DV-CALCULADO    TO WRK-DV-TRANSITORIA.

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
      *    CARREGA OS DETALHES DO RETORNO E CONFERE HEADER/TRAILER -
      *    QUALQUER FALHA RECUSA O ARQUIVO INTEIRO
      *-----------------------------------------------------------------
       0120-CARREGA-RETORNO                      SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT TEDRETOR.
           IF FS-TEDRETOR NOT EQUAL 00
               DISPLAY "ARQUIVO DE RETORNO (TEDRETOR) NAO ABERTO!"
               CALL "FSTATUS" USING FS-TEDRETOR WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               SET WRK-ARQUIVO-INVALIDO TO TRUE
               GO TO 0120-CARREGA-RETORNO-FIM
           END-IF.

           READ TEDRETOR.
           IF FS-TEDRETOR EQUAL 00
              AND RTH-TIPO-REGISTRO EQUAL "0"
               SET WRK-HEADER-SIM TO TRUE
               MOVE RTH-DATA-RETORNO TO WRK-DATA-RETORNO
               READ TEDRETOR
           END-IF.

           PERFORM 0121-GUARDA-RETORNO
               UNTIL FS-TEDRETOR NOT EQUAL 00
                  OR WRK-TRAILER-SIM
                  OR WRK-ARQUIVO-INVALIDO.

           CLOSE TEDRETOR.

           IF WRK-HEADER-NAO
               DISPLAY "RETORNO SEM HEADER 0"
               SET WRK-ARQUIVO-INVALIDO TO TRUE
           END-IF.

           IF WRK-TRAILER-NAO
               DISPLAY "RETORNO SEM TRAILER 9"
               SET WRK-ARQUIVO-INVALIDO TO TRUE
           END-IF.

           IF WRK-TRAILER-SIM
              AND (WRK-QTD-TRAILER NOT EQUAL ACU-DETALHES
               OR WRK-VALOR-TRAILER NOT EQUAL WRK-VALOR-DETALHES)
               MOVE WRK-VALOR-DETALHES TO WRK-TOTAL-ED
               DISPLAY "TRAILER NAO CONFERE - DETALHES "
                   ACU-DETALHES " VALOR " WRK-TOTAL-ED
               MOVE WRK-VALOR-TRAILER TO WRK-TOTAL-ED
               DISPLAY "TRAILER........... " WRK-QTD-TRAILER
                   " VALOR " WRK-TOTAL-ED
               SET WRK-ARQUIVO-INVALIDO TO TRUE
           END-IF.

           IF WRK-DATA-RETORNO EQUAL ZEROS
               ACCEPT WRK-DATA-RETORNO FROM DATE YYYYMMDD
           END-IF.

       0120-CARREGA-RETORNO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0121-GUARDA-RETORNO                       SECTION.
      *-----------------------------------------------------------------

           EVALUATE RTN-TIPO-REGISTRO
               WHEN "9"
                   SET WRK-TRAILER-SIM TO TRUE
                   MOVE RTT-QTD-DETALHES TO WRK-QTD-TRAILER
                   MOVE RTT-VALOR-TOTAL  TO WRK-VALOR-TRAILER
               WHEN "1"
                   PERFORM 0122-GUARDA-DETALHE
               WHEN OTHER
                   DISPLAY "REGISTRO DE TIPO INVALIDO NO RETORNO: "
                       RTN-TIPO-REGISTRO
                   SET WRK-ARQUIVO-INVALIDO TO TRUE
           END-EVALUATE.

           IF WRK-TRAILER-NAO
              AND WRK-ARQUIVO-VALIDO
               READ TEDRETOR
           END-IF.

       0121-GUARDA-RETORNO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0122-GUARDA-DETALHE                       SECTION.
      *-----------------------------------------------------------------

           IF NOT RTN-LIQUIDADA
              AND NOT RTN-DEVOLVIDA
               DISPLAY "SITUACAO INVALIDA NO RETORNO DA TRF "
                   RTN-NUMERO-TRF ": " RTN-SITUACAO
               SET WRK-ARQUIVO-INVALIDO TO TRUE
               GO TO 0122-GUARDA-DETALHE-FIM
           END-IF.

           IF WRK-QT-RETORNOS NOT LESS 2000
               DISPLAY "TABELA DE RETORNOS CHEIA (2000)"
               SET WRK-ARQUIVO-INVALIDO TO TRUE
               GO TO 0122-GUARDA-DETALHE-FIM
           END-IF.

           ADD 1 TO WRK-QT-RETORNOS.
           MOVE WRK-QT-RETORNOS TO WRK-IDX-RETORNO.
           MOVE RTN-NUMERO-TRF    TO WRK-RET-NUMERO(WRK-IDX-RETORNO).
           MOVE RTN-SEQUENCIA-ARQUIVO
                                  TO WRK-RET-ARQUIVO(WRK-IDX-RETORNO).
           MOVE RTN-VALOR         TO WRK-RET-VALOR(WRK-IDX-RETORNO).
           MOVE RTN-SITUACAO      TO WRK-RET-SITUACAO(WRK-IDX-RETORNO).
           MOVE RTN-MOTIVO        TO WRK-RET-MOTIVO(WRK-IDX-RETORNO).
           MOVE "N"               TO WRK-RET-APLICADO(WRK-IDX-RETORNO).

           ADD 1         TO ACU-DETALHES.
           ADD RTN-VALOR TO WRK-VALOR-DETALHES.

       0122-GUARDA-DETALHE-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           IF TRX-ENVIADA
               PERFORM 0210-PROCURA-RETORNO
               IF WRK-RETORNO-SIM
                   IF WRK-RET-LIQUIDADA(WRK-IDX-RETORNO)
                       PERFORM 0260-LIQUIDA-TRANSFERENCIA
                   ELSE
                       PERFORM 0270-DEVOLVE-TRANSFERENCIA
                   END-IF
                   MOVE "S" TO WRK-RET-APLICADO(WRK-IDX-RETORNO)
               END-IF
           END-IF.

           WRITE REG-TRFTMP FROM REG-TRFEXT.

           READ TRFEXT.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0210-PROCURA-RETORNO                      SECTION.
      *-----------------------------------------------------------------

           SET WRK-RETORNO-NAO TO TRUE.

           PERFORM 0211-COMPARA-RETORNO
               VARYING WRK-IDX-RETORNO FROM 1 BY 1
               UNTIL WRK-IDX-RETORNO GREATER WRK-QT-RETORNOS
                  OR WRK-RETORNO-SIM.

           IF WRK-RETORNO-SIM
               SUBTRACT 1 FROM WRK-IDX-RETORNO
           END-IF.

       0210-PROCURA-RETORNO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0211-COMPARA-RETORNO                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-RET-NUMERO(WRK-IDX-RETORNO) EQUAL TRX-NUMERO
              AND WRK-RET-ARQUIVO(WRK-IDX-RETORNO)
                                          EQUAL TRX-ARQUIVO-ENVIO
              AND WRK-RET-VALOR(WRK-IDX-RETORNO) EQUAL TRX-VALOR
              AND NOT WRK-RET-JA-APLICADO(WRK-IDX-RETORNO)
               SET WRK-RETORNO-SIM TO TRUE
           END-IF.

       0211-COMPARA-RETORNO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    LIQUIDADA - O VALOR SAI DA CONTA TRANSITORIA
      *-----------------------------------------------------------------
       0260-LIQUIDA-TRANSFERENCIA                SECTION.
      *-----------------------------------------------------------------

           PERFORM 0280-PREPARA-LANCAMENTO.
           MOVE "D"                         TO REG-TIPO-LANCAMENTO.
           MOVE ZEROS                       TO REG-CONTRA-AGENCIA
                                               REG-CONTRA-CONTA.
           WRITE REG-LANCAM.
           ADD 1         TO ACU-LANCAMENTOS.
           ADD TRX-VALOR TO WRK-TOTAL-LOTE.

           SET TRX-LIQUIDADA           TO TRUE.
           MOVE WRK-DATA-RETORNO       TO TRX-DATA-RETORNO.
           MOVE ZEROS                  TO TRX-MOTIVO.

           ADD 1         TO ACU-LIQUIDADAS.
           ADD TRX-VALOR TO WRK-TOTAL-LIQUIDADO.

           MOVE TRX-VALOR TO WRK-VALOR-ED.
           DISPLAY "LIQUIDADA: TRF " TRX-NUMERO " AG " TRX-AGENCIA
               " CTA " TRX-CONTA " VALOR " WRK-VALOR-ED.

       0260-LIQUIDA-TRANSFERENCIA-FIM.           EXIT.

      *-----------------------------------------------------------------
      *    DEVOLVIDA - O VALOR VOLTA DA CONTA TRANSITORIA PARA O
      *    CLIENTE, COM O MOTIVO DA CAMARA
      *-----------------------------------------------------------------
       0270-DEVOLVE-TRANSFERENCIA                SECTION.
      *-----------------------------------------------------------------

           PERFORM 0280-PREPARA-LANCAMENTO.
           MOVE "T"                         TO REG-TIPO-LANCAMENTO.
           MOVE TRX-AGENCIA                 TO REG-CONTRA-AGENCIA.
           MOVE TRX-CONTA                   TO REG-CONTRA-CONTA.
           WRITE REG-LANCAM.
           ADD 1         TO ACU-LANCAMENTOS.
           ADD TRX-VALOR TO WRK-TOTAL-LOTE.

           SET TRX-DEVOLVIDA           TO TRUE.
           MOVE WRK-DATA-RETORNO       TO TRX-DATA-RETORNO.
           MOVE WRK-RET-MOTIVO(WRK-IDX-RETORNO) TO TRX-MOTIVO.

           ADD 1         TO ACU-DEVOLVIDAS.
           ADD TRX-VALOR TO WRK-TOTAL-DEVOLVIDO.

           MOVE TRX-VALOR TO WRK-VALOR-ED.
           DISPLAY "DEVOLVIDA: TRF " TRX-NUMERO " AG " TRX-AGENCIA
               " CTA " TRX-CONTA " VALOR " WRK-VALOR-ED
               " MOTIVO " TRX-MOTIVO.

       0270-DEVOLVE-TRANSFERENCIA-FIM.           EXIT.

      *-----------------------------------------------------------------
      *    CAMPOS COMUNS DO LANCAMENTO NA CONTA TRANSITORIA
      *-----------------------------------------------------------------
       0280-PREPARA-LANCAMENTO                   SECTION.
      *-----------------------------------------------------------------

           IF WRK-LOTE-FECHADO
               PERFORM 0290-INICIA-LOTE
           END-IF.

           MOVE WRK-AGENCIA-TRANSITORIA     TO REG-AGENCIA.
           MOVE WRK-CONTA-TRANSITORIA       TO REG-CONTA.
           MOVE TRX-VALOR                   TO REG-LANCAMENTO.
           MOVE WRK-TIPO-CLIENTE-VALIDO     TO REG-TIPO-CLIENTE.
           MOVE WRK-GERENTE-VALIDO          TO REG-GERENTE.
           MOVE "BRL"                       TO REG-MOEDA-LANCAM.
           MOVE WRK-DATA-RETORNO            TO REG-DATA-LANCAM.
           MOVE ZEROS                       TO REG-TENTATIVAS-LANCAM.
           MOVE ZEROS                       TO REG-ID-LOTE
                                               REG-ID-SEQ.
           MOVE WRK-DV-TRANSITORIA          TO REG-DV-CONTA.

       0280-PREPARA-LANCAMENTO-FIM.              EXIT.

      *-----------------------------------------------------------------
      *    ABRE O LOTE DA RODADA NO PRIMEIRO RETORNO APLICADO - LE A
      *    SEQUENCIA PERSISTIDA, AVANCA E GRAVA O HEADER "0000" COM A
      *    ORIGEM INTERNA 9015
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
           MOVE 9015                TO HDR-ORIGEM-LANCAM.
           WRITE REG-LANCAM.

           SET WRK-LOTE-ABERTO TO TRUE.

       0290-INICIA-LOTE-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    FECHA O LOTE DA RODADA: TRAILER "9999" COM QUANTIDADE E
      *    VALOR LANCADOS E REGRAVACAO DA SEQUENCIA
      *-----------------------------------------------------------------
       0295-FECHA-LOTE                           SECTION.
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

       0295-FECHA-LOTE-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE TRFEXT.
           CLOSE TRFTMP.

           IF WRK-LOTE-ABERTO
               PERFORM 0295-FECHA-LOTE
           END-IF.
           CLOSE LANCTRT.

           PERFORM 0320-REGRAVA-TRFEXT.

           PERFORM 0330-LISTA-DIVERGENTE
               VARYING WRK-IDX-RETORNO FROM 1 BY 1
               UNTIL WRK-IDX-RETORNO GREATER WRK-QT-RETORNOS.

           DISPLAY WRK-LINHA.
           DISPLAY "RELATORIO DO RETORNO DE TRANSFERENCIAS".
           DISPLAY "DATA DO RETORNO.........: " WRK-DATA-RETORNO.
           DISPLAY "DETALHES RECEBIDOS......: " ACU-DETALHES.
           DISPLAY "LIQUIDADAS..............: " ACU-LIQUIDADAS.
           MOVE WRK-TOTAL-LIQUIDADO TO WRK-TOTAL-ED.
           DISPLAY "VALOR LIQUIDADO.........: " WRK-TOTAL-ED.
           DISPLAY "DEVOLVIDAS..............: " ACU-DEVOLVIDAS.
           MOVE WRK-TOTAL-DEVOLVIDO TO WRK-TOTAL-ED.
           DISPLAY "VALOR DEVOLVIDO.........: " WRK-TOTAL-ED.
           DISPLAY "DIVERGENTES.............: " ACU-DIVERGENTES.
           DISPLAY "LOTE DA RODADA..........: " WRK-LOTE-NUMERO.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           IF ACU-DIVERGENTES GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0300-FINALIZAR-FIM.                       EXIT.

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

      *-----------------------------------------------------------------
      *    DETALHE DO RETORNO QUE NAO CASOU COM TRANSFERENCIA ENVIADA
      *    (NUMERO/ARQUIVO/VALOR DIFERENTES OU JA LIQUIDADA/DEVOLVIDA)
      *-----------------------------------------------------------------
       0330-LISTA-DIVERGENTE                     SECTION.
      *-----------------------------------------------------------------

           IF NOT WRK-RET-JA-APLICADO(WRK-IDX-RETORNO)
               ADD 1 TO ACU-DIVERGENTES
               MOVE WRK-RET-VALOR(WRK-IDX-RETORNO) TO WRK-VALOR-ED
               DISPLAY "DIVERGENTE: TRF "
                   WRK-RET-NUMERO(WRK-IDX-RETORNO)
                   " ARQUIVO " WRK-RET-ARQUIVO(WRK-IDX-RETORNO)
                   " VALOR " WRK-VALOR-ED
                   " SIT " WRK-RET-SITUACAO(WRK-IDX-RETORNO)
                   " SEM TRANSFERENCIA ENVIADA"
           END-IF.

       0330-LISTA-DIVERGENTE-FIM.                EXIT.
