       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGPARCE.
      *=================================================================
      * PROGRAMA   : PRGPARCE
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: GERADOR DIARIO DAS PARCELAS DE EMPRESTIMO - NO
      *              ESQUEMA DO PRGAGEND. A CADA RODADA:
      *              1) CONFIRMA AS PARCELAS JA EMITIDAS: DEBITO
      *                 POSTADO NO MOVHIST.dat (MESMA AGENCIA/CONTA/
      *                 VALOR/DATA) MARCA A PARCELA COMO PAGA; DEBITO
      *                 NO REJEITADOS.txt MARCA A PARCELA COMO VENCIDA
      *                 (O REENVIO E DO RETRABALHO PRGREJE, QUE
      *                 REMONTA A TRANSACAO COM A DATA ORIGINAL);
      *              2) EMITE CADA PARCELA A VENCER CUJO VENCIMENTO,
      *                 AJUSTADO PARA DIA UTIL PELO DIAUTIL (DATAMES),
      *                 CHEGOU ATE A DATA DE PROCESSAMENTO, COMO DEBITO
      *                 "D" NO LAYOUT #LANCAM EM LANCEMP.txt - LOTE
      *                 COMPLETO COM ORIGEM INTERNA 9012 E SEQUENCIA
      *                 EM EMPLOTE.txt - QUE SEGUE PELO ATI4, PRGCONF
      *                 E MOVHIST COMO QUALQUER COBRANCA;
      *              3) ATUALIZA NO EMPREST.txt AS PARCELAS PAGAS E
      *                 ATRASADAS, O SALDO DEVEDOR E A QUITACAO DO
      *                 CONTRATO COM TODAS AS PARCELAS PAGAS
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  EMPREST               INPUT/OUTPUT           #EMPREST
      *  EMPPARC               INPUT/OUTPUT           #EMPPARC
      *  EMPTMP                WORK                   #EMPPARC (IMAGEM)
      *  MOVHIST               INPUT                  #MOVHIST
      *  REJEITADOS            INPUT                  #REJCAM
      *  PARAMVAL              INPUT                  #PARAMVAL
      *  LANCEMP               OUTPUT (EXTEND)        #LANCAM
      *  LOTESEQ               INPUT/OUTPUT
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS / DIAUTIL (DATAMES) / VALCTA
      *
      *-----------------------------------------------------------------
      * ALTERACOES.:
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O MOVHIST VIROU ARQUIVO INDEXADO (MOVHIST.dat) CHAVEADO POR
      *   AGENCIA+CONTA+DATA+ORIGEM+LOTE+SEQ - A LEITURA CONTINUA
      *   SEQUENCIAL, AGORA PELA ORDEM DA CHAVE
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
           SELECT EMPREST               ASSIGN TO
                                        WRK-CAMINHO-EMPREST
               FILE STATUS              IS FS-EMPREST.

           SELECT EMPPARC               ASSIGN TO
                                        WRK-CAMINHO-EMPPARC
               FILE STATUS              IS FS-EMPPARC.

           SELECT EMPTMP                ASSIGN TO
                                        WRK-CAMINHO-EMPTMP
               FILE STATUS              IS FS-EMPTMP.

           SELECT MOVHIST               ASSIGN TO
                                        WRK-CAMINHO-MOVHIST
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS SEQUENTIAL
               RECORD KEY               IS MOV-CHAVE
               FILE STATUS              IS FS-MOVHIST.

           SELECT REJEITADOS            ASSIGN TO
                                        WRK-CAMINHO-REJEITADOS
               FILE STATUS              IS FS-REJEITADOS.

           SELECT PARAMVAL              ASSIGN TO
                                        WRK-CAMINHO-PARAMVAL
               FILE STATUS              IS FS-PARAMVAL.

           SELECT LANCEMP               ASSIGN TO
                                        WRK-CAMINHO-LANCEMP
               FILE STATUS              IS FS-LANCEMP.

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
      *     INPUT/OUTPUT - CONTRATOS DE EMPRESTIMO (EMPREST)
      *                               LRECL = 070
      *----------------------------------------------------------------*
       FD  EMPREST.
       COPY '#EMPREST'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - CRONOGRAMA DE PARCELAS (EMPPARC)
      *                               LRECL = 091
      *----------------------------------------------------------------*
       FD  EMPPARC.
       COPY '#EMPPARC'.

      *----------------------------------------------------------------*
      *     WORK -  CRONOGRAMA ATUALIZADO NA RODADA
      *                               LRECL = 091
      *----------------------------------------------------------------*
       FD  EMPTMP.
       01  REG-EMPTMP                   PIC X(091).

      *----------------------------------------------------------------*
      *     INPUT -  HISTORICO DE MOVIMENTOS POSTADOS (MOVHIST)
      *                               LRECL = 046
      *----------------------------------------------------------------*
       FD  MOVHIST.
       COPY '#MOVHIST'.

      *----------------------------------------------------------------*
      *     INPUT -  LANCAMENTOS REJEITADOS (REJEITADOS)
      *                               LRECL = 061
      *----------------------------------------------------------------*
       FD  REJEITADOS.
       COPY '#REJCAM'.

      *----------------------------------------------------------------*
      *     INPUT -  PARAMETROS DE VALIDACAO VIGENTES (PARAMVAL)
      *                               LRECL = 014
      *----------------------------------------------------------------*
       FD  PARAMVAL.
       COPY '#PARAMVAL'.

      *----------------------------------------------------------------*
      *     OUTPUT-  DEBITOS DAS PARCELAS PARA O PROXIMO ATI4
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  LANCEMP.
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

       77  FS-EMPREST                   PIC 9(002).
       77  FS-EMPPARC                   PIC 9(002).
       77  FS-EMPTMP                    PIC 9(002).
       77  FS-MOVHIST                   PIC 9(002).
       77  FS-REJEITADOS                PIC 9(002).
       77  FS-PARAMVAL                  PIC 9(002).
       77  FS-LANCEMP                   PIC 9(002).
       77  FS-LOTESEQ                   PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-EMPREST          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-EMPPARC          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-EMPTMP           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-MOVHIST          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-REJEITADOS       PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-PARAMVAL         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LANCEMP          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LOTESEQ          PIC X(060)        VALUES SPACES.

      *== CONTROLE DO LOTE EMITIDO NESTA RODADA
       01  WRK-LOTE-NUMERO              PIC 9(006)        VALUES ZEROS.
       01  WRK-LOTE-ESTADO              PIC X(001)        VALUES "F".
           88 WRK-LOTE-ABERTO                     VALUES "A".
           88 WRK-LOTE-FECHADO                    VALUES "F".

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DO GERADOR DE PARCELAS *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-PROCESSAMENTO       PIC 9(008)        VALUES ZEROS.
       01  WRK-TIPO-CLIENTE-VALIDO      PIC X(001)        VALUES "F".
       01  WRK-GERENTE-VALIDO           PIC X(001)        VALUES "P".

      *== CONTRATOS DO EMPREST.txt (POSICAO RECALCULADA NA RODADA)
       01  WRK-QT-CONTRATOS             PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-CTR                  PIC 9(004)        VALUES ZEROS.
       01  WRK-CONTRATO-ACHADO          PIC X(001)        VALUES "N".
           88 WRK-CONTRATO-SIM                    VALUES "S".
           88 WRK-CONTRATO-NAO                    VALUES "N".
       01  WRK-TAB-CONTRATOS.
           05 WRK-CTR-OCO               OCCURS 1000 TIMES.
               10 WRK-CTR-NUMERO            PIC 9(06).
               10 WRK-CTR-SITUACAO          PIC X(01).
               10 WRK-CTR-PRAZO             PIC 9(03).
               10 WRK-CTR-PAGAS             PIC 9(03).
               10 WRK-CTR-ATRASADAS         PIC 9(03).
               10 WRK-CTR-SALDO             PIC 9(08)V99.
               10 WRK-CTR-ULTIMO-PAGTO      PIC 9(08).

      *== PARCELAS EMITIDAS AGUARDANDO CONFIRMACAO
       01  WRK-QT-EMITIDAS              PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-EMI                  PIC 9(004)        VALUES ZEROS.
       01  WRK-EMITIDA-ACHADA           PIC X(001)        VALUES "N".
           88 WRK-EMITIDA-SIM                     VALUES "S".
           88 WRK-EMITIDA-NAO                     VALUES "N".
       01  WRK-TAB-EMITIDAS.
           05 WRK-EMI-OCO               OCCURS 2000 TIMES.
               10 WRK-EMI-CONTRATO          PIC 9(06).
               10 WRK-EMI-NUMERO            PIC 9(03).
               10 WRK-EMI-AGENCIA           PIC 9(04).
               10 WRK-EMI-CONTA             PIC 9(05).
               10 WRK-EMI-VALOR             PIC 9(08)V99.
               10 WRK-EMI-DATA              PIC 9(08).
               10 WRK-EMI-DESTINO           PIC X(01).
                   88 WRK-EMI-PENDENTE             VALUE "N".
                   88 WRK-EMI-POSTADA              VALUE "P".
                   88 WRK-EMI-REJEITADA            VALUE "R".
               10 WRK-EMI-DATA-POSTAGEM     PIC 9(08).

      *== AREA DE CHAMADA DO SERVICO DIAUTIL (DATAMES)
       01  WRK-DIAUTIL.
           05 WRK-UTIL-FUNCAO           PIC X(001)        VALUES "P".
           05 WRK-UTIL-DATA             PIC 9(008)        VALUES ZEROS.
           05 WRK-UTIL-DATA2            PIC 9(008)        VALUES ZEROS.
           05 WRK-UTIL-QTD              PIC 9(003)        VALUES ZEROS.
           05 WRK-UTIL-RESULTADO        PIC 9(008)        VALUES ZEROS.
           05 WRK-UTIL-EH-UTIL          PIC X(001)        VALUES "N".

       01  ACU-CONTRATOS-LIDOS          PIC 9(004) COMP-3 VALUES ZEROS.
       01  ACU-PARCELAS-LIDAS           PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-CONFIRMADAS-PAGAS        PIC 9(004) COMP-3 VALUES ZEROS.
       01  ACU-CONFIRMADAS-VENCIDAS     PIC 9(004) COMP-3 VALUES ZEROS.
       01  ACU-AGUARDANDO               PIC 9(004) COMP-3 VALUES ZEROS.
       01  ACU-EMITIDAS                 PIC 9(004) COMP-3 VALUES ZEROS.
       01  ACU-PULADAS-CONTRATO         PIC 9(004) COMP-3 VALUES ZEROS.
       01  ACU-QUITADOS                 PIC 9(004) COMP-3 VALUES ZEROS.
       01  WRK-TOTAL-EMITIDO            PIC 9(010)V99     VALUES ZEROS.
       01  WRK-TOTAL-EMITIDO-ED         PIC ZZ.ZZZ.ZZ9,99.

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
           PERFORM 0200-PROCESSAR UNTIL FS-EMPPARC NOT EQUAL 00.
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
                  "\EMPREST.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-EMPREST.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\EMPPARC.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-EMPPARC.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\EMPTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-EMPTMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\MOVHIST.dat"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-MOVHIST.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\REJEITADOS.txt"    DELIMITED BY SIZE
                  INTO WRK-CAMINHO-REJEITADOS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\PARAMVAL.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-PARAMVAL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\LANCEMP.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LANCEMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\EMPLOTE.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LOTESEQ.

           DISPLAY "==== GERADOR DE PARCELAS DE EMPRESTIMO ====".
           DISPLAY "DATA DE PROCESSAMENTO (AAAAMMDD, BRANCO=HOJE)?".
           ACCEPT WRK-DATA-PROCESSAMENTO.
           IF WRK-DATA-PROCESSAMENTO EQUAL ZEROS
               ACCEPT WRK-DATA-PROCESSAMENTO FROM DATE YYYYMMDD
           END-IF.

           PERFORM 0110-RECEBE-PARAMETRO.
           PERFORM 0120-CARREGA-CONTRATOS.
           PERFORM 0130-CARREGA-EMITIDAS.
           PERFORM 0140-CASA-MOVHIST.
           PERFORM 0150-CASA-REJEITADOS.

           OPEN INPUT EMPPARC.
           IF FS-EMPPARC NOT EQUAL 00
               DISPLAY "CRONOGRAMA DE PARCELAS NAO ABERTO!"
               CALL "FSTATUS" USING FS-EMPPARC WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT EMPTMP.

           OPEN EXTEND LANCEMP.
           IF FS-LANCEMP EQUAL 35
               OPEN OUTPUT LANCEMP
               CLOSE LANCEMP
               OPEN EXTEND LANCEMP
           END-IF.

           READ EMPPARC.
           IF FS-EMPPARC EQUAL 10
               DISPLAY WRK-ARQ-EXISTE
           END-IF.

       0100-INICIAR-FIM.                         EXIT.

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
               END-IF
               CLOSE PARAMVAL
           END-IF.

       0110-RECEBE-PARAMETRO-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    CARREGA OS CONTRATOS - PAGAS/ATRASADAS/SALDO SAO RECONTADOS
      *    NA PASSAGEM DO CRONOGRAMA
      *-----------------------------------------------------------------
       0120-CARREGA-CONTRATOS                    SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT EMPREST.
           IF FS-EMPREST NOT EQUAL 00
               DISPLAY "CADASTRO DE CONTRATOS NAO ABERTO!"
               CALL "FSTATUS" USING FS-EMPREST WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           READ EMPREST.
           PERFORM 0121-GUARDA-CONTRATO
               UNTIL FS-EMPREST NOT EQUAL 00.

           CLOSE EMPREST.

       0120-CARREGA-CONTRATOS-FIM.               EXIT.

      *-----------------------------------------------------------------
       0121-GUARDA-CONTRATO                      SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-CONTRATOS-LIDOS.

           IF WRK-QT-CONTRATOS NOT LESS 1000
               DISPLAY "TABELA DE CONTRATOS CHEIA (1000) - CONTRATO "
                   EMP-CONTRATO " FORA DA RODADA"
               GO TO 0121-GUARDA-CONTRATO-LER
           END-IF.

           ADD 1 TO WRK-QT-CONTRATOS.
           MOVE EMP-CONTRATO  TO WRK-CTR-NUMERO(WRK-QT-CONTRATOS).
           MOVE EMP-SITUACAO  TO WRK-CTR-SITUACAO(WRK-QT-CONTRATOS).
           MOVE EMP-PRAZO     TO WRK-CTR-PRAZO(WRK-QT-CONTRATOS).
           MOVE ZEROS         TO WRK-CTR-PAGAS(WRK-QT-CONTRATOS)
                                 WRK-CTR-ATRASADAS(WRK-QT-CONTRATOS)
                                 WRK-CTR-SALDO(WRK-QT-CONTRATOS)
                                 WRK-CTR-ULTIMO-PAGTO(WRK-QT-CONTRATOS).

       0121-GUARDA-CONTRATO-LER.

           READ EMPREST.

       0121-GUARDA-CONTRATO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    PARCELAS EMITIDAS (E) OU VENCIDAS (V) EM DIA ANTERIOR AO DE
      *    PROCESSAMENTO - O ATI4 DAQUELE DIA JA RODOU E O DESTINO DO
      *    DEBITO PODE SER CONFERIDO
      *-----------------------------------------------------------------
       0130-CARREGA-EMITIDAS                     SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT EMPPARC.
           IF FS-EMPPARC NOT EQUAL 00
               GO TO 0130-CARREGA-EMITIDAS-FIM
           END-IF.

           READ EMPPARC.
           PERFORM 0131-GUARDA-EMITIDA
               UNTIL FS-EMPPARC NOT EQUAL 00.

           CLOSE EMPPARC.

       0130-CARREGA-EMITIDAS-FIM.                EXIT.

      *-----------------------------------------------------------------
       0131-GUARDA-EMITIDA                       SECTION.
      *-----------------------------------------------------------------

           IF (PAR-EMITIDA OR PAR-VENCIDA)
              AND PAR-DATA-EMISSAO LESS WRK-DATA-PROCESSAMENTO
              AND WRK-QT-EMITIDAS LESS 2000
               ADD 1 TO WRK-QT-EMITIDAS
               MOVE PAR-CONTRATO  TO WRK-EMI-CONTRATO(WRK-QT-EMITIDAS)
               MOVE PAR-NUMERO    TO WRK-EMI-NUMERO(WRK-QT-EMITIDAS)
               MOVE PAR-AGENCIA   TO WRK-EMI-AGENCIA(WRK-QT-EMITIDAS)
               MOVE PAR-CONTA     TO WRK-EMI-CONTA(WRK-QT-EMITIDAS)
               MOVE PAR-VALOR-PARCELA
                                  TO WRK-EMI-VALOR(WRK-QT-EMITIDAS)
               MOVE PAR-DATA-EMISSAO
                                  TO WRK-EMI-DATA(WRK-QT-EMITIDAS)
               MOVE "N"           TO WRK-EMI-DESTINO(WRK-QT-EMITIDAS)
               MOVE ZEROS         TO
                                  WRK-EMI-DATA-POSTAGEM(WRK-QT-EMITIDAS)
           END-IF.

           READ EMPPARC.

       0131-GUARDA-EMITIDA-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    CADA DEBITO DO MOVHIST CONFIRMA UMA SO PARCELA (A PRIMEIRA
      *    QUE CASAR), MESMA REGRA DO PRGCONF
      *-----------------------------------------------------------------
       0140-CASA-MOVHIST                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-EMITIDAS EQUAL ZEROS
               GO TO 0140-CASA-MOVHIST-FIM
           END-IF.

           OPEN INPUT MOVHIST.
           IF FS-MOVHIST NOT EQUAL 00
               GO TO 0140-CASA-MOVHIST-FIM
           END-IF.

           READ MOVHIST.
           PERFORM 0141-LE-MOVHIST
               UNTIL FS-MOVHIST NOT EQUAL 00.

           CLOSE MOVHIST.

       0140-CASA-MOVHIST-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0141-LE-MOVHIST                           SECTION.
      *-----------------------------------------------------------------

           IF MOV-TIPO-LANCAMENTO EQUAL "D"
               PERFORM 0142-MARCA-POSTADA
                   VARYING WRK-IDX-EMI FROM 1 BY 1
                   UNTIL WRK-IDX-EMI GREATER WRK-QT-EMITIDAS
           END-IF.

           READ MOVHIST.

       0141-LE-MOVHIST-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0142-MARCA-POSTADA                        SECTION.
      *-----------------------------------------------------------------

           IF NOT WRK-EMI-POSTADA(WRK-IDX-EMI)
              AND WRK-EMI-AGENCIA(WRK-IDX-EMI) EQUAL MOV-AGENCIA
              AND WRK-EMI-CONTA(WRK-IDX-EMI)   EQUAL MOV-CONTA
              AND WRK-EMI-VALOR(WRK-IDX-EMI)   EQUAL MOV-VALOR
              AND WRK-EMI-DATA(WRK-IDX-EMI)    EQUAL MOV-DATA
               MOVE "P"      TO WRK-EMI-DESTINO(WRK-IDX-EMI)
               MOVE MOV-DATA TO WRK-EMI-DATA-POSTAGEM(WRK-IDX-EMI)
               MOVE WRK-QT-EMITIDAS TO WRK-IDX-EMI
           END-IF.

       0142-MARCA-POSTADA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    DEBITO AINDA NO REJEITADOS (NAO POSTADO) VIRA PARCELA
      *    VENCIDA - O REENVIO E DO RETRABALHO (PRGREJE)
      *-----------------------------------------------------------------
       0150-CASA-REJEITADOS                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-EMITIDAS EQUAL ZEROS
               GO TO 0150-CASA-REJEITADOS-FIM
           END-IF.

           OPEN INPUT REJEITADOS.
           IF FS-REJEITADOS NOT EQUAL 00
               GO TO 0150-CASA-REJEITADOS-FIM
           END-IF.

           READ REJEITADOS.
           PERFORM 0151-LE-REJEITADO
               UNTIL FS-REJEITADOS NOT EQUAL 00.

           CLOSE REJEITADOS.

       0150-CASA-REJEITADOS-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0151-LE-REJEITADO                         SECTION.
      *-----------------------------------------------------------------

           IF REG-TIPO-LANCAMENTO-REJCAM EQUAL "D"
               PERFORM 0152-MARCA-REJEITADA
                   VARYING WRK-IDX-EMI FROM 1 BY 1
                   UNTIL WRK-IDX-EMI GREATER WRK-QT-EMITIDAS
           END-IF.

           READ REJEITADOS.

       0151-LE-REJEITADO-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0152-MARCA-REJEITADA                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-EMI-PENDENTE(WRK-IDX-EMI)
              AND WRK-EMI-AGENCIA(WRK-IDX-EMI) EQUAL
                  REG-AGENCIA-REJCAM
              AND WRK-EMI-CONTA(WRK-IDX-EMI) EQUAL REG-CONTA-REJCAM
              AND WRK-EMI-VALOR(WRK-IDX-EMI) EQUAL
                  REG-LANCAMENTO-REJCAM
              AND WRK-EMI-DATA(WRK-IDX-EMI) EQUAL REG-DATA-REJCAM
               MOVE "R" TO WRK-EMI-DESTINO(WRK-IDX-EMI)
               MOVE WRK-QT-EMITIDAS TO WRK-IDX-EMI
           END-IF.

       0152-MARCA-REJEITADA-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    PASSAGEM DO CRONOGRAMA: APLICA A CONFIRMACAO, EMITE AS
      *    PARCELAS QUE VENCERAM E RECONTA A POSICAO DO CONTRATO
      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-PARCELAS-LIDAS.

           PERFORM 0250-PROCURA-CONTRATO.

           IF PAR-EMITIDA OR PAR-VENCIDA
               PERFORM 0210-APLICA-CONFIRMACAO
           END-IF.

           IF PAR-A-VENCER
              AND WRK-CONTRATO-SIM
              AND WRK-CTR-SITUACAO(WRK-IDX-CTR) EQUAL "A"
               MOVE "P"                 TO WRK-UTIL-FUNCAO
               MOVE PAR-DATA-VENCIMENTO TO WRK-UTIL-DATA
               CALL "DIAUTIL" USING WRK-DIAUTIL
               IF WRK-UTIL-RESULTADO NOT GREATER WRK-DATA-PROCESSAMENTO
                   PERFORM 0220-EMITE-PARCELA
               END-IF
           END-IF.

           IF WRK-CONTRATO-SIM
               PERFORM 0230-ACUMULA-CONTRATO
           END-IF.

           WRITE REG-EMPTMP FROM REG-EMPPARC.

           READ EMPPARC.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0210-APLICA-CONFIRMACAO                   SECTION.
      *-----------------------------------------------------------------

           SET WRK-EMITIDA-NAO TO TRUE.
           PERFORM 0211-COMPARA-EMITIDA
               VARYING WRK-IDX-EMI FROM 1 BY 1
               UNTIL WRK-IDX-EMI GREATER WRK-QT-EMITIDAS
                  OR WRK-EMITIDA-SIM.

           IF WRK-EMITIDA-NAO
               GO TO 0210-APLICA-CONFIRMACAO-FIM
           END-IF.

           SUBTRACT 1 FROM WRK-IDX-EMI.

           EVALUATE TRUE
               WHEN WRK-EMI-POSTADA(WRK-IDX-EMI)
                   MOVE "P" TO PAR-SITUACAO
                   MOVE WRK-EMI-DATA-POSTAGEM(WRK-IDX-EMI)
                                 TO PAR-DATA-PAGAMENTO
                   ADD 1 TO ACU-CONFIRMADAS-PAGAS
                   DISPLAY "PAGA.....: CTR " PAR-CONTRATO
                       " PARC " PAR-NUMERO
               WHEN WRK-EMI-REJEITADA(WRK-IDX-EMI)
                   IF PAR-EMITIDA
                       ADD 1 TO ACU-CONFIRMADAS-VENCIDAS
                       DISPLAY "VENCIDA..: CTR " PAR-CONTRATO
                           " PARC " PAR-NUMERO
                           " (DEBITO REJEITADO)"
                   END-IF
                   MOVE "V" TO PAR-SITUACAO
               WHEN OTHER
                   ADD 1 TO ACU-AGUARDANDO
           END-EVALUATE.

       0210-APLICA-CONFIRMACAO-FIM.              EXIT.

      *-----------------------------------------------------------------
       0211-COMPARA-EMITIDA                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-EMI-CONTRATO(WRK-IDX-EMI) EQUAL PAR-CONTRATO
              AND WRK-EMI-NUMERO(WRK-IDX-EMI) EQUAL PAR-NUMERO
               SET WRK-EMITIDA-SIM TO TRUE
           END-IF.

       0211-COMPARA-EMITIDA-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0220-EMITE-PARCELA                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-LOTE-FECHADO
               PERFORM 0260-INICIA-LOTE
           END-IF.

           MOVE PAR-AGENCIA                 TO REG-AGENCIA.
           MOVE PAR-CONTA                   TO REG-CONTA.
           MOVE PAR-VALOR-PARCELA           TO REG-LANCAMENTO.
           MOVE WRK-TIPO-CLIENTE-VALIDO     TO REG-TIPO-CLIENTE.
           MOVE WRK-GERENTE-VALIDO          TO REG-GERENTE.
           MOVE "D"                         TO REG-TIPO-LANCAMENTO.
           MOVE "BRL"                       TO REG-MOEDA-LANCAM.
           MOVE WRK-DATA-PROCESSAMENTO      TO REG-DATA-LANCAM.
           MOVE ZEROS                       TO REG-TENTATIVAS-LANCAM.
           MOVE ZEROS                       TO REG-CONTRA-AGENCIA
                                               REG-CONTRA-CONTA.
           MOVE ZEROS                       TO REG-ID-LOTE
                                               REG-ID-SEQ.
           MOVE "C"                  TO WRK-VCT-FUNCAO.
           MOVE REG-AGENCIA          TO WRK-VCT-AGENCIA.
           MOVE REG-CONTA            TO WRK-VCT-CONTA.
           CALL "VALCTA" USING WRK-VALCTA.
           MOVE WRK-VCT-DV-CALCULADO TO REG-DV-CONTA.

           WRITE REG-LANCAM.

           MOVE "E"                    TO PAR-SITUACAO.
           MOVE WRK-DATA-PROCESSAMENTO TO PAR-DATA-EMISSAO.
           MOVE WRK-LOTE-NUMERO        TO PAR-LOTE.
           ADD 1                       TO PAR-QTD-EMISSOES.

           ADD 1                 TO ACU-EMITIDAS.
           ADD PAR-VALOR-PARCELA TO WRK-TOTAL-EMITIDO.

           DISPLAY "EMITIDA..: CTR " PAR-CONTRATO " PARC " PAR-NUMERO
               " AG " PAR-AGENCIA " CTA " PAR-CONTA
               " VALOR " PAR-VALOR-PARCELA.

       0220-EMITE-PARCELA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    POSICAO DO CONTRATO: PAGA SOMA NAS PAGAS; VENCIDA, OU A
      *    VENCER/EMITIDA COM VENCIMENTO PASSADO, SOMA NAS ATRASADAS;
      *    O SALDO DEVEDOR E A AMORTIZACAO DE TUDO QUE NAO FOI PAGO
      *-----------------------------------------------------------------
       0230-ACUMULA-CONTRATO                     SECTION.
      *-----------------------------------------------------------------

           IF PAR-PAGA
               ADD 1 TO WRK-CTR-PAGAS(WRK-IDX-CTR)
               IF PAR-DATA-PAGAMENTO GREATER
                  WRK-CTR-ULTIMO-PAGTO(WRK-IDX-CTR)
                   MOVE PAR-DATA-PAGAMENTO
                                 TO WRK-CTR-ULTIMO-PAGTO(WRK-IDX-CTR)
               END-IF
               GO TO 0230-ACUMULA-CONTRATO-FIM
           END-IF.

           ADD PAR-VALOR-AMORTIZACAO TO WRK-CTR-SALDO(WRK-IDX-CTR).

           IF PAR-VENCIDA
              OR PAR-DATA-VENCIMENTO LESS WRK-DATA-PROCESSAMENTO
               ADD 1 TO WRK-CTR-ATRASADAS(WRK-IDX-CTR)
           END-IF.

       0230-ACUMULA-CONTRATO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0250-PROCURA-CONTRATO                     SECTION.
      *-----------------------------------------------------------------

           SET WRK-CONTRATO-NAO TO TRUE.

           PERFORM 0251-COMPARA-CONTRATO
               VARYING WRK-IDX-CTR FROM 1 BY 1
               UNTIL WRK-IDX-CTR GREATER WRK-QT-CONTRATOS
                  OR WRK-CONTRATO-SIM.

           IF WRK-CONTRATO-SIM
               SUBTRACT 1 FROM WRK-IDX-CTR
           ELSE
               ADD 1 TO ACU-PULADAS-CONTRATO
               DISPLAY "PARCELA SEM CONTRATO: CTR " PAR-CONTRATO
                   " PARC " PAR-NUMERO
           END-IF.

       0250-PROCURA-CONTRATO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0251-COMPARA-CONTRATO                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-CTR-NUMERO(WRK-IDX-CTR) EQUAL PAR-CONTRATO
               SET WRK-CONTRATO-SIM TO TRUE
           END-IF.

       0251-COMPARA-CONTRATO-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    ABRE O LOTE DA RODADA NA PRIMEIRA EMISSAO - LE A SEQUENCIA
      *    PERSISTIDA, AVANCA E GRAVA O HEADER "0000" COM A ORIGEM
      *    INTERNA 9012
      *-----------------------------------------------------------------
       0260-INICIA-LOTE                          SECTION.
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
           MOVE 9012                TO HDR-ORIGEM-LANCAM.
           WRITE REG-LANCAM.

           SET WRK-LOTE-ABERTO TO TRUE.

       0260-INICIA-LOTE-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    FECHA O LOTE DA RODADA: TRAILER "9999" COM QUANTIDADE E
      *    VALOR EMITIDOS E REGRAVACAO DA SEQUENCIA
      *-----------------------------------------------------------------
       0270-FECHA-LOTE                           SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES              TO REG-LANCAM.
           MOVE "9999"              TO TRL-MARCA-LANCAM.
           MOVE ACU-EMITIDAS        TO TRL-QTD-LANCAM.
           MOVE WRK-TOTAL-EMITIDO   TO TRL-TOTAL-LANCAM.
           WRITE REG-LANCAM.

           OPEN OUTPUT LOTESEQ.
           MOVE WRK-LOTE-NUMERO     TO SEQ-ULTIMO-LOTE.
           WRITE REG-LOTESEQ.
           CLOSE LOTESEQ.

           SET WRK-LOTE-FECHADO TO TRUE.

       0270-FECHA-LOTE-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE EMPPARC.
           CLOSE EMPTMP.

           IF WRK-LOTE-ABERTO
               PERFORM 0270-FECHA-LOTE
           END-IF.
           CLOSE LANCEMP.

           PERFORM 0310-REGRAVA-CRONOGRAMA.
           PERFORM 0320-REGRAVA-CONTRATOS.

           MOVE WRK-TOTAL-EMITIDO TO WRK-TOTAL-EMITIDO-ED.

           DISPLAY WRK-LINHA.
           DISPLAY "RELATORIO DO GERADOR DE PARCELAS".
           DISPLAY "CONTRATOS LIDOS.........: " ACU-CONTRATOS-LIDOS.
           DISPLAY "PARCELAS LIDAS..........: " ACU-PARCELAS-LIDAS.
           DISPLAY "CONFIRMADAS PAGAS.......: " ACU-CONFIRMADAS-PAGAS.
           DISPLAY "DEBITOS REJEITADOS......: "
               ACU-CONFIRMADAS-VENCIDAS.
           DISPLAY "AGUARDANDO POSTAGEM.....: " ACU-AGUARDANDO.
           DISPLAY "PARCELAS EMITIDAS.......: " ACU-EMITIDAS.
           DISPLAY "PARCELAS SEM CONTRATO...: " ACU-PULADAS-CONTRATO.
           DISPLAY "CONTRATOS QUITADOS......: " ACU-QUITADOS.
           DISPLAY "VALOR TOTAL EMITIDO.....: " WRK-TOTAL-EMITIDO-ED.
           DISPLAY "LOTE DA RODADA..........: " WRK-LOTE-NUMERO.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0300-FINALIZAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    DEVOLVE O CRONOGRAMA ATUALIZADO (EMPTMP) PARA O EMPPARC -
      *    REGRAVACAO VIA ARQUIVO DE TRABALHO, ESQUEMA DO PRGORDEM
      *-----------------------------------------------------------------
       0310-REGRAVA-CRONOGRAMA                   SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT EMPPARC.
           OPEN INPUT  EMPTMP.

           READ EMPTMP
               AT END
                   CONTINUE
           END-READ.

           PERFORM 0311-COPIA-PARCELA
               UNTIL FS-EMPTMP NOT EQUAL 00.

           CLOSE EMPPARC.
           CLOSE EMPTMP.

       0310-REGRAVA-CRONOGRAMA-FIM.              EXIT.

      *-----------------------------------------------------------------
       0311-COPIA-PARCELA                        SECTION.
      *-----------------------------------------------------------------

           WRITE REG-EMPPARC FROM REG-EMPTMP.

           READ EMPTMP
               AT END
                   CONTINUE
           END-READ.

       0311-COPIA-PARCELA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    REGRAVA O EMPREST COM A POSICAO RECONTADA - O CADASTRO E
      *    LIDO DE NOVO NA ORDEM ORIGINAL E CADA CONTRATO RECEBE OS
      *    TOTAIS DA TABELA; CONTRATO ATIVO SEM SALDO DEVEDOR E COM
      *    TODAS AS PARCELAS PAGAS PASSA A QUITADO
      *-----------------------------------------------------------------
       0320-REGRAVA-CONTRATOS                    SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT EMPREST.
           OPEN OUTPUT EMPTMP.

           READ EMPREST.
           PERFORM 0321-ATUALIZA-CONTRATO
               UNTIL FS-EMPREST NOT EQUAL 00.

           CLOSE EMPREST.
           CLOSE EMPTMP.

           OPEN OUTPUT EMPREST.
           OPEN INPUT  EMPTMP.

           READ EMPTMP
               AT END
                   CONTINUE
           END-READ.

           PERFORM 0322-COPIA-CONTRATO
               UNTIL FS-EMPTMP NOT EQUAL 00.

           CLOSE EMPREST.
           CLOSE EMPTMP.

       0320-REGRAVA-CONTRATOS-FIM.               EXIT.

      *-----------------------------------------------------------------
       0321-ATUALIZA-CONTRATO                    SECTION.
      *-----------------------------------------------------------------

           SET WRK-CONTRATO-NAO TO TRUE.
           MOVE EMP-CONTRATO TO PAR-CONTRATO.
           PERFORM 0251-COMPARA-CONTRATO
               VARYING WRK-IDX-CTR FROM 1 BY 1
               UNTIL WRK-IDX-CTR GREATER WRK-QT-CONTRATOS
                  OR WRK-CONTRATO-SIM.

           IF WRK-CONTRATO-SIM
               SUBTRACT 1 FROM WRK-IDX-CTR
               MOVE WRK-CTR-PAGAS(WRK-IDX-CTR)     TO EMP-QTD-PAGAS
               MOVE WRK-CTR-ATRASADAS(WRK-IDX-CTR) TO EMP-QTD-ATRASADAS
               MOVE WRK-CTR-SALDO(WRK-IDX-CTR)     TO EMP-SALDO-DEVEDOR
               IF EMP-ATIVO
                  AND EMP-QTD-PAGAS EQUAL EMP-PRAZO
                  AND EMP-SALDO-DEVEDOR EQUAL ZEROS
                   MOVE "Q" TO EMP-SITUACAO
                   MOVE WRK-CTR-ULTIMO-PAGTO(WRK-IDX-CTR)
                                                   TO EMP-DATA-QUITACAO
                   ADD 1 TO ACU-QUITADOS
                   DISPLAY "QUITADO..: CTR " EMP-CONTRATO
               END-IF
           END-IF.

           MOVE SPACES       TO REG-EMPTMP.
           MOVE REG-EMPREST  TO REG-EMPTMP(1:70).
           WRITE REG-EMPTMP.

           READ EMPREST.

       0321-ATUALIZA-CONTRATO-FIM.               EXIT.

      *-----------------------------------------------------------------
       0322-COPIA-CONTRATO                       SECTION.
      *-----------------------------------------------------------------

           MOVE REG-EMPTMP(1:70) TO REG-EMPREST.
           WRITE REG-EMPREST.

           READ EMPTMP
               AT END
                   CONTINUE
           END-READ.

       0322-COPIA-CONTRATO-FIM.                  EXIT.
