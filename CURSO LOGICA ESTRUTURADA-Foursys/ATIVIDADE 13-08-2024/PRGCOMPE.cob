       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGCOMPE.
      *=================================================================
      * PROGRAMA   : PRGCOMPE
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: COMPENSACAO DE CHEQUES - CONFERE CADA CHEQUE
      *              RECEBIDO NO CHQCOMP.txt ANTES DE ELE CHEGAR AO
      *              ATI4:
      *              1) DV PELO VALCTA E VALOR (ERRO FORMAL, 31);
      *              2) CONTA NO CONTAS.dat (NAO ENCERRADA, 13) E
      *                 FOLHA EMITIDA PARA A CONTA NO FOLHASCHQ.txt
      *                 (35);
      *              3) LISTA DE SUSTACOES ATIVAS DO SUSTCHQ.txt (20,
      *                 21 OU 28 CONFORME O MOTIVO DA CONTRA-ORDEM);
      *              4) FOLHA JA PAGA OU JA DEVOLVIDA POR MOTIVO
      *                 DEFINITIVO (REAPRESENTACAO INDEVIDA, 49);
      *              5) VALOR CONTRA O SALDO DO SALDOCTA.dat MAIS O
      *                 CTA-LIMITE-ESPECIAL, MENOS OS BLOQUEIOS EM
      *                 VIGOR (BLOQJUD.txt, MESMA REGRA DO ATI4) E OS
      *                 CHEQUES JA ACEITOS PARA A CONTA NA RODADA (SEM
      *                 FUNDOS, 11 NA PRIMEIRA APRESENTACAO E 12 NA
      *                 SEGUNDA).
      *              O CHEQUE ACEITO VIRA DEBITO "D" NO LAYOUT #LANCAM
      *              EM LANCCHQ.txt - LOTE COMPLETO COM ORIGEM INTERNA
      *              9013 E SEQUENCIA EM CHQLOTE.txt - QUE SEGUE PELO
      *              ATI4, PRGCONF E MOVHIST COMO QUALQUER COBRANCA; O
      *              RECUSADO VAI PARA O CHQDEVOL.txt COM O MOTIVO DE
      *              DEVOLUCAO. A SITUACAO DE CADA FOLHA APRESENTADA
      *              (PAGA/DEVOLVIDA) E REGRAVADA NO FOLHASCHQ.txt
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  CHQCOMP               INPUT                  #CHQCOMP
      *  CONTAS                INPUT                  #CONTAS
      *  SALDOCTA              INPUT                  #SALDOCTA
      *  BLOQJUD               INPUT                  #BLOQJUD
      *  SUSTCHQ               INPUT                  #SUSTCHQ
      *  FOLHASCHQ             INPUT/OUTPUT           #FOLHACHQ
      *  PARAMVAL              INPUT                  #PARAMVAL
      *  LANCCHQ               OUTPUT (EXTEND)        #LANCAM
      *  LOTESEQ               INPUT/OUTPUT
      *  CHQDEVOL              OUTPUT (EXTEND)        #CHQDEVOL
      *  CTAXREF               INPUT                  #CTAXREF
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS / VALCTA
      *
      *-----------------------------------------------------------------
      * ALTERACOES.:
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   CHEQUE DE CONTA MIGRADA NA FUSAO DE AGENCIAS (PRGFUSAG),
      *   APRESENTADO COM A AGENCIA/CONTA ANTIGA ATE O FIM DA TRANSICAO,
      *   PASSA PARA A CONTA NOVA PELO CTAXREF.txt ANTES DAS
      *   CONFERENCIAS, EM VEZ DE VOLTAR PELO MOTIVO 13 (CONTA
      *   ENCERRADA)
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
           SELECT CHQCOMP               ASSIGN TO
                                        WRK-CAMINHO-CHQCOMP
               FILE STATUS              IS FS-CHQCOMP.

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

           SELECT SUSTCHQ               ASSIGN TO
                                        WRK-CAMINHO-SUSTCHQ
               FILE STATUS              IS FS-SUSTCHQ.

           SELECT FOLHASCHQ             ASSIGN TO
                                        WRK-CAMINHO-FOLHASCHQ
               FILE STATUS              IS FS-FOLHASCHQ.

           SELECT PARAMVAL              ASSIGN TO
                                        WRK-CAMINHO-PARAMVAL
               FILE STATUS              IS FS-PARAMVAL.

           SELECT LANCCHQ               ASSIGN TO
                                        WRK-CAMINHO-LANCCHQ
               FILE STATUS              IS FS-LANCCHQ.

           SELECT LOTESEQ               ASSIGN TO
                                        WRK-CAMINHO-LOTESEQ
               FILE STATUS              IS FS-LOTESEQ.

           SELECT CHQDEVOL              ASSIGN TO
                                        WRK-CAMINHO-CHQDEVOL
               FILE STATUS              IS FS-CHQDEVOL.

           SELECT CTAXREF               ASSIGN TO
                                        WRK-CAMINHO-CTAXREF
               FILE STATUS              IS FS-CTAXREF.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT -  CHEQUES RECEBIDOS NA COMPENSACAO (CHQCOMP)
      *                               LRECL = 037
      *----------------------------------------------------------------*
       FD  CHQCOMP.
       COPY '#CHQCOMP'.

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
      *     INPUT -  LISTA DE SUSTACOES (SUSTCHQ)
      *                               LRECL = 085
      *----------------------------------------------------------------*
       FD  SUSTCHQ.
       COPY '#SUSTCHQ'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - FOLHAS DE CHEQUE (FOLHASCHQ)
      *                               LRECL = 043
      *----------------------------------------------------------------*
       FD  FOLHASCHQ.
       COPY '#FOLHACHQ'.

      *----------------------------------------------------------------*
      *     INPUT -  PARAMETROS DE VALIDACAO VIGENTES (PARAMVAL)
      *                               LRECL = 014
      *----------------------------------------------------------------*
       FD  PARAMVAL.
       COPY '#PARAMVAL'.

      *----------------------------------------------------------------*
      *     OUTPUT-  DEBITOS DOS CHEQUES ACEITOS PARA O PROXIMO ATI4
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  LANCCHQ.
       COPY '#LANCAM'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - ULTIMO NUMERO DE LOTE EMITIDO
      *                               LRECL = 006
      *----------------------------------------------------------------*
       FD  LOTESEQ.
       01  REG-LOTESEQ.
           05 SEQ-ULTIMO-LOTE           PIC  9(06).

      *----------------------------------------------------------------*
      *     OUTPUT-  CHEQUES DEVOLVIDOS (CHQDEVOL)
      *                               LRECL = 047
      *----------------------------------------------------------------*
       FD  CHQDEVOL.
       COPY '#CHQDEVOL'.

      *----------------------------------------------------------------*
      *     INPUT -  REFERENCIA CRUZADA DA FUSAO DE AGENCIAS (CTAXREF)
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  CTAXREF.
       COPY '#CTAXREF'.

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-CHQCOMP                   PIC 9(002).
       77  FS-CONTAS                    PIC 9(002).
       77  FS-SALDOCTA                  PIC 9(002).
       77  FS-BLOQJUD                   PIC 9(002).
       77  FS-SUSTCHQ                   PIC 9(002).
       77  FS-FOLHASCHQ                 PIC 9(002).
       77  FS-PARAMVAL                  PIC 9(002).
       77  FS-LANCCHQ                   PIC 9(002).
       77  FS-LOTESEQ                   PIC 9(002).
       77  FS-CHQDEVOL                  PIC 9(002).
       77  FS-CTAXREF                   PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-CHQCOMP          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CONTAS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-SALDOCTA         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-BLOQJUD          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-SUSTCHQ          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FOLHASCHQ        PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-PARAMVAL         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LANCCHQ          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LOTESEQ          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CHQDEVOL         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CTAXREF          PIC X(060)        VALUES SPACES.

      *== CONTROLE DO LOTE EMITIDO NESTA RODADA
       01  WRK-LOTE-NUMERO              PIC 9(006)        VALUES ZEROS.
       01  WRK-LOTE-ESTADO              PIC X(001)        VALUES "F".
           88 WRK-LOTE-ABERTO                     VALUES "A".
           88 WRK-LOTE-FECHADO                    VALUES "F".

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DA COMPENSACAO DE CHEQUES *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-PROCESSAMENTO       PIC 9(008)        VALUES ZEROS.
       01  WRK-TIPO-CLIENTE-VALIDO      PIC X(001)        VALUES "F".
       01  WRK-GERENTE-VALIDO           PIC X(001)        VALUES "P".
       01  WRK-MOTIVO-DEVOLUCAO         PIC 9(002)        VALUES ZEROS.

      *== FOLHAS DE CHEQUE (IMAGEM DO FOLHASCHQ, REGRAVADA NO FIM)
       01  WRK-QT-FOLHAS                PIC 9(005)        VALUES ZEROS.
       01  WRK-IDX-FOLHA                PIC 9(005)        VALUES ZEROS.
       01  WRK-FOLHA-ACHADA             PIC X(001)        VALUES "N".
           88 WRK-FOLHA-SIM                       VALUES "S".
           88 WRK-FOLHA-NAO                       VALUES "N".
       01  WRK-TAB-FOLHAS.
           05 WRK-FCH-OCO               OCCURS 5000 TIMES.
               10 WRK-FCH-CHAVE             PIC X(15).
               10 WRK-FCH-RESTO             PIC X(28).
       01  WRK-CHAVE-PROCURADA.
           05 WRK-CHV-AGENCIA           PIC 9(004)        VALUES ZEROS.
           05 WRK-CHV-CONTA             PIC 9(005)        VALUES ZEROS.
           05 WRK-CHV-CHEQUE            PIC 9(006)        VALUES ZEROS.

      *== SUSTACOES ATIVAS
       01  WRK-QT-SUSTACOES             PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-SUSTACAO             PIC 9(004)        VALUES ZEROS.
       01  WRK-SUSTACAO-ACHADA          PIC X(001)        VALUES "N".
           88 WRK-SUSTACAO-SIM                    VALUES "S".
           88 WRK-SUSTACAO-NAO                    VALUES "N".
       01  WRK-TAB-SUSTACOES.
           05 WRK-SUS-OCO               OCCURS 1000 TIMES.
               10 WRK-SUS-AGENCIA           PIC 9(04).
               10 WRK-SUS-CONTA             PIC 9(05).
               10 WRK-SUS-INICIAL           PIC 9(06).
               10 WRK-SUS-FINAL             PIC 9(06).
               10 WRK-SUS-MOTIVO            PIC X(01).

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

      *== CONTAS DE AGENCIA ENCERRADA EM TRANSICAO DE FUSAO (CTAXREF)
       01  WRK-QT-XREF                  PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-XREF                 PIC 9(003)        VALUES ZEROS.
       01  WRK-XREF-ACHADA              PIC X(001)        VALUES "N".
           88 WRK-XREF-SIM                        VALUES "S".
           88 WRK-XREF-NAO                        VALUES "N".
       01  WRK-TAB-XREF.
           05 WRK-XRF-OCO               OCCURS 500 TIMES.
               10 WRK-XRF-AGENCIA-ANTIGA    PIC 9(04).
               10 WRK-XRF-CONTA-ANTIGA      PIC 9(05).
               10 WRK-XRF-AGENCIA-NOVA      PIC 9(04).
               10 WRK-XRF-CONTA-NOVA        PIC 9(05).
               10 WRK-XRF-DV-NOVO           PIC 9(01).
               10 WRK-XRF-SITUACAO          PIC X(01).

      *== CHEQUES JA ACEITOS NA RODADA, POR CONTA
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

      *== SALDO DISPONIVEL PARA O CHEQUE
       01  WRK-SALDO-CONTA              PIC S9(10)V99     VALUES ZEROS.
       01  WRK-SALDO-DISPONIVEL         PIC S9(10)V99     VALUES ZEROS.

       01  ACU-ITENS-LIDOS              PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-ITENS-PAGOS              PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-ITENS-DEVOLVIDOS         PIC 9(006) COMP-3 VALUES ZEROS.
       01  ACU-ITENS-REDIRECIONADOS     PIC 9(006) COMP-3 VALUES ZEROS.
       01  WRK-TOTAL-PAGO               PIC 9(010)V99     VALUES ZEROS.
       01  WRK-TOTAL-DEVOLVIDO          PIC 9(010)V99     VALUES ZEROS.
       01  WRK-VALOR-ED                 PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-TOTAL-ED                 PIC Z.ZZZ.ZZZ.ZZ9,99.

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

      *== BOOK DE MENSAGENS ERRO
       COPY "#BOOKMSG".

      *=================================================================
       PROCEDURE                                 DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       0001-PRINCIPAL                            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR UNTIL FS-CHQCOMP NOT EQUAL 00.
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
                  "\CHQCOMP.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CHQCOMP.
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
                  "\SUSTCHQ.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-SUSTCHQ.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FOLHASCHQ.txt"     DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FOLHASCHQ.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\PARAMVAL.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-PARAMVAL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\LANCCHQ.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LANCCHQ.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CHQLOTE.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LOTESEQ.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CHQDEVOL.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CHQDEVOL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CTAXREF.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CTAXREF.

           DISPLAY "==== COMPENSACAO DE CHEQUES ====".
           DISPLAY "DATA DE PROCESSAMENTO (AAAAMMDD, BRANCO=HOJE)?".
           ACCEPT WRK-DATA-PROCESSAMENTO.
           IF WRK-DATA-PROCESSAMENTO EQUAL ZEROS
               ACCEPT WRK-DATA-PROCESSAMENTO FROM DATE YYYYMMDD
           END-IF.

           PERFORM 0110-RECEBE-PARAMETRO.
           PERFORM 0120-CARREGA-FOLHAS.
           PERFORM 0130-CARREGA-SUSTACOES.
           PERFORM 0140-CARREGA-BLOQUEIOS.
           PERFORM 0150-CARREGA-XREF.

           OPEN INPUT CHQCOMP.
           IF FS-CHQCOMP NOT EQUAL 00
               DISPLAY "ARQUIVO DE CHEQUES DA COMPENSACAO NAO ABERTO!"
               CALL "FSTATUS" USING FS-CHQCOMP WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL 00
               DISPLAY "CADASTRO DE CONTAS NAO ABERTO!"
               CALL "FSTATUS" USING FS-CONTAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT SALDOCTA.

           OPEN EXTEND LANCCHQ.
           IF FS-LANCCHQ EQUAL 35
               OPEN OUTPUT LANCCHQ
               CLOSE LANCCHQ
               OPEN EXTEND LANCCHQ
           END-IF.

           OPEN EXTEND CHQDEVOL.
           IF FS-CHQDEVOL EQUAL 35
               OPEN OUTPUT CHQDEVOL
               CLOSE CHQDEVOL
               OPEN EXTEND CHQDEVOL
           END-IF.

           READ CHQCOMP.
           IF FS-CHQCOMP EQUAL 10
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
      *    CARREGA AS FOLHAS - O FOLHASCHQ E REGRAVADO POR INTEIRO A
      *    PARTIR DA TABELA, ENTAO TABELA CHEIA ENCERRA A RODADA SEM
      *    TOCAR EM NADA
      *-----------------------------------------------------------------
       0120-CARREGA-FOLHAS                       SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT FOLHASCHQ.
           IF FS-FOLHASCHQ NOT EQUAL 00
               DISPLAY "FOLHAS DE CHEQUE NAO ABERTAS - TODO CHEQUE"
                   " SERA DEVOLVIDO (35)"
               GO TO 0120-CARREGA-FOLHAS-FIM
           END-IF.

           READ FOLHASCHQ.
           PERFORM 0121-GUARDA-FOLHA
               UNTIL FS-FOLHASCHQ NOT EQUAL 00.

           CLOSE FOLHASCHQ.

       0120-CARREGA-FOLHAS-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0121-GUARDA-FOLHA                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-FOLHAS NOT LESS 5000
               DISPLAY "TABELA DE FOLHAS CHEIA (5000) - COMPENSACAO"
                   " NAO PROCESSADA"
               CLOSE FOLHASCHQ
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ADD 1 TO WRK-QT-FOLHAS.
           MOVE REG-FOLHACHQ TO WRK-FCH-OCO(WRK-QT-FOLHAS).

           READ FOLHASCHQ.

       0121-GUARDA-FOLHA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0130-CARREGA-SUSTACOES                    SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT SUSTCHQ.
           IF FS-SUSTCHQ NOT EQUAL 00
               GO TO 0130-CARREGA-SUSTACOES-FIM
           END-IF.

           READ SUSTCHQ.
           PERFORM 0131-GUARDA-SUSTACAO
               UNTIL FS-SUSTCHQ NOT EQUAL 00.

           CLOSE SUSTCHQ.

       0130-CARREGA-SUSTACOES-FIM.               EXIT.

      *-----------------------------------------------------------------
       0131-GUARDA-SUSTACAO                      SECTION.
      *-----------------------------------------------------------------

           IF SUS-ATIVA
               IF WRK-QT-SUSTACOES LESS 1000
                   ADD 1 TO WRK-QT-SUSTACOES
                   MOVE SUS-AGENCIA
                         TO WRK-SUS-AGENCIA(WRK-QT-SUSTACOES)
                   MOVE SUS-CONTA
                         TO WRK-SUS-CONTA(WRK-QT-SUSTACOES)
                   MOVE SUS-CHEQUE-INICIAL
                         TO WRK-SUS-INICIAL(WRK-QT-SUSTACOES)
                   MOVE SUS-CHEQUE-FINAL
                         TO WRK-SUS-FINAL(WRK-QT-SUSTACOES)
                   MOVE SUS-MOTIVO
                         TO WRK-SUS-MOTIVO(WRK-QT-SUSTACOES)
               ELSE
                   DISPLAY "TABELA DE SUSTACOES CHEIA (1000) -"
                       " SUSTACAO " SUS-NUMERO " FORA DA RODADA"
               END-IF
           END-IF.

           READ SUSTCHQ.

       0131-GUARDA-SUSTACAO-FIM.                 EXIT.

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
      *    CONTAS DA AGENCIA QUE ENCERROU NA FUSAO (PRGFUSAG) COM A
      *    TRANSICAO EM VIGOR NA DATA DE PROCESSAMENTO - A ULTIMA LINHA
      *    DA CONTA NO CTAXREF E A QUE VALE (MESMA REGRA DO ATI4). A
      *    TABELA CHEIA ENCERRA A RODADA SEM TOCAR EM NADA
      *-----------------------------------------------------------------
       0150-CARREGA-XREF                         SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CTAXREF.
           IF FS-CTAXREF NOT EQUAL 00
               GO TO 0150-CARREGA-XREF-FIM
           END-IF.

           READ CTAXREF.
           PERFORM 0151-GUARDA-XREF
               UNTIL FS-CTAXREF NOT EQUAL 00.

           CLOSE CTAXREF.

       0150-CARREGA-XREF-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0151-GUARDA-XREF                          SECTION.
      *-----------------------------------------------------------------

           IF XRF-FIM-TRANSICAO LESS WRK-DATA-PROCESSAMENTO
               GO TO 0151-LE-PROXIMA
           END-IF.

           MOVE XRF-AGENCIA-ANTIGA TO WRK-CHV-AGENCIA.
           MOVE XRF-CONTA-ANTIGA   TO WRK-CHV-CONTA.
           PERFORM 0216-PROCURA-XREF.
           IF WRK-XREF-NAO
               IF WRK-QT-XREF NOT LESS 500
                   DISPLAY "TABELA DE REFERENCIA CRUZADA CHEIA (500)"
                       " - COMPENSACAO NAO PROCESSADA"
                   CLOSE CTAXREF
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WRK-QT-XREF
               MOVE WRK-QT-XREF TO WRK-IDX-XREF
           END-IF.

           MOVE XRF-AGENCIA-ANTIGA TO
               WRK-XRF-AGENCIA-ANTIGA(WRK-IDX-XREF).
           MOVE XRF-CONTA-ANTIGA   TO
               WRK-XRF-CONTA-ANTIGA(WRK-IDX-XREF).
           MOVE XRF-AGENCIA-NOVA   TO
               WRK-XRF-AGENCIA-NOVA(WRK-IDX-XREF).
           MOVE XRF-CONTA-NOVA     TO WRK-XRF-CONTA-NOVA(WRK-IDX-XREF).
           MOVE XRF-DV-NOVO        TO WRK-XRF-DV-NOVO(WRK-IDX-XREF).
           MOVE XRF-SITUACAO       TO WRK-XRF-SITUACAO(WRK-IDX-XREF).

       0151-LE-PROXIMA.

           READ CTAXREF.

       0151-GUARDA-XREF-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-ITENS-LIDOS.

           PERFORM 0210-CONFERE-CHEQUE.

           IF WRK-MOTIVO-DEVOLUCAO EQUAL ZEROS
               PERFORM 0260-PAGA-CHEQUE
           ELSE
               PERFORM 0270-DEVOLVE-CHEQUE
           END-IF.

           READ CHQCOMP.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    CONFERENCIA DO CHEQUE - O PRIMEIRO MOTIVO ENCONTRADO
      *    DEVOLVE O CHEQUE; MOTIVO ZERADO = CHEQUE PAGO
      *-----------------------------------------------------------------
       0210-CONFERE-CHEQUE                       SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-MOTIVO-DEVOLUCAO.
           SET WRK-FOLHA-NAO TO TRUE.

           MOVE "V"          TO WRK-VCT-FUNCAO.
           MOVE CMP-AGENCIA  TO WRK-VCT-AGENCIA.
           MOVE CMP-CONTA    TO WRK-VCT-CONTA.
           MOVE CMP-DV-CONTA TO WRK-VCT-DV-INFORMADO.
           CALL "VALCTA" USING WRK-VALCTA.
           IF WRK-VCT-INVALIDA
              OR CMP-VALOR EQUAL ZEROS
               MOVE 31 TO WRK-MOTIVO-DEVOLUCAO
               GO TO 0210-CONFERE-CHEQUE-FIM
           END-IF.

           PERFORM 0215-REDIRECIONA-CHEQUE.

           MOVE CMP-AGENCIA TO CTA-AGENCIA.
           MOVE CMP-CONTA   TO CTA-CONTA.
           READ CONTAS KEY IS CTA-CHAVE
               INVALID KEY
                   MOVE 35 TO WRK-MOTIVO-DEVOLUCAO
                   GO TO 0210-CONFERE-CHEQUE-FIM
           END-READ.

           IF CTA-ENCERRADA
               MOVE 13 TO WRK-MOTIVO-DEVOLUCAO
               GO TO 0210-CONFERE-CHEQUE-FIM
           END-IF.

           MOVE CMP-AGENCIA TO WRK-CHV-AGENCIA.
           MOVE CMP-CONTA   TO WRK-CHV-CONTA.
           MOVE CMP-CHEQUE  TO WRK-CHV-CHEQUE.
           PERFORM 0220-PROCURA-FOLHA.
           IF WRK-FOLHA-NAO
               MOVE 35 TO WRK-MOTIVO-DEVOLUCAO
               GO TO 0210-CONFERE-CHEQUE-FIM
           END-IF.

           MOVE WRK-FCH-OCO(WRK-IDX-FOLHA) TO REG-FOLHACHQ.

           PERFORM 0230-PROCURA-SUSTACAO.
           IF WRK-SUSTACAO-SIM
               EVALUATE WRK-SUS-MOTIVO(WRK-IDX-SUSTACAO)
                   WHEN "C"
                       MOVE 20 TO WRK-MOTIVO-DEVOLUCAO
                   WHEN "F"
                       MOVE 28 TO WRK-MOTIVO-DEVOLUCAO
                   WHEN OTHER
                       MOVE 21 TO WRK-MOTIVO-DEVOLUCAO
               END-EVALUATE
               GO TO 0210-CONFERE-CHEQUE-FIM
           END-IF.

           IF FCH-SUSTADA
               MOVE 21 TO WRK-MOTIVO-DEVOLUCAO
               GO TO 0210-CONFERE-CHEQUE-FIM
           END-IF.

           IF FCH-PAGA
               MOVE 49 TO WRK-MOTIVO-DEVOLUCAO
               GO TO 0210-CONFERE-CHEQUE-FIM
           END-IF.

           IF FCH-DEVOLVIDA
              AND FCH-MOTIVO-DEVOLUCAO NOT EQUAL 11
              AND FCH-MOTIVO-DEVOLUCAO NOT EQUAL 31
               MOVE 49 TO WRK-MOTIVO-DEVOLUCAO
               GO TO 0210-CONFERE-CHEQUE-FIM
           END-IF.

           PERFORM 0250-APURA-DISPONIVEL.

           IF CTA-BLOQUEADA
              OR CMP-VALOR GREATER WRK-SALDO-DISPONIVEL
               IF FCH-MOTIVO-DEVOLUCAO EQUAL 11
                   MOVE 12 TO WRK-MOTIVO-DEVOLUCAO
               ELSE
                   MOVE 11 TO WRK-MOTIVO-DEVOLUCAO
               END-IF
           END-IF.

       0210-CONFERE-CHEQUE-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    CHEQUE DE CONTA JA MIGRADA NA FUSAO, APRESENTADO COM A
      *    NUMERACAO ANTIGA DENTRO DA TRANSICAO, PASSA PARA A CONTA
      *    NOVA ANTES DAS CONFERENCIAS - AS FOLHAS E AS SUSTACOES DA
      *    CONTA JA FORAM MOVIDAS PELO PRGFUSAG E O DEBITO SAI NA CONTA
      *    NOVA
      *-----------------------------------------------------------------
       0215-REDIRECIONA-CHEQUE                   SECTION.
      *-----------------------------------------------------------------

           MOVE CMP-AGENCIA TO WRK-CHV-AGENCIA.
           MOVE CMP-CONTA   TO WRK-CHV-CONTA.
           PERFORM 0216-PROCURA-XREF.

           IF WRK-XREF-SIM
              AND WRK-XRF-SITUACAO(WRK-IDX-XREF) EQUAL "M"
               MOVE WRK-XRF-AGENCIA-NOVA(WRK-IDX-XREF) TO CMP-AGENCIA
               MOVE WRK-XRF-CONTA-NOVA(WRK-IDX-XREF)   TO CMP-CONTA
               MOVE WRK-XRF-DV-NOVO(WRK-IDX-XREF)      TO CMP-DV-CONTA
               ADD 1 TO ACU-ITENS-REDIRECIONADOS
           END-IF.

       0215-REDIRECIONA-CHEQUE-FIM.              EXIT.

      *-----------------------------------------------------------------
       0216-PROCURA-XREF                         SECTION.
      *-----------------------------------------------------------------

           SET WRK-XREF-NAO TO TRUE.

           PERFORM 0217-COMPARA-XREF
               VARYING WRK-IDX-XREF FROM 1 BY 1
               UNTIL WRK-IDX-XREF GREATER WRK-QT-XREF
                  OR WRK-XREF-SIM.

           IF WRK-XREF-SIM
               SUBTRACT 1 FROM WRK-IDX-XREF
           END-IF.

       0216-PROCURA-XREF-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0217-COMPARA-XREF                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-XRF-AGENCIA-ANTIGA(WRK-IDX-XREF) EQUAL WRK-CHV-AGENCIA
              AND WRK-XRF-CONTA-ANTIGA(WRK-IDX-XREF) EQUAL WRK-CHV-CONTA
               SET WRK-XREF-SIM TO TRUE
           END-IF.

       0217-COMPARA-XREF-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0220-PROCURA-FOLHA                        SECTION.
      *-----------------------------------------------------------------

           SET WRK-FOLHA-NAO TO TRUE.

           PERFORM 0221-COMPARA-FOLHA
               VARYING WRK-IDX-FOLHA FROM 1 BY 1
               UNTIL WRK-IDX-FOLHA GREATER WRK-QT-FOLHAS
                  OR WRK-FOLHA-SIM.

           IF WRK-FOLHA-SIM
               SUBTRACT 1 FROM WRK-IDX-FOLHA
           END-IF.

       0220-PROCURA-FOLHA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0221-COMPARA-FOLHA                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-FCH-CHAVE(WRK-IDX-FOLHA) EQUAL WRK-CHAVE-PROCURADA
               SET WRK-FOLHA-SIM TO TRUE
           END-IF.

       0221-COMPARA-FOLHA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0230-PROCURA-SUSTACAO                     SECTION.
      *-----------------------------------------------------------------

           SET WRK-SUSTACAO-NAO TO TRUE.

           PERFORM 0231-COMPARA-SUSTACAO
               VARYING WRK-IDX-SUSTACAO FROM 1 BY 1
               UNTIL WRK-IDX-SUSTACAO GREATER WRK-QT-SUSTACOES
                  OR WRK-SUSTACAO-SIM.

           IF WRK-SUSTACAO-SIM
               SUBTRACT 1 FROM WRK-IDX-SUSTACAO
           END-IF.

       0230-PROCURA-SUSTACAO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0231-COMPARA-SUSTACAO                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-SUS-AGENCIA(WRK-IDX-SUSTACAO) EQUAL CMP-AGENCIA
              AND WRK-SUS-CONTA(WRK-IDX-SUSTACAO) EQUAL CMP-CONTA
              AND WRK-SUS-INICIAL(WRK-IDX-SUSTACAO)
                  NOT GREATER CMP-CHEQUE
              AND WRK-SUS-FINAL(WRK-IDX-SUSTACAO)
                  NOT LESS CMP-CHEQUE
               SET WRK-SUSTACAO-SIM TO TRUE
           END-IF.

       0231-COMPARA-SUSTACAO-FIM.                EXIT.

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
      *    CHEQUES JA ACEITOS PARA A CONTA NESTA RODADA
      *-----------------------------------------------------------------
       0250-APURA-DISPONIVEL                     SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-SALDO-CONTA.

           IF FS-SALDOCTA EQUAL 00
              OR FS-SALDOCTA EQUAL 23
               MOVE CMP-AGENCIA TO REG-AGENCIA-SALDO
               MOVE CMP-CONTA   TO REG-CONTA-SALDO
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
      *    CHEQUE PAGO - DEBITO NO LOTE, FOLHA MARCADA COMO PAGA E
      *    VALOR SOMADO AOS ACEITOS DA CONTA NA RODADA
      *-----------------------------------------------------------------
       0260-PAGA-CHEQUE                          SECTION.
      *-----------------------------------------------------------------

           IF WRK-LOTE-FECHADO
               PERFORM 0290-INICIA-LOTE
           END-IF.

           MOVE CMP-AGENCIA                 TO REG-AGENCIA.
           MOVE CMP-CONTA                   TO REG-CONTA.
           MOVE CMP-VALOR                   TO REG-LANCAMENTO.
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
           MOVE CMP-DV-CONTA                TO REG-DV-CONTA.

           WRITE REG-LANCAM.

           SET FCH-PAGA                TO TRUE.
           MOVE WRK-DATA-PROCESSAMENTO TO FCH-DATA-SITUACAO.
           MOVE CMP-VALOR              TO FCH-VALOR.
           MOVE ZEROS                  TO FCH-MOTIVO-DEVOLUCAO.
           IF FCH-QTD-APRESENTACOES LESS 9
               ADD 1 TO FCH-QTD-APRESENTACOES
           END-IF.
           MOVE REG-FOLHACHQ TO WRK-FCH-OCO(WRK-IDX-FOLHA).

           PERFORM 0280-PROCURA-DEBITADA.
           IF WRK-DEBITADA-SIM
               ADD CMP-VALOR TO WRK-DEB-VALOR(WRK-IDX-DEBITADA)
           ELSE
               IF WRK-QT-DEBITADAS LESS 1000
                   ADD 1 TO WRK-QT-DEBITADAS
                   MOVE CMP-AGENCIA
                         TO WRK-DEB-AGENCIA(WRK-QT-DEBITADAS)
                   MOVE CMP-CONTA
                         TO WRK-DEB-CONTA(WRK-QT-DEBITADAS)
                   MOVE CMP-VALOR
                         TO WRK-DEB-VALOR(WRK-QT-DEBITADAS)
               END-IF
           END-IF.

           ADD 1         TO ACU-ITENS-PAGOS.
           ADD CMP-VALOR TO WRK-TOTAL-PAGO.

           MOVE CMP-VALOR TO WRK-VALOR-ED.
           DISPLAY "PAGO.....: AG " CMP-AGENCIA " CTA " CMP-CONTA
               " CHEQUE " CMP-CHEQUE " VALOR " WRK-VALOR-ED.

       0260-PAGA-CHEQUE-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    CHEQUE DEVOLVIDO - ITEM NO CHQDEVOL COM O MOTIVO; FOLHA DO
      *    CADASTRO (QUANDO EXISTE) MARCADA COMO DEVOLVIDA, EXCETO A
      *    JA PAGA OU SUSTADA, QUE FICA COMO ESTA
      *-----------------------------------------------------------------
       0270-DEVOLVE-CHEQUE                       SECTION.
      *-----------------------------------------------------------------

           MOVE CMP-BANCO-APRESENTANTE TO DEV-BANCO-APRESENTANTE.
           MOVE CMP-AGENCIA            TO DEV-AGENCIA.
           MOVE CMP-CONTA              TO DEV-CONTA.
           MOVE CMP-DV-CONTA           TO DEV-DV-CONTA.
           MOVE CMP-CHEQUE             TO DEV-CHEQUE.
           MOVE CMP-VALOR              TO DEV-VALOR.
           MOVE CMP-DATA               TO DEV-DATA-APRESENTACAO.
           MOVE WRK-MOTIVO-DEVOLUCAO   TO DEV-MOTIVO.
           MOVE WRK-DATA-PROCESSAMENTO TO DEV-DATA-DEVOLUCAO.
           WRITE REG-CHQDEVOL.

           IF WRK-FOLHA-SIM
              AND NOT FCH-PAGA
              AND NOT FCH-SUSTADA
               SET FCH-DEVOLVIDA           TO TRUE
               MOVE WRK-DATA-PROCESSAMENTO TO FCH-DATA-SITUACAO
               MOVE CMP-VALOR              TO FCH-VALOR
               MOVE WRK-MOTIVO-DEVOLUCAO   TO FCH-MOTIVO-DEVOLUCAO
               IF FCH-QTD-APRESENTACOES LESS 9
                   ADD 1 TO FCH-QTD-APRESENTACOES
               END-IF
               MOVE REG-FOLHACHQ TO WRK-FCH-OCO(WRK-IDX-FOLHA)
           END-IF.

           ADD 1         TO ACU-ITENS-DEVOLVIDOS.
           ADD CMP-VALOR TO WRK-TOTAL-DEVOLVIDO.

           MOVE CMP-VALOR TO WRK-VALOR-ED.
           DISPLAY "DEVOLVIDO: AG " CMP-AGENCIA " CTA " CMP-CONTA
               " CHEQUE " CMP-CHEQUE " VALOR " WRK-VALOR-ED
               " MOTIVO " WRK-MOTIVO-DEVOLUCAO.

       0270-DEVOLVE-CHEQUE-FIM.                  EXIT.

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

           IF WRK-DEB-AGENCIA(WRK-IDX-DEBITADA) EQUAL CMP-AGENCIA
              AND WRK-DEB-CONTA(WRK-IDX-DEBITADA) EQUAL CMP-CONTA
               SET WRK-DEBITADA-SIM TO TRUE
           END-IF.

       0281-COMPARA-DEBITADA-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    ABRE O LOTE DA RODADA NO PRIMEIRO CHEQUE PAGO - LE A
      *    SEQUENCIA PERSISTIDA, AVANCA E GRAVA O HEADER "0000" COM A
      *    ORIGEM INTERNA 9013
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
           MOVE 9013                TO HDR-ORIGEM-LANCAM.
           WRITE REG-LANCAM.

           SET WRK-LOTE-ABERTO TO TRUE.

       0290-INICIA-LOTE-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    FECHA O LOTE DA RODADA: TRAILER "9999" COM QUANTIDADE E
      *    VALOR PAGOS E REGRAVACAO DA SEQUENCIA
      *-----------------------------------------------------------------
       0295-FECHA-LOTE                           SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES              TO REG-LANCAM.
           MOVE "9999"              TO TRL-MARCA-LANCAM.
           MOVE ACU-ITENS-PAGOS     TO TRL-QTD-LANCAM.
           MOVE WRK-TOTAL-PAGO      TO TRL-TOTAL-LANCAM.
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

           CLOSE CHQCOMP.
           CLOSE CONTAS.
           CLOSE SALDOCTA.
           CLOSE CHQDEVOL.

           IF WRK-LOTE-ABERTO
               PERFORM 0295-FECHA-LOTE
           END-IF.
           CLOSE LANCCHQ.

           PERFORM 0310-REGRAVA-FOLHAS.

           DISPLAY WRK-LINHA.
           DISPLAY "RELATORIO DA COMPENSACAO DE CHEQUES".
           DISPLAY "CHEQUES RECEBIDOS.......: " ACU-ITENS-LIDOS.
           DISPLAY "  DE CONTA MIGRADA......: "
               ACU-ITENS-REDIRECIONADOS.
           DISPLAY "CHEQUES PAGOS...........: " ACU-ITENS-PAGOS.
           MOVE WRK-TOTAL-PAGO TO WRK-TOTAL-ED.
           DISPLAY "VALOR PAGO..............: " WRK-TOTAL-ED.
           DISPLAY "CHEQUES DEVOLVIDOS......: " ACU-ITENS-DEVOLVIDOS.
           MOVE WRK-TOTAL-DEVOLVIDO TO WRK-TOTAL-ED.
           DISPLAY "VALOR DEVOLVIDO.........: " WRK-TOTAL-ED.
           DISPLAY "LOTE DA RODADA..........: " WRK-LOTE-NUMERO.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0300-FINALIZAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    REGRAVA O FOLHASCHQ A PARTIR DA TABELA (MESMA ORDEM DA
      *    CARGA) COM A SITUACAO DAS FOLHAS APRESENTADAS
      *-----------------------------------------------------------------
       0310-REGRAVA-FOLHAS                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-FOLHAS EQUAL ZEROS
               GO TO 0310-REGRAVA-FOLHAS-FIM
           END-IF.

           OPEN OUTPUT FOLHASCHQ.

           PERFORM 0311-GRAVA-FOLHA
               VARYING WRK-IDX-FOLHA FROM 1 BY 1
               UNTIL WRK-IDX-FOLHA GREATER WRK-QT-FOLHAS.

           CLOSE FOLHASCHQ.

       0310-REGRAVA-FOLHAS-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0311-GRAVA-FOLHA                          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-FCH-OCO(WRK-IDX-FOLHA) TO REG-FOLHACHQ.
           WRITE REG-FOLHACHQ.

       0311-GRAVA-FOLHA-FIM.                     EXIT.
