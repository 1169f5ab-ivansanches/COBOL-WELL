       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGNFCAN.
      *=================================================================
      * PROGRAMA   : PRGNFCAN
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: PEDIDO DE CANCELAMENTO DE NFS-E - LE AS NOTAS DE
      *              CREDITO (NOTACRED.txt, BOOK #NOTACRED) E, PARA
      *              CADA NOTA QUE ANULA A FATURA INTEIRA (VALOR DA
      *              NOTA IGUAL AO TOTAL DA FATURA ANTES DO CREDITO)
      *              CUJA NFS-E ESTA AUTORIZADA NO CONTROLE NFSE.txt
      *              (BOOK #NFSE), GERA O PEDIDO NO NFSECAN.txt (HEADER
      *              "0" COM O LOTE E O PRESTADOR, DETALHE "1" COM O
      *              NUMERO DA NFS-E, O CODIGO DE VERIFICACAO E O
      *              MOTIVO, TRAILER "9" COM A QUANTIDADE) E PASSA A
      *              NOTA PARA CANCELAMENTO PEDIDO ("X"). O LOTE SAI DA
      *              MESMA SEQUENCIA DO PRGNFSE (NFSESEQ.txt) E A
      *              HOMOLOGACAO VOLTA PELO PRGNFRET. NOTA AINDA NAO
      *              AUTORIZADA FICA PARA A PROXIMA EXECUCAO; NOTA JA
      *              PEDIDA OU CANCELADA NAO E PEDIDA DE NOVO
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  NFSEPARM              INPUT                  #NFSEPARM
      *  NOTACRED              INPUT                  #NOTACRED
      *  NFSE                  INPUT/OUTPUT           #NFSE
      *  NFSESEQ               INPUT/OUTPUT
      *  NFSECAN               OUTPUT
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
           SELECT NFSEPARM              ASSIGN TO
                                        WRK-CAMINHO-NFSEPARM
               FILE STATUS              IS FS-NFSEPARM.

           SELECT NOTACRED              ASSIGN TO
                                        WRK-CAMINHO-NOTACRED
               FILE STATUS              IS FS-NOTACRED.

           SELECT NFSE                  ASSIGN TO
                                        WRK-CAMINHO-NFSE
               FILE STATUS              IS FS-NFSE.

           SELECT NFSESEQ               ASSIGN TO
                                        WRK-CAMINHO-NFSESEQ
               FILE STATUS              IS FS-NFSESEQ.

           SELECT NFSECAN               ASSIGN TO
                                        WRK-CAMINHO-NFSECAN
               FILE STATUS              IS FS-NFSECAN.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT -  PARAMETROS DA NFS-E (NFSEPARM)
      *                               LRECL = 055
      *----------------------------------------------------------------*
       FD  NFSEPARM.
       COPY '#NFSEPARM'.

      *----------------------------------------------------------------*
      *     INPUT -  REGISTRO DAS NOTAS DE CREDITO (NOTACRED)
      *                               LRECL = 067
      *----------------------------------------------------------------*
       FD  NOTACRED.
       COPY '#NOTACRED'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - CONTROLE DAS NFS-E POR FATURA (NFSE)
      *                               LRECL = 121
      *----------------------------------------------------------------*
       FD  NFSE.
       COPY '#NFSE'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - ULTIMO RPS E ULTIMO LOTE (NFSESEQ)
      *                               LRECL = 014
      *----------------------------------------------------------------*
       FD  NFSESEQ.
       01  REG-NFSESEQ.
           05 SEQ-ULTIMO-RPS            PIC  9(08).
           05 SEQ-ULTIMO-LOTE           PIC  9(06).

      *----------------------------------------------------------------*
      *     OUTPUT - PEDIDOS DE CANCELAMENTO DA NFS-E (NFSECAN)
      *                               LRECL = 081
      *----------------------------------------------------------------*
       FD  NFSECAN.
       01  REG-NFSECAN.
           05 CAN-TIPO                  PIC  X(01).
           05 CAN-NUMERO-NFSE           PIC  X(15).
           05 CAN-CODIGO-VERIFICACAO    PIC  X(10).
           05 CAN-FATURA                PIC  9(06).
           05 CAN-RPS                   PIC  9(08).
           05 CAN-CODIGO-MOTIVO         PIC  X(01).
           05 CAN-MOTIVO                PIC  X(40).

       01  REG-NFSECAN-HEADER    REDEFINES REG-NFSECAN.
           05 CAN-HDR-TIPO              PIC  X(01).
           05 CAN-HDR-LOTE              PIC  9(06).
           05 CAN-HDR-DATA              PIC  9(08).
           05 CAN-HDR-CNPJ              PIC  9(14).
           05 CAN-HDR-INSCRICAO         PIC  X(15).
           05 CAN-HDR-MUNICIPIO         PIC  9(07).
           05 FILLER                    PIC  X(30).

       01  REG-NFSECAN-TRAILER   REDEFINES REG-NFSECAN.
           05 CAN-TRL-TIPO              PIC  X(01).
           05 CAN-TRL-QTD               PIC  9(06).
           05 FILLER                    PIC  X(74).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-NFSEPARM                  PIC 9(002).
       77  FS-NOTACRED                  PIC 9(002).
       77  FS-NFSE                      PIC 9(002).
       77  FS-NFSESEQ                   PIC 9(002).
       77  FS-NFSECAN                   PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-NFSEPARM         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-NOTACRED         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-NFSE             PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-NFSESEQ          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-NFSECAN          PIC X(060)        VALUES SPACES.

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DO CANCELAMENTO DA NFS-E *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-FATURA                   PIC 9(006)        VALUES ZEROS.
       01  WRK-RPS                      PIC 9(008)        VALUES ZEROS.
       01  WRK-LOTE                     PIC 9(006)        VALUES ZEROS.

       01  WRK-MOTIVO-CANCEL.
           05 FILLER                    PIC X(016) VALUE
              "NOTA DE CREDITO ".
           05 WRK-MOT-NOTA              PIC 9(006).
           05 FILLER                    PIC X(018) VALUE SPACES.

      *== CONTROLE DAS NFS-E EM MEMORIA (IMAGEM DO NFSE)
       01  WRK-QT-NFSE                  PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-NFSE                 PIC 9(004)        VALUES ZEROS.
       01  WRK-NFSE-ACHADA              PIC X(001)        VALUES "N".
           88 WRK-NFSE-FOI-ACHADA                 VALUES "S".
           88 WRK-NFSE-NAO-ACHADA                 VALUES "N".
       01  WRK-TAB-NFSE.
           05 WRK-NFE-OCO               OCCURS 5000 TIMES.
               10 WRK-NFE-DADOS.
                   15 WRK-NFE-FATURA            PIC 9(06).
                   15 WRK-NFE-CODIGO-CLIENTE    PIC X(03).
                   15 WRK-NFE-RPS               PIC 9(08).
                   15 WRK-NFE-LOTE              PIC 9(06).
                   15 WRK-NFE-DATA-RPS          PIC 9(08).
                   15 WRK-NFE-VALOR-SERVICO     PIC 9(06)V99.
                   15 WRK-NFE-VALOR-ISS         PIC 9(06)V99.
                   15 WRK-NFE-SITUACAO          PIC X(01).
                       88 WRK-NFE-ENVIADA           VALUE "E".
                       88 WRK-NFE-AUTORIZADA        VALUE "A".
                       88 WRK-NFE-REJEITADA         VALUE "R".
                   15 WRK-NFE-NUMERO-NFSE       PIC X(15).
                   15 WRK-NFE-CODIGO-VERIF      PIC X(10).
                   15 WRK-NFE-DATA-SITUACAO     PIC 9(08).
                   15 WRK-NFE-MOTIVO            PIC X(40).

      *== LINHAS DO CONTROLE PEDIDAS NESTA EXECUCAO
       01  WRK-QT-PEDIDOS               PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-PEDIDO               PIC 9(004)        VALUES ZEROS.
       01  WRK-TAB-PEDIDOS.
           05 WRK-PED-IDX-NFSE          PIC 9(004)
                                        OCCURS 1000 TIMES.

       01  ACU-NOTAS-LIDAS              PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-PARCIAIS                 PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-SEM-NFSE                 PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-PENDENTES                PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-JA-PEDIDAS               PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-ADIADAS                  PIC 9(005) COMP-3 VALUES ZEROS.

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
           PERFORM 0200-PROCESSAR UNTIL FS-NOTACRED NOT EQUAL 00.
           PERFORM 0900-FINALIZAR.

       0001-PRINCIPAL-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DIR-DADOS FROM ENVIRONMENT "ATIVIDADE3_DIR".
           IF WRK-DIR-DADOS EQUAL SPACES
               MOVE "C:\ATIVIDADE3" TO WRK-DIR-DADOS
           END-IF.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\NFSEPARM.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-NFSEPARM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\NOTACRED.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-NOTACRED.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\NFSE.txt"          DELIMITED BY SIZE
                  INTO WRK-CAMINHO-NFSE.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\NFSESEQ.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-NFSESEQ.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\NFSECAN.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-NFSECAN.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "==== PEDIDO DE CANCELAMENTO DA NFS-E ====".

           OPEN INPUT NFSEPARM.
           IF FS-NFSEPARM NOT EQUAL 00
               DISPLAY "PARAMETROS DA NFS-E NAO ABERTOS!"
               CALL "FSTATUS" USING FS-NFSEPARM WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           READ NFSEPARM.
           IF FS-NFSEPARM NOT EQUAL 00
              OR NPR-CNPJ-PRESTADOR NOT NUMERIC
               DISPLAY "NFSEPARM.txt VAZIO OU INVALIDO!"
               CLOSE NFSEPARM
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           CLOSE NFSEPARM.

           OPEN INPUT NFSESEQ.
           IF FS-NFSESEQ             EQUAL 00
               READ NFSESEQ
               IF FS-NFSESEQ         EQUAL 00
                   MOVE SEQ-ULTIMO-RPS  TO WRK-RPS
                   MOVE SEQ-ULTIMO-LOTE TO WRK-LOTE
               END-IF
               CLOSE NFSESEQ
           END-IF.

           PERFORM 0110-CARREGA-NFSE.

           OPEN INPUT NOTACRED.
           IF FS-NOTACRED NOT EQUAL 00
               DISPLAY "NOTACRED.txt NAO ABERTO - NENHUMA NOTA!"
               CALL "FSTATUS" USING FS-NOTACRED WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               DISPLAY WRK-FIM-PRG
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           READ NOTACRED.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    CARREGA O CONTROLE DAS NFS-E - SEM CONTROLE NENHUMA NOTA
      *    FOI AUTORIZADA E NAO HA O QUE CANCELAR
      *-----------------------------------------------------------------
       0110-CARREGA-NFSE                         SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT NFSE.
           IF FS-NFSE NOT EQUAL 00
               DISPLAY "NFSE.txt NAO ABERTO - NENHUMA NFS-E EMITIDA!"
               DISPLAY WRK-FIM-PRG
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           READ NFSE.
           PERFORM 0111-GUARDA-NFSE
               UNTIL FS-NFSE NOT EQUAL 00.

           CLOSE NFSE.

       0110-CARREGA-NFSE-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0111-GUARDA-NFSE                          SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-NFSE NOT LESS 5000
               DISPLAY "NFSE.txt MAIOR QUE A TABELA DE CONTROLE!"
               CLOSE NFSE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ADD 1 TO WRK-QT-NFSE.
           MOVE REG-NFSE TO WRK-NFE-DADOS(WRK-QT-NFSE).

           READ NFSE.

       0111-GUARDA-NFSE-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    SO A NOTA QUE ANULA A FATURA INTEIRA PEDE CANCELAMENTO -
      *    CREDITO PARCIAL NAO CANCELA A NFS-E
      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-NOTAS-LIDAS.

           IF NCR-VALOR EQUAL ZEROS
              OR NCR-VALOR NOT EQUAL NCR-VALOR-FATURA
               ADD 1 TO ACU-PARCIAIS
               GO TO 0200-PROCESSAR-LER
           END-IF.

           MOVE NCR-FATURA TO WRK-FATURA.
           PERFORM 0220-PROCURA-NFSE.

           IF WRK-NFSE-NAO-ACHADA
               ADD 1 TO ACU-SEM-NFSE
               GO TO 0200-PROCESSAR-LER
           END-IF.

           IF WRK-NFE-ENVIADA(WRK-IDX-NFSE)
              OR WRK-NFE-REJEITADA(WRK-IDX-NFSE)
               DISPLAY "FATURA " NCR-FATURA
                   " SEM NFS-E AUTORIZADA - PEDIDO ADIADO"
               ADD 1 TO ACU-PENDENTES
               GO TO 0200-PROCESSAR-LER
           END-IF.

           IF NOT WRK-NFE-AUTORIZADA(WRK-IDX-NFSE)
               ADD 1 TO ACU-JA-PEDIDAS
               GO TO 0200-PROCESSAR-LER
           END-IF.

           IF WRK-QT-PEDIDOS NOT LESS 1000
               ADD 1 TO ACU-ADIADAS
               GO TO 0200-PROCESSAR-LER
           END-IF.

           ADD 1 TO WRK-QT-PEDIDOS.
           MOVE WRK-IDX-NFSE TO WRK-PED-IDX-NFSE(WRK-QT-PEDIDOS).

           MOVE NCR-NUMERO   TO WRK-MOT-NOTA.
           MOVE "X"          TO WRK-NFE-SITUACAO(WRK-IDX-NFSE).
           MOVE WRK-MOTIVO-CANCEL TO WRK-NFE-MOTIVO(WRK-IDX-NFSE).
           MOVE WRK-DATA-HOJE TO WRK-NFE-DATA-SITUACAO(WRK-IDX-NFSE).

       0200-PROCESSAR-LER.
           READ NOTACRED.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    PROCURA WRK-FATURA NO CONTROLE - ACHADA, WRK-IDX-NFSE APONTA
      *    A LINHA
      *-----------------------------------------------------------------
       0220-PROCURA-NFSE                         SECTION.
      *-----------------------------------------------------------------

           SET WRK-NFSE-NAO-ACHADA TO TRUE.
           PERFORM 0221-COMPARA-NFSE
               VARYING WRK-IDX-NFSE FROM 1 BY 1
               UNTIL WRK-IDX-NFSE GREATER WRK-QT-NFSE
                  OR WRK-NFSE-FOI-ACHADA.

           IF WRK-NFSE-FOI-ACHADA
               SUBTRACT 1 FROM WRK-IDX-NFSE
           END-IF.

       0220-PROCURA-NFSE-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0221-COMPARA-NFSE                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-NFE-FATURA(WRK-IDX-NFSE) EQUAL WRK-FATURA
               SET WRK-NFSE-FOI-ACHADA TO TRUE
           END-IF.

       0221-COMPARA-NFSE-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    GRAVA O LOTE DE PEDIDOS - HEADER, UM DETALHE POR NFS-E E
      *    TRAILER COM A QUANTIDADE
      *-----------------------------------------------------------------
       0400-GRAVA-PEDIDOS                        SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT NFSECAN.
           IF FS-NFSECAN NOT EQUAL 00
               DISPLAY "NFSECAN.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-NFSECAN WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ADD 1 TO WRK-LOTE.

           MOVE SPACES                  TO REG-NFSECAN-HEADER.
           MOVE "0"                     TO CAN-HDR-TIPO.
           MOVE WRK-LOTE                TO CAN-HDR-LOTE.
           MOVE WRK-DATA-HOJE           TO CAN-HDR-DATA.
           MOVE NPR-CNPJ-PRESTADOR      TO CAN-HDR-CNPJ.
           MOVE NPR-INSCRICAO-MUNICIPAL TO CAN-HDR-INSCRICAO.
           MOVE NPR-MUNICIPIO           TO CAN-HDR-MUNICIPIO.
           WRITE REG-NFSECAN-HEADER.

           PERFORM 0410-GRAVA-DETALHE
               VARYING WRK-IDX-PEDIDO FROM 1 BY 1
               UNTIL WRK-IDX-PEDIDO GREATER WRK-QT-PEDIDOS.

           MOVE SPACES                  TO REG-NFSECAN-TRAILER.
           MOVE "9"                     TO CAN-TRL-TIPO.
           MOVE WRK-QT-PEDIDOS          TO CAN-TRL-QTD.
           WRITE REG-NFSECAN-TRAILER.

           CLOSE NFSECAN.

       0400-GRAVA-PEDIDOS-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0410-GRAVA-DETALHE                        SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-PED-IDX-NFSE(WRK-IDX-PEDIDO) TO WRK-IDX-NFSE.

           MOVE "1"                     TO CAN-TIPO.
           MOVE WRK-NFE-NUMERO-NFSE(WRK-IDX-NFSE) TO CAN-NUMERO-NFSE.
           MOVE WRK-NFE-CODIGO-VERIF(WRK-IDX-NFSE)
                                        TO CAN-CODIGO-VERIFICACAO.
           MOVE WRK-NFE-FATURA(WRK-IDX-NFSE)      TO CAN-FATURA.
           MOVE WRK-NFE-RPS(WRK-IDX-NFSE)         TO CAN-RPS.
           MOVE NPR-MOTIVO-CANCEL       TO CAN-CODIGO-MOTIVO.
           MOVE WRK-NFE-MOTIVO(WRK-IDX-NFSE)      TO CAN-MOTIVO.
           WRITE REG-NFSECAN.

           DISPLAY "CANCELAMENTO PEDIDO: FATURA "
               WRK-NFE-FATURA(WRK-IDX-NFSE)
               " NFS-E " WRK-NFE-NUMERO-NFSE(WRK-IDX-NFSE).

       0410-GRAVA-DETALHE-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    SEM PEDIDO NO LOTE NADA E GRAVADO - O NFSECAN.txt ANTERIOR
      *    E A SEQUENCIA FICAM COMO ESTAO
      *-----------------------------------------------------------------
       0900-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE NOTACRED.

           IF WRK-QT-PEDIDOS GREATER ZEROS
               PERFORM 0400-GRAVA-PEDIDOS
               OPEN OUTPUT NFSESEQ
               MOVE WRK-RPS  TO SEQ-ULTIMO-RPS
               MOVE WRK-LOTE TO SEQ-ULTIMO-LOTE
               WRITE REG-NFSESEQ
               CLOSE NFSESEQ
               PERFORM 0910-REGRAVA-NFSE
           END-IF.

           DISPLAY WRK-LINHA.
           DISPLAY "NOTAS DE CREDITO LIDAS: " ACU-NOTAS-LIDAS.
           DISPLAY "CREDITOS PARCIAIS.....: " ACU-PARCIAIS.
           DISPLAY "FATURAS SEM NFS-E.....: " ACU-SEM-NFSE.
           DISPLAY "AGUARDANDO AUTORIZACAO: " ACU-PENDENTES.
           DISPLAY "JA PEDIDAS/CANCELADAS.: " ACU-JA-PEDIDAS.
           DISPLAY "CANCELAMENTOS PEDIDOS.: " WRK-QT-PEDIDOS.
           DISPLAY "ADIADAS (LOTE CHEIO)..: " ACU-ADIADAS.
           IF WRK-QT-PEDIDOS GREATER ZEROS
               DISPLAY "LOTE..................: " WRK-LOTE
           END-IF.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           IF ACU-ADIADAS GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0900-FINALIZAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    REGRAVA O NFSE.txt INTEIRO A PARTIR DA TABELA
      *-----------------------------------------------------------------
       0910-REGRAVA-NFSE                         SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT NFSE.
           IF FS-NFSE NOT EQUAL 00
               DISPLAY "NFSE.txt NAO REGRAVADO!"
               CALL "FSTATUS" USING FS-NFSE WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0911-GRAVA-NFSE
               VARYING WRK-IDX-NFSE FROM 1 BY 1
               UNTIL WRK-IDX-NFSE GREATER WRK-QT-NFSE.

           CLOSE NFSE.

       0910-REGRAVA-NFSE-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0911-GRAVA-NFSE                           SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-NFE-DADOS(WRK-IDX-NFSE) TO REG-NFSE.
           WRITE REG-NFSE.

       0911-GRAVA-NFSE-FIM.                      EXIT.
