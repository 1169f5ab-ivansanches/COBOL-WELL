       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGNFRET.
      *=================================================================
      * PROGRAMA   : PRGNFRET
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: PROCESSAMENTO DO RETORNO DA PREFEITURA PARA A
      *              NFS-E - LE O NFSERET.txt (HEADER "0" COM LOTE E
      *              DATA, DETALHE "1" POR RPS E TRAILER "9" COM A
      *              QUANTIDADE, CONFERIDA CONTRA O DETALHE LIDO) E
      *              ATUALIZA O CONTROLE NFSE.txt (BOOK #NFSE) PELA
      *              FATURA (FAT-NUMERO) E RPS DO DETALHE:
      *              A = AUTORIZADA - GUARDA O NUMERO OFICIAL DA NFS-E
      *                  E O CODIGO DE VERIFICACAO;
      *              R = REJEITADA - GUARDA O MOTIVO E A FATURA VOLTA
      *                  NO PROXIMO LOTE DO PRGNFSE COM RPS NOVO;
      *              C = CANCELAMENTO HOMOLOGADO (PEDIDO DO PRGNFCAN);
      *              N = CANCELAMENTO NEGADO - A NOTA VOLTA A
      *                  AUTORIZADA COM O MOTIVO.
      *              REJEICOES, CANCELAMENTOS NEGADOS E RETORNOS SEM
      *              RPS CASADO SAEM LISTADOS COM O MOTIVO NO
      *              RELNFSE.txt (SPOOL PARA O FATURAMENTO) E DEVOLVEM
      *              RETURN-CODE 4, ASSIM COMO A DIVERGENCIA DE TRAILER
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  NFSERET               INPUT
      *  NFSE                  INPUT/OUTPUT           #NFSE
      *  RELNFSE               OUTPUT
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
           SELECT NFSERET               ASSIGN TO
                                        WRK-CAMINHO-NFSERET
               FILE STATUS              IS FS-NFSERET.

           SELECT NFSE                  ASSIGN TO
                                        WRK-CAMINHO-NFSE
               FILE STATUS              IS FS-NFSE.

           SELECT RELNFSE               ASSIGN TO
                                        WRK-CAMINHO-RELNFSE
               FILE STATUS              IS FS-RELNFSE.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT -  RETORNO DA PREFEITURA (NFSERET)
      *                               LRECL = 089
      *----------------------------------------------------------------*
       FD  NFSERET.
       01  REG-NFSERET.
           05 RET-TIPO                  PIC  X(01).
           05 RET-RPS                   PIC  9(08).
           05 RET-FATURA                PIC  9(06).
           05 RET-RESULTADO             PIC  X(01).
               88 RET-AUTORIZADA                   VALUE "A".
               88 RET-REJEITADA                    VALUE "R".
               88 RET-CANCELADA                    VALUE "C".
               88 RET-CANCELAMENTO-NEGADO          VALUE "N".
           05 RET-NUMERO-NFSE           PIC  X(15).
           05 RET-CODIGO-VERIFICACAO    PIC  X(10).
           05 RET-DATA                  PIC  9(08).
           05 RET-MOTIVO                PIC  X(40).

       01  REG-NFSERET-HEADER    REDEFINES REG-NFSERET.
           05 RET-HDR-TIPO              PIC  X(01).
           05 RET-HDR-LOTE              PIC  9(06).
           05 RET-HDR-DATA              PIC  9(08).
           05 FILLER                    PIC  X(74).

       01  REG-NFSERET-TRAILER   REDEFINES REG-NFSERET.
           05 RET-TRL-TIPO              PIC  X(01).
           05 RET-TRL-QTD               PIC  9(06).
           05 FILLER                    PIC  X(82).

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - CONTROLE DAS NFS-E POR FATURA (NFSE)
      *                               LRECL = 121
      *----------------------------------------------------------------*
       FD  NFSE.
       COPY '#NFSE'.

      *----------------------------------------------------------------*
      *     OUTPUT - OCORRENCIAS DO RETORNO DA NFS-E (RELNFSE)
      *                               LRECL = 080
      *----------------------------------------------------------------*
       FD  RELNFSE.
       01  REG-RELNFSE                  PIC X(080).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-NFSERET                   PIC 9(002).
       77  FS-NFSE                      PIC 9(002).
       77  FS-RELNFSE                   PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-NFSERET          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-NFSE             PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RELNFSE          PIC X(060)        VALUES SPACES.

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
           '*** VARIAVEIS DO RETORNO DA NFS-E *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-FATURA                   PIC 9(006)        VALUES ZEROS.
       01  WRK-TRAILER-QTD              PIC 9(006)        VALUES ZEROS.
       01  WRK-TRAILER-SITUACAO         PIC X(001)        VALUES "N".
           88 WRK-TRAILER-LIDO                    VALUES "S".
       01  WRK-NFSE-SITUACAO            PIC X(001)        VALUES "N".
           88 WRK-NFSE-ALTERADO                   VALUES "S".

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
                       88 WRK-NFE-CANC-PEDIDO       VALUE "X".
                   15 WRK-NFE-NUMERO-NFSE       PIC X(15).
                   15 WRK-NFE-CODIGO-VERIF      PIC X(10).
                   15 WRK-NFE-DATA-SITUACAO     PIC 9(08).
                   15 WRK-NFE-MOTIVO            PIC X(40).

       01  ACU-LIDOS                    PIC 9(006)        VALUES ZEROS.
       01  ACU-AUTORIZADAS              PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-REJEITADAS               PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-CANCELADAS               PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-CANC-NEGADOS             PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-SEM-CASAMENTO            PIC 9(005) COMP-3 VALUES ZEROS.

      *== LINHAS DO RELATORIO
       01  WRK-LIN-TITULO.
           05 FILLER                    PIC X(040) VALUE
              "RETORNO DA NFS-E - PROCESSADO EM".
           05 WRK-TIT-DATA              PIC 9(008).
           05 FILLER                    PIC X(007) VALUE " LOTE ".
           05 WRK-TIT-LOTE              PIC 9(006).
           05 FILLER                    PIC X(019) VALUE SPACES.

       01  WRK-LIN-CABECALHO            PIC X(080) VALUE
           "FATURA RPS      OCORRENCIA             MOTIVO".

       01  WRK-LIN-OCORRENCIA.
           05 WRK-OCO-FATURA            PIC 9(006).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-OCO-RPS               PIC 9(008).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-OCO-DESCRICAO         PIC X(022).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-OCO-MOTIVO            PIC X(040).
           05 FILLER                    PIC X(001) VALUE SPACES.

       01  WRK-LIN-RESUMO.
           05 FILLER                    PIC X(013) VALUE
              "AUTORIZADAS: ".
           05 WRK-RES-AUTORIZADAS       PIC ZZZZ9.
           05 FILLER                    PIC X(014) VALUE
              "  REJEITADAS: ".
           05 WRK-RES-REJEITADAS        PIC ZZZZ9.
           05 FILLER                    PIC X(014) VALUE
              "  CANCELADAS: ".
           05 WRK-RES-CANCELADAS        PIC ZZZZ9.
           05 FILLER                    PIC X(019) VALUE
              "  SEM RPS CASADO: ".
           05 WRK-RES-SEM-CASAMENTO     PIC ZZZZ9.

       01  WRK-LIN-SEPARA               PIC X(080) VALUE ALL "-".

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
           PERFORM 0200-PROCESSAR UNTIL FS-NFSERET NOT EQUAL 00.
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
                  "\NFSERET.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-NFSERET.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\NFSE.txt"          DELIMITED BY SIZE
                  INTO WRK-CAMINHO-NFSE.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RELNFSE.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RELNFSE.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "==== RETORNO DA NFS-E ====".

           PERFORM 0110-CARREGA-NFSE.

           OPEN INPUT NFSERET.
           IF FS-NFSERET NOT EQUAL 00
               DISPLAY "NFSERET.txt NAO ABERTO - NADA A PROCESSAR!"
               CALL "FSTATUS" USING FS-NFSERET WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RELNFSE.
           IF FS-RELNFSE NOT EQUAL 00
               DISPLAY "RELNFSE.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-RELNFSE WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WRK-DATA-HOJE TO WRK-TIT-DATA.
           MOVE ZEROS         TO WRK-TIT-LOTE.

           READ NFSERET.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    CARREGA O CONTROLE DAS NFS-E - SEM CONTROLE NAO HA O QUE
      *    CASAR COM O RETORNO; ARQUIVO MAIOR QUE A TABELA ABORTA
      *-----------------------------------------------------------------
       0110-CARREGA-NFSE                         SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT NFSE.
           IF FS-NFSE NOT EQUAL 00
               DISPLAY "NFSE.txt NAO ABERTO - NENHUM RPS ENVIADO!"
               CALL "FSTATUS" USING FS-NFSE WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
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
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           EVALUATE RET-TIPO
               WHEN "0"
                   MOVE RET-HDR-LOTE TO WRK-TIT-LOTE
                   WRITE REG-RELNFSE FROM WRK-LIN-TITULO
                   WRITE REG-RELNFSE FROM WRK-LIN-SEPARA
                   WRITE REG-RELNFSE FROM WRK-LIN-CABECALHO
               WHEN "1"
                   PERFORM 0210-TRATA-DETALHE
               WHEN "9"
                   MOVE RET-TRL-QTD TO WRK-TRAILER-QTD
                   SET WRK-TRAILER-LIDO TO TRUE
               WHEN OTHER
                   DISPLAY "REGISTRO DE RETORNO INVALIDO: " RET-TIPO
           END-EVALUATE.

           READ NFSERET.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    CASA O DETALHE COM O CONTROLE PELA FATURA E PELO RPS E
      *    APLICA O RESULTADO - RESULTADO QUE NAO CABE NA SITUACAO DO
      *    CONTROLE (AUTORIZACAO DE RPS JA AUTORIZADO, POR EXEMPLO) E
      *    LISTADO E NAO MEXE NO CONTROLE
      *-----------------------------------------------------------------
       0210-TRATA-DETALHE                        SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-LIDOS.

           MOVE RET-FATURA TO WRK-FATURA.
           PERFORM 0220-PROCURA-NFSE.

           IF WRK-NFSE-NAO-ACHADA
               MOVE "FATURA SEM RPS ENVIADO" TO WRK-OCO-DESCRICAO
               PERFORM 0230-LISTA-OCORRENCIA
               ADD 1 TO ACU-SEM-CASAMENTO
               GO TO 0210-TRATA-DETALHE-FIM
           END-IF.

           IF WRK-NFE-RPS(WRK-IDX-NFSE) NOT EQUAL RET-RPS
               MOVE "RPS NAO E O ULTIMO"     TO WRK-OCO-DESCRICAO
               PERFORM 0230-LISTA-OCORRENCIA
               ADD 1 TO ACU-SEM-CASAMENTO
               GO TO 0210-TRATA-DETALHE-FIM
           END-IF.

           EVALUATE TRUE
               WHEN RET-AUTORIZADA
                AND WRK-NFE-ENVIADA(WRK-IDX-NFSE)
                   MOVE "A" TO WRK-NFE-SITUACAO(WRK-IDX-NFSE)
                   MOVE RET-NUMERO-NFSE TO
                       WRK-NFE-NUMERO-NFSE(WRK-IDX-NFSE)
                   MOVE RET-CODIGO-VERIFICACAO TO
                       WRK-NFE-CODIGO-VERIF(WRK-IDX-NFSE)
                   MOVE SPACES TO WRK-NFE-MOTIVO(WRK-IDX-NFSE)
                   ADD 1 TO ACU-AUTORIZADAS
               WHEN RET-REJEITADA
                AND WRK-NFE-ENVIADA(WRK-IDX-NFSE)
                   MOVE "R" TO WRK-NFE-SITUACAO(WRK-IDX-NFSE)
                   MOVE RET-MOTIVO TO WRK-NFE-MOTIVO(WRK-IDX-NFSE)
                   MOVE "RPS REJEITADO"          TO WRK-OCO-DESCRICAO
                   PERFORM 0230-LISTA-OCORRENCIA
                   ADD 1 TO ACU-REJEITADAS
               WHEN RET-CANCELADA
                AND WRK-NFE-CANC-PEDIDO(WRK-IDX-NFSE)
                   MOVE "C" TO WRK-NFE-SITUACAO(WRK-IDX-NFSE)
                   ADD 1 TO ACU-CANCELADAS
               WHEN RET-CANCELAMENTO-NEGADO
                AND WRK-NFE-CANC-PEDIDO(WRK-IDX-NFSE)
                   MOVE "A" TO WRK-NFE-SITUACAO(WRK-IDX-NFSE)
                   MOVE RET-MOTIVO TO WRK-NFE-MOTIVO(WRK-IDX-NFSE)
                   MOVE "CANCELAMENTO NEGADO"    TO WRK-OCO-DESCRICAO
                   PERFORM 0230-LISTA-OCORRENCIA
                   ADD 1 TO ACU-CANC-NEGADOS
               WHEN OTHER
                   MOVE "RESULTADO FORA DE HORA" TO WRK-OCO-DESCRICAO
                   PERFORM 0230-LISTA-OCORRENCIA
                   ADD 1 TO ACU-SEM-CASAMENTO
                   GO TO 0210-TRATA-DETALHE-FIM
           END-EVALUATE.

           IF RET-DATA IS NUMERIC
              AND RET-DATA GREATER ZEROS
               MOVE RET-DATA      TO WRK-NFE-DATA-SITUACAO(WRK-IDX-NFSE)
           ELSE
               MOVE WRK-DATA-HOJE TO WRK-NFE-DATA-SITUACAO(WRK-IDX-NFSE)
           END-IF.

           SET WRK-NFSE-ALTERADO TO TRUE.

       0210-TRATA-DETALHE-FIM.                   EXIT.

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
      *    LISTA O DETALHE CORRENTE COM A OCORRENCIA JA MOVIDA
      *-----------------------------------------------------------------
       0230-LISTA-OCORRENCIA                     SECTION.
      *-----------------------------------------------------------------

           MOVE RET-FATURA TO WRK-OCO-FATURA.
           MOVE RET-RPS    TO WRK-OCO-RPS.
           MOVE RET-MOTIVO TO WRK-OCO-MOTIVO.
           WRITE REG-RELNFSE FROM WRK-LIN-OCORRENCIA.
           DISPLAY WRK-LIN-OCORRENCIA.

       0230-LISTA-OCORRENCIA-FIM.                EXIT.

      *-----------------------------------------------------------------
       0900-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE NFSERET.

           WRITE REG-RELNFSE FROM WRK-LIN-SEPARA.
           MOVE ACU-AUTORIZADAS   TO WRK-RES-AUTORIZADAS.
           MOVE ACU-REJEITADAS    TO WRK-RES-REJEITADAS.
           MOVE ACU-CANCELADAS    TO WRK-RES-CANCELADAS.
           MOVE ACU-SEM-CASAMENTO TO WRK-RES-SEM-CASAMENTO.
           WRITE REG-RELNFSE FROM WRK-LIN-RESUMO.

           IF NOT WRK-TRAILER-LIDO
              OR WRK-TRAILER-QTD NOT EQUAL ACU-LIDOS
               MOVE "DIVERGENCIA DE TRAILER - CONFERIR O RETORNO"
                   TO REG-RELNFSE
               WRITE REG-RELNFSE
               DISPLAY "TRAILER DIVERGENTE: INFORMADO "
                   WRK-TRAILER-QTD " LIDO " ACU-LIDOS
           END-IF.

           CLOSE RELNFSE.

           MOVE "RELNFSE"              TO WRK-SPL-RELATORIO.
           MOVE "PRGNFRET"             TO WRK-SPL-PROGRAMA.
           MOVE WRK-CAMINHO-RELNFSE    TO WRK-SPL-ARQUIVO.
           MOVE "FATURAMENTO"          TO WRK-SPL-DESTINATARIO.
           CALL "SPOOLREG" USING WRK-SPOOL.

           IF WRK-NFSE-ALTERADO
               PERFORM 0910-REGRAVA-NFSE
           END-IF.

           DISPLAY WRK-LINHA.
           DISPLAY "DETALHES LIDOS.......: " ACU-LIDOS.
           DISPLAY "NFS-E AUTORIZADAS....: " ACU-AUTORIZADAS.
           DISPLAY "RPS REJEITADOS.......: " ACU-REJEITADAS.
           DISPLAY "CANCELAMENTOS........: " ACU-CANCELADAS.
           DISPLAY "CANCELAMENTOS NEGADOS: " ACU-CANC-NEGADOS.
           DISPLAY "SEM RPS CASADO.......: " ACU-SEM-CASAMENTO.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           IF ACU-REJEITADAS    GREATER ZEROS
              OR ACU-CANC-NEGADOS  GREATER ZEROS
              OR ACU-SEM-CASAMENTO GREATER ZEROS
              OR NOT WRK-TRAILER-LIDO
              OR WRK-TRAILER-QTD NOT EQUAL ACU-LIDOS
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
