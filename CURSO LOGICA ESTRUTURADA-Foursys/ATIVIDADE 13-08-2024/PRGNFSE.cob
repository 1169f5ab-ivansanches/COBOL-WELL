       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGNFSE.
      *=================================================================
      * PROGRAMA   : PRGNFSE
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: GERACAO DO LOTE DE RPS (RECIBO PROVISORIO DE
      *              SERVICO) PARA A NFS-E DA PREFEITURA - CADA FATURA
      *              EMITIDA NO FATURREG.txt A PARTIR DA DATA DE INICIO
      *              DO NFSEPARM.txt E AINDA NAO ENVIADA (OU REJEITADA
      *              NO RETORNO ANTERIOR) VIRA UM RPS NUMERADO NO
      *              ARQUIVO NFSEENV.txt (HEADER "0" COM LOTE, DATA E
      *              IDENTIFICACAO DO PRESTADOR, DETALHE "1" POR RPS
      *              COM O TOMADOR DO CLIENTES.dat, VALOR DOS SERVICOS,
      *              BASE E ISS SOMADOS DO IMPOSTOS.txt DA FATURA
      *              (APURACAO MENOS ESTORNO), E TRAILER "9" COM
      *              QUANTIDADE E TOTAIS). NUMERO DO RPS E DO LOTE SAO
      *              PERSISTIDOS EM NFSESEQ.txt E CADA RPS ENVIADO E
      *              REGISTRADO NO NFSE.txt (BOOK #NFSE) COMO "E". AS
      *              FATURAS DE ENTRADA/PARCELA DE ACORDO (ACORDOS.dat,
      *              PRGACORD) NAO VAO: SAO DIVIDA RENEGOCIADA, O
      *              SERVICO JA SAIU NA NOTA DA FATURA DE ORIGEM. FATURA
      *              COM TOTAL ZERADO POR NOTA DE CREDITO ANTES DO
      *              ENVIO TAMBEM NAO VAI. O RETORNO DA PREFEITURA E
      *              TRATADO PELO PRGNFRET E O CANCELAMENTO PELO
      *              PRGNFCAN
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  NFSEPARM              INPUT                  #NFSEPARM
      *  FATURREG              INPUT                  #FATURREG
      *  IMPOSTOS              INPUT                  #IMPOSTO
      *  ACORDOS               INPUT (INDEXADO)       #ACORDO
      *  CLIENTES              INPUT (INDEXADO)       #CLIREG
      *  NFSE                  INPUT/OUTPUT           #NFSE
      *  NFSESEQ               INPUT/OUTPUT
      *  NFSEENV               OUTPUT
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

           SELECT FATURREG              ASSIGN TO
                                        WRK-CAMINHO-FATURREG
               FILE STATUS              IS FS-FATURREG.

           SELECT IMPOSTOS              ASSIGN TO
                                        WRK-CAMINHO-IMPOSTOS
               FILE STATUS              IS FS-IMPOSTOS.

           SELECT ACORDOS               ASSIGN TO
                                        WRK-CAMINHO-ACORDOS
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS SEQUENTIAL
               RECORD KEY               IS ACD-NUMERO
               FILE STATUS              IS FS-ACORDOS.

           SELECT CLIENTES ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\CLIENTES.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS REG-ID
               ALTERNATE RECORD KEY     IS REG-NOME
                                        WITH DUPLICATES
               FILE STATUS              IS FS-CLIENTES.

           SELECT NFSE                  ASSIGN TO
                                        WRK-CAMINHO-NFSE
               FILE STATUS              IS FS-NFSE.

           SELECT NFSESEQ               ASSIGN TO
                                        WRK-CAMINHO-NFSESEQ
               FILE STATUS              IS FS-NFSESEQ.

           SELECT NFSEENV               ASSIGN TO
                                        WRK-CAMINHO-NFSEENV
               FILE STATUS              IS FS-NFSEENV.

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
      *     INPUT -  REGISTRO ESTRUTURADO DAS FATURAS (FATURREG)
      *                               LRECL = 051
      *----------------------------------------------------------------*
       FD  FATURREG.
       COPY '#FATURREG'.

      *----------------------------------------------------------------*
      *     INPUT -  IMPOSTOS APURADOS POR SERVICO (IMPOSTOS)
      *                               LRECL = 041
      *----------------------------------------------------------------*
       FD  IMPOSTOS.
       COPY '#IMPOSTO'.

      *----------------------------------------------------------------*
      *     INPUT -  ACORDOS DE RENEGOCIACAO (ACORDOS)
      *                               LRECL = 243
      *----------------------------------------------------------------*
       FD  ACORDOS.
       COPY '#ACORDO'.

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE CLIENTES (CLIENTES)
      *                               LRECL = 143
      *----------------------------------------------------------------*
       FD  CLIENTES.
       COPY '#CLIREG'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - CONTROLE DAS NFS-E POR FATURA (NFSE)
      *                               LRECL = 121
      *----------------------------------------------------------------*
       FD  NFSE.
       COPY '#NFSE'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - ULTIMO RPS E ULTIMO LOTE EMITIDOS
      *                               LRECL = 014
      *----------------------------------------------------------------*
       FD  NFSESEQ.
       01  REG-NFSESEQ.
           05 SEQ-ULTIMO-RPS            PIC  9(08).
           05 SEQ-ULTIMO-LOTE           PIC  9(06).

      *----------------------------------------------------------------*
      *     OUTPUT - LOTE DE RPS PARA A PREFEITURA (NFSEENV)
      *                               LRECL = 122
      *----------------------------------------------------------------*
       FD  NFSEENV.
       01  REG-NFSEENV.
           05 ENV-TIPO                  PIC  X(01).
           05 ENV-RPS                   PIC  9(08).
           05 ENV-SERIE                 PIC  X(05).
           05 ENV-DATA-EMISSAO          PIC  9(08).
           05 ENV-FATURA                PIC  9(06).
           05 ENV-TIPO-TOMADOR          PIC  X(01).
           05 ENV-DOC-TOMADOR           PIC  9(14).
           05 ENV-NOME-TOMADOR          PIC  X(20).
           05 ENV-CIDADE-TOMADOR        PIC  X(20).
           05 ENV-UF-TOMADOR            PIC  X(02).
           05 ENV-CEP-TOMADOR           PIC  9(08).
           05 ENV-CODIGO-SERVICO        PIC  X(05).
           05 ENV-VALOR-SERVICO         PIC  9(06)V99.
           05 ENV-BASE                  PIC  9(06)V99.
           05 ENV-VALOR-ISS             PIC  9(06)V99.

       01  REG-NFSEENV-HEADER    REDEFINES REG-NFSEENV.
           05 ENV-HDR-TIPO              PIC  X(01).
           05 ENV-HDR-LOTE              PIC  9(06).
           05 ENV-HDR-DATA              PIC  9(08).
           05 ENV-HDR-CNPJ              PIC  9(14).
           05 ENV-HDR-INSCRICAO         PIC  X(15).
           05 ENV-HDR-MUNICIPIO         PIC  9(07).
           05 FILLER                    PIC  X(71).

       01  REG-NFSEENV-TRAILER   REDEFINES REG-NFSEENV.
           05 ENV-TRL-TIPO              PIC  X(01).
           05 ENV-TRL-QTD               PIC  9(06).
           05 ENV-TRL-TOTAL-SERVICOS    PIC  9(10)V99.
           05 ENV-TRL-TOTAL-ISS         PIC  9(10)V99.
           05 FILLER                    PIC  X(91).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-NFSEPARM                  PIC 9(002).
       77  FS-FATURREG                  PIC 9(002).
       77  FS-IMPOSTOS                  PIC 9(002).
       77  FS-ACORDOS                   PIC 9(002).
       77  FS-CLIENTES                  PIC 9(002).
       77  FS-NFSE                      PIC 9(002).
       77  FS-NFSESEQ                   PIC 9(002).
       77  FS-NFSEENV                   PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-NFSEPARM         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FATURREG         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-IMPOSTOS         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-ACORDOS          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-NFSE             PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-NFSESEQ          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-NFSEENV          PIC X(060)        VALUES SPACES.

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DO LOTE DE RPS *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-RPS                      PIC 9(008)        VALUES ZEROS.
       01  WRK-LOTE                     PIC 9(006)        VALUES ZEROS.
       01  WRK-FATURA                   PIC 9(006)        VALUES ZEROS.

       01  WRK-ID-CLIENTE.
           05 WRK-ID-CLIENTE-P1         PIC X(001).
           05 WRK-ID-CLIENTE-P2         PIC X(003).
       01  WRK-ID-CLIENTE-N REDEFINES WRK-ID-CLIENTE
                                        PIC 9(004).

       01  WRK-CLIENTES-SITUACAO        PIC X(001)        VALUES "N".
           88 WRK-CLIENTES-ABERTO                 VALUES "S".
       01  WRK-LOTE-SITUACAO            PIC X(001)        VALUES "N".
           88 WRK-LOTE-GERADO                     VALUES "S".

      *== ACORDOS DE RENEGOCIACAO (FAIXA DE FATURAS DE ENTRADA/PARCELA)
       01  WRK-QT-ACORDOS               PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-ACORDO               PIC 9(003)        VALUES ZEROS.
       01  WRK-ACORDO-ACHADO            PIC X(001)        VALUES "N".
           88 WRK-ACORDO-FOI-ACHADO               VALUES "S".
           88 WRK-ACORDO-NAO-ACHADO               VALUES "N".
       01  WRK-TAB-ACORDOS.
           05 WRK-ACD-OCO               OCCURS 500 TIMES.
               10 WRK-ACD-INICIAL           PIC 9(06).
               10 WRK-ACD-FINAL             PIC 9(06).

      *== CONTROLE DAS NFS-E EM MEMORIA (IMAGEM DO NFSE)
       01  WRK-QT-NFSE                  PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-NFSE                 PIC 9(004)        VALUES ZEROS.
       01  WRK-QT-NOVAS                 PIC 9(004)        VALUES ZEROS.
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
                       88 WRK-NFE-REJEITADA         VALUE "R".
                   15 WRK-NFE-NUMERO-NFSE       PIC X(15).
                   15 WRK-NFE-CODIGO-VERIF      PIC X(10).
                   15 WRK-NFE-DATA-SITUACAO     PIC 9(08).
                   15 WRK-NFE-MOTIVO            PIC X(40).

      *== FATURAS SELECIONADAS PARA O LOTE (ORDEM DO FATURREG)
       01  WRK-QT-LOTE                  PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-LOTE                 PIC 9(004)        VALUES ZEROS.
       01  WRK-LOTE-ACHADO              PIC X(001)        VALUES "N".
           88 WRK-LOTE-FOI-ACHADO                 VALUES "S".
           88 WRK-LOTE-NAO-ACHADO                 VALUES "N".
       01  WRK-TAB-LOTE.
           05 WRK-LOT-OCO               OCCURS 1000 TIMES.
               10 WRK-LOT-FATURA            PIC 9(06).
               10 WRK-LOT-CLIENTE           PIC X(03).
               10 WRK-LOT-EMISSAO           PIC 9(08).
               10 WRK-LOT-TOTAL             PIC 9(06)V99.
               10 WRK-LOT-BASE              PIC S9(07)V99.
               10 WRK-LOT-ISS               PIC S9(07)V99.
               10 WRK-LOT-IDX-NFSE          PIC 9(04).

       01  WRK-VALOR-SERVICO            PIC 9(006)V99     VALUES ZEROS.
       01  WRK-VALOR-ISS                PIC 9(006)V99     VALUES ZEROS.
       01  WRK-VALOR-BASE               PIC 9(006)V99     VALUES ZEROS.
       01  WRK-TOTAL-SERVICOS           PIC 9(010)V99     VALUES ZEROS.
       01  WRK-TOTAL-ISS                PIC 9(010)V99     VALUES ZEROS.
       01  WRK-TOTAL-SERVICOS-ED        PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-TOTAL-ISS-ED             PIC ZZ.ZZZ.ZZ9,99.

       01  ACU-RPS-EMITIDOS             PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-REENVIADOS               PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-ACORDO                   PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-ANULADAS                 PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-ADIADAS                  PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-SEM-TOMADOR              PIC 9(005) COMP-3 VALUES ZEROS.

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
           PERFORM 0200-SELECIONA-FATURAS.
           PERFORM 0300-APURA-IMPOSTOS.
           PERFORM 0400-GERA-LOTE.
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
                  "\FATURREG.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FATURREG.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\IMPOSTOS.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-IMPOSTOS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\ACORDOS.dat"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-ACORDOS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\NFSE.txt"          DELIMITED BY SIZE
                  INTO WRK-CAMINHO-NFSE.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\NFSESEQ.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-NFSESEQ.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\NFSEENV.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-NFSEENV.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "==== GERACAO DO LOTE DE RPS DA NFS-E ====".

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
              OR NPR-DATA-INICIO NOT NUMERIC
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
           PERFORM 0120-CARREGA-ACORDOS.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 00
               SET WRK-CLIENTES-ABERTO TO TRUE
           ELSE
               DISPLAY "CLIENTES.dat NAO ABERTO - RPS SEM DADOS DO "
                   "TOMADOR"
           END-IF.

           OPEN INPUT FATURREG.
           IF FS-FATURREG NOT EQUAL 00
               DISPLAY "FATURREG.txt NAO ABERTO - NADA A ENVIAR!"
               CALL "FSTATUS" USING FS-FATURREG WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    CARREGA O CONTROLE DAS NFS-E - ARQUIVO AUSENTE COMECA VAZIO;
      *    ARQUIVO MAIOR QUE A TABELA ABORTA (NAO PODE SER REGRAVADO
      *    PELA METADE)
      *-----------------------------------------------------------------
       0110-CARREGA-NFSE                         SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT NFSE.
           IF FS-NFSE NOT EQUAL 00
               GO TO 0110-CARREGA-NFSE-FIM
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
      *    GUARDA A FAIXA DE FATURAS DE CADA ACORDO - ACORDOS AUSENTE
      *    SEGUE SEM ACORDO NENHUM
      *-----------------------------------------------------------------
       0120-CARREGA-ACORDOS                      SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT ACORDOS.
           IF FS-ACORDOS NOT EQUAL 00
               GO TO 0120-CARREGA-ACORDOS-FIM
           END-IF.

           READ ACORDOS.
           PERFORM 0121-GUARDA-ACORDO
               UNTIL FS-ACORDOS NOT EQUAL 00.

           CLOSE ACORDOS.

       0120-CARREGA-ACORDOS-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0121-GUARDA-ACORDO                        SECTION.
      *-----------------------------------------------------------------

           IF ACD-FATURA-INICIAL GREATER ZEROS
              AND WRK-QT-ACORDOS LESS 500
               ADD 1 TO WRK-QT-ACORDOS
               MOVE ACD-FATURA-INICIAL TO
                   WRK-ACD-INICIAL(WRK-QT-ACORDOS)
               MOVE ACD-FATURA-FINAL   TO
                   WRK-ACD-FINAL(WRK-QT-ACORDOS)
           END-IF.

           READ ACORDOS.

       0121-GUARDA-ACORDO-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    SELECIONA AS FATURAS DO LOTE - EMITIDAS A PARTIR DO INICIO
      *    DA NFS-E, FORA DE ACORDO, COM TOTAL E AINDA NAO ENVIADAS (OU
      *    REJEITADAS). O QUE NAO COUBER NO LOTE FICA PARA O PROXIMO
      *-----------------------------------------------------------------
       0200-SELECIONA-FATURAS                    SECTION.
      *-----------------------------------------------------------------

           READ FATURREG.
           PERFORM 0210-AVALIA-FATURA
               UNTIL FS-FATURREG NOT EQUAL 00.

           CLOSE FATURREG.

       0200-SELECIONA-FATURAS-FIM.               EXIT.

      *-----------------------------------------------------------------
       0210-AVALIA-FATURA                        SECTION.
      *-----------------------------------------------------------------

           IF FAT-DATA-EMISSAO LESS NPR-DATA-INICIO
               GO TO 0210-AVALIA-FATURA-LER
           END-IF.

           MOVE FAT-NUMERO TO WRK-FATURA.

           PERFORM 0220-PROCURA-NFSE.
           IF WRK-NFSE-FOI-ACHADA
              AND NOT WRK-NFE-REJEITADA(WRK-IDX-NFSE)
               GO TO 0210-AVALIA-FATURA-LER
           END-IF.

           PERFORM 0230-PROCURA-ACORDO.
           IF WRK-ACORDO-FOI-ACHADO
               ADD 1 TO ACU-ACORDO
               GO TO 0210-AVALIA-FATURA-LER
           END-IF.

           IF FAT-VALOR-TOTAL EQUAL ZEROS
               ADD 1 TO ACU-ANULADAS
               GO TO 0210-AVALIA-FATURA-LER
           END-IF.

           IF WRK-QT-LOTE NOT LESS 1000
              OR (WRK-NFSE-NAO-ACHADA
                  AND WRK-QT-NFSE + WRK-QT-NOVAS NOT LESS 5000)
               ADD 1 TO ACU-ADIADAS
               GO TO 0210-AVALIA-FATURA-LER
           END-IF.

           ADD 1 TO WRK-QT-LOTE.
           MOVE FAT-NUMERO         TO WRK-LOT-FATURA(WRK-QT-LOTE).
           MOVE FAT-CODIGO-CLIENTE TO WRK-LOT-CLIENTE(WRK-QT-LOTE).
           MOVE FAT-DATA-EMISSAO   TO WRK-LOT-EMISSAO(WRK-QT-LOTE).
           MOVE FAT-VALOR-TOTAL    TO WRK-LOT-TOTAL(WRK-QT-LOTE).
           MOVE ZEROS              TO WRK-LOT-BASE(WRK-QT-LOTE)
                                      WRK-LOT-ISS(WRK-QT-LOTE).
           IF WRK-NFSE-FOI-ACHADA
               MOVE WRK-IDX-NFSE   TO WRK-LOT-IDX-NFSE(WRK-QT-LOTE)
           ELSE
               MOVE ZEROS          TO WRK-LOT-IDX-NFSE(WRK-QT-LOTE)
               ADD 1 TO WRK-QT-NOVAS
           END-IF.

       0210-AVALIA-FATURA-LER.

           READ FATURREG.

       0210-AVALIA-FATURA-FIM.                   EXIT.

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
       0230-PROCURA-ACORDO                       SECTION.
      *-----------------------------------------------------------------

           SET WRK-ACORDO-NAO-ACHADO TO TRUE.
           PERFORM 0231-COMPARA-ACORDO
               VARYING WRK-IDX-ACORDO FROM 1 BY 1
               UNTIL WRK-IDX-ACORDO GREATER WRK-QT-ACORDOS
                  OR WRK-ACORDO-FOI-ACHADO.

       0230-PROCURA-ACORDO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0231-COMPARA-ACORDO                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-FATURA NOT LESS WRK-ACD-INICIAL(WRK-IDX-ACORDO)
              AND WRK-FATURA NOT GREATER WRK-ACD-FINAL(WRK-IDX-ACORDO)
               SET WRK-ACORDO-FOI-ACHADO TO TRUE
           END-IF.

       0231-COMPARA-ACORDO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    SOMA BASE E IMPOSTO DE CADA FATURA DO LOTE NO IMPOSTOS.txt -
      *    APURACAO SOMA, ESTORNO POR NOTA DE CREDITO ABATE. IMPOSTOS
      *    AUSENTE = LOTE SEM ISS
      *-----------------------------------------------------------------
       0300-APURA-IMPOSTOS                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-LOTE EQUAL ZEROS
               GO TO 0300-APURA-IMPOSTOS-FIM
           END-IF.

           OPEN INPUT IMPOSTOS.
           IF FS-IMPOSTOS NOT EQUAL 00
               DISPLAY "IMPOSTOS.txt AUSENTE - RPS SEM ISS"
               GO TO 0300-APURA-IMPOSTOS-FIM
           END-IF.

           READ IMPOSTOS.
           PERFORM 0310-SOMA-IMPOSTO
               UNTIL FS-IMPOSTOS NOT EQUAL 00.

           CLOSE IMPOSTOS.

       0300-APURA-IMPOSTOS-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0310-SOMA-IMPOSTO                         SECTION.
      *-----------------------------------------------------------------

      *    REGISTRO ANTIGO SEM FATURA, OU FATURA ANTERIOR A PRIMEIRA
      *    DO LOTE (O FATURREG E A TABELA SEGUEM A NUMERACAO), NAO
      *    INTERESSA
           IF IMP-FATURA NOT NUMERIC
               GO TO 0310-SOMA-IMPOSTO-LER
           END-IF.

           IF IMP-FATURA-N LESS WRK-LOT-FATURA(1)
               GO TO 0310-SOMA-IMPOSTO-LER
           END-IF.

           MOVE IMP-FATURA-N TO WRK-FATURA.
           SET WRK-LOTE-NAO-ACHADO TO TRUE.
           PERFORM 0311-COMPARA-LOTE
               VARYING WRK-IDX-LOTE FROM 1 BY 1
               UNTIL WRK-IDX-LOTE GREATER WRK-QT-LOTE
                  OR WRK-LOTE-FOI-ACHADO.

           IF WRK-LOTE-NAO-ACHADO
               GO TO 0310-SOMA-IMPOSTO-LER
           END-IF.

           SUBTRACT 1 FROM WRK-IDX-LOTE.

           IF IMP-ESTORNO
               SUBTRACT IMP-BASE  FROM WRK-LOT-BASE(WRK-IDX-LOTE)
               SUBTRACT IMP-VALOR FROM WRK-LOT-ISS(WRK-IDX-LOTE)
           ELSE
               ADD IMP-BASE       TO WRK-LOT-BASE(WRK-IDX-LOTE)
               ADD IMP-VALOR      TO WRK-LOT-ISS(WRK-IDX-LOTE)
           END-IF.

       0310-SOMA-IMPOSTO-LER.

           READ IMPOSTOS.

       0310-SOMA-IMPOSTO-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0311-COMPARA-LOTE                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-LOT-FATURA(WRK-IDX-LOTE) EQUAL WRK-FATURA
               SET WRK-LOTE-FOI-ACHADO TO TRUE
           END-IF.

       0311-COMPARA-LOTE-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    GRAVA O LOTE: HEADER, UM RPS POR FATURA SELECIONADA E
      *    TRAILER. SEM FATURA A ENVIAR NAO HA LOTE (A NUMERACAO NAO
      *    AVANCA)
      *-----------------------------------------------------------------
       0400-GERA-LOTE                            SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-LOTE EQUAL ZEROS
               DISPLAY "NENHUMA FATURA A ENVIAR PARA A NFS-E"
               GO TO 0400-GERA-LOTE-FIM
           END-IF.

           OPEN OUTPUT NFSEENV.
           IF FS-NFSEENV NOT EQUAL 00
               DISPLAY "NFSEENV.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-NFSEENV WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ADD 1 TO WRK-LOTE.

           MOVE SPACES                  TO REG-NFSEENV.
           MOVE "0"                     TO ENV-HDR-TIPO.
           MOVE WRK-LOTE                TO ENV-HDR-LOTE.
           MOVE WRK-DATA-HOJE           TO ENV-HDR-DATA.
           MOVE NPR-CNPJ-PRESTADOR      TO ENV-HDR-CNPJ.
           MOVE NPR-INSCRICAO-MUNICIPAL TO ENV-HDR-INSCRICAO.
           MOVE NPR-MUNICIPIO           TO ENV-HDR-MUNICIPIO.
           WRITE REG-NFSEENV.

           PERFORM 0410-EMITE-RPS
               VARYING WRK-IDX-LOTE FROM 1 BY 1
               UNTIL WRK-IDX-LOTE GREATER WRK-QT-LOTE.

           MOVE SPACES             TO REG-NFSEENV.
           MOVE "9"                TO ENV-TRL-TIPO.
           MOVE ACU-RPS-EMITIDOS   TO ENV-TRL-QTD.
           MOVE WRK-TOTAL-SERVICOS TO ENV-TRL-TOTAL-SERVICOS.
           MOVE WRK-TOTAL-ISS      TO ENV-TRL-TOTAL-ISS.
           WRITE REG-NFSEENV.

           CLOSE NFSEENV.
           SET WRK-LOTE-GERADO TO TRUE.

       0400-GERA-LOTE-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    UM RPS - VALOR DOS SERVICOS = TOTAL DA FATURA MENOS O ISS
      *    (O PRGFATUR SOMA O IMPOSTO NO TOTAL); O CONTROLE DA FATURA
      *    PASSA A "E" COM O RPS E O LOTE
      *-----------------------------------------------------------------
       0410-EMITE-RPS                            SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO WRK-RPS.

           MOVE ZEROS TO WRK-VALOR-BASE
                         WRK-VALOR-ISS.
           IF WRK-LOT-BASE(WRK-IDX-LOTE) GREATER ZEROS
               MOVE WRK-LOT-BASE(WRK-IDX-LOTE) TO WRK-VALOR-BASE
           END-IF.
           IF WRK-LOT-ISS(WRK-IDX-LOTE) GREATER ZEROS
              AND WRK-LOT-ISS(WRK-IDX-LOTE) LESS
                  WRK-LOT-TOTAL(WRK-IDX-LOTE)
               MOVE WRK-LOT-ISS(WRK-IDX-LOTE)  TO WRK-VALOR-ISS
           END-IF.
           COMPUTE WRK-VALOR-SERVICO =
               WRK-LOT-TOTAL(WRK-IDX-LOTE) - WRK-VALOR-ISS.

           MOVE SPACES                       TO REG-NFSEENV.
           MOVE "1"                          TO ENV-TIPO.
           MOVE WRK-RPS                      TO ENV-RPS.
           MOVE NPR-SERIE-RPS                TO ENV-SERIE.
           MOVE WRK-LOT-EMISSAO(WRK-IDX-LOTE) TO ENV-DATA-EMISSAO.
           MOVE WRK-LOT-FATURA(WRK-IDX-LOTE) TO ENV-FATURA.
           MOVE ZEROS                        TO ENV-DOC-TOMADOR
                                                ENV-CEP-TOMADOR.
           MOVE NPR-CODIGO-SERVICO           TO ENV-CODIGO-SERVICO.
           MOVE WRK-VALOR-SERVICO            TO ENV-VALOR-SERVICO.
           MOVE WRK-VALOR-BASE               TO ENV-BASE.
           MOVE WRK-VALOR-ISS                TO ENV-VALOR-ISS.

           PERFORM 0420-DADOS-TOMADOR.

           WRITE REG-NFSEENV.

           ADD 1                 TO ACU-RPS-EMITIDOS.
           ADD WRK-VALOR-SERVICO TO WRK-TOTAL-SERVICOS.
           ADD WRK-VALOR-ISS     TO WRK-TOTAL-ISS.

           IF WRK-LOT-IDX-NFSE(WRK-IDX-LOTE) EQUAL ZEROS
               ADD 1 TO WRK-QT-NFSE
               MOVE WRK-QT-NFSE TO WRK-IDX-NFSE
           ELSE
               MOVE WRK-LOT-IDX-NFSE(WRK-IDX-LOTE) TO WRK-IDX-NFSE
               ADD 1 TO ACU-REENVIADOS
           END-IF.

           MOVE WRK-LOT-FATURA(WRK-IDX-LOTE)  TO
               WRK-NFE-FATURA(WRK-IDX-NFSE).
           MOVE WRK-LOT-CLIENTE(WRK-IDX-LOTE) TO
               WRK-NFE-CODIGO-CLIENTE(WRK-IDX-NFSE).
           MOVE WRK-RPS           TO WRK-NFE-RPS(WRK-IDX-NFSE).
           MOVE WRK-LOTE          TO WRK-NFE-LOTE(WRK-IDX-NFSE).
           MOVE WRK-DATA-HOJE     TO WRK-NFE-DATA-RPS(WRK-IDX-NFSE)
               WRK-NFE-DATA-SITUACAO(WRK-IDX-NFSE).
           MOVE WRK-VALOR-SERVICO TO
               WRK-NFE-VALOR-SERVICO(WRK-IDX-NFSE).
           MOVE WRK-VALOR-ISS     TO WRK-NFE-VALOR-ISS(WRK-IDX-NFSE).
           MOVE "E"               TO WRK-NFE-SITUACAO(WRK-IDX-NFSE).
           MOVE SPACES            TO WRK-NFE-NUMERO-NFSE(WRK-IDX-NFSE)
               WRK-NFE-CODIGO-VERIF(WRK-IDX-NFSE)
               WRK-NFE-MOTIVO(WRK-IDX-NFSE).

       0410-EMITE-RPS-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    TOMADOR DO SERVICO PELO CODIGO DO ASSINANTE NO CLIENTES.dat
      *    (MESMA CHAVE "0"+CODIGO DO PRGFATUR) - SEM CADASTRO O RPS
      *    SAI SEM IDENTIFICACAO E A PREFEITURA DECIDE NO RETORNO
      *-----------------------------------------------------------------
       0420-DADOS-TOMADOR                        SECTION.
      *-----------------------------------------------------------------

           IF NOT WRK-CLIENTES-ABERTO
               ADD 1 TO ACU-SEM-TOMADOR
               GO TO 0420-DADOS-TOMADOR-FIM
           END-IF.

           MOVE "0"                           TO WRK-ID-CLIENTE-P1.
           MOVE WRK-LOT-CLIENTE(WRK-IDX-LOTE) TO WRK-ID-CLIENTE-P2.
           MOVE WRK-ID-CLIENTE-N              TO REG-ID.

           READ CLIENTES KEY IS REG-ID
               INVALID KEY
                   DISPLAY "FATURA " WRK-LOT-FATURA(WRK-IDX-LOTE)
                       " - TOMADOR SEM CADASTRO: "
                       WRK-LOT-CLIENTE(WRK-IDX-LOTE)
                   ADD 1 TO ACU-SEM-TOMADOR
                   GO TO 0420-DADOS-TOMADOR-FIM
           END-READ.

           MOVE REG-TIPO-PESSOA TO ENV-TIPO-TOMADOR.
           MOVE REG-CPFCNPJ     TO ENV-DOC-TOMADOR.
           MOVE REG-NOME        TO ENV-NOME-TOMADOR.
           MOVE REG-CIDADE      TO ENV-CIDADE-TOMADOR.
           MOVE REG-UF          TO ENV-UF-TOMADOR.
           MOVE REG-CEP         TO ENV-CEP-TOMADOR.

       0420-DADOS-TOMADOR-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0900-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           IF WRK-CLIENTES-ABERTO
               CLOSE CLIENTES
           END-IF.

           IF WRK-LOTE-GERADO
               OPEN OUTPUT NFSESEQ
               MOVE WRK-RPS  TO SEQ-ULTIMO-RPS
               MOVE WRK-LOTE TO SEQ-ULTIMO-LOTE
               WRITE REG-NFSESEQ
               CLOSE NFSESEQ
               PERFORM 0910-REGRAVA-NFSE
           END-IF.

           MOVE WRK-TOTAL-SERVICOS TO WRK-TOTAL-SERVICOS-ED.
           MOVE WRK-TOTAL-ISS      TO WRK-TOTAL-ISS-ED.

           DISPLAY WRK-LINHA.
           DISPLAY "LOTE.................: " WRK-LOTE.
           DISPLAY "RPS EMITIDOS.........: " ACU-RPS-EMITIDOS.
           DISPLAY "REENVIO DE REJEITADAS: " ACU-REENVIADOS.
           DISPLAY "ULTIMO RPS...........: " WRK-RPS.
           DISPLAY "FATURAS DE ACORDO....: " ACU-ACORDO.
           DISPLAY "ANULADAS ANTES (NCR).: " ACU-ANULADAS.
           DISPLAY "ADIADAS (LOTE CHEIO).: " ACU-ADIADAS.
           DISPLAY "TOMADOR SEM CADASTRO.: " ACU-SEM-TOMADOR.
           DISPLAY "VALOR DOS SERVICOS...: " WRK-TOTAL-SERVICOS-ED.
           DISPLAY "ISS DECLARADO........: " WRK-TOTAL-ISS-ED.
           DISPLAY "ARQUIVO GRAVADO......: " WRK-CAMINHO-NFSEENV.
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
