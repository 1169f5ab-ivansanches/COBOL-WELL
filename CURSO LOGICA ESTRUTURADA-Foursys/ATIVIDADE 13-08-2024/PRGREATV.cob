       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGREATV.
      *=================================================================
      * PROGRAMA   : PRGREATV
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: CAMPANHA DE RECONQUISTA DE ASSINANTES CANCELADOS
      *              COM CUPONS DE USO UNICO (CUPONS.txt, BOOK #CUPOM).
      *              MODOS:
      *              G = GERA A CAMPANHA - CADA ASSINATURA DO
      *                  CLIENTES2.dat CANCELADA (REG-DATA-CANCEL NA
      *                  JANELA INFORMADA, FORA DE ATIVA/PAUSADA) DE
      *                  CLIENTE SEM DIVIDA EM ABERTO NO FATURREG.txt
      *                  (FATURA "A", "P" OU BAIXADA "B") E COM E-MAIL
      *                  GANHA UM CUPOM PRESO AO CLIENTE E AO SERVICO,
      *                  COM NUMERO UNICO (CAMPANHA E CUPOM PERSISTIDOS
      *                  EM CUPOMSEQ.txt), E UM EVENTO "O" NO SPOOL
      *                  NOTIFEVT.txt (BOOK #NOTIFICA) PARA O E-MAIL;
      *                  ASSINATURA QUE JA TEM CUPOM EM ABERTO NAO
      *                  GANHA OUTRO;
      *              R = RELATORIO DA CAMPANHA (RELREATV.txt, SPOOL
      *                  PARA O MARKETING) - POR CAMPANHA E MOEDA:
      *                  CUPONS EMITIDOS, RESGATADOS E VENCIDOS,
      *                  RECEITA REATIVADA (VALOR COBRADO NO RESGATE)
      *                  E CUSTO DO DESCONTO.
      *              O RESGATE E DO PRGCOBRA, NA PRIMEIRA COBRANCA DA
      *              ASSINATURA REATIVADA. NOS DOIS MODOS, CUPOM
      *              EMITIDO COM A VALIDADE VENCIDA PASSA A "V"
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  CLIENTES2             INPUT (INDEXADO)
      *  FATURREG              INPUT                  #FATURREG
      *  CUPONS                INPUT/OUTPUT           #CUPOM
      *  CUPOMSEQ              INPUT/OUTPUT
      *  NOTIFEVT              OUTPUT (EXTEND)        #NOTIFICA
      *  RELREATV              OUTPUT
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
           SELECT CLIENTES2             ASSIGN TO
                                        WRK-CAMINHO-CLIENTES2
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS SEQUENTIAL
               RECORD KEY               IS REG-CODIGO
               FILE STATUS              IS FS-CLIENTES2.

           SELECT FATURREG              ASSIGN TO
                                        WRK-CAMINHO-FATURREG
               FILE STATUS              IS FS-FATURREG.

           SELECT CUPONS                ASSIGN TO
                                        WRK-CAMINHO-CUPONS
               FILE STATUS              IS FS-CUPONS.

           SELECT CUPOMSEQ              ASSIGN TO
                                        WRK-CAMINHO-CUPOMSEQ
               FILE STATUS              IS FS-CUPOMSEQ.

           SELECT NOTIFEVT              ASSIGN TO
                                        WRK-CAMINHO-NOTIFEVT
               FILE STATUS              IS FS-NOTIFEVT.

           SELECT RELREATV              ASSIGN TO
                                        WRK-CAMINHO-RELREATV
               FILE STATUS              IS FS-RELREATV.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT -  BASE DE ASSINANTES AGRUPADA (CLIENTES2)
      *                               LRECL = 208
      *----------------------------------------------------------------*
       FD  CLIENTES2.
       01  REG-CLIENTES.
           10 REG-CODIGO               PIC X(003).
           10 REG-NOME                 PIC X(020).
           10 REG-EMAIL                PIC X(020).
           10 REG-QTD-SERVICOS         PIC 9(001).
           10 REG-SERVICOS             OCCURS 3 TIMES.
               15 REG-STREA                PIC X(010).
               15 REG-ASSINATURA           PIC 9(003)V99.
               15 REG-STATUS-ASSINATURA    PIC X(001).
                   88 REG-ASSINATURA-ATIVA     VALUE "A".
                   88 REG-ASSINATURA-PAUSADA   VALUE "P".
                   88 REG-ASSINATURA-CANCELADA VALUE "C".
               15 REG-PROX-COBRANCA        PIC 9(008).
               15 REG-MOEDA-ASSINATURA     PIC X(003).
               15 REG-DATA-INICIO          PIC 9(008).
               15 REG-DATA-CANCEL          PIC 9(008).
               15 REG-FIM-TESTE            PIC 9(008).
               15 REG-FREQ-COBRANCA        PIC X(001).
                   88 REG-COBRANCA-ANUAL       VALUE "A".
               15 REG-DATA-RETOMADA        PIC 9(008).

      *----------------------------------------------------------------*
      *     INPUT -  REGISTRO DE FATURAS EMITIDAS (FATURREG)
      *                               LRECL = 051
      *----------------------------------------------------------------*
       FD  FATURREG.
       COPY '#FATURREG'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - CUPONS DE RECONQUISTA (CUPONS)
      *                               LRECL = 077
      *----------------------------------------------------------------*
       FD  CUPONS.
       COPY '#CUPOM'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - ULTIMA CAMPANHA E ULTIMO CUPOM (CUPOMSEQ)
      *                               LRECL = 014
      *----------------------------------------------------------------*
       FD  CUPOMSEQ.
       01  REG-CUPOMSEQ.
           05 SEQ-ULTIMA-CAMPANHA       PIC  9(06).
           05 SEQ-ULTIMO-CUPOM          PIC  9(08).

      *----------------------------------------------------------------*
      *     OUTPUT - SPOOL DE EVENTOS DE NOTIFICACAO (NOTIFEVT)
      *                               LRECL = 050
      *----------------------------------------------------------------*
       FD  NOTIFEVT.
       COPY '#NOTIFICA'.

      *----------------------------------------------------------------*
      *     OUTPUT - RELATORIO DAS CAMPANHAS DE RECONQUISTA (RELREATV)
      *                               LRECL = 080
      *----------------------------------------------------------------*
       FD  RELREATV.
       01  REG-RELREATV                 PIC X(080).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-CLIENTES2                 PIC 9(002).
       77  FS-FATURREG                  PIC 9(002).
       77  FS-CUPONS                    PIC 9(002).
       77  FS-CUPOMSEQ                  PIC 9(002).
       77  FS-NOTIFEVT                  PIC 9(002).
       77  FS-RELREATV                  PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-CLIENTES2        PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FATURREG         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CUPONS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CUPOMSEQ         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-NOTIFEVT         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RELREATV         PIC X(060)        VALUES SPACES.

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
           '*** VARIAVEIS DA CAMPANHA DE RECONQUISTA *** '.
      *-----------------------------------------------------------------

       01  WRK-MODO                     PIC X(001)        VALUES SPACES.
           88 WRK-MODO-GERAR                      VALUES "G".
           88 WRK-MODO-RELATORIO                  VALUES "R".

       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-IDX-SERV                 PIC 9(001)        VALUES 1.

      *== PARAMETROS DA CAMPANHA
       01  WRK-JANELA-INICIO            PIC 9(008)        VALUES ZEROS.
       01  WRK-JANELA-FIM               PIC 9(008)        VALUES ZEROS.
       01  WRK-TIPO-DESCONTO            PIC X(001)        VALUES SPACES.
       01  WRK-VALOR-DESCONTO           PIC 9(003)V99     VALUES ZEROS.
       01  WRK-VALIDADE                 PIC 9(008)        VALUES ZEROS.
       01  WRK-CAMPANHA-FILTRO          PIC 9(006)        VALUES ZEROS.

      *== SEQUENCIAS (CUPOMSEQ)
       01  WRK-CAMPANHA                 PIC 9(006)        VALUES ZEROS.
       01  WRK-ULTIMO-CUPOM             PIC 9(008)        VALUES ZEROS.

      *== CLIENTES COM DIVIDA EM ABERTO NO FATURREG
       01  WRK-QT-DEVEDORES             PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-DEVEDOR              PIC 9(004)        VALUES ZEROS.
       01  WRK-DEVEDOR-ACHADO           PIC X(001)        VALUES "N".
           88 WRK-DEVEDOR-FOI-ACHADO              VALUES "S".
           88 WRK-DEVEDOR-NAO-ACHADO              VALUES "N".
       01  WRK-TAB-DEVEDORES.
           05 WRK-DEV-CODIGO            PIC X(003)
                                        OCCURS 2000 TIMES.
       01  WRK-CODIGO-PROCURA           PIC X(003)        VALUES SPACES.

      *== CUPONS EM MEMORIA (IMAGEM DO CUPONS)
       01  WRK-QT-CUPONS                PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-CUPOM                PIC 9(004)        VALUES ZEROS.
       01  WRK-CUPOM-ACHADO             PIC X(001)        VALUES "N".
           88 WRK-CUPOM-FOI-ACHADO                VALUES "S".
           88 WRK-CUPOM-NAO-ACHADO                VALUES "N".
       01  WRK-CUPONS-SITUACAO          PIC X(001)        VALUES "N".
           88 WRK-CUPONS-ALTERADOS                VALUES "S".
       01  WRK-TAB-CUPONS.
           05 WRK-CUP-OCO               OCCURS 5000 TIMES.
               10 WRK-CUP-DADOS.
                   15 WRK-CUP-CODIGO            PIC X(10).
                   15 WRK-CUP-CAMPANHA          PIC 9(06).
                   15 WRK-CUP-CODIGO-CLIENTE    PIC X(03).
                   15 WRK-CUP-SERVICO           PIC X(10).
                   15 WRK-CUP-MOEDA             PIC X(03).
                   15 WRK-CUP-TIPO              PIC X(01).
                   15 WRK-CUP-VALOR             PIC 9(03)V99.
                   15 WRK-CUP-DATA-EMISSAO      PIC 9(08).
                   15 WRK-CUP-VALIDADE          PIC 9(08).
                   15 WRK-CUP-SITUACAO          PIC X(01).
                       88 WRK-CUP-EMITIDO           VALUE "E".
                       88 WRK-CUP-USADO             VALUE "U".
                       88 WRK-CUP-VENCIDO           VALUE "V".
                   15 WRK-CUP-DATA-USO          PIC 9(08).
                   15 WRK-CUP-VALOR-COBRADO     PIC 9(05)V99.
                   15 WRK-CUP-DESCONTO          PIC 9(05)V99.

       01  WRK-DESCONTO-AVISO           PIC 9(003)V99     VALUES ZEROS.

      *== RESUMO POR CAMPANHA E MOEDA (MODO R)
       01  WRK-QT-RESUMOS               PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-RESUMO               PIC 9(003)        VALUES ZEROS.
       01  WRK-RESUMO-ACHADO            PIC X(001)        VALUES "N".
           88 WRK-RESUMO-FOI-ACHADO               VALUES "S".
           88 WRK-RESUMO-NAO-ACHADO               VALUES "N".
       01  WRK-TAB-RESUMOS.
           05 WRK-RSM-OCO               OCCURS 500 TIMES.
               10 WRK-RSM-CAMPANHA          PIC 9(06).
               10 WRK-RSM-MOEDA             PIC X(03).
               10 WRK-RSM-EMITIDOS          PIC 9(05).
               10 WRK-RSM-RESGATADOS        PIC 9(05).
               10 WRK-RSM-VENCIDOS          PIC 9(05).
               10 WRK-RSM-RECEITA           PIC 9(09)V99.
               10 WRK-RSM-DESCONTO          PIC 9(09)V99.

       01  ACU-CANCELADAS               PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-COM-DIVIDA               PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-SEM-EMAIL                PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-JA-COM-CUPOM             PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-EMITIDOS                 PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-ADIADOS                  PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-VENCIDOS-AGORA           PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-TOT-EMITIDOS             PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-TOT-RESGATADOS           PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-TOT-VENCIDOS             PIC 9(005) COMP-3 VALUES ZEROS.

      *== LINHAS DO RELATORIO
       01  WRK-LIN-TITULO.
           05 FILLER                    PIC X(040) VALUE
              "CAMPANHAS DE RECONQUISTA - POSICAO EM".
           05 WRK-TIT-DATA              PIC 9(008).
           05 FILLER                    PIC X(032) VALUE SPACES.

       01  WRK-LIN-CABECALHO.
           05 FILLER                    PIC X(040) VALUE
              "CAMPANHA MOEDA EMITIDOS RESGAT. VENCIDOS".
           05 FILLER                    PIC X(040) VALUE
              "  RECEITA REATIVADA  CUSTO DO DESCONTO".

       01  WRK-LIN-CAMPANHA.
           05 WRK-CMP-CAMPANHA          PIC 9(006).
           05 FILLER                    PIC X(003) VALUE SPACES.
           05 WRK-CMP-MOEDA             PIC X(003).
           05 FILLER                    PIC X(004) VALUE SPACES.
           05 WRK-CMP-EMITIDOS          PIC ZZZZ9.
           05 FILLER                    PIC X(003) VALUE SPACES.
           05 WRK-CMP-RESGATADOS        PIC ZZZZ9.
           05 FILLER                    PIC X(004) VALUE SPACES.
           05 WRK-CMP-VENCIDOS          PIC ZZZZ9.
           05 FILLER                    PIC X(004) VALUE SPACES.
           05 WRK-CMP-RECEITA           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(004) VALUE SPACES.
           05 WRK-CMP-DESCONTO          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(002) VALUE SPACES.

       01  WRK-LIN-RESUMO.
           05 FILLER                    PIC X(018) VALUE
              "TOTAL - EMITIDOS: ".
           05 WRK-RES-EMITIDOS          PIC ZZZZ9.
           05 FILLER                    PIC X(015) VALUE
              "  RESGATADOS: ".
           05 WRK-RES-RESGATADOS        PIC ZZZZ9.
           05 FILLER                    PIC X(013) VALUE
              "  VENCIDOS: ".
           05 WRK-RES-VENCIDOS          PIC ZZZZ9.
           05 FILLER                    PIC X(019) VALUE SPACES.

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
           PERFORM 0200-PROCESSAR.
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
                  "\CLIENTES2.dat"     DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CLIENTES2.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FATURREG.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FATURREG.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CUPONS.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CUPONS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CUPOMSEQ.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CUPOMSEQ.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\NOTIFEVT.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-NOTIFEVT.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RELREATV.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RELREATV.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "==== CAMPANHA DE RECONQUISTA ====".
           DISPLAY "G-GERAR CAMPANHA  R-RELATORIO DAS CAMPANHAS".
           DISPLAY "QUAL O MODO?".
           ACCEPT WRK-MODO.

           IF NOT WRK-MODO-GERAR
              AND NOT WRK-MODO-RELATORIO
               DISPLAY "MODO INVALIDO!"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0110-CARREGA-CUPONS.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    CARREGA OS CUPONS - ARQUIVO AUSENTE COMECA SEM CUPONS;
      *    ARQUIVO MAIOR QUE A TABELA ABORTA (NAO PODE SER REGRAVADO
      *    PELA METADE). CUPOM EMITIDO COM VALIDADE VENCIDA VIRA "V"
      *-----------------------------------------------------------------
       0110-CARREGA-CUPONS                       SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CUPONS.
           IF FS-CUPONS NOT EQUAL 00
               GO TO 0110-CARREGA-CUPONS-FIM
           END-IF.

           READ CUPONS.
           PERFORM 0111-GUARDA-CUPOM
               UNTIL FS-CUPONS NOT EQUAL 00.

           CLOSE CUPONS.

       0110-CARREGA-CUPONS-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0111-GUARDA-CUPOM                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-CUPONS NOT LESS 5000
               DISPLAY "CUPONS.txt MAIOR QUE A TABELA DE CUPONS!"
               CLOSE CUPONS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ADD 1 TO WRK-QT-CUPONS.
           MOVE REG-CUPOM TO WRK-CUP-DADOS(WRK-QT-CUPONS).

           IF WRK-CUP-EMITIDO(WRK-QT-CUPONS)
              AND WRK-CUP-VALIDADE(WRK-QT-CUPONS) LESS WRK-DATA-HOJE
               MOVE "V" TO WRK-CUP-SITUACAO(WRK-QT-CUPONS)
               SET WRK-CUPONS-ALTERADOS TO TRUE
               ADD 1 TO ACU-VENCIDOS-AGORA
           END-IF.

           READ CUPONS.

       0111-GUARDA-CUPOM-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           EVALUATE TRUE
               WHEN WRK-MODO-GERAR
                   PERFORM 0300-GERA-CAMPANHA
               WHEN WRK-MODO-RELATORIO
                   PERFORM 0600-RELATORIO
           END-EVALUATE.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    GERA A CAMPANHA - PARAMETROS, CLIENTES EM DIVIDA E A
      *    VARREDURA DO CLIENTES2; O NUMERO DA CAMPANHA SO E GASTO
      *    QUANDO SAI AO MENOS UM CUPOM
      *-----------------------------------------------------------------
       0300-GERA-CAMPANHA                        SECTION.
      *-----------------------------------------------------------------

           PERFORM 0305-RECEBE-PARAMETROS.
           PERFORM 0310-CARREGA-DEVEDORES.

           OPEN INPUT CUPOMSEQ.
           IF FS-CUPOMSEQ            EQUAL 00
               READ CUPOMSEQ
               IF FS-CUPOMSEQ        EQUAL 00
                   MOVE SEQ-ULTIMA-CAMPANHA TO WRK-CAMPANHA
                   MOVE SEQ-ULTIMO-CUPOM    TO WRK-ULTIMO-CUPOM
               END-IF
               CLOSE CUPOMSEQ
           END-IF.

           ADD 1 TO WRK-CAMPANHA.

           OPEN INPUT CLIENTES2.
           IF FS-CLIENTES2 NOT EQUAL 00
               MOVE WRK-ERRO-ABERTURA TO WRK-FS-DESCRICAO
               DISPLAY WRK-FS-DESCRICAO
               CALL "FSTATUS" USING FS-CLIENTES2 WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND NOTIFEVT.
           IF FS-NOTIFEVT EQUAL 35
               OPEN OUTPUT NOTIFEVT
               CLOSE NOTIFEVT
               OPEN EXTEND NOTIFEVT
           END-IF.

           READ CLIENTES2.
           PERFORM 0320-AVALIA-CLIENTE
               UNTIL FS-CLIENTES2 NOT EQUAL 00.

           CLOSE CLIENTES2.
           CLOSE NOTIFEVT.

           IF ACU-EMITIDOS GREATER ZEROS
               OPEN OUTPUT CUPOMSEQ
               MOVE WRK-CAMPANHA     TO SEQ-ULTIMA-CAMPANHA
               MOVE WRK-ULTIMO-CUPOM TO SEQ-ULTIMO-CUPOM
               WRITE REG-CUPOMSEQ
               CLOSE CUPOMSEQ
               SET WRK-CUPONS-ALTERADOS TO TRUE
           ELSE
               SUBTRACT 1 FROM WRK-CAMPANHA
           END-IF.

       0300-GERA-CAMPANHA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0305-RECEBE-PARAMETROS                    SECTION.
      *-----------------------------------------------------------------

           DISPLAY "INICIO DA JANELA DE CANCELAMENTO (AAAAMMDD)..".
           ACCEPT WRK-JANELA-INICIO.
           DISPLAY "FIM DA JANELA DE CANCELAMENTO (AAAAMMDD)..".
           ACCEPT WRK-JANELA-FIM.
           DISPLAY "TIPO DO DESCONTO (P=PERCENTUAL F=FIXO)..".
           ACCEPT WRK-TIPO-DESCONTO.
           DISPLAY "VALOR DO DESCONTO..".
           ACCEPT WRK-VALOR-DESCONTO.
           DISPLAY "VALIDADE DO CUPOM (AAAAMMDD)..".
           ACCEPT WRK-VALIDADE.

           IF WRK-JANELA-INICIO EQUAL ZEROS
              OR WRK-JANELA-FIM LESS WRK-JANELA-INICIO
               DISPLAY "JANELA DE CANCELAMENTO INVALIDA!"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WRK-TIPO-DESCONTO NOT EQUAL "P"
              AND WRK-TIPO-DESCONTO NOT EQUAL "F"
               DISPLAY "TIPO DE DESCONTO INVALIDO!"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WRK-VALOR-DESCONTO EQUAL ZEROS
              OR (WRK-TIPO-DESCONTO EQUAL "P"
                  AND WRK-VALOR-DESCONTO GREATER 100)
               DISPLAY "VALOR DO DESCONTO INVALIDO!"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WRK-VALIDADE LESS WRK-DATA-HOJE
               DISPLAY "VALIDADE DO CUPOM JA VENCIDA!"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0305-RECEBE-PARAMETROS-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    CARREGA OS CLIENTES COM DIVIDA EM ABERTO - FATURA ABERTA,
      *    PARCIAL OU BAIXADA COMO PERDA. ARQUIVO AUSENTE SEGUE SEM
      *    DEVEDORES; ARQUIVO COM MAIS DEVEDORES QUE A TABELA ABORTA
      *    (DEVEDOR FORA DA TABELA GANHARIA CUPOM)
      *-----------------------------------------------------------------
       0310-CARREGA-DEVEDORES                    SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT FATURREG.
           IF FS-FATURREG NOT EQUAL 00
               DISPLAY "FATURREG.txt AUSENTE - NENHUM CLIENTE EM DIVIDA"
               GO TO 0310-CARREGA-DEVEDORES-FIM
           END-IF.

           READ FATURREG.
           PERFORM 0311-GUARDA-DEVEDOR
               UNTIL FS-FATURREG NOT EQUAL 00.

           CLOSE FATURREG.

       0310-CARREGA-DEVEDORES-FIM.               EXIT.

      *-----------------------------------------------------------------
       0311-GUARDA-DEVEDOR                       SECTION.
      *-----------------------------------------------------------------

           IF NOT FAT-ABERTA
              AND NOT FAT-PARCIAL
              AND NOT FAT-BAIXADA-PERDA
               GO TO 0311-GUARDA-DEVEDOR-LER
           END-IF.

           MOVE FAT-CODIGO-CLIENTE TO WRK-CODIGO-PROCURA.
           PERFORM 0315-PROCURA-DEVEDOR.

           IF WRK-DEVEDOR-FOI-ACHADO
               GO TO 0311-GUARDA-DEVEDOR-LER
           END-IF.

           IF WRK-QT-DEVEDORES NOT LESS 2000
               DISPLAY "FATURREG.txt COM MAIS DEVEDORES QUE A TABELA!"
               CLOSE FATURREG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ADD 1 TO WRK-QT-DEVEDORES.
           MOVE FAT-CODIGO-CLIENTE TO WRK-DEV-CODIGO(WRK-QT-DEVEDORES).

       0311-GUARDA-DEVEDOR-LER.

           READ FATURREG.

       0311-GUARDA-DEVEDOR-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0315-PROCURA-DEVEDOR                      SECTION.
      *-----------------------------------------------------------------

           SET WRK-DEVEDOR-NAO-ACHADO TO TRUE.
           PERFORM 0316-COMPARA-DEVEDOR
               VARYING WRK-IDX-DEVEDOR FROM 1 BY 1
               UNTIL WRK-IDX-DEVEDOR GREATER WRK-QT-DEVEDORES
                  OR WRK-DEVEDOR-FOI-ACHADO.

       0315-PROCURA-DEVEDOR-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0316-COMPARA-DEVEDOR                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-DEV-CODIGO(WRK-IDX-DEVEDOR) EQUAL WRK-CODIGO-PROCURA
               SET WRK-DEVEDOR-FOI-ACHADO TO TRUE
           END-IF.

       0316-COMPARA-DEVEDOR-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0320-AVALIA-CLIENTE                       SECTION.
      *-----------------------------------------------------------------

           PERFORM 0321-AVALIA-SERVICO
               VARYING WRK-IDX-SERV FROM 1 BY 1
               UNTIL WRK-IDX-SERV GREATER REG-QTD-SERVICOS.

           READ CLIENTES2.

       0320-AVALIA-CLIENTE-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    ASSINATURA CANCELADA NA JANELA E AINDA FORA DE ATIVA/PAUSADA
      *    (QUEM JA VOLTOU NAO PRECISA DE CUPOM)
      *-----------------------------------------------------------------
       0321-AVALIA-SERVICO                       SECTION.
      *-----------------------------------------------------------------

           IF REG-DATA-CANCEL(WRK-IDX-SERV) LESS WRK-JANELA-INICIO
              OR REG-DATA-CANCEL(WRK-IDX-SERV) GREATER WRK-JANELA-FIM
              OR REG-ASSINATURA-ATIVA(WRK-IDX-SERV)
              OR REG-ASSINATURA-PAUSADA(WRK-IDX-SERV)
               GO TO 0321-AVALIA-SERVICO-FIM
           END-IF.

           ADD 1 TO ACU-CANCELADAS.

           MOVE REG-CODIGO TO WRK-CODIGO-PROCURA.
           PERFORM 0315-PROCURA-DEVEDOR.
           IF WRK-DEVEDOR-FOI-ACHADO
               ADD 1 TO ACU-COM-DIVIDA
               GO TO 0321-AVALIA-SERVICO-FIM
           END-IF.

           IF REG-EMAIL EQUAL SPACES
               ADD 1 TO ACU-SEM-EMAIL
               GO TO 0321-AVALIA-SERVICO-FIM
           END-IF.

           PERFORM 0325-PROCURA-CUPOM-ABERTO.
           IF WRK-CUPOM-FOI-ACHADO
               ADD 1 TO ACU-JA-COM-CUPOM
               GO TO 0321-AVALIA-SERVICO-FIM
           END-IF.

           IF WRK-QT-CUPONS NOT LESS 5000
               ADD 1 TO ACU-ADIADOS
               GO TO 0321-AVALIA-SERVICO-FIM
           END-IF.

           PERFORM 0330-EMITE-CUPOM.

       0321-AVALIA-SERVICO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    PROCURA CUPOM EMITIDO (AINDA NAO USADO NEM VENCIDO) PARA O
      *    CLIENTE E O SERVICO CORRENTES
      *-----------------------------------------------------------------
       0325-PROCURA-CUPOM-ABERTO                 SECTION.
      *-----------------------------------------------------------------

           SET WRK-CUPOM-NAO-ACHADO TO TRUE.
           PERFORM 0326-COMPARA-CUPOM
               VARYING WRK-IDX-CUPOM FROM 1 BY 1
               UNTIL WRK-IDX-CUPOM GREATER WRK-QT-CUPONS
                  OR WRK-CUPOM-FOI-ACHADO.

       0325-PROCURA-CUPOM-ABERTO-FIM.            EXIT.

      *-----------------------------------------------------------------
       0326-COMPARA-CUPOM                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-CUP-EMITIDO(WRK-IDX-CUPOM)
              AND WRK-CUP-CODIGO-CLIENTE(WRK-IDX-CUPOM) EQUAL
                  REG-CODIGO
              AND WRK-CUP-SERVICO(WRK-IDX-CUPOM) EQUAL
                  REG-STREA(WRK-IDX-SERV)
               SET WRK-CUPOM-FOI-ACHADO TO TRUE
           END-IF.

       0326-COMPARA-CUPOM-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    EMITE O CUPOM E O EVENTO DE E-MAIL - O VALOR DO EVENTO E O
      *    DESCONTO EM DINHEIRO SOBRE UMA MENSALIDADE DO PRECO ATUAL
      *    DA ASSINATURA, E A DATA E A VALIDADE DO CUPOM
      *-----------------------------------------------------------------
       0330-EMITE-CUPOM                          SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO WRK-ULTIMO-CUPOM.

           MOVE SPACES                  TO REG-CUPOM.
           MOVE "RC"                    TO CUP-COD-PREFIXO.
           MOVE WRK-ULTIMO-CUPOM        TO CUP-COD-NUMERO.
           MOVE WRK-CAMPANHA            TO CUP-CAMPANHA.
           MOVE REG-CODIGO              TO CUP-CODIGO-CLIENTE.
           MOVE REG-STREA(WRK-IDX-SERV) TO CUP-SERVICO.
           MOVE REG-MOEDA-ASSINATURA(WRK-IDX-SERV) TO CUP-MOEDA.
           MOVE WRK-TIPO-DESCONTO       TO CUP-TIPO.
           MOVE WRK-VALOR-DESCONTO      TO CUP-VALOR.
           MOVE WRK-DATA-HOJE           TO CUP-DATA-EMISSAO.
           MOVE WRK-VALIDADE            TO CUP-VALIDADE.
           SET CUP-EMITIDO              TO TRUE.
           MOVE ZEROS                   TO CUP-DATA-USO
                                           CUP-VALOR-COBRADO
                                           CUP-DESCONTO.

           ADD 1 TO WRK-QT-CUPONS.
           MOVE REG-CUPOM TO WRK-CUP-DADOS(WRK-QT-CUPONS).

           IF CUP-TIPO-PERCENTUAL
               COMPUTE WRK-DESCONTO-AVISO ROUNDED =
                   REG-ASSINATURA(WRK-IDX-SERV) * CUP-VALOR / 100
           ELSE
               MOVE CUP-VALOR TO WRK-DESCONTO-AVISO
               IF WRK-DESCONTO-AVISO GREATER
                  REG-ASSINATURA(WRK-IDX-SERV)
                   MOVE REG-ASSINATURA(WRK-IDX-SERV)
                                         TO WRK-DESCONTO-AVISO
               END-IF
           END-IF.

           MOVE SPACES                  TO REG-NOTIFICA.
           SET NOT-OFERTA-RECONQUISTA   TO TRUE.
           MOVE REG-CODIGO              TO NOT-CODIGO-CLIENTE.
           MOVE REG-EMAIL               TO NOT-EMAIL.
           MOVE WRK-VALIDADE            TO NOT-DATA.
           MOVE WRK-DESCONTO-AVISO      TO NOT-VALOR.
           MOVE CUP-CODIGO              TO NOT-REFERENCIA.
           WRITE REG-NOTIFICA.

           ADD 1 TO ACU-EMITIDOS.

       0330-EMITE-CUPOM-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    RELATORIO - RESUMO POR CAMPANHA E MOEDA A PARTIR DOS CUPONS
      *    (CAMPANHA ZERO = TODAS)
      *-----------------------------------------------------------------
       0600-RELATORIO                            SECTION.
      *-----------------------------------------------------------------

           DISPLAY "CAMPANHA (ZERO = TODAS)..".
           ACCEPT WRK-CAMPANHA-FILTRO.

           PERFORM 0610-RESUME-CUPOM
               VARYING WRK-IDX-CUPOM FROM 1 BY 1
               UNTIL WRK-IDX-CUPOM GREATER WRK-QT-CUPONS.

           OPEN OUTPUT RELREATV.
           IF FS-RELREATV NOT EQUAL 00
               DISPLAY "RELREATV.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-RELREATV WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WRK-DATA-HOJE TO WRK-TIT-DATA.
           WRITE REG-RELREATV FROM WRK-LIN-TITULO.
           WRITE REG-RELREATV FROM WRK-LIN-SEPARA.
           WRITE REG-RELREATV FROM WRK-LIN-CABECALHO.

           PERFORM 0620-IMPRIME-CAMPANHA
               VARYING WRK-IDX-RESUMO FROM 1 BY 1
               UNTIL WRK-IDX-RESUMO GREATER WRK-QT-RESUMOS.

           WRITE REG-RELREATV FROM WRK-LIN-SEPARA.
           MOVE ACU-TOT-EMITIDOS   TO WRK-RES-EMITIDOS.
           MOVE ACU-TOT-RESGATADOS TO WRK-RES-RESGATADOS.
           MOVE ACU-TOT-VENCIDOS   TO WRK-RES-VENCIDOS.
           WRITE REG-RELREATV FROM WRK-LIN-RESUMO.
           DISPLAY WRK-LIN-RESUMO.

           CLOSE RELREATV.

           MOVE "RELREATV"             TO WRK-SPL-RELATORIO.
           MOVE "PRGREATV"             TO WRK-SPL-PROGRAMA.
           MOVE WRK-CAMINHO-RELREATV   TO WRK-SPL-ARQUIVO.
           MOVE "MARKETING"            TO WRK-SPL-DESTINATARIO.
           CALL "SPOOLREG" USING WRK-SPOOL.

       0600-RELATORIO-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0610-RESUME-CUPOM                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-CAMPANHA-FILTRO NOT EQUAL ZEROS
              AND WRK-CUP-CAMPANHA(WRK-IDX-CUPOM) NOT EQUAL
                  WRK-CAMPANHA-FILTRO
               GO TO 0610-RESUME-CUPOM-FIM
           END-IF.

           SET WRK-RESUMO-NAO-ACHADO TO TRUE.
           PERFORM 0611-COMPARA-RESUMO
               VARYING WRK-IDX-RESUMO FROM 1 BY 1
               UNTIL WRK-IDX-RESUMO GREATER WRK-QT-RESUMOS
                  OR WRK-RESUMO-FOI-ACHADO.

           IF WRK-RESUMO-FOI-ACHADO
               SUBTRACT 1 FROM WRK-IDX-RESUMO
           ELSE
               IF WRK-QT-RESUMOS NOT LESS 500
                   DISPLAY "CAMPANHAS DEMAIS PARA O RESUMO - FILTRE "
                       "POR CAMPANHA!"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WRK-QT-RESUMOS
               MOVE WRK-QT-RESUMOS TO WRK-IDX-RESUMO
               MOVE WRK-CUP-CAMPANHA(WRK-IDX-CUPOM)
                                   TO WRK-RSM-CAMPANHA(WRK-IDX-RESUMO)
               MOVE WRK-CUP-MOEDA(WRK-IDX-CUPOM)
                                   TO WRK-RSM-MOEDA(WRK-IDX-RESUMO)
               MOVE ZEROS          TO WRK-RSM-EMITIDOS(WRK-IDX-RESUMO)
                                      WRK-RSM-RESGATADOS(WRK-IDX-RESUMO)
                                      WRK-RSM-VENCIDOS(WRK-IDX-RESUMO)
                                      WRK-RSM-RECEITA(WRK-IDX-RESUMO)
                                      WRK-RSM-DESCONTO(WRK-IDX-RESUMO)
           END-IF.

           ADD 1 TO WRK-RSM-EMITIDOS(WRK-IDX-RESUMO).
           ADD 1 TO ACU-TOT-EMITIDOS.

           IF WRK-CUP-USADO(WRK-IDX-CUPOM)
               ADD 1 TO WRK-RSM-RESGATADOS(WRK-IDX-RESUMO)
               ADD 1 TO ACU-TOT-RESGATADOS
               ADD WRK-CUP-VALOR-COBRADO(WRK-IDX-CUPOM)
                   TO WRK-RSM-RECEITA(WRK-IDX-RESUMO)
               ADD WRK-CUP-DESCONTO(WRK-IDX-CUPOM)
                   TO WRK-RSM-DESCONTO(WRK-IDX-RESUMO)
           END-IF.

           IF WRK-CUP-VENCIDO(WRK-IDX-CUPOM)
               ADD 1 TO WRK-RSM-VENCIDOS(WRK-IDX-RESUMO)
               ADD 1 TO ACU-TOT-VENCIDOS
           END-IF.

       0610-RESUME-CUPOM-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0611-COMPARA-RESUMO                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-RSM-CAMPANHA(WRK-IDX-RESUMO) EQUAL
              WRK-CUP-CAMPANHA(WRK-IDX-CUPOM)
              AND WRK-RSM-MOEDA(WRK-IDX-RESUMO) EQUAL
                  WRK-CUP-MOEDA(WRK-IDX-CUPOM)
               SET WRK-RESUMO-FOI-ACHADO TO TRUE
           END-IF.

       0611-COMPARA-RESUMO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0620-IMPRIME-CAMPANHA                     SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-RSM-CAMPANHA(WRK-IDX-RESUMO)   TO WRK-CMP-CAMPANHA.
           MOVE WRK-RSM-MOEDA(WRK-IDX-RESUMO)      TO WRK-CMP-MOEDA.
           MOVE WRK-RSM-EMITIDOS(WRK-IDX-RESUMO)   TO WRK-CMP-EMITIDOS.
           MOVE WRK-RSM-RESGATADOS(WRK-IDX-RESUMO)
                                            TO WRK-CMP-RESGATADOS.
           MOVE WRK-RSM-VENCIDOS(WRK-IDX-RESUMO)   TO WRK-CMP-VENCIDOS.
           MOVE WRK-RSM-RECEITA(WRK-IDX-RESUMO)    TO WRK-CMP-RECEITA.
           MOVE WRK-RSM-DESCONTO(WRK-IDX-RESUMO)   TO WRK-CMP-DESCONTO.
           WRITE REG-RELREATV FROM WRK-LIN-CAMPANHA.

       0620-IMPRIME-CAMPANHA-FIM.                EXIT.

      *-----------------------------------------------------------------
       0900-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           IF WRK-CUPONS-ALTERADOS
               PERFORM 0910-REGRAVA-CUPONS
           END-IF.

           DISPLAY WRK-LINHA.
           IF WRK-MODO-GERAR
               DISPLAY "CAMPANHA.............: " WRK-CAMPANHA
               DISPLAY "CANCELADAS NA JANELA.: " ACU-CANCELADAS
               DISPLAY "COM DIVIDA EM ABERTO.: " ACU-COM-DIVIDA
               DISPLAY "SEM E-MAIL...........: " ACU-SEM-EMAIL
               DISPLAY "JA COM CUPOM ABERTO..: " ACU-JA-COM-CUPOM
               DISPLAY "CUPONS EMITIDOS......: " ACU-EMITIDOS
               DISPLAY "ADIADOS (TABELA CHEIA) " ACU-ADIADOS
           END-IF.
           DISPLAY "CUPONS VENCIDOS AGORA: " ACU-VENCIDOS-AGORA.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           IF ACU-ADIADOS GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0900-FINALIZAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    REGRAVA O CUPONS.txt INTEIRO A PARTIR DA TABELA
      *-----------------------------------------------------------------
       0910-REGRAVA-CUPONS                       SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT CUPONS.
           IF FS-CUPONS NOT EQUAL 00
               DISPLAY "CUPONS.txt NAO REGRAVADO!"
               CALL "FSTATUS" USING FS-CUPONS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0911-GRAVA-CUPOM
               VARYING WRK-IDX-CUPOM FROM 1 BY 1
               UNTIL WRK-IDX-CUPOM GREATER WRK-QT-CUPONS.

           CLOSE CUPONS.

       0910-REGRAVA-CUPONS-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0911-GRAVA-CUPOM                          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-CUP-DADOS(WRK-IDX-CUPOM) TO REG-CUPOM.
           WRITE REG-CUPOM.

       0911-GRAVA-CUPOM-FIM.                     EXIT.
