       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGREPAS.
      *=================================================================
      * PROGRAMA   : PRGREPAS
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: FECHAMENTO MENSAL DO REPASSE AOS PARCEIROS DE
      *              STREAMING - PARA A COMPETENCIA (AAAAMM) SOMA POR
      *              SERVICO SO O QUE FOI DE FATO ARRECADADO: FATURAS
      *              QUITADAS (FATURREG.txt STATUS Q) COM PAGAMENTO NO
      *              MES, PELOS ITENS DA FATURA (FATITEM.txt; FATURA
      *              SEM ITENS VAI INTEIRA PARA O SERVICO PRINCIPAL DO
      *              CLIENTE, REGRA DO PRGAGING). DEDUZ AS NOTAS DE
      *              CREDITO (NOTACRED.txt), AS BAIXAS COMO PERDA
      *              (PERDAS.txt) E AS DEVOLUCOES DE CREDITO
      *              (CREDITOS.txt TIPO D, NO SERVICO PRINCIPAL) DO MES.
      *              PARA CADA CONTRATO ATIVO DO PARCEIRO.txt APLICA O
      *              PERCENTUAL DE REPASSE SOBRE A RECEITA LIQUIDA,
      *              GARANTE O MINIMO DO CONTRATO E CONVERTE PARA A
      *              MOEDA DE LIQUIDACAO PELA COTACAO VIGENTE NO FIM DO
      *              MES (COTACOES.txt). GERA O DEMONSTRATIVO POR
      *              PARCEIRO (RELREPAS.txt) E O CONTAS A PAGAR
      *              (REPASSES.txt), QUE SOMA IGUAL AOS DEMONSTRATIVOS
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  PARCEIRO              INPUT                  #PARCEIRO
      *  COTACOES              INPUT                  #COTACOES
      *  CLIENTES2             INPUT
      *  FATURREG              INPUT                  #FATURREG
      *  FATITEM               INPUT                  #FATITEM
      *  NOTACRED              INPUT                  #NOTACRED
      *  PERDAS                INPUT                  #PERDA
      *  CREDITOS              INPUT                  #CREDITO
      *  RELREPAS              OUTPUT
      *  REPASSES              OUTPUT                 #REPASSE
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
           SELECT PARCEIRO              ASSIGN TO
                                        WRK-CAMINHO-PARCEIRO
               FILE STATUS              IS FS-PARCEIRO.

           SELECT COTACOES              ASSIGN TO
                                        WRK-CAMINHO-COTACOES
               FILE STATUS              IS FS-COTACOES.

           SELECT CLIENTES2             ASSIGN TO
                                        WRK-CAMINHO-CLIENTES2
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS SEQUENTIAL
               RECORD KEY               IS REG-CODIGO
               FILE STATUS              IS FS-CLIENTES2.

           SELECT FATURREG              ASSIGN TO
                                        WRK-CAMINHO-FATURREG
               FILE STATUS              IS FS-FATURREG.

           SELECT FATITEM               ASSIGN TO
                                        WRK-CAMINHO-FATITEM
               FILE STATUS              IS FS-FATITEM.

           SELECT NOTACRED              ASSIGN TO
                                        WRK-CAMINHO-NOTACRED
               FILE STATUS              IS FS-NOTACRED.

           SELECT PERDAS                ASSIGN TO
                                        WRK-CAMINHO-PERDAS
               FILE STATUS              IS FS-PERDAS.

           SELECT CREDITOS              ASSIGN TO
                                        WRK-CAMINHO-CREDITOS
               FILE STATUS              IS FS-CREDITOS.

           SELECT RELREPAS              ASSIGN TO
                                        WRK-CAMINHO-RELREPAS
               FILE STATUS              IS FS-RELREPAS.

           SELECT REPASSES              ASSIGN TO
                                        WRK-CAMINHO-REPASSES
               FILE STATUS              IS FS-REPASSES.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT -  CONTRATOS DE PARCEIRO POR SERVICO (PARCEIRO)
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  PARCEIRO.
       COPY '#PARCEIRO'.

      *----------------------------------------------------------------*
      *     INPUT -  COTACOES DATADAS DE MOEDA (COTACOES)
      *                               LRECL = 019
      *----------------------------------------------------------------*
       FD  COTACOES.
       COPY '#COTACOES'.

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
               15 REG-PROX-COBRANCA        PIC 9(008).
               15 REG-MOEDA-ASSINATURA     PIC X(003).
               15 REG-DATA-INICIO          PIC 9(008).
               15 REG-DATA-CANCEL          PIC 9(008).
               15 REG-FIM-TESTE            PIC 9(008).
               15 REG-FREQ-COBRANCA        PIC X(001).
                   88 REG-COBRANCA-ANUAL       VALUE "A".
               15 REG-DATA-RETOMADA        PIC 9(008).

      *----------------------------------------------------------------*
      *     INPUT -  REGISTRO ESTRUTURADO DAS FATURAS (FATURREG)
      *                               LRECL = 051
      *----------------------------------------------------------------*
       FD  FATURREG.
       COPY '#FATURREG'.

      *----------------------------------------------------------------*
      *     INPUT -  ITENS DAS FATURAS POR SERVICO (FATITEM)
      *                               LRECL = 038
      *----------------------------------------------------------------*
       FD  FATITEM.
       COPY '#FATITEM'.

      *----------------------------------------------------------------*
      *     INPUT -  NOTAS DE CREDITO DAS CONTESTACOES (NOTACRED)
      *                               LRECL = 067
      *----------------------------------------------------------------*
       FD  NOTACRED.
       COPY '#NOTACRED'.

      *----------------------------------------------------------------*
      *     INPUT -  FATURAS BAIXADAS COMO PERDA (PERDAS)
      *                               LRECL = 051
      *----------------------------------------------------------------*
       FD  PERDAS.
       COPY '#PERDA'.

      *----------------------------------------------------------------*
      *     INPUT -  RAZAO DE CREDITOS DO ASSINANTE (CREDITOS)
      *                               LRECL = 053
      *----------------------------------------------------------------*
       FD  CREDITOS.
       COPY '#CREDITO'.

      *----------------------------------------------------------------*
      *     OUTPUT - DEMONSTRATIVOS DE REPASSE POR PARCEIRO (RELREPAS)
      *                               LRECL = 080
      *----------------------------------------------------------------*
       FD  RELREPAS.
       01  REG-RELREPAS                 PIC X(080).

      *----------------------------------------------------------------*
      *     OUTPUT - CONTAS A PAGAR DE REPASSE (REPASSES)
      *                               LRECL = 090
      *----------------------------------------------------------------*
       FD  REPASSES.
       COPY '#REPASSE'.

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-PARCEIRO                  PIC 9(002).
       77  FS-COTACOES                  PIC 9(002).
       77  FS-CLIENTES2                 PIC 9(002).
       77  FS-FATURREG                  PIC 9(002).
       77  FS-FATITEM                   PIC 9(002).
       77  FS-NOTACRED                  PIC 9(002).
       77  FS-PERDAS                    PIC 9(002).
       77  FS-CREDITOS                  PIC 9(002).
       77  FS-RELREPAS                  PIC 9(002).
       77  FS-REPASSES                  PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-PARCEIRO         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-COTACOES         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CLIENTES2        PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FATURREG         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FATITEM          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-NOTACRED         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-PERDAS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CREDITOS         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RELREPAS         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-REPASSES         PIC X(060)        VALUES SPACES.

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
           '*** VARIAVEIS DO REPASSE AOS PARCEIROS ***       '.
      *-----------------------------------------------------------------

       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-COMPETENCIA              PIC 9(006)        VALUES ZEROS.
       01  WRK-FIM-COMPETENCIA.
           05 WRK-FIM-AAAAMM            PIC 9(006)        VALUES ZEROS.
           05 WRK-FIM-DD                PIC 9(002)        VALUES 31.
       01  WRK-FIM-COMPETENCIA-N REDEFINES WRK-FIM-COMPETENCIA
                                        PIC 9(008).
       01  WRK-CODIGO-CORRENTE          PIC X(003)        VALUES SPACES.
       01  WRK-SERVICO-CORRENTE         PIC X(010)        VALUES SPACES.

      *== COTACOES VIGENTES NO FIM DA COMPETENCIA (ESQUEMA DO PRGFATUR)
       01  WRK-QT-COTACOES              PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-MOEDA                PIC 9(002)        VALUES ZEROS.
       01  WRK-MOEDA-ACHADA             PIC X(001)        VALUES "N".
           88 WRK-MOEDA-FOI-ACHADA                VALUES "S".
           88 WRK-MOEDA-NAO-ACHADA                VALUES "N".
       01  WRK-TAB-COTACOES.
           05 WRK-COT-OCO               OCCURS 20 TIMES.
               10 WRK-COT-MOEDA             PIC X(03).
               10 WRK-COT-COTACAO           PIC 9(03)V9(05).
               10 WRK-COT-VIGENCIA          PIC 9(08).
       01  WRK-COTACAO-ATUAL            PIC 9(03)V9(05)   VALUES ZEROS.

      *== SERVICO PRINCIPAL POR CLIENTE (DO CLIENTES2, COMO O PRGAGING)
       01  WRK-QT-CLI2                  PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-CLI2                 PIC 9(003)        VALUES ZEROS.
       01  WRK-CLI2-ACHADO              PIC X(001)        VALUES "N".
           88 WRK-CLI2-FOI-ACHADO                 VALUES "S".
           88 WRK-CLI2-NAO-ACHADO                 VALUES "N".
       01  WRK-TAB-CLI2.
           05 WRK-CLI2-OCO              OCCURS 500 TIMES.
               10 WRK-CLI2-CODIGO           PIC X(03).
               10 WRK-CLI2-SERVICO          PIC X(10).
       01  WRK-IDX-SERV                 PIC 9(001)        VALUES 1.

      *== FATURAS QUITADAS NA COMPETENCIA
       01  WRK-QT-PAGAS                 PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-PAGA                 PIC 9(004)        VALUES ZEROS.
       01  WRK-PAGA-ACHADA              PIC X(001)        VALUES "N".
           88 WRK-PAGA-FOI-ACHADA                 VALUES "S".
           88 WRK-PAGA-NAO-ACHADA                 VALUES "N".
       01  WRK-TAB-PAGAS.
           05 WRK-PAG-OCO               OCCURS 2000 TIMES.
               10 WRK-PAG-NUMERO            PIC 9(06).
               10 WRK-PAG-CLIENTE           PIC X(03).
               10 WRK-PAG-VALOR             PIC 9(06)V99.
               10 WRK-PAG-ITENS             PIC X(01).
                   88 WRK-PAG-ITEMIZADA               VALUES "S".

      *== ASSINANTES PAGANTES DISTINTOS POR SERVICO
       01  WRK-QT-PARES                 PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-PAR                  PIC 9(004)        VALUES ZEROS.
       01  WRK-PAR-ACHADO               PIC X(001)        VALUES "N".
           88 WRK-PAR-FOI-ACHADO                  VALUES "S".
           88 WRK-PAR-NAO-ACHADO                  VALUES "N".
       01  WRK-TAB-PARES.
           05 WRK-PAR-OCO               OCCURS 2000 TIMES.
               10 WRK-PAR-CLIENTE           PIC X(03).
               10 WRK-PAR-SERVICO           PIC X(10).

      *== RECEITA E DEDUCOES POR SERVICO
       01  WRK-QT-SERVICOS              PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-SRV                  PIC 9(002)        VALUES ZEROS.
       01  WRK-SRV-ACHADO               PIC X(001)        VALUES "N".
           88 WRK-SRV-FOI-ACHADO                  VALUES "S".
           88 WRK-SRV-NAO-ACHADO                  VALUES "N".
       01  WRK-TAB-SERVICOS.
           05 WRK-SRV-OCO               OCCURS 50 TIMES.
               10 WRK-SRV-NOME              PIC X(10).
               10 WRK-SRV-ASSINANTES        PIC 9(05)    COMP-3.
               10 WRK-SRV-BRUTO             PIC 9(10)V99 COMP-3.
               10 WRK-SRV-NOTAS             PIC 9(10)V99 COMP-3.
               10 WRK-SRV-PERDAS            PIC 9(10)V99 COMP-3.
               10 WRK-SRV-DEVOLUCOES        PIC 9(10)V99 COMP-3.
               10 WRK-SRV-CONTRATO          PIC X(01).
                   88 WRK-SRV-COM-CONTRATO            VALUES "S".

      *== CALCULO DO REPASSE DO PARCEIRO
       01  WRK-LIQUIDO                  PIC S9(10)V99 COMP-3
                                                          VALUES ZEROS.
       01  WRK-REPASSE-PERC             PIC 9(10)V99 COMP-3
                                                          VALUES ZEROS.
       01  WRK-GARANTIA-BRL             PIC 9(10)V99 COMP-3
                                                          VALUES ZEROS.
       01  WRK-PAGAR-BRL                PIC 9(10)V99 COMP-3
                                                          VALUES ZEROS.
       01  WRK-PAGAR-MOEDA              PIC 9(10)V99 COMP-3
                                                          VALUES ZEROS.

       01  ACU-PARCEIROS                PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-SEM-COTACAO              PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-SEM-CONTRATO             PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-FATURAS-SEM-ITENS        PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-TOTAL-DEMONSTRATIVOS     PIC 9(12)V99 COMP-3
                                                          VALUES ZEROS.
       01  ACU-TOTAL-REPASSES           PIC 9(12)V99 COMP-3
                                                          VALUES ZEROS.

      *== LINHAS DO DEMONSTRATIVO
       01  WRK-LIN-TITULO.
           05 FILLER                    PIC X(040) VALUE
              "DEMONSTRATIVO DE REPASSE - COMPETENCIA".
           05 WRK-TIT-COMPETENCIA       PIC 9(006).
           05 FILLER                    PIC X(034) VALUE SPACES.

       01  WRK-LIN-PARCEIRO.
           05 FILLER                    PIC X(010) VALUE "PARCEIRO: ".
           05 WRK-LPA-NOME              PIC X(030).
           05 FILLER                    PIC X(010) VALUE " SERVICO: ".
           05 WRK-LPA-SERVICO           PIC X(010).
           05 FILLER                    PIC X(008) VALUE " MOEDA: ".
           05 WRK-LPA-MOEDA             PIC X(003).
           05 FILLER                    PIC X(009) VALUE SPACES.

       01  WRK-LIN-VALOR.
           05 WRK-LVA-ROTULO            PIC X(030).
           05 WRK-LVA-VALOR             PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(033) VALUE SPACES.

       01  WRK-LIN-QUANTIDADE.
           05 WRK-LQT-ROTULO            PIC X(030).
           05 WRK-LQT-VALOR             PIC ZZZ.ZZZ.ZZZ.ZZ9.
           05 FILLER                    PIC X(035) VALUE SPACES.

       01  WRK-LIN-COTACAO.
           05 FILLER                    PIC X(030) VALUE
              "COTACAO DE LIQUIDACAO.......: ".
           05 WRK-LCT-COTACAO           PIC ZZ9,99999.
           05 FILLER                    PIC X(041) VALUE SPACES.

       01  WRK-LIN-SEPARA               PIC X(080) VALUE ALL "-".

      *== BOOK DE MENSAGENS ERRO
       COPY "#BOOKMSG".

      *=================================================================
       PROCEDURE                                 DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       0001-PRINCIPAL                            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0100-INICIAR.
           PERFORM 0200-APURA-RECEITA.
           PERFORM 0300-APURA-DEDUCOES.
           PERFORM 0400-EMITE-REPASSES.
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
                  "\PARCEIRO.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-PARCEIRO.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\COTACOES.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-COTACOES.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CLIENTES2.dat"     DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CLIENTES2.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FATURREG.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FATURREG.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FATITEM.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FATITEM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\NOTACRED.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-NOTACRED.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\PERDAS.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-PERDAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CREDITOS.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CREDITOS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RELREPAS.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RELREPAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\REPASSES.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-REPASSES.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "==== REPASSE MENSAL AOS PARCEIROS ====".
           DISPLAY "COMPETENCIA (AAAAMM, BRANCO=MES CORRENTE)?".
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL ZEROS
               MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA
           END-IF.
           MOVE WRK-COMPETENCIA TO WRK-FIM-AAAAMM.

           OPEN INPUT PARCEIRO.
           IF FS-PARCEIRO NOT EQUAL 00
               DISPLAY "PARCEIRO.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-PARCEIRO WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE PARCEIRO.

           PERFORM 0110-CARREGA-COTACOES.
           PERFORM 0120-CARREGA-CLIENTES2.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    CARREGA AS COTACOES - PARA CADA MOEDA FICA A MAIS RECENTE
      *    COM VIGENCIA ATE O FIM DA COMPETENCIA (ESQUEMA DO PRGFATUR)
      *-----------------------------------------------------------------
       0110-CARREGA-COTACOES                     SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT COTACOES.
           IF FS-COTACOES NOT EQUAL 00
               DISPLAY "COTACOES.txt AUSENTE - SO PARCEIROS EM BRL"
               GO TO 0110-CARREGA-COTACOES-FIM
           END-IF.

           READ COTACOES.
           PERFORM 0111-GUARDA-COTACAO
               UNTIL FS-COTACOES NOT EQUAL 00.

           CLOSE COTACOES.

       0110-CARREGA-COTACOES-FIM.                EXIT.

      *-----------------------------------------------------------------
       0111-GUARDA-COTACAO                       SECTION.
      *-----------------------------------------------------------------

           IF COT-DATA-VIGENCIA NOT GREATER WRK-FIM-COMPETENCIA-N
               SET WRK-MOEDA-NAO-ACHADA TO TRUE
               PERFORM 0112-ATUALIZA-TABELA
                   VARYING WRK-IDX-MOEDA FROM 1 BY 1
                   UNTIL WRK-IDX-MOEDA GREATER WRK-QT-COTACOES
                      OR WRK-MOEDA-FOI-ACHADA
               IF WRK-MOEDA-NAO-ACHADA
                  AND WRK-QT-COTACOES LESS 20
                   ADD 1 TO WRK-QT-COTACOES
                   MOVE COT-MOEDA          TO
                       WRK-COT-MOEDA(WRK-QT-COTACOES)
                   MOVE COT-COTACAO        TO
                       WRK-COT-COTACAO(WRK-QT-COTACOES)
                   MOVE COT-DATA-VIGENCIA  TO
                       WRK-COT-VIGENCIA(WRK-QT-COTACOES)
               END-IF
           END-IF.

           READ COTACOES.

       0111-GUARDA-COTACAO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0112-ATUALIZA-TABELA                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-COT-MOEDA(WRK-IDX-MOEDA) EQUAL COT-MOEDA
               SET WRK-MOEDA-FOI-ACHADA TO TRUE
               IF COT-DATA-VIGENCIA NOT LESS
                  WRK-COT-VIGENCIA(WRK-IDX-MOEDA)
                   MOVE COT-COTACAO       TO
                       WRK-COT-COTACAO(WRK-IDX-MOEDA)
                   MOVE COT-DATA-VIGENCIA TO
                       WRK-COT-VIGENCIA(WRK-IDX-MOEDA)
               END-IF
           END-IF.

       0112-ATUALIZA-TABELA-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0120-CARREGA-CLIENTES2                    SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CLIENTES2.
           IF FS-CLIENTES2 NOT EQUAL 00
               DISPLAY "CLIENTES2 AUSENTE - SEM SERVICO PRINCIPAL"
               GO TO 0120-CARREGA-CLIENTES2-FIM
           END-IF.

           READ CLIENTES2.
           PERFORM 0121-GUARDA-CLIENTE
               UNTIL FS-CLIENTES2 NOT EQUAL 00.

           CLOSE CLIENTES2.

       0120-CARREGA-CLIENTES2-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    GUARDA O PRIMEIRO SERVICO ATIVO DO CLIENTE COMO SERVICO
      *    PRINCIPAL DA ATRIBUICAO (MESMA REGRA DO PRGAGING)
      *-----------------------------------------------------------------
       0121-GUARDA-CLIENTE                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-CLI2 LESS 500
               ADD 1 TO WRK-QT-CLI2
               MOVE REG-CODIGO TO WRK-CLI2-CODIGO(WRK-QT-CLI2)
               MOVE "SEM SERVICO" TO WRK-CLI2-SERVICO(WRK-QT-CLI2)
               PERFORM 0122-ACHA-SERVICO-ATIVO
                   VARYING WRK-IDX-SERV FROM REG-QTD-SERVICOS BY -1
                   UNTIL WRK-IDX-SERV LESS 1
           END-IF.

           READ CLIENTES2.

       0121-GUARDA-CLIENTE-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0122-ACHA-SERVICO-ATIVO                   SECTION.
      *-----------------------------------------------------------------

           IF REG-ASSINATURA-ATIVA(WRK-IDX-SERV)
               MOVE REG-STREA(WRK-IDX-SERV)
                   TO WRK-CLI2-SERVICO(WRK-QT-CLI2)
           END-IF.

       0122-ACHA-SERVICO-ATIVO-FIM.              EXIT.

      *-----------------------------------------------------------------
      *    RECEITA ARRECADADA - FATURAS QUITADAS COM PAGAMENTO NA
      *    COMPETENCIA, REPARTIDAS POR SERVICO PELOS ITENS DA FATURA
      *-----------------------------------------------------------------
       0200-APURA-RECEITA                        SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT FATURREG.
           IF FS-FATURREG NOT EQUAL 00
               DISPLAY "FATURREG.txt AUSENTE - SEM RECEITA NO MES"
               GO TO 0200-APURA-RECEITA-FIM
           END-IF.

           READ FATURREG.
           PERFORM 0210-GUARDA-PAGA
               UNTIL FS-FATURREG NOT EQUAL 00.

           CLOSE FATURREG.

           OPEN INPUT FATITEM.
           IF FS-FATITEM EQUAL 00
               READ FATITEM
               PERFORM 0220-SOMA-ITEM
                   UNTIL FS-FATITEM NOT EQUAL 00
               CLOSE FATITEM
           END-IF.

           PERFORM 0230-SOMA-SEM-ITENS
               VARYING WRK-IDX-PAGA FROM 1 BY 1
               UNTIL WRK-IDX-PAGA GREATER WRK-QT-PAGAS.

       0200-APURA-RECEITA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0210-GUARDA-PAGA                          SECTION.
      *-----------------------------------------------------------------

           IF FAT-QUITADA
              AND FAT-DATA-PAGAMENTO(1:6) EQUAL WRK-COMPETENCIA
              AND WRK-QT-PAGAS LESS 2000
               ADD 1 TO WRK-QT-PAGAS
               MOVE FAT-NUMERO         TO WRK-PAG-NUMERO(WRK-QT-PAGAS)
               MOVE FAT-CODIGO-CLIENTE TO WRK-PAG-CLIENTE(WRK-QT-PAGAS)
               MOVE FAT-VALOR-PAGO     TO WRK-PAG-VALOR(WRK-QT-PAGAS)
               MOVE "N"                TO WRK-PAG-ITENS(WRK-QT-PAGAS)
           END-IF.

           READ FATURREG.

       0210-GUARDA-PAGA-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0220-SOMA-ITEM                            SECTION.
      *-----------------------------------------------------------------

           SET WRK-PAGA-NAO-ACHADA TO TRUE.
           PERFORM 0221-COMPARA-PAGA
               VARYING WRK-IDX-PAGA FROM 1 BY 1
               UNTIL WRK-IDX-PAGA GREATER WRK-QT-PAGAS
                  OR WRK-PAGA-FOI-ACHADA.

           IF WRK-PAGA-NAO-ACHADA
               GO TO 0220-SOMA-ITEM-LER
           END-IF.

           SUBTRACT 1 FROM WRK-IDX-PAGA.
           SET WRK-PAG-ITEMIZADA(WRK-IDX-PAGA) TO TRUE.

           MOVE FIT-SERVICO        TO WRK-SERVICO-CORRENTE.
           MOVE FIT-CODIGO-CLIENTE TO WRK-CODIGO-CORRENTE.
           PERFORM 0240-ACHA-LINHA-SERVICO.
           IF WRK-SRV-FOI-ACHADO
               ADD FIT-VALOR-BRL TO WRK-SRV-BRUTO(WRK-IDX-SRV)
               PERFORM 0250-CONTA-ASSINANTE
           END-IF.

       0220-SOMA-ITEM-LER.
           READ FATITEM.

       0220-SOMA-ITEM-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0221-COMPARA-PAGA                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-PAG-NUMERO(WRK-IDX-PAGA) EQUAL FIT-FATURA
               SET WRK-PAGA-FOI-ACHADA TO TRUE
           END-IF.

       0221-COMPARA-PAGA-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    FATURA QUITADA SEM ITENS (EMITIDA ANTES DO FATITEM) VAI
      *    INTEIRA PARA O SERVICO PRINCIPAL DO CLIENTE
      *-----------------------------------------------------------------
       0230-SOMA-SEM-ITENS                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-PAG-ITEMIZADA(WRK-IDX-PAGA)
               GO TO 0230-SOMA-SEM-ITENS-FIM
           END-IF.

           ADD 1 TO ACU-FATURAS-SEM-ITENS.
           MOVE WRK-PAG-CLIENTE(WRK-IDX-PAGA) TO WRK-CODIGO-CORRENTE.
           PERFORM 0260-ACHA-SERVICO-PRINCIPAL.
           PERFORM 0240-ACHA-LINHA-SERVICO.
           IF WRK-SRV-FOI-ACHADO
               ADD WRK-PAG-VALOR(WRK-IDX-PAGA)
                   TO WRK-SRV-BRUTO(WRK-IDX-SRV)
               PERFORM 0250-CONTA-ASSINANTE
           END-IF.

       0230-SOMA-SEM-ITENS-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0240-ACHA-LINHA-SERVICO                   SECTION.
      *-----------------------------------------------------------------

           SET WRK-SRV-NAO-ACHADO TO TRUE.
           PERFORM 0241-COMPARA-SERVICO
               VARYING WRK-IDX-SRV FROM 1 BY 1
               UNTIL WRK-IDX-SRV GREATER WRK-QT-SERVICOS
                  OR WRK-SRV-FOI-ACHADO.

           IF WRK-SRV-FOI-ACHADO
               SUBTRACT 1 FROM WRK-IDX-SRV
           ELSE
               IF WRK-QT-SERVICOS LESS 50
                   ADD 1 TO WRK-QT-SERVICOS
                   MOVE WRK-QT-SERVICOS TO WRK-IDX-SRV
                   INITIALIZE WRK-SRV-OCO(WRK-IDX-SRV)
                   MOVE WRK-SERVICO-CORRENTE TO
                       WRK-SRV-NOME(WRK-IDX-SRV)
                   MOVE "N" TO WRK-SRV-CONTRATO(WRK-IDX-SRV)
                   SET WRK-SRV-FOI-ACHADO TO TRUE
               END-IF
           END-IF.

       0240-ACHA-LINHA-SERVICO-FIM.              EXIT.

      *-----------------------------------------------------------------
       0241-COMPARA-SERVICO                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-SRV-NOME(WRK-IDX-SRV) EQUAL WRK-SERVICO-CORRENTE
               SET WRK-SRV-FOI-ACHADO TO TRUE
           END-IF.

       0241-COMPARA-SERVICO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    CONTA O CLIENTE UMA VEZ SO POR SERVICO NA COMPETENCIA
      *-----------------------------------------------------------------
       0250-CONTA-ASSINANTE                      SECTION.
      *-----------------------------------------------------------------

           SET WRK-PAR-NAO-ACHADO TO TRUE.
           PERFORM 0251-COMPARA-PAR
               VARYING WRK-IDX-PAR FROM 1 BY 1
               UNTIL WRK-IDX-PAR GREATER WRK-QT-PARES
                  OR WRK-PAR-FOI-ACHADO.

           IF WRK-PAR-NAO-ACHADO
              AND WRK-QT-PARES LESS 2000
               ADD 1 TO WRK-QT-PARES
               MOVE WRK-CODIGO-CORRENTE  TO
                   WRK-PAR-CLIENTE(WRK-QT-PARES)
               MOVE WRK-SERVICO-CORRENTE TO
                   WRK-PAR-SERVICO(WRK-QT-PARES)
               ADD 1 TO WRK-SRV-ASSINANTES(WRK-IDX-SRV)
           END-IF.

       0250-CONTA-ASSINANTE-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0251-COMPARA-PAR                          SECTION.
      *-----------------------------------------------------------------

           IF WRK-PAR-CLIENTE(WRK-IDX-PAR) EQUAL WRK-CODIGO-CORRENTE
              AND WRK-PAR-SERVICO(WRK-IDX-PAR) EQUAL
                  WRK-SERVICO-CORRENTE
               SET WRK-PAR-FOI-ACHADO TO TRUE
           END-IF.

       0251-COMPARA-PAR-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0260-ACHA-SERVICO-PRINCIPAL               SECTION.
      *-----------------------------------------------------------------

           MOVE "SEM SERVICO" TO WRK-SERVICO-CORRENTE.

           SET WRK-CLI2-NAO-ACHADO TO TRUE.
           PERFORM 0261-COMPARA-CLIENTE
               VARYING WRK-IDX-CLI2 FROM 1 BY 1
               UNTIL WRK-IDX-CLI2 GREATER WRK-QT-CLI2
                  OR WRK-CLI2-FOI-ACHADO.

           IF WRK-CLI2-FOI-ACHADO
               SUBTRACT 1 FROM WRK-IDX-CLI2
               MOVE WRK-CLI2-SERVICO(WRK-IDX-CLI2)
                   TO WRK-SERVICO-CORRENTE
           END-IF.

       0260-ACHA-SERVICO-PRINCIPAL-FIM.          EXIT.

      *-----------------------------------------------------------------
       0261-COMPARA-CLIENTE                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-CLI2-CODIGO(WRK-IDX-CLI2) EQUAL WRK-CODIGO-CORRENTE
               SET WRK-CLI2-FOI-ACHADO TO TRUE
           END-IF.

       0261-COMPARA-CLIENTE-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    DEDUCOES DA COMPETENCIA POR SERVICO - NOTAS DE CREDITO,
      *    BAIXAS COMO PERDA E DEVOLUCOES DE CREDITO AO ASSINANTE
      *-----------------------------------------------------------------
       0300-APURA-DEDUCOES                       SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT NOTACRED.
           IF FS-NOTACRED EQUAL 00
               READ NOTACRED
               PERFORM 0310-SOMA-NOTA
                   UNTIL FS-NOTACRED NOT EQUAL 00
               CLOSE NOTACRED
           END-IF.

           OPEN INPUT PERDAS.
           IF FS-PERDAS EQUAL 00
               READ PERDAS
               PERFORM 0320-SOMA-PERDA
                   UNTIL FS-PERDAS NOT EQUAL 00
               CLOSE PERDAS
           END-IF.

           OPEN INPUT CREDITOS.
           IF FS-CREDITOS EQUAL 00
               READ CREDITOS
               PERFORM 0330-SOMA-DEVOLUCAO
                   UNTIL FS-CREDITOS NOT EQUAL 00
               CLOSE CREDITOS
           END-IF.

       0300-APURA-DEDUCOES-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0310-SOMA-NOTA                            SECTION.
      *-----------------------------------------------------------------

           IF NCR-DATA(1:6) EQUAL WRK-COMPETENCIA
               MOVE NCR-SERVICO TO WRK-SERVICO-CORRENTE
               PERFORM 0240-ACHA-LINHA-SERVICO
               IF WRK-SRV-FOI-ACHADO
                   ADD NCR-VALOR TO WRK-SRV-NOTAS(WRK-IDX-SRV)
               END-IF
           END-IF.

           READ NOTACRED.

       0310-SOMA-NOTA-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0320-SOMA-PERDA                           SECTION.
      *-----------------------------------------------------------------

           IF PER-DATA(1:6) EQUAL WRK-COMPETENCIA
               MOVE PER-SERVICO TO WRK-SERVICO-CORRENTE
               PERFORM 0240-ACHA-LINHA-SERVICO
               IF WRK-SRV-FOI-ACHADO
                   ADD PER-VALOR TO WRK-SRV-PERDAS(WRK-IDX-SRV)
               END-IF
           END-IF.

           READ PERDAS.

       0320-SOMA-PERDA-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0330-SOMA-DEVOLUCAO                       SECTION.
      *-----------------------------------------------------------------

           IF CRD-DEVOLVIDO
              AND CRD-DATA(1:6) EQUAL WRK-COMPETENCIA
               MOVE CRD-CODIGO-CLIENTE TO WRK-CODIGO-CORRENTE
               PERFORM 0260-ACHA-SERVICO-PRINCIPAL
               PERFORM 0240-ACHA-LINHA-SERVICO
               IF WRK-SRV-FOI-ACHADO
                   ADD CRD-VALOR TO WRK-SRV-DEVOLUCOES(WRK-IDX-SRV)
               END-IF
           END-IF.

           READ CREDITOS.

       0330-SOMA-DEVOLUCAO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    UM DEMONSTRATIVO E UMA LINHA DE CONTAS A PAGAR POR CONTRATO
      *    ATIVO DO PARCEIRO.txt
      *-----------------------------------------------------------------
       0400-EMITE-REPASSES                       SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT RELREPAS.
           IF FS-RELREPAS NOT EQUAL 00
               DISPLAY "RELREPAS.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-RELREPAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPASSES.
           IF FS-REPASSES NOT EQUAL 00
               DISPLAY "REPASSES.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-REPASSES WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WRK-COMPETENCIA TO WRK-TIT-COMPETENCIA.
           WRITE REG-RELREPAS FROM WRK-LIN-TITULO.
           WRITE REG-RELREPAS FROM WRK-LIN-SEPARA.

           OPEN INPUT PARCEIRO.
           READ PARCEIRO.
           PERFORM 0410-DEMONSTRATIVO
               UNTIL FS-PARCEIRO NOT EQUAL 00.
           CLOSE PARCEIRO.

           PERFORM 0430-SERVICO-SEM-CONTRATO
               VARYING WRK-IDX-SRV FROM 1 BY 1
               UNTIL WRK-IDX-SRV GREATER WRK-QT-SERVICOS.

           MOVE SPACES TO REG-RELREPAS.
           WRITE REG-RELREPAS.
           MOVE "TOTAL A PAGAR (BRL)..........: " TO WRK-LVA-ROTULO.
           MOVE ACU-TOTAL-DEMONSTRATIVOS          TO WRK-LVA-VALOR.
           WRITE REG-RELREPAS FROM WRK-LIN-VALOR.

           CLOSE RELREPAS.
           CLOSE REPASSES.

           MOVE "RELREPAS"             TO WRK-SPL-RELATORIO.
           MOVE "PRGREPAS"             TO WRK-SPL-PROGRAMA.
           MOVE WRK-CAMINHO-RELREPAS   TO WRK-SPL-ARQUIVO.
           MOVE "CONTABILIDADE"        TO WRK-SPL-DESTINATARIO.
           CALL "SPOOLREG" USING WRK-SPOOL.

       0400-EMITE-REPASSES-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0410-DEMONSTRATIVO                        SECTION.
      *-----------------------------------------------------------------

           IF NOT PAR-ATIVO
               GO TO 0410-DEMONSTRATIVO-LER
           END-IF.

           PERFORM 0420-ACHA-COTACAO.
           IF WRK-MOEDA-NAO-ACHADA
               DISPLAY "PARCEIRO " PAR-NOME " SEM COTACAO DE "
                   PAR-MOEDA " - REPASSE NAO GERADO!"
               ADD 1 TO ACU-SEM-COTACAO
               GO TO 0410-DEMONSTRATIVO-LER
           END-IF.

           MOVE PAR-SERVICO TO WRK-SERVICO-CORRENTE.
           PERFORM 0240-ACHA-LINHA-SERVICO.
           IF WRK-SRV-NAO-ACHADO
               DISPLAY "TABELA DE SERVICOS CHEIA - " PAR-SERVICO
               GO TO 0410-DEMONSTRATIVO-LER
           END-IF.
           SET WRK-SRV-COM-CONTRATO(WRK-IDX-SRV) TO TRUE.

           COMPUTE WRK-LIQUIDO = WRK-SRV-BRUTO(WRK-IDX-SRV)
                               - WRK-SRV-NOTAS(WRK-IDX-SRV)
                               - WRK-SRV-PERDAS(WRK-IDX-SRV)
                               - WRK-SRV-DEVOLUCOES(WRK-IDX-SRV).

           MOVE ZEROS TO WRK-REPASSE-PERC.
           IF WRK-LIQUIDO GREATER ZEROS
               COMPUTE WRK-REPASSE-PERC ROUNDED =
                   WRK-LIQUIDO * PAR-PERC-REPASSE / 100
           END-IF.

           COMPUTE WRK-GARANTIA-BRL ROUNDED =
               PAR-GARANTIA-MINIMA * WRK-COTACAO-ATUAL.

           INITIALIZE REG-REPASSE.
           IF WRK-GARANTIA-BRL GREATER WRK-REPASSE-PERC
               MOVE WRK-GARANTIA-BRL    TO WRK-PAGAR-BRL
               MOVE PAR-GARANTIA-MINIMA TO WRK-PAGAR-MOEDA
               SET RPS-PELA-GARANTIA    TO TRUE
           ELSE
               MOVE WRK-REPASSE-PERC    TO WRK-PAGAR-BRL
               COMPUTE WRK-PAGAR-MOEDA ROUNDED =
                   WRK-REPASSE-PERC / WRK-COTACAO-ATUAL
               SET RPS-PELO-PERCENTUAL  TO TRUE
           END-IF.

           MOVE PAR-NOME      TO WRK-LPA-NOME.
           MOVE PAR-SERVICO   TO WRK-LPA-SERVICO.
           MOVE PAR-MOEDA     TO WRK-LPA-MOEDA.
           WRITE REG-RELREPAS FROM WRK-LIN-PARCEIRO.

           MOVE "ASSINANTES PAGANTES.........: " TO WRK-LQT-ROTULO.
           MOVE WRK-SRV-ASSINANTES(WRK-IDX-SRV)   TO WRK-LQT-VALOR.
           WRITE REG-RELREPAS FROM WRK-LIN-QUANTIDADE.

           MOVE "RECEITA ARRECADADA (BRL).....: " TO WRK-LVA-ROTULO.
           MOVE WRK-SRV-BRUTO(WRK-IDX-SRV)        TO WRK-LVA-VALOR.
           WRITE REG-RELREPAS FROM WRK-LIN-VALOR.

           MOVE "(-) NOTAS DE CREDITO.........: " TO WRK-LVA-ROTULO.
           MOVE WRK-SRV-NOTAS(WRK-IDX-SRV)        TO WRK-LVA-VALOR.
           WRITE REG-RELREPAS FROM WRK-LIN-VALOR.

           MOVE "(-) BAIXAS COMO PERDA........: " TO WRK-LVA-ROTULO.
           MOVE WRK-SRV-PERDAS(WRK-IDX-SRV)       TO WRK-LVA-VALOR.
           WRITE REG-RELREPAS FROM WRK-LIN-VALOR.

           MOVE "(-) DEVOLUCOES...............: " TO WRK-LVA-ROTULO.
           MOVE WRK-SRV-DEVOLUCOES(WRK-IDX-SRV)   TO WRK-LVA-VALOR.
           WRITE REG-RELREPAS FROM WRK-LIN-VALOR.

           MOVE "RECEITA LIQUIDA (BRL)........: " TO WRK-LVA-ROTULO.
           MOVE WRK-LIQUIDO                       TO WRK-LVA-VALOR.
           WRITE REG-RELREPAS FROM WRK-LIN-VALOR.

           MOVE "PERCENTUAL DE REPASSE........: " TO WRK-LVA-ROTULO.
           MOVE PAR-PERC-REPASSE                  TO WRK-LVA-VALOR.
           WRITE REG-RELREPAS FROM WRK-LIN-VALOR.

           MOVE "REPASSE PELO PERCENTUAL (BRL): " TO WRK-LVA-ROTULO.
           MOVE WRK-REPASSE-PERC                  TO WRK-LVA-VALOR.
           WRITE REG-RELREPAS FROM WRK-LIN-VALOR.

           MOVE "GARANTIA MINIMA (BRL)........: " TO WRK-LVA-ROTULO.
           MOVE WRK-GARANTIA-BRL                  TO WRK-LVA-VALOR.
           WRITE REG-RELREPAS FROM WRK-LIN-VALOR.

           MOVE WRK-COTACAO-ATUAL TO WRK-LCT-COTACAO.
           WRITE REG-RELREPAS FROM WRK-LIN-COTACAO.

           MOVE "VALOR A PAGAR (BRL)..........: " TO WRK-LVA-ROTULO.
           MOVE WRK-PAGAR-BRL                     TO WRK-LVA-VALOR.
           WRITE REG-RELREPAS FROM WRK-LIN-VALOR.

           MOVE "VALOR A PAGAR (MOEDA)........: " TO WRK-LVA-ROTULO.
           MOVE WRK-PAGAR-MOEDA                   TO WRK-LVA-VALOR.
           WRITE REG-RELREPAS FROM WRK-LIN-VALOR.

           WRITE REG-RELREPAS FROM WRK-LIN-SEPARA.

           MOVE WRK-COMPETENCIA   TO RPS-COMPETENCIA.
           MOVE PAR-SERVICO       TO RPS-SERVICO.
           MOVE PAR-NOME          TO RPS-PARCEIRO.
           MOVE PAR-MOEDA         TO RPS-MOEDA.
           MOVE WRK-COTACAO-ATUAL TO RPS-COTACAO.
           MOVE WRK-PAGAR-MOEDA   TO RPS-VALOR-MOEDA.
           MOVE WRK-PAGAR-BRL     TO RPS-VALOR-BRL.
           MOVE WRK-DATA-HOJE     TO RPS-DATA-GERACAO.
           WRITE REG-REPASSE.

           ADD 1             TO ACU-PARCEIROS.
           ADD WRK-PAGAR-BRL TO ACU-TOTAL-DEMONSTRATIVOS.
           ADD RPS-VALOR-BRL TO ACU-TOTAL-REPASSES.

       0410-DEMONSTRATIVO-LER.
           READ PARCEIRO.

       0410-DEMONSTRATIVO-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    COTACAO DA MOEDA DE LIQUIDACAO (BRL OU BRANCO = 1)
      *-----------------------------------------------------------------
       0420-ACHA-COTACAO                         SECTION.
      *-----------------------------------------------------------------

           MOVE 1 TO WRK-COTACAO-ATUAL.
           SET WRK-MOEDA-FOI-ACHADA TO TRUE.
           IF PAR-MOEDA EQUAL "BRL"
              OR PAR-MOEDA EQUAL SPACES
               MOVE "BRL" TO PAR-MOEDA
               GO TO 0420-ACHA-COTACAO-FIM
           END-IF.

           SET WRK-MOEDA-NAO-ACHADA TO TRUE.
           PERFORM 0421-PROCURA-MOEDA
               VARYING WRK-IDX-MOEDA FROM 1 BY 1
               UNTIL WRK-IDX-MOEDA GREATER WRK-QT-COTACOES
                  OR WRK-MOEDA-FOI-ACHADA.

           IF WRK-COTACAO-ATUAL EQUAL ZEROS
               SET WRK-MOEDA-NAO-ACHADA TO TRUE
           END-IF.

       0420-ACHA-COTACAO-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0421-PROCURA-MOEDA                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-COT-MOEDA(WRK-IDX-MOEDA) EQUAL PAR-MOEDA
               SET WRK-MOEDA-FOI-ACHADA TO TRUE
               MOVE WRK-COT-COTACAO(WRK-IDX-MOEDA)
                                         TO WRK-COTACAO-ATUAL
           END-IF.

       0421-PROCURA-MOEDA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    RECEITA DE SERVICO SEM CONTRATO ATIVO - SO AVISA, NAO GERA
      *    CONTAS A PAGAR
      *-----------------------------------------------------------------
       0430-SERVICO-SEM-CONTRATO                 SECTION.
      *-----------------------------------------------------------------

           IF WRK-SRV-COM-CONTRATO(WRK-IDX-SRV)
              OR WRK-SRV-BRUTO(WRK-IDX-SRV) EQUAL ZEROS
               GO TO 0430-SERVICO-SEM-CONTRATO-FIM
           END-IF.

           ADD 1 TO ACU-SEM-CONTRATO.
           MOVE SPACES                        TO WRK-LVA-ROTULO.
           STRING "SEM CONTRATO: "             DELIMITED BY SIZE
                  WRK-SRV-NOME(WRK-IDX-SRV)    DELIMITED BY SIZE
                  INTO WRK-LVA-ROTULO.
           MOVE WRK-SRV-BRUTO(WRK-IDX-SRV)    TO WRK-LVA-VALOR.
           WRITE REG-RELREPAS FROM WRK-LIN-VALOR.

       0430-SERVICO-SEM-CONTRATO-FIM.            EXIT.

      *-----------------------------------------------------------------
       0900-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-LINHA.
           DISPLAY "FATURAS QUITADAS NO MES: " WRK-QT-PAGAS.
           DISPLAY "FATURAS SEM ITENS......: " ACU-FATURAS-SEM-ITENS.
           DISPLAY "DEMONSTRATIVOS.........: " ACU-PARCEIROS.
           DISPLAY "PARCEIROS SEM COTACAO..: " ACU-SEM-COTACAO.
           DISPLAY "SERVICOS SEM CONTRATO..: " ACU-SEM-CONTRATO.
           MOVE ACU-TOTAL-DEMONSTRATIVOS TO WRK-LVA-VALOR.
           DISPLAY "TOTAL DEMONSTRATIVOS...: " WRK-LVA-VALOR.
           MOVE ACU-TOTAL-REPASSES       TO WRK-LVA-VALOR.
           DISPLAY "TOTAL CONTAS A PAGAR...: " WRK-LVA-VALOR.
           IF ACU-TOTAL-REPASSES NOT EQUAL ACU-TOTAL-DEMONSTRATIVOS
               DISPLAY "CONTAS A PAGAR NAO CONFERE COM DEMONSTRATIVOS!"
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "RELATORIO GRAVADO......: " WRK-CAMINHO-RELREPAS.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           IF RETURN-CODE EQUAL ZEROS
              AND (ACU-SEM-COTACAO GREATER ZEROS
               OR ACU-SEM-CONTRATO GREATER ZEROS)
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0900-FINALIZAR-FIM.                       EXIT.
