      *  COTACOES              INPUT                  #COTACOES
      *  FATURNUM              INPUT/OUTPUT
      *  FATURAS               OUTPUT (EXTEND)
      *  CREDITOS              INPUT/OUTPUT (EXTEND)  #CREDITO
      *  FATITEM               OUTPUT (EXTEND)        #FATITEM
      *  USOACUM               INPUT/OUTPUT           #USOACUM
      *  SERVICOS              INPUT                  #SERVICOS
      *  FAMILIA               INPUT                  #FAMILIA
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS
      *   DO CLIENTE - A LEITURA CONTINUA SEQUENCIAL, AGORA PELA
      *   ORDEM DA CHAVE
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   CADA APURACAO DO IMPOSTOS.txt PASSOU A LEVAR O NUMERO DA
      *   FATURA E O TIPO "A" (LRECL 34->41) - A NOTA DE CREDITO DA
      *   CONTESTACAO (PRGDISPU) ESTORNA O IMPOSTO DA PROPRIA FATURA
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O SALDO DE CREDITO DO ASSINANTE (CREDITOS.txt - EXCESSO DE
      *   PAGAMENTO, PAGAMENTO NAO CASADO E CREDITO LANCADO NO
      *   PRGCREDI) E APLICADO NA FATURA EMITIDA: A FATURA IMPRIME O
      *   CREDITO E O VALOR A PAGAR, NASCE COM O VALOR PAGO = CREDITO
      *   (PARCIAL, OU QUITADA SE O CREDITO COBRE TUDO) E A APLICACAO
      *   SAI NO RAZAO COMO MOVIMENTO "A"
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O REGISTRO DO CLIENTES.dat GANHOU O SEGMENTO E A DATA DO
      *   SEGMENTO (LRECL 133->143) - LAYOUT ACOMPANHADO
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   CADA SERVICO COBRADO PASSOU A SAIR TAMBEM EM FATITEM.txt
      *   (BOOK #FATITEM) COM O VALOR LIQUIDO DA PROMOCAO NA MOEDA DA
      *   ASSINATURA E EM BRL - A FATURREG SO TEM O TOTAL, E O REPASSE
      *   AOS PARCEIROS (PRGREPAS) PRECISA DA RECEITA POR SERVICO
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O USO AVULSO TARIFADO PELO PRGUSO E AINDA NAO FATURADO
      *   (USOACUM.txt, BOOK #USOACUM) PASSOU A SAIR NA FATURA EM
      *   LINHAS PROPRIAS DEPOIS DOS SERVICOS, CONVERTIDO EM BRL, COM O
      *   IMPOSTO PELA CATEGORIA DO TIPO DE USO (A APURACAO DO IMPOSTO
      *   PASSOU A RECEBER CATEGORIA E BASE EM WRK-CATEGORIA-IMPOSTO/
      *   WRK-BASE-ITEM) E ITEM NO FATITEM.txt; A LINHA FATURADA GUARDA
      *   O NUMERO DA FATURA E O ACUMULADO E REGRAVADO NO FIM
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   PLANO FAMILIA: O SERVICO DO TITULAR DE UM GRUPO VIGENTE DO
      *   FAMILIA.txt (BOOK #FAMILIA, MANTIDO PELO PRGFAMIL) SAI PELO
      *   PRECO FAMILIA DO SERVICOS.txt (BOOK #SERVICOS) NA MOEDA DA
      *   ASSINATURA, COM A PROMOCAO APLICADA SOBRE ESSE PRECO, E OS
      *   DEPENDENTES DO GRUPO SAO LISTADOS LOGO ABAIXO DO SERVICO
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================
                                        WRK-CAMINHO-NOTIFEVT
               FILE STATUS              IS FS-NOTIFEVT.

           SELECT CREDITOS              ASSIGN TO
                                        WRK-CAMINHO-CREDITOS
               FILE STATUS              IS FS-CREDITOS.

           SELECT FATITEM               ASSIGN TO
                                        WRK-CAMINHO-FATITEM
               FILE STATUS              IS FS-FATITEM.

           SELECT USOACUM               ASSIGN TO
                                        WRK-CAMINHO-USOACUM
               FILE STATUS              IS FS-USOACUM.

           SELECT SERVICOS              ASSIGN TO
                                        WRK-CAMINHO-SERVICOS
               FILE STATUS              IS FS-SERVICOS.

           SELECT FAMILIA               ASSIGN TO
                                        WRK-CAMINHO-FAMILIA
               FILE STATUS              IS FS-FAMILIA.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE CLIENTES COM ENDERECO (CLIENTES)
      *                               LRECL = 143
      *----------------------------------------------------------------*
       FD  CLIENTES.
       01  REG-CADCLI.
           05 REG-UF-CLI                 PIC X(02).
           05 REG-CEP-CLI                PIC 9(08).
           05 REG-DATA-VERIF-CLI         PIC 9(08).
           05 REG-SEGMENTO-CLI           PIC X(02).
           05 REG-DATA-SEGMENTO-CLI      PIC 9(08).

      *----------------------------------------------------------------*
      *     OUTPUT - IMPOSTOS APURADOS POR SERVICO (IMPOSTOS)
      *                               LRECL = 041
      *----------------------------------------------------------------*
       FD  IMPOSTOS.
       COPY '#IMPOSTO'.
       FD  NOTIFEVT.
       COPY '#NOTIFICA'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - RAZAO DE CREDITOS DO ASSINANTE (CREDITOS)
      *                               LRECL = 053
      *----------------------------------------------------------------*
       FD  CREDITOS.
       COPY '#CREDITO'.

      *----------------------------------------------------------------*
      *     OUTPUT - ITENS DAS FATURAS POR SERVICO (FATITEM)
      *                               LRECL = 038
      *----------------------------------------------------------------*
       FD  FATITEM.
       COPY '#FATITEM'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - ACUMULADO DE USO TARIFADO (USOACUM)
      *                               LRECL = 056
      *----------------------------------------------------------------*
       FD  USOACUM.
       COPY '#USOACUM'.

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE PRECOS DE SERVICOS (SERVICOS)
      *                               LRECL = 029
      *----------------------------------------------------------------*
       FD  SERVICOS.
       COPY '#SERVICOS'.

      *----------------------------------------------------------------*
      *     INPUT -  GRUPOS DE PLANO FAMILIA (FAMILIA)
      *                               LRECL = 053
      *----------------------------------------------------------------*
       FD  FAMILIA.
       COPY '#FAMILIA'.

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------
       77  FS-CLIENTES                  PIC 9(002).
       77  FS-IMPOSTOS                  PIC 9(002).
       77  FS-NOTIFEVT                  PIC 9(002).
       77  FS-CREDITOS                  PIC 9(002).
       77  FS-FATITEM                   PIC 9(002).
       77  FS-USOACUM                   PIC 9(002).
       77  FS-SERVICOS                  PIC 9(002).
       77  FS-FAMILIA                   PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-CLIENTES2        PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-TAXAS            PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-IMPOSTOS         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-NOTIFEVT         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CREDITOS         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FATITEM          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-USOACUM          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-SERVICOS         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FAMILIA          PIC X(060)        VALUES SPACES.

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
               10 WRK-TAX-ALIQUOTA          PIC 9(02)V99.
               10 WRK-TAX-VIGENCIA          PIC 9(08).
       01  WRK-ALIQUOTA-ATUAL           PIC 9(002)V99     VALUES ZEROS.
       01  WRK-CATEGORIA-IMPOSTO        PIC X(010)        VALUES SPACES.
       01  WRK-BASE-ITEM                PIC 9(006)V99     VALUES ZEROS.
       01  WRK-BASE-FATURA              PIC 9(006)V99     VALUES ZEROS.
       01  WRK-IMPOSTO-SERVICO          PIC 9(005)V99     VALUES ZEROS.
       01  WRK-IMPOSTO-FATURA           PIC 9(006)V99     VALUES ZEROS.
           05 WRK-PRM-LIQUIDO           PIC Z.ZZ9,99.
           05 FILLER                    PIC X(011) VALUE SPACES.

      *== SALDO DE CREDITO POR ASSINANTE (CARREGADO DO CREDITOS.txt)
       01  WRK-QT-CREDITOS              PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-CREDITO              PIC 9(003)        VALUES ZEROS.
       01  WRK-CREDITO-ACHADO           PIC X(001)        VALUES "N".
           88 WRK-CREDITO-FOI-ACHADO              VALUES "S".
           88 WRK-CREDITO-NAO-ACHADO              VALUES "N".
       01  WRK-TAB-CREDITOS.
           05 WRK-CRD-OCO               OCCURS 500 TIMES.
               10 WRK-CRD-CODIGO            PIC X(03).
               10 WRK-CRD-SALDO             PIC S9(07)V99 COMP-3.
       01  WRK-CODIGO-CREDITO           PIC X(003)        VALUES SPACES.
       01  WRK-FASE-CREDITO             PIC X(001)        VALUES "C".
           88 WRK-CARGA-CREDITOS                  VALUES "C".
           88 WRK-EMISSAO-CREDITOS                VALUES "E".
       01  WRK-CREDITO-APLICADO         PIC 9(006)V99     VALUES ZEROS.

       01  WRK-LIN-CREDITO.
           05 WRK-CRE-ROTULO            PIC X(024).
           05 WRK-CRE-VALOR             PIC ZZ.ZZ9,99.
           05 FILLER                    PIC X(047) VALUE SPACES.

      *== ACUMULADO DE USO EM MEMORIA (IMAGEM DO USOACUM)
       01  WRK-QT-ACUMULOS              PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-ACUMULO              PIC 9(004)        VALUES ZEROS.
       01  WRK-USO-SITUACAO             PIC X(001)        VALUES "N".
           88 WRK-USO-CARREGADO                   VALUES "S".
           88 WRK-USO-SUSPENSO                    VALUES "N".
       01  WRK-TAB-ACUMULOS.
           05 WRK-ACU-OCO               OCCURS 3000 TIMES
                                        PIC X(056).
       01  WRK-VALOR-USO-BRL            PIC 9(006)V99     VALUES ZEROS.

       01  WRK-LIN-USO.
           05 FILLER                    PIC X(006) VALUE "  USO ".
           05 WRK-USO-SERVICO           PIC X(010).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-USO-TIPO              PIC X(003).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-USO-QTD               PIC ZZZZ9.
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-USO-MOEDA             PIC X(003).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-USO-VALOR             PIC Z.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 WRK-USO-VALOR-BRL         PIC ZZZ.ZZ9,99.
           05 FILLER                    PIC X(025) VALUE SPACES.

      *== PLANOS FAMILIA (SERVICOS.txt) E DEPENDENTES (FAMILIA.txt)
       01  WRK-QT-PLANOS                PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-PLANO                PIC 9(003)        VALUES ZEROS.
       01  WRK-PLANO-ACHADO             PIC X(001)        VALUES "N".
           88 WRK-PLANO-FOI-ACHADO                VALUES "S".
           88 WRK-PLANO-NAO-ACHADO                VALUES "N".
       01  WRK-TAB-PLANOS.
           05 WRK-PLN-OCO               OCCURS 100 TIMES.
               10 WRK-PLN-NOME              PIC X(10).
               10 WRK-PLN-MOEDA             PIC X(03).
               10 WRK-PLN-PRECO             PIC 9(03)V99.
       01  WRK-QT-MEMBROS               PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-MBR                  PIC 9(004)        VALUES ZEROS.
       01  WRK-GRUPO-SITUACAO           PIC X(001)        VALUES "N".
           88 WRK-TEM-GRUPO                       VALUES "S".
           88 WRK-SEM-GRUPO                       VALUES "N".
       01  WRK-TAB-MEMBROS.
           05 WRK-MBR-OCO               OCCURS 1000 TIMES.
               10 WRK-MBR-TITULAR           PIC X(03).
               10 WRK-MBR-SERVICO           PIC X(10).
               10 WRK-MBR-DEPENDENTE        PIC X(03).
               10 WRK-MBR-NOME              PIC X(20).
               10 WRK-MBR-SITUACAO          PIC X(01).
       01  WRK-PRECO-BASE               PIC 9(003)V99     VALUES ZEROS.

       01  WRK-LIN-DEPENDENTE.
           05 FILLER                    PIC X(029) VALUE
               "  PLANO FAMILIA - DEPENDENTE ".
           05 WRK-DEP-CODIGO            PIC X(003).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-DEP-NOME              PIC X(020).
           05 FILLER                    PIC X(005) VALUE " SIT ".
           05 WRK-DEP-SITUACAO          PIC X(001).
           05 FILLER                    PIC X(021) VALUE SPACES.

       01  ACU-CLIENTES-LIDOS           PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-PRECOS-FAMILIA           PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-FATURAS-EMITIDAS         PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-USOS-FATURADOS           PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-CREDITOS-APLICADOS       PIC 9(005) COMP-3 VALUES ZEROS.

       01  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\NOTIFEVT.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-NOTIFEVT.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CREDITOS.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CREDITOS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FATITEM.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FATITEM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\USOACUM.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-USOACUM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\SERVICOS.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-SERVICOS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FAMILIA.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FAMILIA.

           DISPLAY "==== EMISSAO DE FATURAS POR CLIENTE ====".

           PERFORM 0115-CARREGA-PROMOS.
           PERFORM 0117-CARREGA-TAXAS.
           PERFORM 0120-RECEBE-NUMERADOR.
           PERFORM 0125-CARREGA-CREDITOS.
           SET WRK-EMISSAO-CREDITOS TO TRUE.
           PERFORM 0130-CARREGA-USOACUM.
           PERFORM 0135-CARREGA-PLANOS.
           PERFORM 0137-CARREGA-FAMILIA.

           OPEN INPUT CLIENTES2.
           IF FS-CLIENTES2 NOT EQUAL 00
               OPEN EXTEND NOTIFEVT
           END-IF.

           OPEN EXTEND CREDITOS.
           IF FS-CREDITOS EQUAL 35
               OPEN OUTPUT CREDITOS
               CLOSE CREDITOS
               OPEN EXTEND CREDITOS
           END-IF.

           OPEN EXTEND FATITEM.
           IF FS-FATITEM EQUAL 35
               OPEN OUTPUT FATITEM
               CLOSE FATITEM
               OPEN EXTEND FATITEM
           END-IF.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               DISPLAY "CLIENTES.dat NAO ABERTO - FATURA SEM ENDERECO"

       0120-RECEBE-NUMERADOR-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    SOMA O RAZAO DE CREDITOS POR ASSINANTE - ENTRADAS (E/N/M)
      *    MENOS SAIDAS (A/D); RAZAO AUSENTE = NINGUEM TEM CREDITO
      *-----------------------------------------------------------------
       0125-CARREGA-CREDITOS                     SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CREDITOS.
           IF FS-CREDITOS NOT EQUAL 00
               GO TO 0125-CARREGA-CREDITOS-FIM
           END-IF.

           READ CREDITOS.
           PERFORM 0126-SOMA-CREDITO
               UNTIL FS-CREDITOS NOT EQUAL 00.

           CLOSE CREDITOS.

       0125-CARREGA-CREDITOS-FIM.                EXIT.

      *-----------------------------------------------------------------
       0126-SOMA-CREDITO                         SECTION.
      *-----------------------------------------------------------------

           MOVE CRD-CODIGO-CLIENTE TO WRK-CODIGO-CREDITO.
           PERFORM 0127-ACHA-CREDITO.

           IF WRK-CREDITO-FOI-ACHADO
               IF CRD-ENTRADA
                   ADD CRD-VALOR TO WRK-CRD-SALDO(WRK-IDX-CREDITO)
               ELSE
                   SUBTRACT CRD-VALOR FROM
                       WRK-CRD-SALDO(WRK-IDX-CREDITO)
               END-IF
           END-IF.

           READ CREDITOS.

       0126-SOMA-CREDITO-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    POSICIONA WRK-IDX-CREDITO NO ASSINANTE WRK-CODIGO-CREDITO -
      *    NA CARGA, ASSINANTE NOVO GANHA LINHA COM SALDO ZERO
      *-----------------------------------------------------------------
       0127-ACHA-CREDITO                         SECTION.
      *-----------------------------------------------------------------

           SET WRK-CREDITO-NAO-ACHADO TO TRUE.
           PERFORM 0128-COMPARA-CREDITO
               VARYING WRK-IDX-CREDITO FROM 1 BY 1
               UNTIL WRK-IDX-CREDITO GREATER WRK-QT-CREDITOS
                  OR WRK-CREDITO-FOI-ACHADO.

           IF WRK-CREDITO-FOI-ACHADO
               SUBTRACT 1 FROM WRK-IDX-CREDITO
           ELSE
               IF WRK-CARGA-CREDITOS
                  AND WRK-QT-CREDITOS LESS 500
                   ADD 1 TO WRK-QT-CREDITOS
                   MOVE WRK-QT-CREDITOS    TO WRK-IDX-CREDITO
                   MOVE WRK-CODIGO-CREDITO TO
                       WRK-CRD-CODIGO(WRK-IDX-CREDITO)
                   MOVE ZEROS TO WRK-CRD-SALDO(WRK-IDX-CREDITO)
                   SET WRK-CREDITO-FOI-ACHADO TO TRUE
               END-IF
           END-IF.

       0127-ACHA-CREDITO-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0128-COMPARA-CREDITO                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-CRD-CODIGO(WRK-IDX-CREDITO) EQUAL WRK-CODIGO-CREDITO
               SET WRK-CREDITO-FOI-ACHADO TO TRUE
           END-IF.

       0128-COMPARA-CREDITO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    CARREGA O ACUMULADO DE USO - ARQUIVO AUSENTE SEGUE SEM USO;
      *    ARQUIVO MAIOR QUE A TABELA SUSPENDE O USO NA FATURA (O
      *    ACUMULADO NAO PODE SER REGRAVADO PELA METADE)
      *-----------------------------------------------------------------
       0130-CARREGA-USOACUM                      SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT USOACUM.
           IF FS-USOACUM NOT EQUAL 00
               GO TO 0130-CARREGA-USOACUM-FIM
           END-IF.

           SET WRK-USO-CARREGADO TO TRUE.
           READ USOACUM.
           PERFORM 0131-GUARDA-ACUMULO
               UNTIL FS-USOACUM NOT EQUAL 00.

           CLOSE USOACUM.

           IF WRK-USO-SUSPENSO
               DISPLAY "USOACUM.txt MAIOR QUE A TABELA - USO NAO "
                   "FATURADO NESTA RODADA!"
           END-IF.

       0130-CARREGA-USOACUM-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0131-GUARDA-ACUMULO                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-ACUMULOS LESS 3000
               ADD 1 TO WRK-QT-ACUMULOS
               MOVE REG-USOACUM TO WRK-ACU-OCO(WRK-QT-ACUMULOS)
           ELSE
               SET WRK-USO-SUSPENSO TO TRUE
           END-IF.

           READ USOACUM.

       0131-GUARDA-ACUMULO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    CARREGA OS PRECOS DE PLANO FAMILIA - ARQUIVO AUSENTE SEGUE
      *    SEM PLANO FAMILIA (O TITULAR SAI PELO PRECO INDIVIDUAL)
      *-----------------------------------------------------------------
       0135-CARREGA-PLANOS                       SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT SERVICOS.
           IF FS-SERVICOS NOT EQUAL 00
               GO TO 0135-CARREGA-PLANOS-FIM
           END-IF.

           READ SERVICOS.
           PERFORM 0136-GUARDA-PLANO
               UNTIL FS-SERVICOS NOT EQUAL 00.

           CLOSE SERVICOS.

       0135-CARREGA-PLANOS-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0136-GUARDA-PLANO                         SECTION.
      *-----------------------------------------------------------------

           IF SRV-MAX-DEPENDENTES IS NUMERIC
              AND SRV-MAX-DEPENDENTES GREATER ZEROS
              AND SRV-PRECO-FAMILIA IS NUMERIC
              AND SRV-PRECO-FAMILIA GREATER ZEROS
              AND WRK-QT-PLANOS LESS 100
               ADD 1 TO WRK-QT-PLANOS
               MOVE SRV-NOME          TO WRK-PLN-NOME(WRK-QT-PLANOS)
               MOVE SRV-MOEDA         TO WRK-PLN-MOEDA(WRK-QT-PLANOS)
               MOVE SRV-PRECO-FAMILIA TO WRK-PLN-PRECO(WRK-QT-PLANOS)
           END-IF.

           READ SERVICOS.

       0136-GUARDA-PLANO-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    CARREGA OS DEPENDENTES VIGENTES DOS GRUPOS - ARQUIVO
      *    AUSENTE SEGUE SEM GRUPOS; ARQUIVO MAIOR QUE A TABELA ABORTA
      *    (TITULAR FORA DA TABELA SAIRIA PELO PRECO ERRADO)
      *-----------------------------------------------------------------
       0137-CARREGA-FAMILIA                      SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT FAMILIA.
           IF FS-FAMILIA NOT EQUAL 00
               GO TO 0137-CARREGA-FAMILIA-FIM
           END-IF.

           READ FAMILIA.
           PERFORM 0138-GUARDA-MEMBRO
               UNTIL FS-FAMILIA NOT EQUAL 00.

           CLOSE FAMILIA.

       0137-CARREGA-FAMILIA-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0138-GUARDA-MEMBRO                        SECTION.
      *-----------------------------------------------------------------

           IF NOT FAM-VIGENTE
               GO TO 0138-GUARDA-MEMBRO-LER
           END-IF.

           IF WRK-QT-MEMBROS NOT LESS 1000
               DISPLAY "FAMILIA.txt MAIOR QUE A TABELA DE MEMBROS!"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ADD 1 TO WRK-QT-MEMBROS.
           MOVE FAM-TITULAR         TO WRK-MBR-TITULAR(WRK-QT-MEMBROS).
           MOVE FAM-SERVICO         TO WRK-MBR-SERVICO(WRK-QT-MEMBROS).
           MOVE FAM-DEPENDENTE      TO
               WRK-MBR-DEPENDENTE(WRK-QT-MEMBROS).
           MOVE FAM-NOME-DEPENDENTE TO WRK-MBR-NOME(WRK-QT-MEMBROS).
           MOVE FAM-SITUACAO        TO WRK-MBR-SITUACAO(WRK-QT-MEMBROS).

       0138-GUARDA-MEMBRO-LER.

           READ FAMILIA.

       0138-GUARDA-MEMBRO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------
               VARYING WRK-IDX-SERV FROM 1 BY 1
               UNTIL WRK-IDX-SERV GREATER REG-QTD-SERVICOS.

           IF WRK-USO-CARREGADO
               PERFORM 0270-FATURA-USO
                   VARYING WRK-IDX-ACUMULO FROM 1 BY 1
                   UNTIL WRK-IDX-ACUMULO GREATER WRK-QT-ACUMULOS
           END-IF.

           IF WRK-IMPOSTO-FATURA GREATER ZEROS
               MOVE WRK-BASE-FATURA     TO WRK-IMP-BASE
               MOVE WRK-IMPOSTO-FATURA  TO WRK-IMP-VALOR

           MOVE WRK-TOTAL-FATURA        TO WRK-TOT-VALOR.
           WRITE REG-FATURA FROM WRK-LIN-TOTAL.

           PERFORM 0260-APLICA-CREDITO.

           WRITE REG-FATURA FROM WRK-LIN-SEPARA.

           MOVE WRK-NUMERO-FATURA       TO FAT-NUMERO.
           MOVE WRK-DATA-PROCESSAMENTO  TO FAT-DATA-EMISSAO.
           MOVE WRK-DATA-VENCIMENTO     TO FAT-DATA-VENCIMENTO.
           MOVE WRK-TOTAL-FATURA        TO FAT-VALOR-TOTAL.
           MOVE WRK-CREDITO-APLICADO    TO FAT-VALOR-PAGO.
           MOVE ZEROS                   TO FAT-DATA-PAGAMENTO.
           EVALUATE TRUE
               WHEN WRK-CREDITO-APLICADO EQUAL ZEROS
                   SET FAT-ABERTA       TO TRUE
               WHEN WRK-CREDITO-APLICADO LESS WRK-TOTAL-FATURA
                   SET FAT-PARCIAL      TO TRUE
               WHEN OTHER
                   SET FAT-QUITADA      TO TRUE
                   MOVE WRK-DATA-PROCESSAMENTO TO FAT-DATA-PAGAMENTO
           END-EVALUATE.
           SET FAT-NAO-REMETIDA         TO TRUE.
           WRITE REG-FATURREG.

           MOVE REG-CODIGO              TO NOT-CODIGO-CLIENTE.
           MOVE REG-EMAIL               TO NOT-EMAIL.
           MOVE WRK-DATA-PROCESSAMENTO  TO NOT-DATA.
           COMPUTE NOT-VALOR = WRK-TOTAL-FATURA - WRK-CREDITO-APLICADO.
           MOVE WRK-NUMERO-FATURA       TO NOT-REFERENCIA.
           WRITE REG-NOTIFICA.

       0210-FATURA-SERVICO                       SECTION.
      *-----------------------------------------------------------------

           PERFORM 0215-PRECO-FAMILIA.
           MOVE WRK-PRECO-BASE               TO WRK-VALOR-ASSI.
           MOVE ZEROS                        TO WRK-VALOR-ATRASO.

           IF REG-ASSINATURA-ATIVA(WRK-IDX-SERV)

           WRITE REG-FATURA FROM WRK-LIN-DETALHE.

           IF WRK-TEM-GRUPO
               PERFORM 0218-IMPRIME-DEPENDENTE
                   VARYING WRK-IDX-MBR FROM 1 BY 1
                   UNTIL WRK-IDX-MBR GREATER WRK-QT-MEMBROS
           END-IF.

           IF REG-ASSINATURA-ATIVA(WRK-IDX-SERV)
              AND REG-FIM-TESTE(WRK-IDX-SERV) NOT GREATER
                  WRK-DATA-PROCESSAMENTO
               ADD WRK-VALOR-ASSI-BRL TO WRK-TOTAL-FATURA
               MOVE ZEROS TO WRK-DESCONTO
                             WRK-DESCONTO-BRL
               PERFORM 0240-ITEMIZA-PROMOCAO
               MOVE REG-STREA(WRK-IDX-SERV) TO WRK-CATEGORIA-IMPOSTO
               MOVE WRK-VALOR-ASSI-BRL      TO WRK-BASE-ITEM
               PERFORM 0250-APURA-IMPOSTO
               PERFORM 0255-GRAVA-ITEM
           END-IF.

       0210-FATURA-SERVICO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    PRECO BASE DO SERVICO - TITULAR DE GRUPO FAMILIA VIGENTE
      *    PAGA O PRECO FAMILIA DO SERVICOS.txt NA MOEDA DA ASSINATURA;
      *    OS DEMAIS, O PRECO INDIVIDUAL DO CLIENTES2
      *-----------------------------------------------------------------
       0215-PRECO-FAMILIA                        SECTION.
      *-----------------------------------------------------------------

           MOVE REG-ASSINATURA(WRK-IDX-SERV) TO WRK-PRECO-BASE.

           SET WRK-SEM-GRUPO TO TRUE.
           PERFORM 0216-COMPARA-MEMBRO
               VARYING WRK-IDX-MBR FROM 1 BY 1
               UNTIL WRK-IDX-MBR GREATER WRK-QT-MEMBROS
                  OR WRK-TEM-GRUPO.

           IF WRK-SEM-GRUPO
               GO TO 0215-PRECO-FAMILIA-FIM
           END-IF.

           SET WRK-PLANO-NAO-ACHADO TO TRUE.
           PERFORM 0217-COMPARA-PLANO
               VARYING WRK-IDX-PLANO FROM 1 BY 1
               UNTIL WRK-IDX-PLANO GREATER WRK-QT-PLANOS
                  OR WRK-PLANO-FOI-ACHADO.

           IF WRK-PLANO-FOI-ACHADO
               SUBTRACT 1 FROM WRK-IDX-PLANO
               MOVE WRK-PLN-PRECO(WRK-IDX-PLANO) TO WRK-PRECO-BASE
               ADD 1 TO ACU-PRECOS-FAMILIA
           ELSE
               DISPLAY "GRUPO FAMILIA SEM PRECO NO SERVICOS.txt, "
                   "PRECO INDIVIDUAL: " REG-CODIGO " "
                   REG-STREA(WRK-IDX-SERV)
           END-IF.

       0215-PRECO-FAMILIA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0216-COMPARA-MEMBRO                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-MBR-TITULAR(WRK-IDX-MBR) EQUAL REG-CODIGO
              AND WRK-MBR-SERVICO(WRK-IDX-MBR) EQUAL
                  REG-STREA(WRK-IDX-SERV)
               SET WRK-TEM-GRUPO TO TRUE
           END-IF.

       0216-COMPARA-MEMBRO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0217-COMPARA-PLANO                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-PLN-NOME(WRK-IDX-PLANO) EQUAL REG-STREA(WRK-IDX-SERV)
              AND WRK-PLN-MOEDA(WRK-IDX-PLANO) EQUAL
                  REG-MOEDA-ASSINATURA(WRK-IDX-SERV)
               SET WRK-PLANO-FOI-ACHADO TO TRUE
           END-IF.

       0217-COMPARA-PLANO-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    LISTA NA FATURA DO TITULAR OS DEPENDENTES DO GRUPO
      *-----------------------------------------------------------------
       0218-IMPRIME-DEPENDENTE                   SECTION.
      *-----------------------------------------------------------------

           IF WRK-MBR-TITULAR(WRK-IDX-MBR) EQUAL REG-CODIGO
              AND WRK-MBR-SERVICO(WRK-IDX-MBR) EQUAL
                  REG-STREA(WRK-IDX-SERV)
               MOVE WRK-MBR-DEPENDENTE(WRK-IDX-MBR) TO WRK-DEP-CODIGO
               MOVE WRK-MBR-NOME(WRK-IDX-MBR)       TO WRK-DEP-NOME
               MOVE WRK-MBR-SITUACAO(WRK-IDX-MBR)   TO WRK-DEP-SITUACAO
               WRITE REG-FATURA FROM WRK-LIN-DEPENDENTE
           END-IF.

       0218-IMPRIME-DEPENDENTE-FIM.              EXIT.

      *-----------------------------------------------------------------
      *    SERVICO ATIVO COM PROMOCAO VIGENTE GANHA A LINHA LISTA/
      *    DESCONTO/LIQUIDO E O DESCONTO (CONVERTIDO EM BRL) SAI DO

           IF WRK-PRO-TIPO(WRK-IDX-PROMO) EQUAL "P"
               COMPUTE WRK-DESCONTO ROUNDED =
                   WRK-PRECO-BASE
                   * WRK-PRO-VALOR(WRK-IDX-PROMO) / 100
           ELSE
               MOVE WRK-PRO-VALOR(WRK-IDX-PROMO) TO WRK-DESCONTO
           END-IF.

           IF WRK-DESCONTO GREATER WRK-PRECO-BASE
               MOVE WRK-PRECO-BASE TO WRK-DESCONTO
           END-IF.

           COMPUTE WRK-LIQUIDO =
               WRK-PRECO-BASE - WRK-DESCONTO.

           MOVE WRK-PRO-CODIGO(WRK-IDX-PROMO) TO WRK-PRM-CODIGO.
           MOVE WRK-PRECO-BASE  TO WRK-PRM-LISTA.
           MOVE WRK-DESCONTO                  TO WRK-PRM-DESCONTO.
           MOVE WRK-LIQUIDO                   TO WRK-PRM-LIQUIDO.
           WRITE REG-FATURA FROM WRK-LIN-PROMO.
      *    APURA O IMPOSTO DO SERVICO COBRADO - BASE EM BRL (JA COM A
      *    MORA, ANTES DO DESCONTO PROMOCIONAL, QUE E COMERCIAL E NAO
      *    REDUZ A BASE) PELA ALIQUOTA VIGENTE DA CATEGORIA; CADA
      *    APURACAO SAI EM IMPOSTOS.txt PARA O RECOLHIMENTO. CATEGORIA
      *    E BASE CHEGAM EM WRK-CATEGORIA-IMPOSTO/WRK-BASE-ITEM (O
      *    SERVICO OU A CATEGORIA DO TIPO DE USO AVULSO)
      *-----------------------------------------------------------------
       0250-APURA-IMPOSTO                        SECTION.
      *-----------------------------------------------------------------
           END-IF.

           COMPUTE WRK-IMPOSTO-SERVICO ROUNDED =
               WRK-BASE-ITEM * WRK-ALIQUOTA-ATUAL / 100.

           ADD WRK-BASE-ITEM       TO WRK-BASE-FATURA.
           ADD WRK-IMPOSTO-SERVICO TO WRK-IMPOSTO-FATURA.

           MOVE WRK-DATA-PROCESSAMENTO  TO IMP-DATA.
           MOVE WRK-CATEGORIA-IMPOSTO   TO IMP-CATEGORIA.
           MOVE WRK-BASE-ITEM           TO IMP-BASE.
           MOVE WRK-IMPOSTO-SERVICO     TO IMP-VALOR.
           MOVE WRK-NUMERO-FATURA       TO IMP-FATURA-N.
           SET IMP-APURACAO             TO TRUE.
           WRITE REG-IMPOSTO.

       0250-APURA-IMPOSTO-FIM.                   EXIT.
      *-----------------------------------------------------------------

           IF WRK-TAX-CATEGORIA(WRK-IDX-TAXA) EQUAL
              WRK-CATEGORIA-IMPOSTO
               SET WRK-TAXA-FOI-ACHADA TO TRUE
               MOVE WRK-TAX-ALIQUOTA(WRK-IDX-TAXA)
                   TO WRK-ALIQUOTA-ATUAL

       0251-PROCURA-TAXA-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    ITEM DA FATURA PARA O REPASSE - LIQUIDO DA PROMOCAO NA MOEDA
      *    DA ASSINATURA E EM BRL (SEM O IMPOSTO)
      *-----------------------------------------------------------------
       0255-GRAVA-ITEM                           SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-NUMERO-FATURA                 TO FIT-FATURA.
           MOVE REG-CODIGO                        TO FIT-CODIGO-CLIENTE.
           MOVE REG-STREA(WRK-IDX-SERV)           TO FIT-SERVICO.
           MOVE REG-MOEDA-ASSINATURA(WRK-IDX-SERV) TO FIT-MOEDA.
           COMPUTE FIT-VALOR     = WRK-VALOR-ASSI - WRK-DESCONTO.
           COMPUTE FIT-VALOR-BRL = WRK-VALOR-ASSI-BRL
                                 - WRK-DESCONTO-BRL.
           WRITE REG-FATITEM.

       0255-GRAVA-ITEM-FIM.                      EXIT.

      *-----------------------------------------------------------------
      *    APLICA O SALDO DE CREDITO DO ASSINANTE NA FATURA - ATE O
      *    TOTAL DA FATURA; O QUE SOBRA FICA PARA A PROXIMA EMISSAO
      *-----------------------------------------------------------------
       0260-APLICA-CREDITO                       SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-CREDITO-APLICADO.
           IF WRK-TOTAL-FATURA EQUAL ZEROS
               GO TO 0260-APLICA-CREDITO-FIM
           END-IF.

           MOVE REG-CODIGO TO WRK-CODIGO-CREDITO.
           PERFORM 0127-ACHA-CREDITO.
           IF WRK-CREDITO-NAO-ACHADO
               GO TO 0260-APLICA-CREDITO-FIM
           END-IF.
           IF WRK-CRD-SALDO(WRK-IDX-CREDITO) NOT GREATER ZEROS
               GO TO 0260-APLICA-CREDITO-FIM
           END-IF.

           IF WRK-CRD-SALDO(WRK-IDX-CREDITO) LESS WRK-TOTAL-FATURA
               MOVE WRK-CRD-SALDO(WRK-IDX-CREDITO)
                   TO WRK-CREDITO-APLICADO
           ELSE
               MOVE WRK-TOTAL-FATURA TO WRK-CREDITO-APLICADO
           END-IF.
           SUBTRACT WRK-CREDITO-APLICADO FROM
               WRK-CRD-SALDO(WRK-IDX-CREDITO).

           MOVE "CREDITO APLICADO.....: " TO WRK-CRE-ROTULO.
           MOVE WRK-CREDITO-APLICADO      TO WRK-CRE-VALOR.
           WRITE REG-FATURA FROM WRK-LIN-CREDITO.
           MOVE "VALOR A PAGAR (BRL)..: " TO WRK-CRE-ROTULO.
           COMPUTE WRK-CRE-VALOR =
               WRK-TOTAL-FATURA - WRK-CREDITO-APLICADO.
           WRITE REG-FATURA FROM WRK-LIN-CREDITO.

           INITIALIZE REG-CREDITO.
           MOVE REG-CODIGO              TO CRD-CODIGO-CLIENTE.
           MOVE WRK-DATA-PROCESSAMENTO  TO CRD-DATA.
           SET CRD-APLICADO             TO TRUE.
           MOVE WRK-CREDITO-APLICADO    TO CRD-VALOR.
           MOVE "PRGFATUR"              TO CRD-PROGRAMA.
           MOVE WRK-NUMERO-FATURA       TO CRD-DOCUMENTO.
           WRITE REG-CREDITO.

           ADD 1 TO ACU-CREDITOS-APLICADOS.

       0260-APLICA-CREDITO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    USO AVULSO AINDA NAO FATURADO DO CLIENTE - UMA LINHA POR
      *    LINHA DO ACUMULADO, CONVERTIDA EM BRL PELA COTACAO DA MOEDA
      *    DA TARIFA, COM O IMPOSTO DA CATEGORIA DO TIPO DE USO E ITEM
      *    NO FATITEM PARA O REPASSE
      *-----------------------------------------------------------------
       0270-FATURA-USO                           SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-ACU-OCO(WRK-IDX-ACUMULO) TO REG-USOACUM.

           IF UAC-CODIGO-CLIENTE NOT EQUAL REG-CODIGO
            OR UAC-FATURA GREATER ZEROS
            OR UAC-VALOR EQUAL ZEROS
               GO TO 0270-FATURA-USO-FIM
           END-IF.

           MOVE 1,00000 TO WRK-COTACAO-ATUAL.
           SET WRK-MOEDA-NAO-ACHADA TO TRUE.
           IF UAC-MOEDA NOT EQUAL SPACES
               PERFORM 0271-PROCURA-MOEDA-USO
                   VARYING WRK-IDX-MOEDA FROM 1 BY 1
                   UNTIL WRK-IDX-MOEDA GREATER WRK-QT-COTACOES
                       OR WRK-MOEDA-FOI-ACHADA
           END-IF.

           COMPUTE WRK-VALOR-USO-BRL ROUNDED =
               UAC-VALOR * WRK-COTACAO-ATUAL.

           MOVE UAC-SERVICO        TO WRK-USO-SERVICO.
           MOVE UAC-TIPO           TO WRK-USO-TIPO.
           MOVE UAC-QUANTIDADE     TO WRK-USO-QTD.
           MOVE UAC-MOEDA          TO WRK-USO-MOEDA.
           MOVE UAC-VALOR          TO WRK-USO-VALOR.
           MOVE WRK-VALOR-USO-BRL  TO WRK-USO-VALOR-BRL.
           WRITE REG-FATURA FROM WRK-LIN-USO.

           ADD WRK-VALOR-USO-BRL   TO WRK-TOTAL-FATURA.

           MOVE UAC-CATEGORIA      TO WRK-CATEGORIA-IMPOSTO.
           MOVE WRK-VALOR-USO-BRL  TO WRK-BASE-ITEM.
           PERFORM 0250-APURA-IMPOSTO.

           MOVE WRK-NUMERO-FATURA  TO FIT-FATURA.
           MOVE REG-CODIGO         TO FIT-CODIGO-CLIENTE.
           MOVE UAC-SERVICO        TO FIT-SERVICO.
           MOVE UAC-MOEDA          TO FIT-MOEDA.
           MOVE UAC-VALOR          TO FIT-VALOR.
           MOVE WRK-VALOR-USO-BRL  TO FIT-VALOR-BRL.
           WRITE REG-FATITEM.

           MOVE WRK-NUMERO-FATURA  TO UAC-FATURA.
           MOVE REG-USOACUM        TO WRK-ACU-OCO(WRK-IDX-ACUMULO).
           ADD 1 TO ACU-USOS-FATURADOS.

       0270-FATURA-USO-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0271-PROCURA-MOEDA-USO                    SECTION.
      *-----------------------------------------------------------------

           IF WRK-COT-MOEDA(WRK-IDX-MOEDA) EQUAL UAC-MOEDA
               SET WRK-MOEDA-FOI-ACHADA TO TRUE
               MOVE WRK-COT-COTACAO(WRK-IDX-MOEDA)
                                         TO WRK-COTACAO-ATUAL
           END-IF.

       0271-PROCURA-MOEDA-USO-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    JUROS DE MORA COMPOSTO DE 1% AO MES DE ATRASO (MESMA REGRA
      *    DO 0206-APLICA-ATRASO DO RELATORIOV5)
           CLOSE FATURREG.
           CLOSE IMPOSTOS.
           CLOSE NOTIFEVT.
           CLOSE CREDITOS.
           CLOSE FATITEM.
           CLOSE CLIENTES.

           OPEN OUTPUT FATURNUM.
           WRITE REG-FATURNUM.
           CLOSE FATURNUM.

           IF ACU-USOS-FATURADOS GREATER ZEROS
               OPEN OUTPUT USOACUM
               PERFORM 0310-GRAVA-ACUMULO
                   VARYING WRK-IDX-ACUMULO FROM 1 BY 1
                   UNTIL WRK-IDX-ACUMULO GREATER WRK-QT-ACUMULOS
               CLOSE USOACUM
           END-IF.

           DISPLAY WRK-LINHA.
           DISPLAY "CLIENTES LIDOS.......: " ACU-CLIENTES-LIDOS.
           DISPLAY "FATURAS EMITIDAS.....: " ACU-FATURAS-EMITIDAS.
           DISPLAY "ULTIMA FATURA........: " WRK-NUMERO-FATURA.
           DISPLAY "CREDITOS APLICADOS...: " ACU-CREDITOS-APLICADOS.
           DISPLAY "USOS AVULSOS FATURADOS: " ACU-USOS-FATURADOS.
           DISPLAY "PRECOS PLANO FAMILIA.: " ACU-PRECOS-FAMILIA.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           GOBACK.

       0300-FINALIZAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0310-GRAVA-ACUMULO                        SECTION.
      *-----------------------------------------------------------------

           WRITE REG-USOACUM FROM WRK-ACU-OCO(WRK-IDX-ACUMULO).

       0310-GRAVA-ACUMULO-FIM.                   EXIT.
