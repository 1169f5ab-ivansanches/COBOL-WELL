      *  CONTAS                INPUT                  #CONTAS
      *  PARAMVAL              INPUT                  #PARAMVAL
      *  LANCCOB               OUTPUT (EXTEND)        #LANCAM
      *  USOACUM               INPUT/OUTPUT           #USOACUM
      *  SERVICOS              INPUT                  #SERVICOS
      *  FAMILIA               INPUT                  #FAMILIA
      *  CUPONS                INPUT/OUTPUT           #CUPOM
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS
      *   REGISTRO A REGISTRO (UMA ORDEM DE GRANDEZA MENOS I/O, E UMA
      *   QUEDA NO MEIO NAO PERDE MAIS O ARQUIVO)
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O USO AVULSO TARIFADO PELO PRGUSO (USOACUM.txt, BOOK
      *   #USOACUM) PASSOU A ENTRAR NO LOTE COMO DEBITOS SEPARADOS, UM
      *   POR LINHA DO ACUMULADO, NA MOEDA DA TARIFA: JUNTO COM A
      *   COBRANCA DO SERVICO, OU SOZINHO QUANDO A COMPETENCIA DO USO
      *   JA FECHOU (ASSINATURA ANUAL NAO SEGURA O USO POR UM ANO). A
      *   LINHA COBRADA E MARCADA E O ACUMULADO E REGRAVADO NO FIM
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   PLANO FAMILIA: O TITULAR DE UM GRUPO VIGENTE DO FAMILIA.txt
      *   (BOOK #FAMILIA, MANTIDO PELO PRGFAMIL) E COBRADO PELO PRECO
      *   FAMILIA DO SERVICOS.txt (BOOK #SERVICOS) NA MOEDA DA
      *   ASSINATURA, COM A PROMOCAO APLICADA SOBRE ESSE PRECO; OS
      *   DEPENDENTES NAO SAO COBRADOS PELO GRUPO
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   CUPONS DE RECONQUISTA DO PRGREATV (CUPONS.txt, BOOK #CUPOM):
      *   A PRIMEIRA COBRANCA DA ASSINATURA REATIVADA QUE TEM CUPOM
      *   EMITIDO E NA VALIDADE PARA O CLIENTE E O SERVICO SAI COM O
      *   DESCONTO DO CUPOM NO LUGAR DA PROMOCAO (NA ANUAL, SO NA
      *   PRIMEIRA MENSALIDADE) - O CUPOM E MARCADO USADO COM A DATA,
      *   O VALOR COBRADO E O DESCONTO, E O CUPONS.txt E REGRAVADO
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================
                                        WRK-CAMINHO-DIFERIDO
               FILE STATUS              IS FS-DIFERIDO.

           SELECT USOACUM               ASSIGN TO
                                        WRK-CAMINHO-USOACUM
               FILE STATUS              IS FS-USOACUM.

           SELECT SERVICOS              ASSIGN TO
                                        WRK-CAMINHO-SERVICOS
               FILE STATUS              IS FS-SERVICOS.

           SELECT FAMILIA               ASSIGN TO
                                        WRK-CAMINHO-FAMILIA
               FILE STATUS              IS FS-FAMILIA.

           SELECT CUPONS                ASSIGN TO
                                        WRK-CAMINHO-CUPONS
               FILE STATUS              IS FS-CUPONS.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================

      *----------------------------------------------------------------*
      *     OUTPUT-  DEBITOS DE COBRANCA PARA O PROXIMO ATI4
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  LANCCOB.
       COPY '#LANCAM'.
       FD  DIFERIDO.
       COPY '#DIFERIDO'.

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

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - CUPONS DE RECONQUISTA (CUPONS)
      *                               LRECL = 077
      *----------------------------------------------------------------*
       FD  CUPONS.
       COPY '#CUPOM'.

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------
       77  FS-PROMOCAO                  PIC 9(002).
       77  FS-PROMOTMP                  PIC 9(002).
       77  FS-DIFERIDO                  PIC 9(002).
       77  FS-USOACUM                   PIC 9(002).
       77  FS-SERVICOS                  PIC 9(002).
       77  FS-FAMILIA                   PIC 9(002).
       77  FS-CUPONS                    PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-CLIENTES2        PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-PROMOCAO         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-PROMOTMP         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-DIFERIDO         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-USOACUM          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-SERVICOS         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FAMILIA          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CUPONS           PIC X(060)        VALUES SPACES.

      *== CONTROLE DO LOTE EMITIDO NESTA RODADA
       01  WRK-LOTE-NUMERO              PIC 9(006)        VALUES ZEROS.
       01  WRK-DESCONTO                 PIC 9(003)V99     VALUES ZEROS.
       01  ACU-DESCONTOS                PIC 9(005) COMP-3 VALUES ZEROS.

      *== ACUMULADO DE USO EM MEMORIA (IMAGEM DO USOACUM)
       01  WRK-QT-ACUMULOS              PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-ACUMULO              PIC 9(004)        VALUES ZEROS.
       01  WRK-USO-SITUACAO             PIC X(001)        VALUES "N".
           88 WRK-USO-CARREGADO                   VALUES "S".
           88 WRK-USO-SUSPENSO                    VALUES "N".
       01  WRK-TAB-ACUMULOS.
           05 WRK-ACU-OCO               OCCURS 3000 TIMES
                                        PIC X(056).
       01  WRK-SERVICO-USO              PIC X(010)        VALUES SPACES.
       01  WRK-COMPETENCIA-ATUAL        PIC 9(006)        VALUES ZEROS.
       01  ACU-USOS-COBRADOS            PIC 9(005) COMP-3 VALUES ZEROS.

      *== PLANOS FAMILIA (SERVICOS.txt) E GRUPOS VIGENTES (FAMILIA.txt)
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
       01  WRK-QT-GRUPOS                PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-GRUPO                PIC 9(004)        VALUES ZEROS.
       01  WRK-GRUPO-SITUACAO           PIC X(001)        VALUES "N".
           88 WRK-TEM-GRUPO                       VALUES "S".
           88 WRK-SEM-GRUPO                       VALUES "N".
       01  WRK-TAB-GRUPOS.
           05 WRK-GRP-OCO               OCCURS 1000 TIMES.
               10 WRK-GRP-TITULAR           PIC X(03).
               10 WRK-GRP-SERVICO           PIC X(10).
       01  WRK-PRECO-BASE               PIC 9(003)V99     VALUES ZEROS.
       01  ACU-PRECOS-FAMILIA           PIC 9(005) COMP-3 VALUES ZEROS.

      *== CUPONS DE RECONQUISTA EM MEMORIA (IMAGEM DO CUPONS)
       01  WRK-QT-CUPONS                PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-CUPOM                PIC 9(004)        VALUES ZEROS.
       01  WRK-CUPOM-SITUACAO           PIC X(001)        VALUES "N".
           88 WRK-CUPOM-APLICADO                  VALUES "S".
           88 WRK-SEM-CUPOM                       VALUES "N".
       01  WRK-TAB-CUPONS.
           05 WRK-CUP-OCO               OCCURS 5000 TIMES
                                        PIC X(077).
       01  ACU-CUPONS-RESGATADOS        PIC 9(005) COMP-3 VALUES ZEROS.

       01  ACU-CLIENTES-LIDOS           PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-COBRANCAS                PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-SEM-CONTA                PIC 9(005) COMP-3 VALUES ZEROS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\DIFERIDO.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-DIFERIDO.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\USOACUM.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-USOACUM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\SERVICOS.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-SERVICOS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FAMILIA.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FAMILIA.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CUPONS.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CUPONS.

           DISPLAY "==== GERACAO DE COBRANCA DE ASSINATURAS ====".
           DISPLAY "DATA DE PROCESSAMENTO (AAAAMMDD, BRANCO=HOJE)?".
           PERFORM 0110-RECEBE-PARAMETRO.
           PERFORM 0120-CARREGA-CONTAS.
           PERFORM 0130-CARREGA-PROMOS.
           MOVE WRK-DATA-PROCESSAMENTO(1:6) TO WRK-COMPETENCIA-ATUAL.
           PERFORM 0140-CARREGA-USOACUM.
           PERFORM 0145-CARREGA-PLANOS.
           PERFORM 0147-CARREGA-FAMILIA.
           PERFORM 0155-CARREGA-CUPONS.

           OPEN I-O CLIENTES2.
           IF FS-CLIENTES2 NOT EQUAL 00

       0131-GUARDA-PROMO-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    CARREGA O ACUMULADO DE USO - ARQUIVO AUSENTE SEGUE SEM USO;
      *    ARQUIVO MAIOR QUE A TABELA SUSPENDE A COBRANCA DO USO (O
      *    ACUMULADO NAO PODE SER REGRAVADO PELA METADE)
      *-----------------------------------------------------------------
       0140-CARREGA-USOACUM                      SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT USOACUM.
           IF FS-USOACUM NOT EQUAL 00
               GO TO 0140-CARREGA-USOACUM-FIM
           END-IF.

           SET WRK-USO-CARREGADO TO TRUE.
           READ USOACUM.
           PERFORM 0141-GUARDA-ACUMULO
               UNTIL FS-USOACUM NOT EQUAL 00.

           CLOSE USOACUM.

           IF WRK-USO-SUSPENSO
               DISPLAY "USOACUM.txt MAIOR QUE A TABELA - USO NAO "
                   "COBRADO NESTA RODADA!"
           END-IF.

       0140-CARREGA-USOACUM-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0141-GUARDA-ACUMULO                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-ACUMULOS LESS 3000
               ADD 1 TO WRK-QT-ACUMULOS
               MOVE REG-USOACUM TO WRK-ACU-OCO(WRK-QT-ACUMULOS)
           ELSE
               SET WRK-USO-SUSPENSO TO TRUE
           END-IF.

           READ USOACUM.

       0141-GUARDA-ACUMULO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    CARREGA OS PRECOS DE PLANO FAMILIA - ARQUIVO AUSENTE SEGUE
      *    SEM PLANO FAMILIA (O TITULAR E COBRADO PELO PRECO INDIVIDUAL)
      *-----------------------------------------------------------------
       0145-CARREGA-PLANOS                       SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT SERVICOS.
           IF FS-SERVICOS NOT EQUAL 00
               GO TO 0145-CARREGA-PLANOS-FIM
           END-IF.

           READ SERVICOS.
           PERFORM 0146-GUARDA-PLANO
               UNTIL FS-SERVICOS NOT EQUAL 00.

           CLOSE SERVICOS.

       0145-CARREGA-PLANOS-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0146-GUARDA-PLANO                         SECTION.
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

       0146-GUARDA-PLANO-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    CARREGA OS GRUPOS (TITULAR + SERVICO) COM AO MENOS UM
      *    DEPENDENTE VIGENTE - ARQUIVO AUSENTE SEGUE SEM GRUPOS;
      *    ARQUIVO MAIOR QUE A TABELA ABORTA (TITULAR FORA DA TABELA
      *    SERIA COBRADO PELO PRECO ERRADO)
      *-----------------------------------------------------------------
       0147-CARREGA-FAMILIA                      SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT FAMILIA.
           IF FS-FAMILIA NOT EQUAL 00
               GO TO 0147-CARREGA-FAMILIA-FIM
           END-IF.

           READ FAMILIA.
           PERFORM 0148-GUARDA-GRUPO
               UNTIL FS-FAMILIA NOT EQUAL 00.

           CLOSE FAMILIA.

       0147-CARREGA-FAMILIA-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0148-GUARDA-GRUPO                         SECTION.
      *-----------------------------------------------------------------

           IF NOT FAM-VIGENTE
               GO TO 0148-GUARDA-GRUPO-LER
           END-IF.

           SET WRK-SEM-GRUPO TO TRUE.
           PERFORM 0162-COMPARA-FAMILIA
               VARYING WRK-IDX-GRUPO FROM 1 BY 1
               UNTIL WRK-IDX-GRUPO GREATER WRK-QT-GRUPOS
                  OR WRK-TEM-GRUPO.

           IF WRK-TEM-GRUPO
               GO TO 0148-GUARDA-GRUPO-LER
           END-IF.

           IF WRK-QT-GRUPOS NOT LESS 1000
               DISPLAY "FAMILIA.txt MAIOR QUE A TABELA DE GRUPOS!"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ADD 1 TO WRK-QT-GRUPOS.
           MOVE FAM-TITULAR TO WRK-GRP-TITULAR(WRK-QT-GRUPOS).
           MOVE FAM-SERVICO TO WRK-GRP-SERVICO(WRK-QT-GRUPOS).

       0148-GUARDA-GRUPO-LER.

           READ FAMILIA.

       0148-GUARDA-GRUPO-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    PRECO BASE DO SERVICO - TITULAR DE GRUPO FAMILIA VIGENTE
      *    PAGA O PRECO FAMILIA DO SERVICOS.txt NA MOEDA DA ASSINATURA;
      *    OS DEMAIS, O PRECO INDIVIDUAL DO CLIENTES2
      *-----------------------------------------------------------------
       0160-PRECO-FAMILIA                        SECTION.
      *-----------------------------------------------------------------

           MOVE REG-ASSINATURA(WRK-IDX-SERV) TO WRK-PRECO-BASE.

           SET WRK-SEM-GRUPO TO TRUE.
           PERFORM 0161-COMPARA-GRUPO
               VARYING WRK-IDX-GRUPO FROM 1 BY 1
               UNTIL WRK-IDX-GRUPO GREATER WRK-QT-GRUPOS
                  OR WRK-TEM-GRUPO.

           IF WRK-SEM-GRUPO
               GO TO 0160-PRECO-FAMILIA-FIM
           END-IF.

           SET WRK-PLANO-NAO-ACHADO TO TRUE.
           PERFORM 0163-COMPARA-PLANO
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

       0160-PRECO-FAMILIA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0161-COMPARA-GRUPO                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-GRP-TITULAR(WRK-IDX-GRUPO) EQUAL REG-CODIGO
              AND WRK-GRP-SERVICO(WRK-IDX-GRUPO) EQUAL
                  REG-STREA(WRK-IDX-SERV)
               SET WRK-TEM-GRUPO TO TRUE
           END-IF.

       0161-COMPARA-GRUPO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0162-COMPARA-FAMILIA                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-GRP-TITULAR(WRK-IDX-GRUPO) EQUAL FAM-TITULAR
              AND WRK-GRP-SERVICO(WRK-IDX-GRUPO) EQUAL FAM-SERVICO
               SET WRK-TEM-GRUPO TO TRUE
           END-IF.

       0162-COMPARA-FAMILIA-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0163-COMPARA-PLANO                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-PLN-NOME(WRK-IDX-PLANO) EQUAL REG-STREA(WRK-IDX-SERV)
              AND WRK-PLN-MOEDA(WRK-IDX-PLANO) EQUAL
                  REG-MOEDA-ASSINATURA(WRK-IDX-SERV)
               SET WRK-PLANO-FOI-ACHADO TO TRUE
           END-IF.

       0163-COMPARA-PLANO-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    CARREGA OS CUPONS DE RECONQUISTA - ARQUIVO AUSENTE SEGUE SEM
      *    CUPONS; ARQUIVO MAIOR QUE A TABELA ABORTA (O CUPONS.txt E
      *    REGRAVADO INTEIRO A PARTIR DA TABELA)
      *-----------------------------------------------------------------
       0155-CARREGA-CUPONS                       SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CUPONS.
           IF FS-CUPONS NOT EQUAL 00
               GO TO 0155-CARREGA-CUPONS-FIM
           END-IF.

           READ CUPONS.
           PERFORM 0156-GUARDA-CUPOM
               UNTIL FS-CUPONS NOT EQUAL 00.

           CLOSE CUPONS.

       0155-CARREGA-CUPONS-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0156-GUARDA-CUPOM                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-CUPONS NOT LESS 5000
               DISPLAY "CUPONS.txt MAIOR QUE A TABELA DE CUPONS!"
               CLOSE CUPONS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ADD 1 TO WRK-QT-CUPONS.
           MOVE REG-CUPOM TO WRK-CUP-OCO(WRK-QT-CUPONS).

           READ CUPONS.

       0156-GUARDA-CUPOM-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    APLICA O CUPOM DE RECONQUISTA EMITIDO E NA VALIDADE PARA O
      *    CLIENTE E O SERVICO - TEM PRECEDENCIA SOBRE A PROMOCAO; O
      *    VALOR LIQUIDO NUNCA FICA NEGATIVO. REG-CUPOM FICA COM O
      *    CUPOM ACHADO PARA A MARCACAO DE USO
      *-----------------------------------------------------------------
       0137-APLICA-CUPOM                         SECTION.
      *-----------------------------------------------------------------

           SET WRK-SEM-CUPOM TO TRUE.
           PERFORM 0138-COMPARA-CUPOM
               VARYING WRK-IDX-CUPOM FROM 1 BY 1
               UNTIL WRK-IDX-CUPOM GREATER WRK-QT-CUPONS
                  OR WRK-CUPOM-APLICADO.

           IF WRK-SEM-CUPOM
               GO TO 0137-APLICA-CUPOM-FIM
           END-IF.

           SUBTRACT 1 FROM WRK-IDX-CUPOM.
           MOVE WRK-CUP-OCO(WRK-IDX-CUPOM) TO REG-CUPOM.

           IF CUP-TIPO-PERCENTUAL
               COMPUTE WRK-DESCONTO ROUNDED =
                   WRK-PRECO-BASE * CUP-VALOR / 100
           ELSE
               MOVE CUP-VALOR TO WRK-DESCONTO
           END-IF.

           IF WRK-DESCONTO GREATER WRK-PRECO-BASE
               MOVE WRK-PRECO-BASE TO WRK-DESCONTO
           END-IF.

           COMPUTE WRK-VALOR-LIQUIDO =
               WRK-PRECO-BASE - WRK-DESCONTO.

       0137-APLICA-CUPOM-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0138-COMPARA-CUPOM                        SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-CUP-OCO(WRK-IDX-CUPOM) TO REG-CUPOM.

           IF CUP-EMITIDO
              AND CUP-CODIGO-CLIENTE EQUAL REG-CODIGO
              AND CUP-SERVICO EQUAL REG-STREA(WRK-IDX-SERV)
              AND CUP-VALIDADE NOT LESS WRK-DATA-PROCESSAMENTO
               SET WRK-CUPOM-APLICADO TO TRUE
           END-IF.

       0138-COMPARA-CUPOM-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    APLICA A PRIMEIRA PROMOCAO ATIVA, VIGENTE E COM RESGATE
      *    DISPONIVEL PARA O SERVICO - O CONTADOR DE RESGATES AVANCA
       0135-APLICA-PROMOCAO                      SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-PRECO-BASE TO WRK-VALOR-LIQUIDO.
           MOVE ZEROS TO WRK-DESCONTO.

           SET WRK-PROMO-NAO-ACHADA TO TRUE.

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

           COMPUTE WRK-VALOR-LIQUIDO =
               WRK-PRECO-BASE - WRK-DESCONTO.

           ADD 1 TO WRK-PRO-RESGATES(WRK-IDX-PROMO).
           ADD 1 TO ACU-DESCONTOS.
               VARYING WRK-IDX-SERV FROM 1 BY 1
               UNTIL WRK-IDX-SERV GREATER REG-QTD-SERVICOS.

           MOVE SPACES TO WRK-SERVICO-USO.
           PERFORM 0280-COBRA-USO.

           REWRITE REG-CLIENTES.

           READ CLIENTES2.
               PERFORM 0260-INICIA-LOTE
           END-IF.

           PERFORM 0160-PRECO-FAMILIA.
           PERFORM 0137-APLICA-CUPOM.
           IF WRK-SEM-CUPOM
               PERFORM 0135-APLICA-PROMOCAO
           END-IF.

           IF REG-COBRANCA-ANUAL(WRK-IDX-SERV)
               IF WRK-CUPOM-APLICADO
                   COMPUTE WRK-VALOR-COBRANCA =
                       WRK-PRECO-BASE * 12 - WRK-DESCONTO
               ELSE
                   COMPUTE WRK-VALOR-COBRANCA = WRK-VALOR-LIQUIDO * 12
               END-IF
           ELSE
               MOVE WRK-VALOR-LIQUIDO TO WRK-VALOR-COBRANCA
           END-IF.

           IF WRK-CUPOM-APLICADO
               SET CUP-USADO                TO TRUE
               MOVE WRK-DATA-PROCESSAMENTO  TO CUP-DATA-USO
               MOVE WRK-VALOR-COBRANCA      TO CUP-VALOR-COBRADO
               MOVE WRK-DESCONTO            TO CUP-DESCONTO
               MOVE REG-CUPOM TO WRK-CUP-OCO(WRK-IDX-CUPOM)
               ADD 1 TO ACU-CUPONS-RESGATADOS
           END-IF.

           MOVE WRK-CTA-AGENCIA(WRK-IDX-CONTA) TO REG-AGENCIA.
           MOVE WRK-CTA-CONTA(WRK-IDX-CONTA)   TO REG-CONTA.
           MOVE WRK-VALOR-COBRANCA             TO REG-LANCAMENTO.
               PERFORM 0150-GRAVA-DIFERIDO
           END-IF.

           MOVE REG-STREA(WRK-IDX-SERV) TO WRK-SERVICO-USO.
           PERFORM 0280-COBRA-USO.

       0230-EMITE-COBRANCA-FIM.                  EXIT.

      *-----------------------------------------------------------------
           SET WRK-LOTE-FECHADO TO TRUE.

       0270-FECHA-LOTE-FIM.                      EXIT.

      *-----------------------------------------------------------------
      *    COBRA O USO EM ABERTO DO CLIENTE - COM WRK-SERVICO-USO
      *    PREENCHIDO, TODO O USO AINDA NAO COBRADO DO SERVICO QUE
      *    ACABOU DE SER COBRADO; EM BRANCO, SO O USO DE COMPETENCIA JA
      *    FECHADA, DE QUALQUER SERVICO
      *-----------------------------------------------------------------
       0280-COBRA-USO                            SECTION.
      *-----------------------------------------------------------------

           IF WRK-USO-SUSPENSO
              OR WRK-QT-ACUMULOS EQUAL ZEROS
               GO TO 0280-COBRA-USO-FIM
           END-IF.

           IF WRK-SERVICO-USO EQUAL SPACES
               PERFORM 0220-PROCURA-CONTA-CLIENTE
               IF WRK-CONTA-NAO-ACHADA
                   GO TO 0280-COBRA-USO-FIM
               END-IF
           END-IF.

           PERFORM 0281-AVALIA-ACUMULO
               VARYING WRK-IDX-ACUMULO FROM 1 BY 1
               UNTIL WRK-IDX-ACUMULO GREATER WRK-QT-ACUMULOS.

       0280-COBRA-USO-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0281-AVALIA-ACUMULO                       SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-ACU-OCO(WRK-IDX-ACUMULO) TO REG-USOACUM.

           IF UAC-CODIGO-CLIENTE NOT EQUAL REG-CODIGO
            OR UAC-COBRADO
            OR UAC-VALOR EQUAL ZEROS
               GO TO 0281-AVALIA-ACUMULO-FIM
           END-IF.

           IF WRK-SERVICO-USO EQUAL SPACES
               IF UAC-COMPETENCIA NOT LESS WRK-COMPETENCIA-ATUAL
                   GO TO 0281-AVALIA-ACUMULO-FIM
               END-IF
           ELSE
               IF UAC-SERVICO NOT EQUAL WRK-SERVICO-USO
                   GO TO 0281-AVALIA-ACUMULO-FIM
               END-IF
           END-IF.

           PERFORM 0290-EMITE-DEBITO-USO.

       0281-AVALIA-ACUMULO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    DEBITO DO USO NO LOTE - MESMO LAYOUT DA COBRANCA DO SERVICO,
      *    NA MOEDA DA TARIFA; A LINHA DO ACUMULADO FICA COBRADA
      *-----------------------------------------------------------------
       0290-EMITE-DEBITO-USO                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-LOTE-FECHADO
               PERFORM 0260-INICIA-LOTE
           END-IF.

           MOVE WRK-CTA-AGENCIA(WRK-IDX-CONTA) TO REG-AGENCIA.
           MOVE WRK-CTA-CONTA(WRK-IDX-CONTA)   TO REG-CONTA.
           MOVE UAC-VALOR                      TO REG-LANCAMENTO.
           MOVE WRK-TIPO-CLIENTE-VALIDO        TO REG-TIPO-CLIENTE.
           MOVE WRK-GERENTE-VALIDO             TO REG-GERENTE.
           MOVE "D"                            TO REG-TIPO-LANCAMENTO.
           MOVE UAC-MOEDA                      TO REG-MOEDA-LANCAM.
           MOVE WRK-DATA-PROCESSAMENTO         TO REG-DATA-LANCAM.
           MOVE ZEROS                          TO REG-TENTATIVAS-LANCAM.
           MOVE ZEROS                          TO REG-CONTRA-AGENCIA
                                                  REG-CONTRA-CONTA.
           MOVE ZEROS                          TO REG-ID-LOTE
                                                  REG-ID-SEQ.
           MOVE "C"                  TO WRK-VCT-FUNCAO.
           MOVE REG-AGENCIA          TO WRK-VCT-AGENCIA.
           MOVE REG-CONTA            TO WRK-VCT-CONTA.
           CALL "VALCTA" USING WRK-VALCTA.
           MOVE WRK-VCT-DV-CALCULADO TO REG-DV-CONTA.

           WRITE REG-LANCAM.

           ADD 1 TO ACU-COBRANCAS.
           ADD 1 TO ACU-USOS-COBRADOS.
           ADD UAC-VALOR TO WRK-TOTAL-COBRADO.

           SET UAC-COBRADO TO TRUE.
           MOVE REG-USOACUM TO WRK-ACU-OCO(WRK-IDX-ACUMULO).

       0290-EMITE-DEBITO-USO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0300-REGRAVA-CLIENTES2                    SECTION.
      *-----------------------------------------------------------------
               PERFORM 0340-REGRAVA-PROMOS
           END-IF.

           IF WRK-USO-CARREGADO
              AND ACU-USOS-COBRADOS GREATER ZEROS
               PERFORM 0350-REGRAVA-USOACUM
           END-IF.

           IF ACU-CUPONS-RESGATADOS GREATER ZEROS
               PERFORM 0360-REGRAVA-CUPONS
           END-IF.

       0300-REGRAVA-CLIENTES2-FIM.               EXIT.

      *-----------------------------------------------------------------

       0342-COPIA-PROMO-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    REGRAVA O ACUMULADO DE USO COM AS LINHAS COBRADAS MARCADAS
      *-----------------------------------------------------------------
       0350-REGRAVA-USOACUM                      SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT USOACUM.
           PERFORM 0351-GRAVA-ACUMULO
               VARYING WRK-IDX-ACUMULO FROM 1 BY 1
               UNTIL WRK-IDX-ACUMULO GREATER WRK-QT-ACUMULOS.
           CLOSE USOACUM.

       0350-REGRAVA-USOACUM-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0351-GRAVA-ACUMULO                        SECTION.
      *-----------------------------------------------------------------

           WRITE REG-USOACUM FROM WRK-ACU-OCO(WRK-IDX-ACUMULO).

       0351-GRAVA-ACUMULO-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    REGRAVA OS CUPONS COM OS RESGATADOS NA RODADA MARCADOS
      *-----------------------------------------------------------------
       0360-REGRAVA-CUPONS                       SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT CUPONS.
           PERFORM 0361-GRAVA-CUPOM
               VARYING WRK-IDX-CUPOM FROM 1 BY 1
               UNTIL WRK-IDX-CUPOM GREATER WRK-QT-CUPONS.
           CLOSE CUPONS.

       0360-REGRAVA-CUPONS-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0361-GRAVA-CUPOM                          SECTION.
      *-----------------------------------------------------------------

           WRITE REG-CUPOM FROM WRK-CUP-OCO(WRK-IDX-CUPOM).

       0361-GRAVA-CUPOM-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0400-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------
           DISPLAY "COBRANCAS ANUAIS.....: " ACU-ANUAIS.
           DISPLAY "SEM CONTA ABERTA.....: " ACU-SEM-CONTA.
           DISPLAY "EM TESTE GRATUITO....: " ACU-EM-TESTE.
           DISPLAY "USOS AVULSOS COBRADOS: " ACU-USOS-COBRADOS.
           DISPLAY "PRECOS PLANO FAMILIA.: " ACU-PRECOS-FAMILIA.
           DISPLAY "CUPONS RESGATADOS....: " ACU-CUPONS-RESGATADOS.
           DISPLAY "VALOR TOTAL COBRADO..: " WRK-TOTAL-COBRADO-ED.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.
