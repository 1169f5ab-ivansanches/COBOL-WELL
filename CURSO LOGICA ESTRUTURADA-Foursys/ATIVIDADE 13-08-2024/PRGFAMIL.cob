       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGFAMIL.
      *=================================================================
      * PROGRAMA   : PRGFAMIL
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: GRUPOS DE PLANO FAMILIA (FAMILIA.txt, BOOK
      *              #FAMILIA) - UM TITULAR QUE PAGA O PRECO FAMILIA DO
      *              SERVICO (SERVICOS.txt, BOOK #SERVICOS) E ATE
      *              SRV-MAX-DEPENDENTES DEPENDENTES, TODOS CODIGOS DO
      *              CLIENTES2.dat. MODOS:
      *              I = INCLUI DEPENDENTE - TITULAR COM O SERVICO
      *                  ATIVO, SERVICO COM PLANO FAMILIA NA MOEDA DA
      *                  ASSINATURA, DEPENDENTE CADASTRADO, FORA DE
      *                  OUTRO GRUPO DO MESMO SERVICO E DENTRO DO
      *                  LIMITE;
      *              E = EXCLUI DEPENDENTE (SITUACAO "C");
      *              C = CASCATA (DIARIO) - CADA DEPENDENTE VIGENTE
      *                  ESPELHA A ASSINATURA DO TITULAR: PAUSADA OU
      *                  SUSPENSA PAUSA/SUSPENDE O DEPENDENTE, RETOMADA
      *                  REATIVA, E TITULAR CANCELADO (OU FORA DO
      *                  CLIENTES2) ENCERRA O DEPENDENTE;
      *              L = LISTAGEM DOS GRUPOS (RELFAMIL.txt) COM A
      *                  CONFERENCIA DOS DEPENDENTES QUE TAMBEM PAGAM O
      *                  MESMO SERVICO INDIVIDUALMENTE NO CLIENTES2
      *                  (RETURN-CODE 4 QUANDO HA CASOS).
      *              O PRGCOBRA E O PRGFATUR COBRAM SO O TITULAR, PELO
      *              PRECO FAMILIA, E A FATURA DO TITULAR LISTA OS
      *              DEPENDENTES. O FAMILIA.txt E REGRAVADO INTEIRO A
      *              PARTIR DA TABELA EM MEMORIA QUANDO MUDA
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  CLIENTES2             INPUT (INDEXADO)
      *  SERVICOS              INPUT                  #SERVICOS
      *  FAMILIA               INPUT/OUTPUT           #FAMILIA
      *  RELFAMIL              OUTPUT
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
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS REG-CODIGO
               FILE STATUS              IS FS-CLIENTES2.

           SELECT SERVICOS              ASSIGN TO
                                        WRK-CAMINHO-SERVICOS
               FILE STATUS              IS FS-SERVICOS.

           SELECT FAMILIA               ASSIGN TO
                                        WRK-CAMINHO-FAMILIA
               FILE STATUS              IS FS-FAMILIA.

           SELECT RELFAMIL              ASSIGN TO
                                        WRK-CAMINHO-RELFAMIL
               FILE STATUS              IS FS-RELFAMIL.

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
      *     INPUT -  CADASTRO DE PRECOS DE SERVICOS (SERVICOS)
      *                               LRECL = 029
      *----------------------------------------------------------------*
       FD  SERVICOS.
       COPY '#SERVICOS'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - GRUPOS DE PLANO FAMILIA (FAMILIA)
      *                               LRECL = 053
      *----------------------------------------------------------------*
       FD  FAMILIA.
       COPY '#FAMILIA'.

      *----------------------------------------------------------------*
      *     OUTPUT - LISTAGEM DOS GRUPOS E CONFERENCIA (RELFAMIL)
      *                               LRECL = 080
      *----------------------------------------------------------------*
       FD  RELFAMIL.
       01  REG-RELFAMIL                 PIC X(080).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-CLIENTES2                 PIC 9(002).
       77  FS-SERVICOS                  PIC 9(002).
       77  FS-FAMILIA                   PIC 9(002).
       77  FS-RELFAMIL                  PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-CLIENTES2        PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-SERVICOS         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FAMILIA          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RELFAMIL         PIC X(060)        VALUES SPACES.

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
           '*** VARIAVEIS DOS GRUPOS FAMILIA *** '.
      *-----------------------------------------------------------------

       01  WRK-MODO                     PIC X(001)        VALUES SPACES.
           88 WRK-MODO-INCLUIR                    VALUES "I".
           88 WRK-MODO-EXCLUIR                    VALUES "E".
           88 WRK-MODO-CASCATA                    VALUES "C".
           88 WRK-MODO-LISTAR                     VALUES "L".

       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-IDX-SERV                 PIC 9(001)        VALUES 1.
       01  WRK-SERV-ACHADO              PIC X(001)        VALUES "N".
           88 WRK-SERV-FOI-ACHADO                 VALUES "S".
           88 WRK-SERV-NAO-ACHADO                 VALUES "N".

      *== ENTRADA DOS MODOS INTERATIVOS
       01  WRK-TITULAR                  PIC X(003)        VALUES SPACES.
       01  WRK-SERVICO                  PIC X(010)        VALUES SPACES.
       01  WRK-DEPENDENTE               PIC X(003)        VALUES SPACES.
       01  WRK-MOEDA-TITULAR            PIC X(003)        VALUES SPACES.
       01  WRK-NOME-DEPENDENTE          PIC X(020)        VALUES SPACES.
       01  WRK-CODIGO-GUARDA            PIC X(003)        VALUES SPACES.
       01  WRK-STATUS-TITULAR           PIC X(001)        VALUES SPACES.
       01  WRK-NOVA-SITUACAO            PIC X(001)        VALUES SPACES.

      *== PLANOS FAMILIA (CARREGADOS DO SERVICOS)
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
               10 WRK-PLN-MAX-DEP           PIC 9(02).

      *== MEMBROS DOS GRUPOS EM MEMORIA (IMAGEM DO FAMILIA)
       01  WRK-QT-MEMBROS               PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-MBR                  PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-AUX                  PIC 9(004)        VALUES ZEROS.
       01  WRK-QT-NO-GRUPO              PIC 9(003)        VALUES ZEROS.
       01  WRK-MBR-ACHADO               PIC X(001)        VALUES "N".
           88 WRK-MBR-FOI-ACHADO                  VALUES "S".
           88 WRK-MBR-NAO-ACHADO                  VALUES "N".
       01  WRK-FAMILIA-SITUACAO         PIC X(001)        VALUES "N".
           88 WRK-FAMILIA-ALTERADA                VALUES "S".
           88 WRK-FAMILIA-INTACTA                 VALUES "N".
       01  WRK-TAB-MEMBROS.
           05 WRK-MBR-OCO               OCCURS 1000 TIMES.
               10 WRK-MBR-DADOS.
                   15 WRK-MBR-TITULAR           PIC X(03).
                   15 WRK-MBR-SERVICO           PIC X(10).
                   15 WRK-MBR-DEPENDENTE        PIC X(03).
                   15 WRK-MBR-NOME              PIC X(20).
                   15 WRK-MBR-INCLUSAO          PIC 9(08).
                   15 WRK-MBR-SITUACAO          PIC X(01).
                       88 WRK-MBR-VIGENTE           VALUE "A" "P" "S".
                   15 WRK-MBR-DATA-SITUACAO     PIC 9(08).
               10 WRK-MBR-IMPRESSO          PIC X(01).
                   88 WRK-MBR-JA-IMPRESSO           VALUE "S".

       01  ACU-INCLUIDOS                PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-EXCLUIDOS                PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-RECUSADOS                PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-CASCATA-PAUSA            PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-CASCATA-ATIVA            PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-CASCATA-ENCERRA          PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-GRUPOS                   PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-DEPENDENTES              PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-DUPLICIDADES             PIC 9(005) COMP-3 VALUES ZEROS.

      *== LINHAS DO RELATORIO
       01  WRK-LIN-TITULO.
           05 FILLER                    PIC X(040) VALUE
              "GRUPOS DE PLANO FAMILIA - POSICAO EM".
           05 WRK-TIT-DATA              PIC 9(008).
           05 FILLER                    PIC X(032) VALUE SPACES.

       01  WRK-LIN-GRUPO.
           05 FILLER                    PIC X(008) VALUE "TITULAR ".
           05 WRK-GRP-TITULAR           PIC X(003).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-GRP-NOME              PIC X(020).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-GRP-SERVICO           PIC X(010).
           05 FILLER                    PIC X(005) VALUE " SIT ".
           05 WRK-GRP-STATUS            PIC X(001).
           05 FILLER                    PIC X(009) VALUE " FAMILIA ".
           05 WRK-GRP-MOEDA             PIC X(003).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-GRP-PRECO             PIC ZZ9,99.
           05 FILLER                    PIC X(005) VALUE " DEP ".
           05 WRK-GRP-QTD               PIC Z9.
           05 FILLER                    PIC X(005) VALUE SPACES.

       01  WRK-LIN-DEPENDENTE.
           05 FILLER                    PIC X(015) VALUE
              "    DEPENDENTE ".
           05 WRK-DEP-CODIGO            PIC X(003).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-DEP-NOME              PIC X(020).
           05 FILLER                    PIC X(010) VALUE " INCLUIDO ".
           05 WRK-DEP-INCLUSAO          PIC 9(008).
           05 FILLER                    PIC X(005) VALUE " SIT ".
           05 WRK-DEP-SITUACAO          PIC X(001).
           05 FILLER                    PIC X(017) VALUE SPACES.

       01  WRK-LIN-CONFERE-TIT          PIC X(080) VALUE
           "DEPENDENTES QUE TAMBEM PAGAM O SERVICO INDIVIDUALMENTE".

       01  WRK-LIN-DUPLICIDADE.
           05 FILLER                    PIC X(011) VALUE "DEPENDENTE ".
           05 WRK-DUP-CODIGO            PIC X(003).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-DUP-NOME              PIC X(020).
           05 FILLER                    PIC X(009) VALUE " SERVICO ".
           05 WRK-DUP-SERVICO           PIC X(010).
           05 FILLER                    PIC X(009) VALUE " TITULAR ".
           05 WRK-DUP-TITULAR           PIC X(003).
           05 FILLER                    PIC X(005) VALUE " SIT ".
           05 WRK-DUP-STATUS            PIC X(001).
           05 FILLER                    PIC X(008) VALUE SPACES.

       01  WRK-LIN-RESUMO.
           05 FILLER                    PIC X(018) VALUE
              "TOTAL DE GRUPOS: ".
           05 WRK-RES-GRUPOS            PIC ZZZZ9.
           05 FILLER                    PIC X(016) VALUE
              "  DEPENDENTES: ".
           05 WRK-RES-DEPENDENTES       PIC ZZZZ9.
           05 FILLER                    PIC X(017) VALUE
              "  DUPLICIDADES: ".
           05 WRK-RES-DUPLICIDADES      PIC ZZZZ9.
           05 FILLER                    PIC X(014) VALUE SPACES.

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
                  "\SERVICOS.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-SERVICOS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FAMILIA.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FAMILIA.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RELFAMIL.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RELFAMIL.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "==== GRUPOS DE PLANO FAMILIA ====".
           DISPLAY "I-INCLUIR DEPENDENTE  E-EXCLUIR DEPENDENTE".
           DISPLAY "C-CASCATA DO TITULAR  L-LISTAGEM/CONFERENCIA".
           DISPLAY "QUAL O MODO?".
           ACCEPT WRK-MODO.

           IF NOT WRK-MODO-INCLUIR
              AND NOT WRK-MODO-EXCLUIR
              AND NOT WRK-MODO-CASCATA
              AND NOT WRK-MODO-LISTAR
               DISPLAY "MODO INVALIDO!"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0110-CARREGA-PLANOS.
           PERFORM 0120-CARREGA-FAMILIA.

           OPEN INPUT CLIENTES2.
           IF FS-CLIENTES2 NOT EQUAL 00
               MOVE WRK-ERRO-ABERTURA TO WRK-FS-DESCRICAO
               DISPLAY WRK-FS-DESCRICAO
               CALL "FSTATUS" USING FS-CLIENTES2 WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    CARREGA OS SERVICOS QUE TEM PLANO FAMILIA (LIMITE DE
      *    DEPENDENTES E PRECO FAMILIA MAIORES QUE ZERO)
      *-----------------------------------------------------------------
       0110-CARREGA-PLANOS                       SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT SERVICOS.
           IF FS-SERVICOS NOT EQUAL 00
               DISPLAY "CADASTRO DE SERVICOS NAO ABERTO!"
               CALL "FSTATUS" USING FS-SERVICOS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           READ SERVICOS.
           PERFORM 0111-GUARDA-PLANO
               UNTIL FS-SERVICOS NOT EQUAL 00.

           CLOSE SERVICOS.

       0110-CARREGA-PLANOS-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0111-GUARDA-PLANO                         SECTION.
      *-----------------------------------------------------------------

           IF SRV-MAX-DEPENDENTES IS NUMERIC
              AND SRV-MAX-DEPENDENTES GREATER ZEROS
              AND SRV-PRECO-FAMILIA IS NUMERIC
              AND SRV-PRECO-FAMILIA GREATER ZEROS
              AND WRK-QT-PLANOS LESS 100
               ADD 1 TO WRK-QT-PLANOS
               MOVE SRV-NOME            TO WRK-PLN-NOME(WRK-QT-PLANOS)
               MOVE SRV-MOEDA           TO WRK-PLN-MOEDA(WRK-QT-PLANOS)
               MOVE SRV-PRECO-FAMILIA   TO WRK-PLN-PRECO(WRK-QT-PLANOS)
               MOVE SRV-MAX-DEPENDENTES TO
                   WRK-PLN-MAX-DEP(WRK-QT-PLANOS)
           END-IF.

           READ SERVICOS.

       0111-GUARDA-PLANO-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    CARREGA OS MEMBROS DOS GRUPOS - ARQUIVO AUSENTE COMECA SEM
      *    GRUPOS; ARQUIVO MAIOR QUE A TABELA ABORTA (NAO PODE SER
      *    REGRAVADO PELA METADE)
      *-----------------------------------------------------------------
       0120-CARREGA-FAMILIA                      SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT FAMILIA.
           IF FS-FAMILIA NOT EQUAL 00
               GO TO 0120-CARREGA-FAMILIA-FIM
           END-IF.

           READ FAMILIA.
           PERFORM 0121-GUARDA-MEMBRO
               UNTIL FS-FAMILIA NOT EQUAL 00.

           CLOSE FAMILIA.

       0120-CARREGA-FAMILIA-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0121-GUARDA-MEMBRO                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-MEMBROS NOT LESS 1000
               DISPLAY "FAMILIA.txt MAIOR QUE A TABELA DE MEMBROS!"
               CLOSE FAMILIA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ADD 1 TO WRK-QT-MEMBROS.
           MOVE REG-FAMILIA TO WRK-MBR-DADOS(WRK-QT-MEMBROS).
           MOVE "N"         TO WRK-MBR-IMPRESSO(WRK-QT-MEMBROS).

           READ FAMILIA.

       0121-GUARDA-MEMBRO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           EVALUATE TRUE
               WHEN WRK-MODO-INCLUIR
                   PERFORM 0300-INCLUI-DEPENDENTE
               WHEN WRK-MODO-EXCLUIR
                   PERFORM 0400-EXCLUI-DEPENDENTE
               WHEN WRK-MODO-CASCATA
                   PERFORM 0500-CASCATA
               WHEN WRK-MODO-LISTAR
                   PERFORM 0600-LISTAGEM
           END-EVALUATE.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    PROCURA NO REG-CLIENTES LIDO O SERVICO WRK-SERVICO -
      *    ACHADO, WRK-IDX-SERV APONTA A POSICAO DO GRUPO
      *-----------------------------------------------------------------
       0210-PROCURA-SERVICO                      SECTION.
      *-----------------------------------------------------------------

           SET WRK-SERV-NAO-ACHADO TO TRUE.
           PERFORM 0211-COMPARA-SERVICO
               VARYING WRK-IDX-SERV FROM 1 BY 1
               UNTIL WRK-IDX-SERV GREATER REG-QTD-SERVICOS
                  OR WRK-SERV-FOI-ACHADO.

           IF WRK-SERV-FOI-ACHADO
               SUBTRACT 1 FROM WRK-IDX-SERV
           END-IF.

       0210-PROCURA-SERVICO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0211-COMPARA-SERVICO                      SECTION.
      *-----------------------------------------------------------------

           IF REG-STREA(WRK-IDX-SERV) EQUAL WRK-SERVICO
               SET WRK-SERV-FOI-ACHADO TO TRUE
           END-IF.

       0211-COMPARA-SERVICO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    PROCURA O PLANO FAMILIA DE WRK-SERVICO NA WRK-MOEDA-TITULAR
      *-----------------------------------------------------------------
       0220-PROCURA-PLANO                        SECTION.
      *-----------------------------------------------------------------

           SET WRK-PLANO-NAO-ACHADO TO TRUE.
           PERFORM 0221-COMPARA-PLANO
               VARYING WRK-IDX-PLANO FROM 1 BY 1
               UNTIL WRK-IDX-PLANO GREATER WRK-QT-PLANOS
                  OR WRK-PLANO-FOI-ACHADO.

           IF WRK-PLANO-FOI-ACHADO
               SUBTRACT 1 FROM WRK-IDX-PLANO
           END-IF.

       0220-PROCURA-PLANO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0221-COMPARA-PLANO                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-PLN-NOME(WRK-IDX-PLANO) EQUAL WRK-SERVICO
              AND WRK-PLN-MOEDA(WRK-IDX-PLANO) EQUAL WRK-MOEDA-TITULAR
               SET WRK-PLANO-FOI-ACHADO TO TRUE
           END-IF.

       0221-COMPARA-PLANO-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    PROCURA O MEMBRO VIGENTE WRK-DEPENDENTE EM QUALQUER GRUPO
      *    DE WRK-SERVICO - ACHADO, WRK-IDX-MBR APONTA A LINHA
      *-----------------------------------------------------------------
       0230-PROCURA-DEPENDENTE                   SECTION.
      *-----------------------------------------------------------------

           SET WRK-MBR-NAO-ACHADO TO TRUE.
           PERFORM 0231-COMPARA-DEPENDENTE
               VARYING WRK-IDX-MBR FROM 1 BY 1
               UNTIL WRK-IDX-MBR GREATER WRK-QT-MEMBROS
                  OR WRK-MBR-FOI-ACHADO.

           IF WRK-MBR-FOI-ACHADO
               SUBTRACT 1 FROM WRK-IDX-MBR
           END-IF.

       0230-PROCURA-DEPENDENTE-FIM.              EXIT.

      *-----------------------------------------------------------------
       0231-COMPARA-DEPENDENTE                   SECTION.
      *-----------------------------------------------------------------

           IF WRK-MBR-VIGENTE(WRK-IDX-MBR)
              AND WRK-MBR-DEPENDENTE(WRK-IDX-MBR) EQUAL WRK-DEPENDENTE
              AND WRK-MBR-SERVICO(WRK-IDX-MBR) EQUAL WRK-SERVICO
               SET WRK-MBR-FOI-ACHADO TO TRUE
           END-IF.

       0231-COMPARA-DEPENDENTE-FIM.              EXIT.

      *-----------------------------------------------------------------
      *    CONTA OS MEMBROS VIGENTES DO GRUPO WRK-TITULAR/WRK-SERVICO
      *-----------------------------------------------------------------
       0240-CONTA-GRUPO                          SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-QT-NO-GRUPO.
           PERFORM 0241-SOMA-MEMBRO
               VARYING WRK-IDX-AUX FROM 1 BY 1
               UNTIL WRK-IDX-AUX GREATER WRK-QT-MEMBROS.

       0240-CONTA-GRUPO-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0241-SOMA-MEMBRO                          SECTION.
      *-----------------------------------------------------------------

           IF WRK-MBR-VIGENTE(WRK-IDX-AUX)
              AND WRK-MBR-TITULAR(WRK-IDX-AUX) EQUAL WRK-TITULAR
              AND WRK-MBR-SERVICO(WRK-IDX-AUX) EQUAL WRK-SERVICO
               ADD 1 TO WRK-QT-NO-GRUPO
           END-IF.

       0241-SOMA-MEMBRO-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    INCLUSAO DE DEPENDENTE - TODA RECUSA E EXPLICADA NA TELA
      *-----------------------------------------------------------------
       0300-INCLUI-DEPENDENTE                    SECTION.
      *-----------------------------------------------------------------

           DISPLAY "CODIGO DO TITULAR..".
           ACCEPT WRK-TITULAR.
           DISPLAY "SERVICO..".
           ACCEPT WRK-SERVICO.
           DISPLAY "CODIGO DO DEPENDENTE..".
           ACCEPT WRK-DEPENDENTE.

           IF WRK-DEPENDENTE EQUAL WRK-TITULAR
               DISPLAY "DEPENDENTE NAO PODE SER O PROPRIO TITULAR!"
               ADD 1 TO ACU-RECUSADOS
               GO TO 0300-INCLUI-DEPENDENTE-FIM
           END-IF.

      *    TITULAR: CADASTRADO E COM O SERVICO ATIVO
           MOVE WRK-TITULAR TO REG-CODIGO.
           READ CLIENTES2 KEY IS REG-CODIGO
               INVALID KEY
                   DISPLAY "TITULAR NAO CADASTRADO NO CLIENTES2!"
                   ADD 1 TO ACU-RECUSADOS
                   GO TO 0300-INCLUI-DEPENDENTE-FIM
           END-READ.

           PERFORM 0210-PROCURA-SERVICO.
           IF WRK-SERV-NAO-ACHADO
               DISPLAY "TITULAR NAO ASSINA O SERVICO " WRK-SERVICO
               ADD 1 TO ACU-RECUSADOS
               GO TO 0300-INCLUI-DEPENDENTE-FIM
           END-IF.

           IF NOT REG-ASSINATURA-ATIVA(WRK-IDX-SERV)
               DISPLAY "ASSINATURA DO TITULAR NAO ESTA ATIVA!"
               ADD 1 TO ACU-RECUSADOS
               GO TO 0300-INCLUI-DEPENDENTE-FIM
           END-IF.

      *    SERVICO: COM PLANO FAMILIA NA MOEDA DA ASSINATURA
           MOVE REG-MOEDA-ASSINATURA(WRK-IDX-SERV) TO WRK-MOEDA-TITULAR.
           PERFORM 0220-PROCURA-PLANO.
           IF WRK-PLANO-NAO-ACHADO
               DISPLAY "SERVICO SEM PLANO FAMILIA NA MOEDA "
                   WRK-MOEDA-TITULAR
               ADD 1 TO ACU-RECUSADOS
               GO TO 0300-INCLUI-DEPENDENTE-FIM
           END-IF.

      *    O TITULAR NAO PODE SER DEPENDENTE EM OUTRO GRUPO DO SERVICO
           MOVE WRK-DEPENDENTE    TO WRK-CODIGO-GUARDA.
           MOVE WRK-TITULAR       TO WRK-DEPENDENTE.
           PERFORM 0230-PROCURA-DEPENDENTE.
           MOVE WRK-CODIGO-GUARDA TO WRK-DEPENDENTE.
           IF WRK-MBR-FOI-ACHADO
               DISPLAY "TITULAR JA E DEPENDENTE DO GRUPO DE "
                   WRK-MBR-TITULAR(WRK-IDX-MBR)
               ADD 1 TO ACU-RECUSADOS
               GO TO 0300-INCLUI-DEPENDENTE-FIM
           END-IF.

      *    DEPENDENTE: FORA DE QUALQUER GRUPO DO SERVICO
           PERFORM 0230-PROCURA-DEPENDENTE.
           IF WRK-MBR-FOI-ACHADO
               DISPLAY "DEPENDENTE JA ESTA NO GRUPO DE "
                   WRK-MBR-TITULAR(WRK-IDX-MBR)
               ADD 1 TO ACU-RECUSADOS
               GO TO 0300-INCLUI-DEPENDENTE-FIM
           END-IF.

           MOVE WRK-TITULAR       TO WRK-CODIGO-GUARDA.
           MOVE WRK-DEPENDENTE    TO WRK-TITULAR.
           PERFORM 0240-CONTA-GRUPO.
           MOVE WRK-CODIGO-GUARDA TO WRK-TITULAR.
           IF WRK-QT-NO-GRUPO GREATER ZEROS
               DISPLAY "DEPENDENTE E TITULAR DE UM GRUPO DO SERVICO!"
               ADD 1 TO ACU-RECUSADOS
               GO TO 0300-INCLUI-DEPENDENTE-FIM
           END-IF.

      *    LIMITE DE DEPENDENTES DO PLANO
           PERFORM 0240-CONTA-GRUPO.
           IF WRK-QT-NO-GRUPO NOT LESS WRK-PLN-MAX-DEP(WRK-IDX-PLANO)
               DISPLAY "GRUPO JA TEM O LIMITE DE DEPENDENTES: "
                   WRK-PLN-MAX-DEP(WRK-IDX-PLANO)
               ADD 1 TO ACU-RECUSADOS
               GO TO 0300-INCLUI-DEPENDENTE-FIM
           END-IF.

           IF WRK-QT-MEMBROS NOT LESS 1000
               DISPLAY "TABELA DE MEMBROS CHEIA!"
               ADD 1 TO ACU-RECUSADOS
               GO TO 0300-INCLUI-DEPENDENTE-FIM
           END-IF.

      *    DEPENDENTE CADASTRADO NO CLIENTES2
           MOVE WRK-DEPENDENTE TO REG-CODIGO.
           READ CLIENTES2 KEY IS REG-CODIGO
               INVALID KEY
                   DISPLAY "DEPENDENTE NAO CADASTRADO NO CLIENTES2!"
                   ADD 1 TO ACU-RECUSADOS
                   GO TO 0300-INCLUI-DEPENDENTE-FIM
           END-READ.

           MOVE REG-NOME TO WRK-NOME-DEPENDENTE.

           PERFORM 0210-PROCURA-SERVICO.
           IF WRK-SERV-FOI-ACHADO
              AND (REG-ASSINATURA-ATIVA(WRK-IDX-SERV)
               OR  REG-ASSINATURA-PAUSADA(WRK-IDX-SERV))
               DISPLAY "ATENCAO: DEPENDENTE TAMBEM ASSINA O SERVICO "
                   "INDIVIDUALMENTE - CANCELAR A ASSINATURA PROPRIA"
           END-IF.

           ADD 1 TO WRK-QT-MEMBROS.
           MOVE WRK-TITULAR         TO WRK-MBR-TITULAR(WRK-QT-MEMBROS).
           MOVE WRK-SERVICO         TO WRK-MBR-SERVICO(WRK-QT-MEMBROS).
           MOVE WRK-DEPENDENTE      TO
               WRK-MBR-DEPENDENTE(WRK-QT-MEMBROS).
           MOVE WRK-NOME-DEPENDENTE TO WRK-MBR-NOME(WRK-QT-MEMBROS).
           MOVE WRK-DATA-HOJE       TO WRK-MBR-INCLUSAO(WRK-QT-MEMBROS).
           MOVE "A"                 TO WRK-MBR-SITUACAO(WRK-QT-MEMBROS).
           MOVE WRK-DATA-HOJE       TO
               WRK-MBR-DATA-SITUACAO(WRK-QT-MEMBROS).
           MOVE "N"                 TO WRK-MBR-IMPRESSO(WRK-QT-MEMBROS).

           SET WRK-FAMILIA-ALTERADA TO TRUE.
           ADD 1 TO ACU-INCLUIDOS.
           DISPLAY "DEPENDENTE " WRK-DEPENDENTE " INCLUIDO NO GRUPO "
               WRK-TITULAR "/" WRK-SERVICO.

       0300-INCLUI-DEPENDENTE-FIM.               EXIT.

      *-----------------------------------------------------------------
       0400-EXCLUI-DEPENDENTE                    SECTION.
      *-----------------------------------------------------------------

           DISPLAY "CODIGO DO TITULAR..".
           ACCEPT WRK-TITULAR.
           DISPLAY "SERVICO..".
           ACCEPT WRK-SERVICO.
           DISPLAY "CODIGO DO DEPENDENTE..".
           ACCEPT WRK-DEPENDENTE.

           PERFORM 0230-PROCURA-DEPENDENTE.
           IF WRK-MBR-NAO-ACHADO
               DISPLAY "DEPENDENTE NAO ESTA EM GRUPO DO SERVICO!"
               ADD 1 TO ACU-RECUSADOS
               GO TO 0400-EXCLUI-DEPENDENTE-FIM
           END-IF.

           IF WRK-MBR-TITULAR(WRK-IDX-MBR) NOT EQUAL WRK-TITULAR
               DISPLAY "DEPENDENTE E DO GRUPO DE "
                   WRK-MBR-TITULAR(WRK-IDX-MBR)
               ADD 1 TO ACU-RECUSADOS
               GO TO 0400-EXCLUI-DEPENDENTE-FIM
           END-IF.

           MOVE "C"           TO WRK-MBR-SITUACAO(WRK-IDX-MBR).
           MOVE WRK-DATA-HOJE TO WRK-MBR-DATA-SITUACAO(WRK-IDX-MBR).

           SET WRK-FAMILIA-ALTERADA TO TRUE.
           ADD 1 TO ACU-EXCLUIDOS.
           DISPLAY "DEPENDENTE " WRK-DEPENDENTE " EXCLUIDO DO GRUPO".

       0400-EXCLUI-DEPENDENTE-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    CASCATA DO TITULAR - CADA MEMBRO VIGENTE PASSA A SITUACAO
      *    DA ASSINATURA DO TITULAR
      *-----------------------------------------------------------------
       0500-CASCATA                              SECTION.
      *-----------------------------------------------------------------

           PERFORM 0510-ESPELHA-TITULAR
               VARYING WRK-IDX-MBR FROM 1 BY 1
               UNTIL WRK-IDX-MBR GREATER WRK-QT-MEMBROS.

       0500-CASCATA-FIM.                         EXIT.

      *-----------------------------------------------------------------
       0510-ESPELHA-TITULAR                      SECTION.
      *-----------------------------------------------------------------

           IF NOT WRK-MBR-VIGENTE(WRK-IDX-MBR)
               GO TO 0510-ESPELHA-TITULAR-FIM
           END-IF.

           MOVE WRK-MBR-SERVICO(WRK-IDX-MBR) TO WRK-SERVICO.
           MOVE "C" TO WRK-NOVA-SITUACAO.

           MOVE WRK-MBR-TITULAR(WRK-IDX-MBR) TO REG-CODIGO.
           READ CLIENTES2 KEY IS REG-CODIGO
               INVALID KEY
                   MOVE ZEROS TO REG-QTD-SERVICOS
           END-READ.

           PERFORM 0210-PROCURA-SERVICO.

           IF WRK-SERV-FOI-ACHADO
              AND NOT REG-ASSINATURA-CANCELADA(WRK-IDX-SERV)
              AND (REG-DATA-CANCEL(WRK-IDX-SERV) EQUAL ZEROS
               OR  REG-DATA-CANCEL(WRK-IDX-SERV) GREATER
                   WRK-DATA-HOJE)
               EVALUATE REG-STATUS-ASSINATURA(WRK-IDX-SERV)
                   WHEN "A"
                   WHEN "P"
                   WHEN "S"
                       MOVE REG-STATUS-ASSINATURA(WRK-IDX-SERV)
                                           TO WRK-NOVA-SITUACAO
                   WHEN OTHER
                       MOVE WRK-MBR-SITUACAO(WRK-IDX-MBR)
                                           TO WRK-NOVA-SITUACAO
               END-EVALUATE
           END-IF.

           IF WRK-NOVA-SITUACAO EQUAL WRK-MBR-SITUACAO(WRK-IDX-MBR)
               GO TO 0510-ESPELHA-TITULAR-FIM
           END-IF.

           EVALUATE WRK-NOVA-SITUACAO
               WHEN "A"
                   ADD 1 TO ACU-CASCATA-ATIVA
               WHEN "C"
                   ADD 1 TO ACU-CASCATA-ENCERRA
               WHEN OTHER
                   ADD 1 TO ACU-CASCATA-PAUSA
           END-EVALUATE.

           DISPLAY "DEPENDENTE " WRK-MBR-DEPENDENTE(WRK-IDX-MBR)
               " GRUPO " WRK-MBR-TITULAR(WRK-IDX-MBR) "/"
               WRK-MBR-SERVICO(WRK-IDX-MBR) ": "
               WRK-MBR-SITUACAO(WRK-IDX-MBR) " -> " WRK-NOVA-SITUACAO.

           MOVE WRK-NOVA-SITUACAO TO WRK-MBR-SITUACAO(WRK-IDX-MBR).
           MOVE WRK-DATA-HOJE     TO WRK-MBR-DATA-SITUACAO(WRK-IDX-MBR).
           SET WRK-FAMILIA-ALTERADA TO TRUE.

       0510-ESPELHA-TITULAR-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    LISTAGEM DOS GRUPOS VIGENTES E CONFERENCIA DE DEPENDENTES
      *    QUE TAMBEM PAGAM O SERVICO INDIVIDUALMENTE
      *-----------------------------------------------------------------
       0600-LISTAGEM                             SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT RELFAMIL.
           IF FS-RELFAMIL NOT EQUAL 00
               DISPLAY "RELFAMIL.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-RELFAMIL WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WRK-DATA-HOJE TO WRK-TIT-DATA.
           WRITE REG-RELFAMIL FROM WRK-LIN-TITULO.
           WRITE REG-RELFAMIL FROM WRK-LIN-SEPARA.

           PERFORM 0610-IMPRIME-GRUPO
               VARYING WRK-IDX-MBR FROM 1 BY 1
               UNTIL WRK-IDX-MBR GREATER WRK-QT-MEMBROS.

           WRITE REG-RELFAMIL FROM WRK-LIN-SEPARA.
           WRITE REG-RELFAMIL FROM WRK-LIN-CONFERE-TIT.

           MOVE LOW-VALUES TO REG-CODIGO.
           START CLIENTES2 KEY IS NOT LESS REG-CODIGO
               INVALID KEY
                   MOVE 10 TO FS-CLIENTES2
           END-START.

           IF FS-CLIENTES2 EQUAL 00
               READ CLIENTES2 NEXT
               PERFORM 0630-CONFERE-CLIENTE
                   UNTIL FS-CLIENTES2 NOT EQUAL 00
           END-IF.

           WRITE REG-RELFAMIL FROM WRK-LIN-SEPARA.
           MOVE ACU-GRUPOS       TO WRK-RES-GRUPOS.
           MOVE ACU-DEPENDENTES  TO WRK-RES-DEPENDENTES.
           MOVE ACU-DUPLICIDADES TO WRK-RES-DUPLICIDADES.
           WRITE REG-RELFAMIL FROM WRK-LIN-RESUMO.
           DISPLAY WRK-LIN-RESUMO.

           CLOSE RELFAMIL.

           MOVE "RELFAMIL"             TO WRK-SPL-RELATORIO.
           MOVE "PRGFAMIL"             TO WRK-SPL-PROGRAMA.
           MOVE WRK-CAMINHO-RELFAMIL   TO WRK-SPL-ARQUIVO.
           MOVE "FATURAMENTO"          TO WRK-SPL-DESTINATARIO.
           CALL "SPOOLREG" USING WRK-SPOOL.

       0600-LISTAGEM-FIM.                        EXIT.

      *-----------------------------------------------------------------
      *    IMPRIME O GRUPO DO MEMBRO DA POSICAO CORRENTE (CABECALHO DO
      *    TITULAR E TODOS OS DEPENDENTES VIGENTES DO GRUPO)
      *-----------------------------------------------------------------
       0610-IMPRIME-GRUPO                        SECTION.
      *-----------------------------------------------------------------

           IF NOT WRK-MBR-VIGENTE(WRK-IDX-MBR)
              OR WRK-MBR-JA-IMPRESSO(WRK-IDX-MBR)
               GO TO 0610-IMPRIME-GRUPO-FIM
           END-IF.

           MOVE WRK-MBR-TITULAR(WRK-IDX-MBR) TO WRK-TITULAR.
           MOVE WRK-MBR-SERVICO(WRK-IDX-MBR) TO WRK-SERVICO.
           PERFORM 0240-CONTA-GRUPO.

           MOVE WRK-TITULAR      TO WRK-GRP-TITULAR.
           MOVE WRK-SERVICO      TO WRK-GRP-SERVICO.
           MOVE WRK-QT-NO-GRUPO  TO WRK-GRP-QTD.
           MOVE "?"              TO WRK-GRP-STATUS.
           MOVE SPACES           TO WRK-GRP-NOME
                                    WRK-GRP-MOEDA.
           MOVE ZEROS            TO WRK-GRP-PRECO.

           MOVE WRK-TITULAR TO REG-CODIGO.
           READ CLIENTES2 KEY IS REG-CODIGO
               INVALID KEY
                   MOVE ZEROS TO REG-QTD-SERVICOS
                   MOVE "*** TITULAR AUSENTE" TO WRK-GRP-NOME
           END-READ.

           PERFORM 0210-PROCURA-SERVICO.
           IF WRK-SERV-FOI-ACHADO
               MOVE REG-NOME TO WRK-GRP-NOME
               MOVE REG-STATUS-ASSINATURA(WRK-IDX-SERV)
                                        TO WRK-GRP-STATUS
               MOVE REG-MOEDA-ASSINATURA(WRK-IDX-SERV)
                                        TO WRK-GRP-MOEDA
                                           WRK-MOEDA-TITULAR
               PERFORM 0220-PROCURA-PLANO
               IF WRK-PLANO-FOI-ACHADO
                   MOVE WRK-PLN-PRECO(WRK-IDX-PLANO) TO WRK-GRP-PRECO
               END-IF
           END-IF.

           WRITE REG-RELFAMIL FROM WRK-LIN-GRUPO.
           ADD 1 TO ACU-GRUPOS.

           PERFORM 0620-IMPRIME-DEPENDENTE
               VARYING WRK-IDX-AUX FROM WRK-IDX-MBR BY 1
               UNTIL WRK-IDX-AUX GREATER WRK-QT-MEMBROS.

       0610-IMPRIME-GRUPO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0620-IMPRIME-DEPENDENTE                   SECTION.
      *-----------------------------------------------------------------

           IF NOT WRK-MBR-VIGENTE(WRK-IDX-AUX)
              OR WRK-MBR-TITULAR(WRK-IDX-AUX) NOT EQUAL WRK-TITULAR
              OR WRK-MBR-SERVICO(WRK-IDX-AUX) NOT EQUAL WRK-SERVICO
               GO TO 0620-IMPRIME-DEPENDENTE-FIM
           END-IF.

           MOVE WRK-MBR-DEPENDENTE(WRK-IDX-AUX)  TO WRK-DEP-CODIGO.
           MOVE WRK-MBR-NOME(WRK-IDX-AUX)        TO WRK-DEP-NOME.
           MOVE WRK-MBR-INCLUSAO(WRK-IDX-AUX)    TO WRK-DEP-INCLUSAO.
           MOVE WRK-MBR-SITUACAO(WRK-IDX-AUX)    TO WRK-DEP-SITUACAO.
           WRITE REG-RELFAMIL FROM WRK-LIN-DEPENDENTE.

           MOVE "S" TO WRK-MBR-IMPRESSO(WRK-IDX-AUX).
           ADD 1 TO ACU-DEPENDENTES.

       0620-IMPRIME-DEPENDENTE-FIM.              EXIT.

      *-----------------------------------------------------------------
      *    CONFERE CADA ASSINATURA ATIVA OU PAUSADA DO CLIENTE LIDO
      *    CONTRA OS GRUPOS EM QUE ELE E DEPENDENTE
      *-----------------------------------------------------------------
       0630-CONFERE-CLIENTE                      SECTION.
      *-----------------------------------------------------------------

           MOVE REG-CODIGO TO WRK-DEPENDENTE.

           PERFORM 0631-CONFERE-SERVICO
               VARYING WRK-IDX-SERV FROM 1 BY 1
               UNTIL WRK-IDX-SERV GREATER REG-QTD-SERVICOS.

           READ CLIENTES2 NEXT.

       0630-CONFERE-CLIENTE-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0631-CONFERE-SERVICO                      SECTION.
      *-----------------------------------------------------------------

           IF NOT REG-ASSINATURA-ATIVA(WRK-IDX-SERV)
              AND NOT REG-ASSINATURA-PAUSADA(WRK-IDX-SERV)
               GO TO 0631-CONFERE-SERVICO-FIM
           END-IF.

           MOVE REG-STREA(WRK-IDX-SERV) TO WRK-SERVICO.
           PERFORM 0230-PROCURA-DEPENDENTE.
           IF WRK-MBR-NAO-ACHADO
               GO TO 0631-CONFERE-SERVICO-FIM
           END-IF.

           MOVE REG-CODIGO                   TO WRK-DUP-CODIGO.
           MOVE REG-NOME                     TO WRK-DUP-NOME.
           MOVE WRK-SERVICO                  TO WRK-DUP-SERVICO.
           MOVE WRK-MBR-TITULAR(WRK-IDX-MBR) TO WRK-DUP-TITULAR.
           MOVE REG-STATUS-ASSINATURA(WRK-IDX-SERV)
                                             TO WRK-DUP-STATUS.
           WRITE REG-RELFAMIL FROM WRK-LIN-DUPLICIDADE.
           DISPLAY WRK-LIN-DUPLICIDADE.

           ADD 1 TO ACU-DUPLICIDADES.

       0631-CONFERE-SERVICO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0900-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE CLIENTES2.

           IF WRK-FAMILIA-ALTERADA
               PERFORM 0910-REGRAVA-FAMILIA
           END-IF.

           DISPLAY WRK-LINHA.
           DISPLAY "DEPENDENTES INCLUIDOS: " ACU-INCLUIDOS.
           DISPLAY "DEPENDENTES EXCLUIDOS: " ACU-EXCLUIDOS.
           DISPLAY "OPERACOES RECUSADAS..: " ACU-RECUSADOS.
           DISPLAY "CASCATA - REATIVADOS.: " ACU-CASCATA-ATIVA.
           DISPLAY "CASCATA - PAUSA/SUSP.: " ACU-CASCATA-PAUSA.
           DISPLAY "CASCATA - ENCERRADOS.: " ACU-CASCATA-ENCERRA.
           DISPLAY "GRUPOS LISTADOS......: " ACU-GRUPOS.
           DISPLAY "PAGANDO EM DUPLICIDADE " ACU-DUPLICIDADES.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           IF ACU-DUPLICIDADES GREATER ZEROS
              OR ACU-RECUSADOS GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0900-FINALIZAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    REGRAVA O FAMILIA.txt INTEIRO A PARTIR DA TABELA
      *-----------------------------------------------------------------
       0910-REGRAVA-FAMILIA                      SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT FAMILIA.
           IF FS-FAMILIA NOT EQUAL 00
               DISPLAY "FAMILIA.txt NAO REGRAVADO!"
               CALL "FSTATUS" USING FS-FAMILIA WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0911-GRAVA-MEMBRO
               VARYING WRK-IDX-MBR FROM 1 BY 1
               UNTIL WRK-IDX-MBR GREATER WRK-QT-MEMBROS.

           CLOSE FAMILIA.

       0910-REGRAVA-FAMILIA-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0911-GRAVA-MEMBRO                         SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-MBR-DADOS(WRK-IDX-MBR) TO REG-FAMILIA.
           WRITE REG-FAMILIA.

       0911-GRAVA-MEMBRO-FIM.                    EXIT.
