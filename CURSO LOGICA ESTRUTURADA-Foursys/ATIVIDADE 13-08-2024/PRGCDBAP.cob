       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGCDBAP.
      *=================================================================
      * PROGRAMA   : PRGCDBAP
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: MANUTENCAO DOS CONTRATOS DE DEPOSITO A PRAZO - CDB
      *              (CDBCONT.txt, BOOK #CDBCONT) - INCLUI A APLICACAO
      *              AMARRADA A UMA AGENCIA/CONTA ABERTA DO CONTAS.dat
      *              (DV CONFERIDO PELO VALCTA), COM VALOR, TAXA AO ANO
      *              E PRAZO EM DIAS CORRIDOS (VENCIMENTO = DATA DA
      *              APLICACAO + PRAZO), NA SITUACAO P. O DEBITO DA
      *              APLICACAO, A ATUALIZACAO DIARIA E O CREDITO DO
      *              RESGATE SAO DO PROCESSAMENTO DIARIO PRGCDBDI.
      *              REGISTRA O PEDIDO DE RESGATE ANTECIPADO (A -> R,
      *              LIQUIDADO NA PROXIMA RODADA PELO VALOR LIQUIDO DO
      *              DIA) OU A DESISTENCIA DE UMA APLICACAO AINDA NAO
      *              DEBITADA (P -> C MOTIVO 09) E LISTA OS CONTRATOS
      *              COM A POSICAO DA ULTIMA ATUALIZACAO
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  CDBCONT               INPUT/OUTPUT (EXTEND)  #CDBCONT
      *  CDBTMP                WORK
      *  CONTAS                INPUT                  #CONTAS
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS / VALCTA
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
           SELECT CDBCONT               ASSIGN TO
                                        WRK-CAMINHO-CDBCONT
               FILE STATUS              IS FS-CDBCONT.

           SELECT CDBTMP                ASSIGN TO
                                        WRK-CAMINHO-CDBTMP
               FILE STATUS              IS FS-CDBTMP.

           SELECT CONTAS                ASSIGN TO
                                        WRK-CAMINHO-CONTAS
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS CTA-CHAVE
               FILE STATUS              IS FS-CONTAS.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - CONTRATOS DE CDB (CDBCONT)
      *                               LRECL = 128
      *----------------------------------------------------------------*
       FD  CDBCONT.
       COPY '#CDBCONT'.

      *----------------------------------------------------------------*
      *     WORK  -  REGRAVACAO DOS CONTRATOS
      *                               LRECL = 128
      *----------------------------------------------------------------*
       FD  CDBTMP.
       01  REG-CDBTMP                   PIC X(128).

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE CONTAS (CONTAS)
      *                               LRECL = 026
      *----------------------------------------------------------------*
       FD  CONTAS.
       COPY '#CONTAS'.

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-CDBCONT                   PIC 9(002).
       77  FS-CDBTMP                    PIC 9(002).
       77  FS-CONTAS                    PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-CDBCONT          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CDBTMP           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CONTAS           PIC X(060)        VALUES SPACES.

       01  WRK-OPCAO                    PIC X(001)        VALUES SPACES.
           88 WRK-OPCAO-APLICAR                   VALUES "A".
           88 WRK-OPCAO-RESGATAR                  VALUES "R".
           88 WRK-OPCAO-LISTAR                    VALUES "L".
           88 WRK-OPCAO-SAIR                      VALUES "S".

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DA APLICACAO DIGITADA *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-AGENCIA                  PIC 9(004)        VALUES ZEROS.
       01  WRK-CONTA                    PIC 9(005)        VALUES ZEROS.
       01  WRK-DV                       PIC 9(001)        VALUES ZEROS.
       01  WRK-VALOR-APLICADO           PIC 9(008)V99     VALUES ZEROS.
       01  WRK-TAXA-ANO                 PIC 9(002)V9(04)  VALUES ZEROS.
       01  WRK-PRAZO-DIAS               PIC 9(004)        VALUES ZEROS.
       01  WRK-DATA-VENCIMENTO          PIC 9(008)        VALUES ZEROS.
       01  WRK-DIA-JULIANO              PIC 9(007)        VALUES ZEROS.
       01  WRK-BRUTO-PREVISTO           PIC 9(010)V99     VALUES ZEROS.
       01  WRK-CONFIRMA                 PIC X(001)        VALUES SPACES.
       01  WRK-ALVO-CONTRATO            PIC 9(006)        VALUES ZEROS.
       01  WRK-ULTIMO-CONTRATO          PIC 9(006)        VALUES ZEROS.
       01  WRK-CONTRATO-ACHADO          PIC X(001)        VALUES "N".
           88 WRK-CONTRATO-SIM                    VALUES "S".
           88 WRK-CONTRATO-NAO                    VALUES "N".

       01  ACU-CONTRATOS                PIC 9(005) COMP-3 VALUES ZEROS.

       01  WRK-VALOR-ED                 PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-VALOR-ED2                PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WRK-VALOR-ED3                PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WRK-TAXA-ED                  PIC Z9,9999.

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
           PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-SAIR.
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
                  "\CDBCONT.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CDBCONT.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CDBTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CDBTMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CONTAS.dat"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CONTAS.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           DISPLAY "==== DEPOSITO A PRAZO (CDB) ====".
           DISPLAY "A-APLICAR  R-RESGATE ANTECIPADO/DESISTENCIA".
           DISPLAY "L-LISTAR  S-SAIR".
           DISPLAY "DIGITE A OPCAO..".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN WRK-OPCAO-APLICAR
                   PERFORM 0210-APLICAR
               WHEN WRK-OPCAO-RESGATAR
                   PERFORM 0230-RESGATAR
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 0220-LISTAR
               WHEN WRK-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    INCLUSAO DA APLICACAO - CONTA CONFERIDA NO CONTAS.dat, NUMERO
      *    DO CONTRATO = MAIOR DO CADASTRO + 1, SITUACAO P ATE O DEBITO
      *    DO PRGCDBDI
      *-----------------------------------------------------------------
       0210-APLICAR                              SECTION.
      *-----------------------------------------------------------------

           DISPLAY "AGENCIA..".
           ACCEPT WRK-AGENCIA.
           DISPLAY "CONTA..".
           ACCEPT WRK-CONTA.
           DISPLAY "DIGITO VERIFICADOR..".
           ACCEPT WRK-DV.
           DISPLAY "VALOR APLICADO..".
           ACCEPT WRK-VALOR-APLICADO.
           DISPLAY "TAXA AO ANO (%)..".
           ACCEPT WRK-TAXA-ANO.
           DISPLAY "PRAZO EM DIAS CORRIDOS (0030-1800)..".
           ACCEPT WRK-PRAZO-DIAS.

           IF WRK-VALOR-APLICADO EQUAL ZEROS
               DISPLAY "VALOR ZERADO, APLICACAO RECUSADA!"
               GO TO 0210-APLICAR-FIM
           END-IF.

           IF WRK-TAXA-ANO EQUAL ZEROS
              OR WRK-TAXA-ANO GREATER 50
               DISPLAY "TAXA FORA DE 0-50% AO ANO, APLICACAO RECUSADA!"
               GO TO 0210-APLICAR-FIM
           END-IF.

           IF WRK-PRAZO-DIAS LESS 30 OR WRK-PRAZO-DIAS GREATER 1800
               DISPLAY "PRAZO INVALIDO, APLICACAO RECUSADA!"
               GO TO 0210-APLICAR-FIM
           END-IF.

           MOVE "V"         TO WRK-VCT-FUNCAO.
           MOVE WRK-AGENCIA TO WRK-VCT-AGENCIA.
           MOVE WRK-CONTA   TO WRK-VCT-CONTA.
           MOVE WRK-DV      TO WRK-VCT-DV-INFORMADO.
           CALL "VALCTA" USING WRK-VALCTA.
           IF WRK-VCT-INVALIDA
               DISPLAY "DIGITO VERIFICADOR ERRADO, APLICACAO RECUSADA!"
               GO TO 0210-APLICAR-FIM
           END-IF.

           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL 00
               DISPLAY "CADASTRO DE CONTAS NAO ABERTO!"
               CALL "FSTATUS" USING FS-CONTAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               GO TO 0210-APLICAR-FIM
           END-IF.

           MOVE WRK-AGENCIA TO CTA-AGENCIA.
           MOVE WRK-CONTA   TO CTA-CONTA.
           READ CONTAS KEY IS CTA-CHAVE
               INVALID KEY
                   DISPLAY "CONTA INEXISTENTE, APLICACAO RECUSADA!"
                   CLOSE CONTAS
                   GO TO 0210-APLICAR-FIM
           END-READ.
           CLOSE CONTAS.

           IF NOT CTA-ABERTA
               DISPLAY "CONTA NAO ESTA ABERTA, APLICACAO RECUSADA!"
               GO TO 0210-APLICAR-FIM
           END-IF.

           COMPUTE WRK-DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) + WRK-PRAZO-DIAS.
           COMPUTE WRK-DATA-VENCIMENTO =
               FUNCTION DATE-OF-INTEGER(WRK-DIA-JULIANO).
           COMPUTE WRK-BRUTO-PREVISTO ROUNDED =
               WRK-VALOR-APLICADO
               * (1 + WRK-TAXA-ANO / 100) ** (WRK-PRAZO-DIAS / 365).

           MOVE WRK-VALOR-APLICADO  TO WRK-VALOR-ED.
           MOVE WRK-BRUTO-PREVISTO  TO WRK-VALOR-ED2.
           MOVE WRK-TAXA-ANO        TO WRK-TAXA-ED.
           DISPLAY "AG " WRK-AGENCIA " CTA " WRK-CONTA " VALOR "
               WRK-VALOR-ED " TAXA " WRK-TAXA-ED "% AA".
           DISPLAY "VENCIMENTO " WRK-DATA-VENCIMENTO
               " BRUTO PREVISTO " WRK-VALOR-ED2 " (ANTES DO IR)".
           DISPLAY "CONFIRMA A APLICACAO (S/N)?".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "APLICACAO DESISTIDA."
               GO TO 0210-APLICAR-FIM
           END-IF.

           PERFORM 0211-PROXIMO-CONTRATO.

           MOVE WRK-ULTIMO-CONTRATO TO CDB-CONTRATO.
           MOVE WRK-AGENCIA         TO CDB-AGENCIA.
           MOVE WRK-CONTA           TO CDB-CONTA.
           MOVE WRK-DV              TO CDB-DV-CONTA.
           MOVE WRK-VALOR-APLICADO  TO CDB-VALOR-APLICADO.
           MOVE WRK-TAXA-ANO        TO CDB-TAXA-ANO.
           MOVE WRK-PRAZO-DIAS      TO CDB-PRAZO-DIAS.
           MOVE WRK-DATA-HOJE       TO CDB-DATA-APLICACAO.
           MOVE WRK-DATA-VENCIMENTO TO CDB-DATA-VENCIMENTO.
           SET CDB-PENDENTE         TO TRUE.
           MOVE ZEROS               TO CDB-DATA-INICIO
                                       CDB-MOTIVO
                                       CDB-DATA-POSICAO
                                       CDB-DIAS-CORRIDOS
                                       CDB-VALOR-BRUTO
                                       CDB-ALIQUOTA-IR
                                       CDB-VALOR-IR
                                       CDB-VALOR-LIQUIDO
                                       CDB-DATA-RESGATE
                                       CDB-LOTE.

           OPEN EXTEND CDBCONT.
           IF FS-CDBCONT EQUAL 35
               OPEN OUTPUT CDBCONT
               CLOSE CDBCONT
               OPEN EXTEND CDBCONT
           END-IF.
           WRITE REG-CDBCONT.
           CLOSE CDBCONT.

           DISPLAY WRK-LINHA.
           DISPLAY "CONTRATO INCLUIDO.....: " CDB-CONTRATO.
           DISPLAY "O DEBITO DA APLICACAO SAI NO PROCESSAMENTO DIARIO".
           DISPLAY WRK-LINHA.

       0210-APLICAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
       0211-PROXIMO-CONTRATO                     SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-ULTIMO-CONTRATO.

           OPEN INPUT CDBCONT.
           IF FS-CDBCONT EQUAL 00
               READ CDBCONT
               PERFORM 0212-MAIOR-CONTRATO
                   UNTIL FS-CDBCONT NOT EQUAL 00
               CLOSE CDBCONT
           END-IF.

           ADD 1 TO WRK-ULTIMO-CONTRATO.

       0211-PROXIMO-CONTRATO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0212-MAIOR-CONTRATO                       SECTION.
      *-----------------------------------------------------------------

           IF CDB-CONTRATO GREATER WRK-ULTIMO-CONTRATO
               MOVE CDB-CONTRATO TO WRK-ULTIMO-CONTRATO
           END-IF.

           READ CDBCONT.

       0212-MAIOR-CONTRATO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    LISTA OS CONTRATOS COM A POSICAO MANTIDA PELO PRGCDBDI
      *-----------------------------------------------------------------
       0220-LISTAR                               SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CDBCONT.
           IF FS-CDBCONT NOT EQUAL 00
               DISPLAY "NENHUM CONTRATO CADASTRADO."
               GO TO 0220-LISTAR-FIM
           END-IF.

           MOVE ZEROS TO ACU-CONTRATOS.
           READ CDBCONT.
           PERFORM 0221-LISTA-CONTRATO
               UNTIL FS-CDBCONT NOT EQUAL 00.

           CLOSE CDBCONT.
           DISPLAY "CONTRATOS LISTADOS: " ACU-CONTRATOS.

       0220-LISTAR-FIM.                          EXIT.

      *-----------------------------------------------------------------
       0221-LISTA-CONTRATO                       SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-CONTRATOS.

           MOVE CDB-VALOR-APLICADO TO WRK-VALOR-ED.
           MOVE CDB-VALOR-BRUTO    TO WRK-VALOR-ED2.
           MOVE CDB-VALOR-LIQUIDO  TO WRK-VALOR-ED3.
           MOVE CDB-TAXA-ANO       TO WRK-TAXA-ED.

           DISPLAY "CTR " CDB-CONTRATO
               " AG " CDB-AGENCIA " CTA " CDB-CONTA
               " APLIC " WRK-VALOR-ED " TX " WRK-TAXA-ED
               " VENC " CDB-DATA-VENCIMENTO
               " SIT " CDB-SITUACAO.
           IF CDB-DATA-POSICAO GREATER ZEROS
               DISPLAY "    POSICAO EM " CDB-DATA-POSICAO
                   " BRUTO " WRK-VALOR-ED2
                   " LIQUIDO " WRK-VALOR-ED3
           END-IF.

           READ CDBCONT.

       0221-LISTA-CONTRATO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    RESGATE ANTECIPADO (ATIVO -> R) OU DESISTENCIA DE APLICACAO
      *    AINDA NAO DEBITADA (PENDENTE -> C, MOTIVO 09). O CREDITO DO
      *    RESGATE E DO PRGCDBDI
      *-----------------------------------------------------------------
       0230-RESGATAR                             SECTION.
      *-----------------------------------------------------------------

           DISPLAY "NUMERO DO CONTRATO..".
           ACCEPT WRK-ALVO-CONTRATO.

           SET WRK-CONTRATO-NAO TO TRUE.

           OPEN INPUT CDBCONT.
           IF FS-CDBCONT NOT EQUAL 00
               DISPLAY "NENHUM CONTRATO CADASTRADO."
               GO TO 0230-RESGATAR-FIM
           END-IF.

           READ CDBCONT.
           PERFORM 0231-PROCURA-CONTRATO
               UNTIL FS-CDBCONT NOT EQUAL 00
                  OR WRK-CONTRATO-SIM.

           CLOSE CDBCONT.

           IF WRK-CONTRATO-NAO
               DISPLAY "CONTRATO NAO ENCONTRADO."
               GO TO 0230-RESGATAR-FIM
           END-IF.

           IF NOT CDB-ATIVO AND NOT CDB-PENDENTE
               DISPLAY "CONTRATO NA SITUACAO " CDB-SITUACAO
                   " - SO O ATIVO OU O PENDENTE PODE SER RESGATADO!"
               GO TO 0230-RESGATAR-FIM
           END-IF.

           MOVE CDB-VALOR-APLICADO TO WRK-VALOR-ED.
           MOVE CDB-VALOR-LIQUIDO  TO WRK-VALOR-ED3.
           DISPLAY "AG " CDB-AGENCIA " CTA " CDB-CONTA
               " APLICADO " WRK-VALOR-ED " VENC " CDB-DATA-VENCIMENTO.
           IF CDB-ATIVO
               DISPLAY "LIQUIDO EM " CDB-DATA-POSICAO ": "
                   WRK-VALOR-ED3 " (O CREDITO SAI PELA POSICAO DO DIA"
                   " DO PROCESSAMENTO)"
               DISPLAY "CONFIRMA O RESGATE ANTECIPADO (S/N)?"
           ELSE
               DISPLAY "APLICACAO AINDA NAO DEBITADA"
               DISPLAY "CONFIRMA A DESISTENCIA (S/N)?"
           END-IF.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "OPERACAO DESISTIDA."
               GO TO 0230-RESGATAR-FIM
           END-IF.

           OPEN INPUT  CDBCONT.
           OPEN OUTPUT CDBTMP.

           READ CDBCONT.
           PERFORM 0232-MARCA-RESGATE
               UNTIL FS-CDBCONT NOT EQUAL 00.

           CLOSE CDBCONT.
           CLOSE CDBTMP.

           OPEN OUTPUT CDBCONT.
           OPEN INPUT  CDBTMP.

           READ CDBTMP
               AT END
                   CONTINUE
           END-READ.

           PERFORM 0233-COPIA-PARA-CDBCONT
               UNTIL FS-CDBTMP NOT EQUAL 00.

           CLOSE CDBCONT.
           CLOSE CDBTMP.

           DISPLAY "CONTRATO " WRK-ALVO-CONTRATO " ATUALIZADO".

       0230-RESGATAR-FIM.                        EXIT.

      *-----------------------------------------------------------------
       0231-PROCURA-CONTRATO                     SECTION.
      *-----------------------------------------------------------------

           IF CDB-CONTRATO EQUAL WRK-ALVO-CONTRATO
               SET WRK-CONTRATO-SIM TO TRUE
           ELSE
               READ CDBCONT
           END-IF.

       0231-PROCURA-CONTRATO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0232-MARCA-RESGATE                        SECTION.
      *-----------------------------------------------------------------

           IF CDB-CONTRATO EQUAL WRK-ALVO-CONTRATO
               EVALUATE TRUE
                   WHEN CDB-ATIVO
                       SET CDB-RESGATE-PEDIDO TO TRUE
                   WHEN CDB-PENDENTE
                       SET CDB-CANCELADO      TO TRUE
                       MOVE 09                TO CDB-MOTIVO
                       MOVE WRK-DATA-HOJE     TO CDB-DATA-RESGATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           WRITE REG-CDBTMP FROM REG-CDBCONT.

           READ CDBCONT.

       0232-MARCA-RESGATE-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0233-COPIA-PARA-CDBCONT                   SECTION.
      *-----------------------------------------------------------------

           WRITE REG-CDBCONT FROM REG-CDBTMP.

           READ CDBTMP
               AT END
                   CONTINUE
           END-READ.

       0233-COPIA-PARA-CDBCONT-FIM.              EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-FIM-PRG.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0300-FINALIZAR-FIM.                       EXIT.
