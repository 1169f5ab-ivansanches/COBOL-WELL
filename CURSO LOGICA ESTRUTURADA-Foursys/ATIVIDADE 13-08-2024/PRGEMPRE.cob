       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGEMPRE.
      *=================================================================
      * PROGRAMA   : PRGEMPRE
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: MANUTENCAO DOS CONTRATOS DE EMPRESTIMO
      *              (EMPREST.txt, BOOK #EMPREST) - INCLUI O CONTRATO
      *              AMARRADO A UMA AGENCIA/CONTA ABERTA DO CONTAS.dat
      *              (DV CONFERIDO PELO VALCTA), COM PRINCIPAL, TAXA
      *              AO MES, PRAZO E SISTEMA PRICE (PARCELA FIXA) OU
      *              SAC (AMORTIZACAO CONSTANTE), E GRAVA O CRONOGRAMA
      *              COMPLETO DE PARCELAS NO EMPPARC.txt. LISTA OS
      *              CONTRATOS COM PARCELAS PAGAS/ATRASADAS/EM ABERTO,
      *              MOSTRA O CRONOGRAMA DE UM CONTRATO E CALCULA A
      *              COTACAO DE QUITACAO ANTECIPADA (SALDO DE PRINCIPAL
      *              + JUROS DAS PARCELAS VENCIDAS + JUROS PRO RATA DO
      *              PERIODO CORRENTE). A EMISSAO DIARIA DAS PARCELAS
      *              COMO DEBITO E DO GERADOR PRGPARCE
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  EMPREST               INPUT/OUTPUT (EXTEND)  #EMPREST
      *  EMPPARC               INPUT/OUTPUT (EXTEND)  #EMPPARC
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
           SELECT EMPREST               ASSIGN TO
                                        WRK-CAMINHO-EMPREST
               FILE STATUS              IS FS-EMPREST.

           SELECT EMPPARC               ASSIGN TO
                                        WRK-CAMINHO-EMPPARC
               FILE STATUS              IS FS-EMPPARC.

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
      *     INPUT/OUTPUT - CONTRATOS DE EMPRESTIMO (EMPREST)
      *                               LRECL = 070
      *----------------------------------------------------------------*
       FD  EMPREST.
       COPY '#EMPREST'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - CRONOGRAMA DE PARCELAS (EMPPARC)
      *                               LRECL = 091
      *----------------------------------------------------------------*
       FD  EMPPARC.
       COPY '#EMPPARC'.

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE CONTAS (CONTAS)
      *                               LRECL = 026
      *----------------------------------------------------------------*
       FD  CONTAS.
       COPY '#CONTAS'.

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-EMPREST                   PIC 9(002).
       77  FS-EMPPARC                   PIC 9(002).
       77  FS-CONTAS                    PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-EMPREST          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-EMPPARC          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CONTAS           PIC X(060)        VALUES SPACES.

       01  WRK-OPCAO                    PIC X(001)        VALUES SPACES.
           88 WRK-OPCAO-INCLUIR                   VALUES "I".
           88 WRK-OPCAO-LISTAR                    VALUES "L".
           88 WRK-OPCAO-CRONOGRAMA                VALUES "C".
           88 WRK-OPCAO-QUITACAO                  VALUES "Q".
           88 WRK-OPCAO-SAIR                      VALUES "S".

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DO CONTRATO DIGITADO *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-HOJE-AAAA             PIC 9(004).
           05 WRK-HOJE-MM               PIC 9(002).
           05 WRK-HOJE-DD               PIC 9(002).

       01  WRK-AGENCIA                  PIC 9(004)        VALUES ZEROS.
       01  WRK-CONTA                    PIC 9(005)        VALUES ZEROS.
       01  WRK-DV                       PIC 9(001)        VALUES ZEROS.
       01  WRK-PRINCIPAL                PIC 9(008)V99     VALUES ZEROS.
       01  WRK-TAXA-MES                 PIC 9(002)V9(04)  VALUES ZEROS.
       01  WRK-PRAZO                    PIC 9(003)        VALUES ZEROS.
       01  WRK-SISTEMA                  PIC X(001)        VALUES SPACES.
           88 WRK-SISTEMA-PRICE                   VALUES "P".
           88 WRK-SISTEMA-SAC                     VALUES "S".
       01  WRK-DIA-VENCIMENTO           PIC 9(002)        VALUES ZEROS.
       01  WRK-ALVO-CONTRATO            PIC 9(006)        VALUES ZEROS.
       01  WRK-ULTIMO-CONTRATO          PIC 9(006)        VALUES ZEROS.
       01  WRK-CONTRATO-ACHADO          PIC X(001)        VALUES "N".
           88 WRK-CONTRATO-SIM                    VALUES "S".
           88 WRK-CONTRATO-NAO                    VALUES "N".

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DO CALCULO DO CRONOGRAMA *** '.
      *-----------------------------------------------------------------

       01  WRK-TAXA                     PIC 9(001)V9(08)  VALUES ZEROS.
       01  WRK-DESCONTO                 PIC 9(001)V9(12)  VALUES ZEROS.
       01  WRK-PARCELA-PRICE            PIC 9(008)V99     VALUES ZEROS.
       01  WRK-AMORT-SAC                PIC 9(008)V99     VALUES ZEROS.
       01  WRK-SALDO                    PIC 9(008)V99     VALUES ZEROS.
       01  WRK-IDX-PARC                 PIC 9(003)        VALUES ZEROS.
       01  WRK-TOTAL-JUROS              PIC 9(010)V99     VALUES ZEROS.
       01  WRK-TOTAL-PAGAR              PIC 9(010)V99     VALUES ZEROS.

       01  WRK-MESES                    PIC 9(006)        VALUES ZEROS.
       01  WRK-MESES-RESTO              PIC 9(002)        VALUES ZEROS.
       01  WRK-DATA-VENC                PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-VENC-R REDEFINES WRK-DATA-VENC.
           05 WRK-VENC-AAAA             PIC 9(004).
           05 WRK-VENC-MM               PIC 9(002).
           05 WRK-VENC-DD               PIC 9(002).

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DA COTACAO DE QUITACAO *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-COTACAO             PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-ANTERIOR            PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-CONTRATO            PIC 9(008)        VALUES ZEROS.
       01  WRK-PRINCIPAL-ABERTO         PIC 9(010)V99     VALUES ZEROS.
       01  WRK-JUROS-VENCIDOS           PIC 9(010)V99     VALUES ZEROS.
       01  WRK-JUROS-PRO-RATA           PIC 9(010)V99     VALUES ZEROS.
       01  WRK-VALOR-QUITACAO           PIC 9(010)V99     VALUES ZEROS.
       01  WRK-PERIODO-ACHADO           PIC X(001)        VALUES "N".
           88 WRK-PERIODO-SIM                     VALUES "S".
           88 WRK-PERIODO-NAO                     VALUES "N".
       01  WRK-DIAS-CORRIDOS            PIC S9(005)       VALUES ZEROS.
       01  WRK-DIAS-PERIODO             PIC S9(005)       VALUES ZEROS.
       01  ACU-PARC-VENCIDAS            PIC 9(003) COMP-3 VALUES ZEROS.
       01  ACU-PARC-EMITIDAS            PIC 9(003) COMP-3 VALUES ZEROS.

       01  ACU-CONTRATOS                PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-PARCELAS                 PIC 9(003) COMP-3 VALUES ZEROS.

       01  WRK-VALOR-ED                 PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-VALOR-ED2                PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-VALOR-ED3                PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-VALOR-ED4                PIC ZZ.ZZZ.ZZ9,99.
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
                  "\EMPREST.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-EMPREST.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\EMPPARC.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-EMPPARC.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CONTAS.dat"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CONTAS.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           DISPLAY "==== CONTRATOS DE EMPRESTIMO ====".
           DISPLAY "I-INCLUIR  L-LISTAR  C-CRONOGRAMA".
           DISPLAY "Q-COTACAO DE QUITACAO  S-SAIR".
           DISPLAY "DIGITE A OPCAO..".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN WRK-OPCAO-INCLUIR
                   PERFORM 0210-INCLUIR
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 0220-LISTAR
               WHEN WRK-OPCAO-CRONOGRAMA
                   PERFORM 0230-CRONOGRAMA
               WHEN WRK-OPCAO-QUITACAO
                   PERFORM 0240-QUITACAO
               WHEN WRK-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    INCLUSAO DO CONTRATO - CONTA CONFERIDA NO CONTAS.dat, NUMERO
      *    DO CONTRATO = MAIOR DO CADASTRO + 1, CRONOGRAMA GRAVADO NO
      *    EMPPARC.txt ANTES DO CONTRATO
      *-----------------------------------------------------------------
       0210-INCLUIR                              SECTION.
      *-----------------------------------------------------------------

           DISPLAY "AGENCIA..".
           ACCEPT WRK-AGENCIA.
           DISPLAY "CONTA..".
           ACCEPT WRK-CONTA.
           DISPLAY "DIGITO VERIFICADOR..".
           ACCEPT WRK-DV.
           DISPLAY "VALOR DO PRINCIPAL..".
           ACCEPT WRK-PRINCIPAL.
           DISPLAY "TAXA DE JUROS AO MES (%)..".
           ACCEPT WRK-TAXA-MES.
           DISPLAY "PRAZO EM MESES (001-360)..".
           ACCEPT WRK-PRAZO.
           DISPLAY "SISTEMA (P=PRICE S=SAC)..".
           ACCEPT WRK-SISTEMA.
           DISPLAY "DIA DO VENCIMENTO (01-28)..".
           ACCEPT WRK-DIA-VENCIMENTO.

           IF WRK-PRINCIPAL EQUAL ZEROS
               DISPLAY "PRINCIPAL ZERADO, CONTRATO RECUSADO!"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           IF WRK-TAXA-MES GREATER 15
               DISPLAY "TAXA ACIMA DE 15% AO MES, CONTRATO RECUSADO!"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           IF WRK-PRAZO LESS 1 OR WRK-PRAZO GREATER 360
               DISPLAY "PRAZO INVALIDO, CONTRATO RECUSADO!"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           IF NOT WRK-SISTEMA-PRICE AND NOT WRK-SISTEMA-SAC
               DISPLAY "SISTEMA INVALIDO, CONTRATO RECUSADO!"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           IF WRK-DIA-VENCIMENTO LESS 1
              OR WRK-DIA-VENCIMENTO GREATER 28
               DISPLAY "DIA DO VENCIMENTO INVALIDO, CONTRATO RECUSADO!"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           MOVE "V"         TO WRK-VCT-FUNCAO.
           MOVE WRK-AGENCIA TO WRK-VCT-AGENCIA.
           MOVE WRK-CONTA   TO WRK-VCT-CONTA.
           MOVE WRK-DV      TO WRK-VCT-DV-INFORMADO.
           CALL "VALCTA" USING WRK-VALCTA.
           IF WRK-VCT-INVALIDA
               DISPLAY "DIGITO VERIFICADOR ERRADO, CONTRATO RECUSADO!"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL 00
               DISPLAY "CADASTRO DE CONTAS NAO ABERTO!"
               CALL "FSTATUS" USING FS-CONTAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               GO TO 0210-INCLUIR-FIM
           END-IF.

           MOVE WRK-AGENCIA TO CTA-AGENCIA.
           MOVE WRK-CONTA   TO CTA-CONTA.
           READ CONTAS KEY IS CTA-CHAVE
               INVALID KEY
                   DISPLAY "CONTA INEXISTENTE, CONTRATO RECUSADO!"
                   CLOSE CONTAS
                   GO TO 0210-INCLUIR-FIM
           END-READ.
           CLOSE CONTAS.

           IF NOT CTA-ABERTA
               DISPLAY "CONTA NAO ESTA ABERTA, CONTRATO RECUSADO!"
               GO TO 0210-INCLUIR-FIM
           END-IF.

           PERFORM 0211-PROXIMO-CONTRATO.

           MOVE WRK-ULTIMO-CONTRATO TO EMP-CONTRATO.
           MOVE WRK-AGENCIA         TO EMP-AGENCIA.
           MOVE WRK-CONTA           TO EMP-CONTA.
           MOVE WRK-PRINCIPAL       TO EMP-VALOR-PRINCIPAL.
           MOVE WRK-TAXA-MES        TO EMP-TAXA-MES.
           MOVE WRK-PRAZO           TO EMP-PRAZO.
           MOVE WRK-SISTEMA         TO EMP-SISTEMA.
           MOVE WRK-DATA-HOJE       TO EMP-DATA-CONTRATO.
           MOVE WRK-DIA-VENCIMENTO  TO EMP-DIA-VENCIMENTO.
           MOVE "A"                 TO EMP-SITUACAO.
           MOVE ZEROS               TO EMP-QTD-PAGAS
                                       EMP-QTD-ATRASADAS
                                       EMP-DATA-QUITACAO.
           MOVE WRK-PRINCIPAL       TO EMP-SALDO-DEVEDOR.

           PERFORM 0212-GERA-CRONOGRAMA.

           OPEN EXTEND EMPREST.
           IF FS-EMPREST EQUAL 35
               OPEN OUTPUT EMPREST
               CLOSE EMPREST
               OPEN EXTEND EMPREST
           END-IF.
           WRITE REG-EMPREST.
           CLOSE EMPREST.

           MOVE WRK-PRINCIPAL   TO WRK-VALOR-ED.
           MOVE WRK-TOTAL-JUROS TO WRK-VALOR-ED2.
           MOVE WRK-TOTAL-PAGAR TO WRK-VALOR-ED3.
           DISPLAY WRK-LINHA.
           DISPLAY "CONTRATO INCLUIDO.....: " EMP-CONTRATO.
           DISPLAY "PRINCIPAL.............: " WRK-VALOR-ED.
           DISPLAY "TOTAL DE JUROS........: " WRK-VALOR-ED2.
           DISPLAY "TOTAL A PAGAR.........: " WRK-VALOR-ED3.
           DISPLAY WRK-LINHA.

       0210-INCLUIR-FIM.                         EXIT.

      *-----------------------------------------------------------------
       0211-PROXIMO-CONTRATO                     SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-ULTIMO-CONTRATO.

           OPEN INPUT EMPREST.
           IF FS-EMPREST EQUAL 00
               READ EMPREST
               PERFORM 0213-MAIOR-CONTRATO
                   UNTIL FS-EMPREST NOT EQUAL 00
               CLOSE EMPREST
           END-IF.

           ADD 1 TO WRK-ULTIMO-CONTRATO.

       0211-PROXIMO-CONTRATO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0213-MAIOR-CONTRATO                       SECTION.
      *-----------------------------------------------------------------

           IF EMP-CONTRATO GREATER WRK-ULTIMO-CONTRATO
               MOVE EMP-CONTRATO TO WRK-ULTIMO-CONTRATO
           END-IF.

           READ EMPREST.

       0213-MAIOR-CONTRATO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    CRONOGRAMA DO CONTRATO EM REG-EMPREST
      *    PRICE: PARCELA = P * I / (1 - (1 + I) ** -N), FIXA; O JUROS
      *           DO MES SAI DO SALDO E A AMORTIZACAO E A DIFERENCA
      *    SAC..: AMORTIZACAO = P / N, FIXA; JUROS SOBRE O SALDO
      *    A ULTIMA PARCELA AMORTIZA O SALDO QUE SOBROU DOS
      *    ARREDONDAMENTOS, PARA O CONTRATO FECHAR EM ZERO
      *-----------------------------------------------------------------
       0212-GERA-CRONOGRAMA                      SECTION.
      *-----------------------------------------------------------------

           COMPUTE WRK-TAXA = EMP-TAXA-MES / 100.
           MOVE EMP-VALOR-PRINCIPAL TO WRK-SALDO.
           MOVE ZEROS               TO WRK-TOTAL-JUROS
                                       WRK-TOTAL-PAGAR.

           IF WRK-TAXA EQUAL ZEROS
               COMPUTE WRK-PARCELA-PRICE ROUNDED =
                   EMP-VALOR-PRINCIPAL / EMP-PRAZO
           ELSE
               COMPUTE WRK-DESCONTO ROUNDED =
                   1 / ((1 + WRK-TAXA) ** EMP-PRAZO)
               COMPUTE WRK-PARCELA-PRICE ROUNDED =
                   EMP-VALOR-PRINCIPAL * WRK-TAXA / (1 - WRK-DESCONTO)
           END-IF.

           COMPUTE WRK-AMORT-SAC ROUNDED =
               EMP-VALOR-PRINCIPAL / EMP-PRAZO.

           OPEN EXTEND EMPPARC.
           IF FS-EMPPARC EQUAL 35
               OPEN OUTPUT EMPPARC
               CLOSE EMPPARC
               OPEN EXTEND EMPPARC
           END-IF.

           PERFORM 0214-CALCULA-PARCELA
               VARYING WRK-IDX-PARC FROM 1 BY 1
               UNTIL WRK-IDX-PARC GREATER EMP-PRAZO.

           CLOSE EMPPARC.

       0212-GERA-CRONOGRAMA-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0214-CALCULA-PARCELA                      SECTION.
      *-----------------------------------------------------------------

           MOVE EMP-CONTRATO   TO PAR-CONTRATO.
           MOVE WRK-IDX-PARC   TO PAR-NUMERO.
           MOVE EMP-AGENCIA    TO PAR-AGENCIA.
           MOVE EMP-CONTA      TO PAR-CONTA.

           MOVE EMP-DATA-CONTRATO TO WRK-DATA-CONTRATO.
           PERFORM 0250-CALCULA-VENCIMENTO.
           MOVE WRK-DATA-VENC  TO PAR-DATA-VENCIMENTO.

           COMPUTE PAR-VALOR-JUROS ROUNDED = WRK-SALDO * WRK-TAXA.

           IF WRK-IDX-PARC EQUAL EMP-PRAZO
               MOVE WRK-SALDO TO PAR-VALOR-AMORTIZACAO
           ELSE
               IF EMP-SISTEMA-PRICE
                   COMPUTE PAR-VALOR-AMORTIZACAO =
                       WRK-PARCELA-PRICE - PAR-VALOR-JUROS
               ELSE
                   MOVE WRK-AMORT-SAC TO PAR-VALOR-AMORTIZACAO
               END-IF
               IF PAR-VALOR-AMORTIZACAO GREATER WRK-SALDO
                   MOVE WRK-SALDO TO PAR-VALOR-AMORTIZACAO
               END-IF
           END-IF.

           COMPUTE PAR-VALOR-PARCELA =
               PAR-VALOR-AMORTIZACAO + PAR-VALOR-JUROS.
           SUBTRACT PAR-VALOR-AMORTIZACAO FROM WRK-SALDO.
           MOVE WRK-SALDO      TO PAR-SALDO-APOS.

           MOVE "A"            TO PAR-SITUACAO.
           MOVE ZEROS          TO PAR-DATA-EMISSAO
                                  PAR-LOTE
                                  PAR-DATA-PAGAMENTO
                                  PAR-QTD-EMISSOES.

           WRITE REG-EMPPARC.

           ADD PAR-VALOR-JUROS   TO WRK-TOTAL-JUROS.
           ADD PAR-VALOR-PARCELA TO WRK-TOTAL-PAGAR.

           MOVE PAR-VALOR-PARCELA     TO WRK-VALOR-ED.
           MOVE PAR-VALOR-AMORTIZACAO TO WRK-VALOR-ED2.
           MOVE PAR-VALOR-JUROS       TO WRK-VALOR-ED3.
           MOVE PAR-SALDO-APOS        TO WRK-VALOR-ED4.
           DISPLAY "PARC " PAR-NUMERO " VENC " PAR-DATA-VENCIMENTO
               " PARCELA " WRK-VALOR-ED " AMORT " WRK-VALOR-ED2
               " JUROS " WRK-VALOR-ED3 " SALDO " WRK-VALOR-ED4.

       0214-CALCULA-PARCELA-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    LISTA OS CONTRATOS COM A POSICAO MANTIDA PELO PRGPARCE
      *-----------------------------------------------------------------
       0220-LISTAR                               SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT EMPREST.
           IF FS-EMPREST NOT EQUAL 00
               DISPLAY "NENHUM CONTRATO CADASTRADO."
               GO TO 0220-LISTAR-FIM
           END-IF.

           MOVE ZEROS TO ACU-CONTRATOS.
           READ EMPREST.
           PERFORM 0221-LISTA-CONTRATO
               UNTIL FS-EMPREST NOT EQUAL 00.

           CLOSE EMPREST.
           DISPLAY "CONTRATOS LISTADOS: " ACU-CONTRATOS.

       0220-LISTAR-FIM.                          EXIT.

      *-----------------------------------------------------------------
       0221-LISTA-CONTRATO                       SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-CONTRATOS.

           COMPUTE ACU-PARCELAS = EMP-PRAZO - EMP-QTD-PAGAS.
           MOVE EMP-VALOR-PRINCIPAL TO WRK-VALOR-ED.
           MOVE EMP-SALDO-DEVEDOR   TO WRK-VALOR-ED2.
           MOVE EMP-TAXA-MES        TO WRK-TAXA-ED.

           DISPLAY "CTR " EMP-CONTRATO
               " AG " EMP-AGENCIA " CTA " EMP-CONTA
               " PRINC " WRK-VALOR-ED " TX " WRK-TAXA-ED
               " " EMP-SISTEMA " PRZ " EMP-PRAZO
               " SIT " EMP-SITUACAO.
           DISPLAY "    PAGAS " EMP-QTD-PAGAS
               " ATRASADAS " EMP-QTD-ATRASADAS
               " EM ABERTO " ACU-PARCELAS
               " SALDO DEVEDOR " WRK-VALOR-ED2.

           READ EMPREST.

       0221-LISTA-CONTRATO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0230-CRONOGRAMA                           SECTION.
      *-----------------------------------------------------------------

           DISPLAY "NUMERO DO CONTRATO..".
           ACCEPT WRK-ALVO-CONTRATO.

           OPEN INPUT EMPPARC.
           IF FS-EMPPARC NOT EQUAL 00
               DISPLAY "NENHUM CRONOGRAMA CADASTRADO."
               GO TO 0230-CRONOGRAMA-FIM
           END-IF.

           MOVE ZEROS TO ACU-PARCELAS.
           READ EMPPARC.
           PERFORM 0231-LISTA-PARCELA
               UNTIL FS-EMPPARC NOT EQUAL 00.

           CLOSE EMPPARC.

           IF ACU-PARCELAS EQUAL ZEROS
               DISPLAY "CONTRATO NAO ENCONTRADO."
           END-IF.

       0230-CRONOGRAMA-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0231-LISTA-PARCELA                        SECTION.
      *-----------------------------------------------------------------

           IF PAR-CONTRATO EQUAL WRK-ALVO-CONTRATO
               ADD 1 TO ACU-PARCELAS
               MOVE PAR-VALOR-PARCELA     TO WRK-VALOR-ED
               MOVE PAR-VALOR-AMORTIZACAO TO WRK-VALOR-ED2
               MOVE PAR-VALOR-JUROS       TO WRK-VALOR-ED3
               MOVE PAR-SALDO-APOS        TO WRK-VALOR-ED4
               DISPLAY "PARC " PAR-NUMERO " VENC " PAR-DATA-VENCIMENTO
                   " PARCELA " WRK-VALOR-ED " AMORT " WRK-VALOR-ED2
                   " JUROS " WRK-VALOR-ED3 " SALDO " WRK-VALOR-ED4
                   " SIT " PAR-SITUACAO " PAGTO " PAR-DATA-PAGAMENTO
           END-IF.

           READ EMPPARC.

       0231-LISTA-PARCELA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    COTACAO DE QUITACAO ANTECIPADA NA DATA INFORMADA:
      *    - PRINCIPAL EM ABERTO = AMORTIZACAO DAS PARCELAS NAO PAGAS
      *    - JUROS VENCIDOS = JUROS DAS PARCELAS NAO PAGAS COM
      *      VENCIMENTO ANTERIOR A DATA DA COTACAO
      *    - JUROS PRO RATA = JUROS DA PRIMEIRA PARCELA A VENCER,
      *      PROPORCIONAL AOS DIAS CORRIDOS DESDE O VENCIMENTO ANTERIOR
      *      (OU DA DATA DO CONTRATO, NA PRIMEIRA PARCELA)
      *    PARCELA EMITIDA AINDA NAO CONFIRMADA PELO PRGPARCE ENTRA NA
      *    COTACAO E E AVISADA NA TELA
      *-----------------------------------------------------------------
       0240-QUITACAO                             SECTION.
      *-----------------------------------------------------------------

           DISPLAY "NUMERO DO CONTRATO..".
           ACCEPT WRK-ALVO-CONTRATO.
           DISPLAY "DATA DA COTACAO (AAAAMMDD, BRANCO=HOJE)..".
           ACCEPT WRK-DATA-COTACAO.
           IF WRK-DATA-COTACAO EQUAL ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-COTACAO
           END-IF.

           SET WRK-CONTRATO-NAO TO TRUE.
           OPEN INPUT EMPREST.
           IF FS-EMPREST EQUAL 00
               READ EMPREST
               PERFORM 0242-PROCURA-CONTRATO
                   UNTIL FS-EMPREST NOT EQUAL 00
                      OR WRK-CONTRATO-SIM
               CLOSE EMPREST
           END-IF.

           IF WRK-CONTRATO-NAO
               DISPLAY "CONTRATO NAO ENCONTRADO."
               GO TO 0240-QUITACAO-FIM
           END-IF.

           IF NOT EMP-ATIVO
               DISPLAY "CONTRATO NAO ESTA ATIVO - SITUACAO "
                   EMP-SITUACAO
               GO TO 0240-QUITACAO-FIM
           END-IF.

           MOVE ZEROS TO WRK-PRINCIPAL-ABERTO
                         WRK-JUROS-VENCIDOS
                         WRK-JUROS-PRO-RATA
                         ACU-PARC-VENCIDAS
                         ACU-PARC-EMITIDAS.
           MOVE EMP-DATA-CONTRATO TO WRK-DATA-ANTERIOR.
           SET WRK-PERIODO-NAO TO TRUE.

           OPEN INPUT EMPPARC.
           IF FS-EMPPARC EQUAL 00
               READ EMPPARC
               PERFORM 0241-ACUMULA-PARCELA
                   UNTIL FS-EMPPARC NOT EQUAL 00
               CLOSE EMPPARC
           END-IF.

           COMPUTE WRK-VALOR-QUITACAO = WRK-PRINCIPAL-ABERTO
               + WRK-JUROS-VENCIDOS + WRK-JUROS-PRO-RATA.

           MOVE WRK-PRINCIPAL-ABERTO TO WRK-VALOR-ED.
           MOVE WRK-JUROS-VENCIDOS   TO WRK-VALOR-ED2.
           MOVE WRK-JUROS-PRO-RATA   TO WRK-VALOR-ED3.
           MOVE WRK-VALOR-QUITACAO   TO WRK-VALOR-ED4.
           DISPLAY WRK-LINHA.
           DISPLAY "COTACAO DE QUITACAO DO CONTRATO " EMP-CONTRATO
               " EM " WRK-DATA-COTACAO.
           DISPLAY "AG " EMP-AGENCIA " CTA " EMP-CONTA.
           DISPLAY "PRINCIPAL EM ABERTO...: " WRK-VALOR-ED.
           DISPLAY "JUROS VENCIDOS........: " WRK-VALOR-ED2
               " (" ACU-PARC-VENCIDAS " PARCELAS)".
           DISPLAY "JUROS PRO RATA........: " WRK-VALOR-ED3.
           DISPLAY "VALOR PARA QUITACAO...: " WRK-VALOR-ED4.
           IF ACU-PARC-EMITIDAS GREATER ZEROS
               DISPLAY "ATENCAO: " ACU-PARC-EMITIDAS
                   " PARCELA(S) EMITIDA(S) AGUARDANDO POSTAGEM"
           END-IF.
           DISPLAY WRK-LINHA.

       0240-QUITACAO-FIM.                        EXIT.

      *-----------------------------------------------------------------
       0241-ACUMULA-PARCELA                      SECTION.
      *-----------------------------------------------------------------

           IF PAR-CONTRATO NOT EQUAL WRK-ALVO-CONTRATO
               GO TO 0241-ACUMULA-PARCELA-LER
           END-IF.

           IF PAR-PAGA
               MOVE PAR-DATA-VENCIMENTO TO WRK-DATA-ANTERIOR
               GO TO 0241-ACUMULA-PARCELA-LER
           END-IF.

           IF PAR-EMITIDA
               ADD 1 TO ACU-PARC-EMITIDAS
           END-IF.

           ADD PAR-VALOR-AMORTIZACAO TO WRK-PRINCIPAL-ABERTO.

           IF PAR-DATA-VENCIMENTO LESS WRK-DATA-COTACAO
               ADD PAR-VALOR-JUROS TO WRK-JUROS-VENCIDOS
               ADD 1 TO ACU-PARC-VENCIDAS
               MOVE PAR-DATA-VENCIMENTO TO WRK-DATA-ANTERIOR
               GO TO 0241-ACUMULA-PARCELA-LER
           END-IF.

           IF WRK-PERIODO-SIM
               GO TO 0241-ACUMULA-PARCELA-LER
           END-IF.

           SET WRK-PERIODO-SIM TO TRUE.
           COMPUTE WRK-DIAS-PERIODO =
               FUNCTION INTEGER-OF-DATE(PAR-DATA-VENCIMENTO)
               - FUNCTION INTEGER-OF-DATE(WRK-DATA-ANTERIOR).
           COMPUTE WRK-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-COTACAO)
               - FUNCTION INTEGER-OF-DATE(WRK-DATA-ANTERIOR).
           IF WRK-DIAS-CORRIDOS GREATER ZEROS
              AND WRK-DIAS-PERIODO GREATER ZEROS
               COMPUTE WRK-JUROS-PRO-RATA ROUNDED =
                   PAR-VALOR-JUROS * WRK-DIAS-CORRIDOS
                   / WRK-DIAS-PERIODO
           END-IF.

       0241-ACUMULA-PARCELA-LER.

           READ EMPPARC.

       0241-ACUMULA-PARCELA-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0242-PROCURA-CONTRATO                     SECTION.
      *-----------------------------------------------------------------

           IF EMP-CONTRATO EQUAL WRK-ALVO-CONTRATO
               SET WRK-CONTRATO-SIM TO TRUE
           ELSE
               READ EMPREST
           END-IF.

       0242-PROCURA-CONTRATO-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    VENCIMENTO DA PARCELA WRK-IDX-PARC: MES DO CONTRATO +
      *    WRK-IDX-PARC, NO DIA DE VENCIMENTO DO CONTRATO (ATE 28, O
      *    DIA EXISTE EM QUALQUER MES)
      *-----------------------------------------------------------------
       0250-CALCULA-VENCIMENTO                   SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DATA-CONTRATO TO WRK-DATA-VENC.
           COMPUTE WRK-MESES = WRK-VENC-AAAA * 12 + WRK-VENC-MM - 1
                             + WRK-IDX-PARC.
           DIVIDE WRK-MESES BY 12
               GIVING WRK-VENC-AAAA
               REMAINDER WRK-MESES-RESTO.
           COMPUTE WRK-VENC-MM = WRK-MESES-RESTO + 1.
           MOVE EMP-DIA-VENCIMENTO TO WRK-VENC-DD.

       0250-CALCULA-VENCIMENTO-FIM.              EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-FIM-PRG.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0300-FINALIZAR-FIM.                       EXIT.
