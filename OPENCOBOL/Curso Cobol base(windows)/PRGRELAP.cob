       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGRELAP.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : RELATORIOS DO CONTAS A PAGAR DA LOJA (BOOK
      *==               #CTAPAG):
      *==               - AGINGAP.txt: O EM ABERTO (LIBERADA, RETIDA OU
      *==                 APROVADA E AINDA NAO PAGA) POR FORNECEDOR, EM
      *==                 FAIXAS DE ATRASO NA DATA DE REFERENCIA - A
      *==                 VENCER, 1-30, 31-60, 61-90 E MAIS DE 90 DIAS;
      *==               - EXTFORN.txt: EXTRATO DE UM FORNECEDOR - NOTAS
      *==                 PELA EMISSAO E PAGAMENTOS (PRGPAGFO) PELA DATA
      *==                 DO PAGAMENTO, COM O SALDO DEVEDOR CORRENTE;
      *==                 NOTA RECUSADA SAI SEM VALOR, SO PARA REGISTRO
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================
       ENVIRONMENT                               DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT CTAPAGAR ASSIGN TO "CTAPAGAR.txt"
               FILE STATUS IS WRK-FS-CTAPAGAR.

           SELECT FORNECED ASSIGN TO "FORNECED.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FORNECED.

           SELECT AGINGAP ASSIGN TO "AGINGAP.txt"
               FILE STATUS IS WRK-FS-AGINGAP.

           SELECT EXTFORN ASSIGN TO "EXTFORN.txt"
               FILE STATUS IS WRK-FS-EXTFORN.

      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD  CTAPAGAR.
       COPY "#CTAPAG".

       FD  FORNECED.
       COPY "#FORNREG".

       FD  AGINGAP.
       01  REG-AGINGAP                   PIC X(132).

       FD  EXTFORN.
       01  REG-EXTFORN                   PIC X(100).

       WORKING-STORAGE                           SECTION.
       77  WRK-FS-CTAPAGAR               PIC 99    VALUE ZEROS.
       77  WRK-FS-FORNECED               PIC 99    VALUE ZEROS.
       77  WRK-FS-AGINGAP                PIC 99    VALUE ZEROS.
       77  WRK-FS-EXTFORN                PIC 99    VALUE ZEROS.

       77  WRK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-REF                  PIC 9(08) VALUE ZEROS.
       77  WRK-FORNECEDOR                PIC 9(04) VALUE ZEROS.
       77  WRK-DIAS-ATRASO               PIC S9(07) VALUE ZEROS.
       77  WRK-FAIXA                     PIC 9(01) VALUE ZEROS.

      *========== AGING - EM ABERTO POR FORNECEDOR E FAIXA
      *==         FAIXA 1=A VENCER 2=1-30 3=31-60 4=61-90 5=MAIS DE 90
       77  WRK-QT-FORN                   PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-FORN                  PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-MENOR                 PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-BUSCA                 PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-FAIXA                 PIC 9(01) VALUE ZEROS.
       77  WRK-ACHOU-FORN                PIC X(01) VALUE "N".
           88 WRK-ACHOU-FORN-SIM                    VALUE "S".
           88 WRK-ACHOU-FORN-NAO                    VALUE "N".
       01  WRK-TAB-FORN.
           05 WRK-TAB-FORN-OCO OCCURS 300 TIMES.
              10 WRK-FRN-CODIGO          PIC 9(04).
              10 WRK-FRN-FAIXA           PIC 9(11)V99 OCCURS 5 TIMES.
              10 WRK-FRN-TOTAL           PIC 9(11)V99.
       01  WRK-FORN-TROCA                PIC X(82).
       01  WRK-TOT-FAIXAS.
           05 WRK-TOT-FAIXA              PIC 9(11)V99 OCCURS 5 TIMES.
           05 WRK-TOT-GERAL              PIC 9(11)V99.

      *========== EXTRATO - NOTAS E PAGAMENTOS DO FORNECEDOR
       77  WRK-QT-EVENTOS                PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-EVENTO                PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-EVENTOS.
           05 WRK-TAB-EVENTOS-OCO OCCURS 500 TIMES.
              10 WRK-EVT-DATA            PIC 9(08).
              10 WRK-EVT-TIPO            PIC X(01).
                 88 WRK-EVT-NOTA                    VALUE "N".
                 88 WRK-EVT-PAGAMENTO               VALUE "P".
                 88 WRK-EVT-RECUSA                  VALUE "X".
              10 WRK-EVT-NOTA-NUM        PIC 9(09).
              10 WRK-EVT-VALOR           PIC 9(09)V99.
              10 WRK-EVT-SITUACAO        PIC X(01).
              10 WRK-EVT-VENCIMENTO      PIC 9(08).
              10 WRK-EVT-LOTE            PIC 9(06).
       01  WRK-EVENTO-TROCA              PIC X(44).
       77  WRK-SALDO                     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-NOTAS                 PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-PAGOS                 PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-RETIDO                PIC 9(11)V99 VALUE ZEROS.

       01  WRK-DATA-AUX.
           05 WRK-DAUX-ANO               PIC 9(04).
           05 WRK-DAUX-MES               PIC 9(02).
           05 WRK-DAUX-DIA               PIC 9(02).
       01  WRK-DATA-AUX-N REDEFINES WRK-DATA-AUX PIC 9(08).

       77  WRK-ACUM-LIDOS                PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-EM-ABERTO            PIC 9(05) VALUE ZEROS.

      *========== LINHAS DO AGINGAP
       01  WRK-AGI-CABECALHO.
           05 FILLER                     PIC X(40) VALUE
              "CONTAS A PAGAR POR ATRASO - REFERENCIA: ".
           05 WRK-AGC-DIA                PIC 99.
           05 FILLER                     PIC X(01) VALUE "/".
           05 WRK-AGC-MES                PIC 99.
           05 FILLER                     PIC X(01) VALUE "/".
           05 WRK-AGC-ANO                PIC 9(04).

       01  WRK-AGI-TITULO.
           05 FILLER                     PIC X(35) VALUE
              "COD  FORNECEDOR".
           05 FILLER                     PIC X(15) VALUE
              "       A VENCER".
           05 FILLER                     PIC X(15) VALUE
              "      1-30 DIAS".
           05 FILLER                     PIC X(15) VALUE
              "     31-60 DIAS".
           05 FILLER                     PIC X(15) VALUE
              "     61-90 DIAS".
           05 FILLER                     PIC X(15) VALUE
              "     MAIS DE 90".
           05 FILLER                     PIC X(15) VALUE
              "          TOTAL".

       01  WRK-AGI-DETALHE.
           05 WRK-AGD-CODIGO             PIC 9(04).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-AGD-NOME               PIC X(30).
           05 WRK-AGD-VALORES OCCURS 6 TIMES.
              10 FILLER                  PIC X(01).
              10 WRK-AGD-VALOR           PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-AGI-TOTAL.
           05 FILLER                     PIC X(35) VALUE
              "TOTAL GERAL".
           05 WRK-AGT-VALORES OCCURS 6 TIMES.
              10 FILLER                  PIC X(01).
              10 WRK-AGT-VALOR           PIC ZZZ.ZZZ.ZZ9,99.

      *========== LINHAS DO EXTFORN
       01  WRK-EXT-CABECALHO.
           05 FILLER                     PIC X(22) VALUE
              "EXTRATO DO FORNECEDOR ".
           05 WRK-EXC-CODIGO             PIC 9(04).
           05 FILLER                     PIC X(03) VALUE " - ".
           05 WRK-EXC-NOME               PIC X(30).

       01  WRK-EXT-TITULO.
           05 FILLER                     PIC X(52) VALUE
              "DATA       NOTA      HISTORICO".
           05 FILLER                     PIC X(44) VALUE
              "      FATURADO           PAGO          SALDO".

       01  WRK-EXT-DETALHE.
           05 WRK-EXD-DIA                PIC 99.
           05 FILLER                     PIC X(01) VALUE "/".
           05 WRK-EXD-MES                PIC 99.
           05 FILLER                     PIC X(01) VALUE "/".
           05 WRK-EXD-ANO                PIC 9(04).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-EXD-NOTA               PIC 9(09).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-EXD-HISTORICO          PIC X(30).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-EXD-FATURADO           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-EXD-PAGO               PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-EXD-SALDO              PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-EXT-HISTORICO.
           05 WRK-EXH-TEXTO              PIC X(14).
           05 WRK-EXH-COMPL              PIC X(16).

       01  WRK-EXT-VENCE.
           05 FILLER                     PIC X(06) VALUE "VENCE ".
           05 WRK-EXV-DIA                PIC 99.
           05 FILLER                     PIC X(01) VALUE "/".
           05 WRK-EXV-MES                PIC 99.
           05 FILLER                     PIC X(01) VALUE "/".
           05 WRK-EXV-ANO                PIC 9(04).

       01  WRK-EXT-LOTE.
           05 FILLER                     PIC X(05) VALUE "LOTE ".
           05 WRK-EXL-LOTE               PIC 9(06).

       01  WRK-EXT-TOTAL.
           05 WRK-EXT-TOT-TEXTO          PIC X(24).
           05 WRK-EXT-TOT-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.

           DISPLAY "======= RELATORIOS DO CONTAS A PAGAR =======".

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "DATA DE REFERENCIA (AAAAMMDD, ZERO=HOJE)..".
           ACCEPT WRK-DATA-REF.
           IF WRK-DATA-REF EQUAL ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-REF
           END-IF.

           DISPLAY "FORNECEDOR DO EXTRATO (ZERO=SO O AGING)..".
           ACCEPT WRK-FORNECEDOR.

           OPEN INPUT CTAPAGAR.
           IF WRK-FS-CTAPAGAR NOT EQUAL 00
               DISPLAY "CTAPAGAR.txt NAO ABRIU - NADA A RELATAR."
               STOP RUN
           END-IF.

           OPEN INPUT FORNECED.
           IF WRK-FS-FORNECED NOT EQUAL 00
               DISPLAY "CADASTRO DE FORNECEDORES NAO ABERTO! FS: "
                   WRK-FS-FORNECED
               STOP RUN
           END-IF.

           INITIALIZE WRK-TOT-FAIXAS.

       0100-INICIAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           READ CTAPAGAR.
           PERFORM 0210-ACUMULA-NOTA
               UNTIL WRK-FS-CTAPAGAR NOT EQUAL 00.
           CLOSE CTAPAGAR.

           PERFORM 0220-ORDENA-FORN
               VARYING WRK-IDX-FORN FROM 1 BY 1
               UNTIL WRK-IDX-FORN NOT LESS WRK-QT-FORN.

           PERFORM 0230-GRAVA-AGING.

           IF WRK-FORNECEDOR GREATER ZEROS
               PERFORM 0250-GRAVA-EXTRATO
           END-IF.

       0200-PROCESSAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0210-ACUMULA-NOTA                         SECTION.

           ADD 1 TO WRK-ACUM-LIDOS.

           IF CTP-FORNECEDOR EQUAL WRK-FORNECEDOR
              AND WRK-FORNECEDOR GREATER ZEROS
               PERFORM 0240-GUARDA-EVENTO
           END-IF.

           IF NOT CTP-EM-ABERTO
               GO TO 0210-ACUMULA-NOTA-LER
           END-IF.

           ADD 1 TO WRK-ACUM-EM-ABERTO.

           SET WRK-ACHOU-FORN-NAO TO TRUE.
           PERFORM 0211-PROCURA-FORN
               VARYING WRK-IDX-FORN FROM 1 BY 1
               UNTIL WRK-IDX-FORN GREATER WRK-QT-FORN
                  OR WRK-ACHOU-FORN-SIM.

           IF WRK-ACHOU-FORN-SIM
               SUBTRACT 1 FROM WRK-IDX-FORN
           ELSE
               IF WRK-QT-FORN LESS 300
                   ADD 1 TO WRK-QT-FORN
                   MOVE WRK-QT-FORN TO WRK-IDX-FORN
                   INITIALIZE WRK-TAB-FORN-OCO(WRK-IDX-FORN)
                   MOVE CTP-FORNECEDOR TO WRK-FRN-CODIGO(WRK-IDX-FORN)
               ELSE
                   DISPLAY "TABELA DE FORNECEDORES CHEIA - IGNORADO: "
                       CTP-FORNECEDOR
                   GO TO 0210-ACUMULA-NOTA-LER
               END-IF
           END-IF.

           IF CTP-VENCIMENTO NOT LESS WRK-DATA-REF
               MOVE 1 TO WRK-FAIXA
           ELSE
               COMPUTE WRK-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-REF)
                     - FUNCTION INTEGER-OF-DATE(CTP-VENCIMENTO)
               EVALUATE TRUE
                   WHEN WRK-DIAS-ATRASO NOT GREATER 30
                       MOVE 2 TO WRK-FAIXA
                   WHEN WRK-DIAS-ATRASO NOT GREATER 60
                       MOVE 3 TO WRK-FAIXA
                   WHEN WRK-DIAS-ATRASO NOT GREATER 90
                       MOVE 4 TO WRK-FAIXA
                   WHEN OTHER
                       MOVE 5 TO WRK-FAIXA
               END-EVALUATE
           END-IF.

           ADD CTP-VALOR TO WRK-FRN-FAIXA(WRK-IDX-FORN WRK-FAIXA)
                            WRK-FRN-TOTAL(WRK-IDX-FORN)
                            WRK-TOT-FAIXA(WRK-FAIXA)
                            WRK-TOT-GERAL.

       0210-ACUMULA-NOTA-LER.
           READ CTAPAGAR.

       0210-ACUMULA-NOTA-FIM. EXIT.

      *-----------------------------------------------------------------
       0211-PROCURA-FORN                         SECTION.

           IF WRK-FRN-CODIGO(WRK-IDX-FORN) EQUAL CTP-FORNECEDOR
               SET WRK-ACHOU-FORN-SIM TO TRUE
           END-IF.

       0211-PROCURA-FORN-FIM. EXIT.

      *-----------------------------------------------------------------
      *    ORDENACAO POR SELECAO - CODIGO DO FORNECEDOR
      *-----------------------------------------------------------------
       0220-ORDENA-FORN                          SECTION.

           MOVE WRK-IDX-FORN TO WRK-IDX-MENOR.
           PERFORM 0221-PROCURA-MENOR
               VARYING WRK-IDX-BUSCA FROM WRK-IDX-FORN BY 1
               UNTIL WRK-IDX-BUSCA GREATER WRK-QT-FORN.

           IF WRK-IDX-MENOR NOT EQUAL WRK-IDX-FORN
               MOVE WRK-TAB-FORN-OCO(WRK-IDX-FORN)  TO WRK-FORN-TROCA
               MOVE WRK-TAB-FORN-OCO(WRK-IDX-MENOR)
                 TO WRK-TAB-FORN-OCO(WRK-IDX-FORN)
               MOVE WRK-FORN-TROCA
                 TO WRK-TAB-FORN-OCO(WRK-IDX-MENOR)
           END-IF.

       0220-ORDENA-FORN-FIM. EXIT.

      *-----------------------------------------------------------------
       0221-PROCURA-MENOR                        SECTION.

           IF WRK-FRN-CODIGO(WRK-IDX-BUSCA) LESS
              WRK-FRN-CODIGO(WRK-IDX-MENOR)
               MOVE WRK-IDX-BUSCA TO WRK-IDX-MENOR
           END-IF.

       0221-PROCURA-MENOR-FIM. EXIT.

      *-----------------------------------------------------------------
       0230-GRAVA-AGING                          SECTION.

           OPEN OUTPUT AGINGAP.

           MOVE WRK-DATA-REF TO WRK-DATA-AUX-N.
           MOVE WRK-DAUX-DIA TO WRK-AGC-DIA.
           MOVE WRK-DAUX-MES TO WRK-AGC-MES.
           MOVE WRK-DAUX-ANO TO WRK-AGC-ANO.
           WRITE REG-AGINGAP FROM WRK-AGI-CABECALHO.
           MOVE SPACES TO REG-AGINGAP.
           WRITE REG-AGINGAP.
           WRITE REG-AGINGAP FROM WRK-AGI-TITULO.

           PERFORM 0231-GRAVA-LINHA-AGING
               VARYING WRK-IDX-FORN FROM 1 BY 1
               UNTIL WRK-IDX-FORN GREATER WRK-QT-FORN.

           MOVE SPACES TO WRK-AGI-TOTAL(36:).
           PERFORM 0232-EDITA-TOTAL
               VARYING WRK-IDX-FAIXA FROM 1 BY 1
               UNTIL WRK-IDX-FAIXA GREATER 5.
           MOVE WRK-TOT-GERAL TO WRK-AGT-VALOR(6).
           MOVE SPACES TO REG-AGINGAP.
           WRITE REG-AGINGAP.
           WRITE REG-AGINGAP FROM WRK-AGI-TOTAL.

           CLOSE AGINGAP.

       0230-GRAVA-AGING-FIM. EXIT.

      *-----------------------------------------------------------------
       0231-GRAVA-LINHA-AGING                    SECTION.

           MOVE WRK-FRN-CODIGO(WRK-IDX-FORN) TO FOR-CODIGO
                                                WRK-AGD-CODIGO.
           READ FORNECED KEY IS FOR-CODIGO
               INVALID KEY
                   MOVE "*** FORNECEDOR NAO CADASTRADO" TO FOR-NOME
           END-READ.
           MOVE FOR-NOME TO WRK-AGD-NOME.

           MOVE SPACES TO WRK-AGI-DETALHE(36:).
           PERFORM 0233-EDITA-FAIXA
               VARYING WRK-IDX-FAIXA FROM 1 BY 1
               UNTIL WRK-IDX-FAIXA GREATER 5.
           MOVE WRK-FRN-TOTAL(WRK-IDX-FORN) TO WRK-AGD-VALOR(6).

           WRITE REG-AGINGAP FROM WRK-AGI-DETALHE.

       0231-GRAVA-LINHA-AGING-FIM. EXIT.

      *-----------------------------------------------------------------
       0232-EDITA-TOTAL                          SECTION.

           MOVE WRK-TOT-FAIXA(WRK-IDX-FAIXA)
             TO WRK-AGT-VALOR(WRK-IDX-FAIXA).

       0232-EDITA-TOTAL-FIM. EXIT.

      *-----------------------------------------------------------------
       0233-EDITA-FAIXA                          SECTION.

           MOVE WRK-FRN-FAIXA(WRK-IDX-FORN WRK-IDX-FAIXA)
             TO WRK-AGD-VALOR(WRK-IDX-FAIXA).

       0233-EDITA-FAIXA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    EXTRATO - A NOTA ENTRA PELA EMISSAO; PAGA, GERA TAMBEM O
      *    PAGAMENTO NA DATA DO PAGAMENTO
      *-----------------------------------------------------------------
       0240-GUARDA-EVENTO                        SECTION.

           IF WRK-QT-EVENTOS NOT LESS 499
               DISPLAY "EXTRATO LIMITADO A 500 LINHAS - NOTA IGNORADA: "
                   CTP-NOTA
               GO TO 0240-GUARDA-EVENTO-FIM
           END-IF.

           ADD 1 TO WRK-QT-EVENTOS.
           MOVE CTP-EMISSAO    TO WRK-EVT-DATA(WRK-QT-EVENTOS).
           MOVE CTP-NOTA       TO WRK-EVT-NOTA-NUM(WRK-QT-EVENTOS).
           MOVE CTP-VALOR      TO WRK-EVT-VALOR(WRK-QT-EVENTOS).
           MOVE CTP-SITUACAO   TO WRK-EVT-SITUACAO(WRK-QT-EVENTOS).
           MOVE CTP-VENCIMENTO TO WRK-EVT-VENCIMENTO(WRK-QT-EVENTOS).
           MOVE CTP-LOTE       TO WRK-EVT-LOTE(WRK-QT-EVENTOS).
           IF CTP-RECUSADA
               SET WRK-EVT-RECUSA(WRK-QT-EVENTOS) TO TRUE
           ELSE
               SET WRK-EVT-NOTA(WRK-QT-EVENTOS)   TO TRUE
           END-IF.

           IF CTP-PAGA
               ADD 1 TO WRK-QT-EVENTOS
               MOVE WRK-TAB-EVENTOS-OCO(WRK-QT-EVENTOS - 1)
                 TO WRK-TAB-EVENTOS-OCO(WRK-QT-EVENTOS)
               MOVE CTP-DATA-PAGTO TO WRK-EVT-DATA(WRK-QT-EVENTOS)
               SET WRK-EVT-PAGAMENTO(WRK-QT-EVENTOS) TO TRUE
           END-IF.

       0240-GUARDA-EVENTO-FIM. EXIT.

      *-----------------------------------------------------------------
       0250-GRAVA-EXTRATO                        SECTION.

           MOVE WRK-FORNECEDOR TO FOR-CODIGO.
           READ FORNECED KEY IS FOR-CODIGO
               INVALID KEY
                   MOVE "*** FORNECEDOR NAO CADASTRADO" TO FOR-NOME
           END-READ.

           PERFORM 0251-ORDENA-EVENTOS
               VARYING WRK-IDX-EVENTO FROM 1 BY 1
               UNTIL WRK-IDX-EVENTO NOT LESS WRK-QT-EVENTOS.

           OPEN OUTPUT EXTFORN.

           MOVE WRK-FORNECEDOR TO WRK-EXC-CODIGO.
           MOVE FOR-NOME       TO WRK-EXC-NOME.
           WRITE REG-EXTFORN FROM WRK-EXT-CABECALHO.
           MOVE SPACES TO REG-EXTFORN.
           WRITE REG-EXTFORN.
           WRITE REG-EXTFORN FROM WRK-EXT-TITULO.

           MOVE ZEROS TO WRK-SALDO WRK-TOT-NOTAS WRK-TOT-PAGOS
                         WRK-TOT-RETIDO.
           PERFORM 0253-GRAVA-LINHA-EXTRATO
               VARYING WRK-IDX-EVENTO FROM 1 BY 1
               UNTIL WRK-IDX-EVENTO GREATER WRK-QT-EVENTOS.

           MOVE SPACES TO REG-EXTFORN.
           WRITE REG-EXTFORN.
           MOVE "TOTAL FATURADO.........:" TO WRK-EXT-TOT-TEXTO.
           MOVE WRK-TOT-NOTAS              TO WRK-EXT-TOT-VALOR.
           WRITE REG-EXTFORN FROM WRK-EXT-TOTAL.
           MOVE "TOTAL PAGO.............:" TO WRK-EXT-TOT-TEXTO.
           MOVE WRK-TOT-PAGOS              TO WRK-EXT-TOT-VALOR.
           WRITE REG-EXTFORN FROM WRK-EXT-TOTAL.
           MOVE "SALDO EM ABERTO........:" TO WRK-EXT-TOT-TEXTO.
           MOVE WRK-SALDO                  TO WRK-EXT-TOT-VALOR.
           WRITE REG-EXTFORN FROM WRK-EXT-TOTAL.
           MOVE "  DO QUAL RETIDO.......:" TO WRK-EXT-TOT-TEXTO.
           MOVE WRK-TOT-RETIDO             TO WRK-EXT-TOT-VALOR.
           WRITE REG-EXTFORN FROM WRK-EXT-TOTAL.

           CLOSE EXTFORN.

           DISPLAY "EXTRATO DO FORNECEDOR " WRK-FORNECEDOR
               " GRAVADO EM EXTFORN.txt - " WRK-QT-EVENTOS " LINHAS".

       0250-GRAVA-EXTRATO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    ORDENACAO POR SELECAO - DATA E TIPO (NOTA ANTES DO
      *    PAGAMENTO NO MESMO DIA)
      *-----------------------------------------------------------------
       0251-ORDENA-EVENTOS                       SECTION.

           MOVE WRK-IDX-EVENTO TO WRK-IDX-MENOR.
           PERFORM 0252-PROCURA-MENOR-EVENTO
               VARYING WRK-IDX-BUSCA FROM WRK-IDX-EVENTO BY 1
               UNTIL WRK-IDX-BUSCA GREATER WRK-QT-EVENTOS.

           IF WRK-IDX-MENOR NOT EQUAL WRK-IDX-EVENTO
               MOVE WRK-TAB-EVENTOS-OCO(WRK-IDX-EVENTO)
                 TO WRK-EVENTO-TROCA
               MOVE WRK-TAB-EVENTOS-OCO(WRK-IDX-MENOR)
                 TO WRK-TAB-EVENTOS-OCO(WRK-IDX-EVENTO)
               MOVE WRK-EVENTO-TROCA
                 TO WRK-TAB-EVENTOS-OCO(WRK-IDX-MENOR)
           END-IF.

       0251-ORDENA-EVENTOS-FIM. EXIT.

      *-----------------------------------------------------------------
       0252-PROCURA-MENOR-EVENTO                 SECTION.

           IF WRK-TAB-EVENTOS-OCO(WRK-IDX-BUSCA)(1:18) LESS
              WRK-TAB-EVENTOS-OCO(WRK-IDX-MENOR)(1:18)
               MOVE WRK-IDX-BUSCA TO WRK-IDX-MENOR
           END-IF.

       0252-PROCURA-MENOR-EVENTO-FIM. EXIT.

      *-----------------------------------------------------------------
       0253-GRAVA-LINHA-EXTRATO                  SECTION.

           MOVE WRK-EVT-DATA(WRK-IDX-EVENTO)     TO WRK-DATA-AUX-N.
           MOVE WRK-DAUX-DIA                     TO WRK-EXD-DIA.
           MOVE WRK-DAUX-MES                     TO WRK-EXD-MES.
           MOVE WRK-DAUX-ANO                     TO WRK-EXD-ANO.
           MOVE WRK-EVT-NOTA-NUM(WRK-IDX-EVENTO) TO WRK-EXD-NOTA.
           MOVE ZEROS TO WRK-EXD-FATURADO WRK-EXD-PAGO.

           EVALUATE TRUE
               WHEN WRK-EVT-NOTA(WRK-IDX-EVENTO)
                   MOVE WRK-EVT-VENCIMENTO(WRK-IDX-EVENTO)
                     TO WRK-DATA-AUX-N
                   MOVE WRK-DAUX-DIA TO WRK-EXV-DIA
                   MOVE WRK-DAUX-MES TO WRK-EXV-MES
                   MOVE WRK-DAUX-ANO TO WRK-EXV-ANO
                   IF WRK-EVT-SITUACAO(WRK-IDX-EVENTO) EQUAL "R"
                       MOVE "NOTA RETIDA"  TO WRK-EXH-TEXTO
                       ADD WRK-EVT-VALOR(WRK-IDX-EVENTO)
                        TO WRK-TOT-RETIDO
                   ELSE
                       MOVE "NOTA FISCAL"  TO WRK-EXH-TEXTO
                   END-IF
                   MOVE WRK-EXT-VENCE TO WRK-EXH-COMPL
                   MOVE WRK-EVT-VALOR(WRK-IDX-EVENTO)
                     TO WRK-EXD-FATURADO
                   ADD WRK-EVT-VALOR(WRK-IDX-EVENTO)
                    TO WRK-SALDO WRK-TOT-NOTAS
               WHEN WRK-EVT-PAGAMENTO(WRK-IDX-EVENTO)
                   MOVE "PAGAMENTO"    TO WRK-EXH-TEXTO
                   MOVE WRK-EVT-LOTE(WRK-IDX-EVENTO) TO WRK-EXL-LOTE
                   MOVE WRK-EXT-LOTE   TO WRK-EXH-COMPL
                   MOVE WRK-EVT-VALOR(WRK-IDX-EVENTO)
                     TO WRK-EXD-PAGO
                   SUBTRACT WRK-EVT-VALOR(WRK-IDX-EVENTO)
                       FROM WRK-SALDO
                   ADD WRK-EVT-VALOR(WRK-IDX-EVENTO) TO WRK-TOT-PAGOS
               WHEN OTHER
                   MOVE "NOTA RECUSADA"  TO WRK-EXH-TEXTO
                   MOVE SPACES           TO WRK-EXH-COMPL
           END-EVALUATE.

           MOVE WRK-EXT-HISTORICO TO WRK-EXD-HISTORICO.
           MOVE WRK-SALDO         TO WRK-EXD-SALDO.
           WRITE REG-EXTFORN FROM WRK-EXT-DETALHE.

       0253-GRAVA-LINHA-EXTRATO-FIM. EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

           CLOSE FORNECED.

           DISPLAY "NOTAS LIDAS..........: " WRK-ACUM-LIDOS.
           DISPLAY "NOTAS EM ABERTO......: " WRK-ACUM-EM-ABERTO.
           DISPLAY "FORNECEDORES NO AGING: " WRK-QT-FORN.
           DISPLAY "AGING GRAVADO EM AGINGAP.txt".
           DISPLAY "======= FIM RELATORIOS DO CONTAS A PAGAR =======".

       0300-FINALIZAR-FIM. EXIT.
