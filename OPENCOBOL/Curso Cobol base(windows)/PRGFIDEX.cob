       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGFIDEX.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : EXPIRACAO DOS PONTOS DO PROGRAMA DE FIDELIDADE
      *==               DA LOJA - PASSA O RAZAO FIDMOV.txt (BOOK
      *==               #FIDMOV) E, POR CLIENTE, COMPARA OS CREDITOS
      *==               ("C"/"V") COM VALIDADE JA CHEGADA NA DATA DE
      *==               PROCESSAMENTO COM O TOTAL DE DEBITOS ("R"/"E"/
      *==               "X"). COMO OS DEBITOS CONSOMEM PRIMEIRO OS
      *==               CREDITOS MAIS ANTIGOS, O QUE DOS CREDITOS
      *==               VENCIDOS PASSA DOS DEBITOS EXPIRA: GRAVA UM
      *==               LANCAMENTO "X" NO RAZAO. RODAR DE NOVO NA MESMA
      *==               DATA NAO EXPIRA DUAS VEZES (O "X" JA ENTRA NOS
      *==               DEBITOS). RODA NO MINIMO UMA VEZ POR MES, ANTES
      *==               DO EXTRATO (PRGFIDRL)
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
           SELECT FIDMOV ASSIGN TO "FIDMOV.txt"
               FILE STATUS IS WRK-FS-FIDMOV.

      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD  FIDMOV.
       COPY "#FIDMOV".

       WORKING-STORAGE                           SECTION.
       77  WRK-FS-FIDMOV                 PIC 99    VALUE ZEROS.

       77  WRK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-AGORA                PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-PROCESSO             PIC 9(08) VALUE ZEROS.
       77  WRK-QT-CLIENTES               PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-CLI                   PIC 9(03) VALUE ZEROS.
       77  WRK-ACHOU-CLI                 PIC X(01) VALUE "N".
           88 WRK-ACHOU-CLI-SIM                     VALUE "S".
           88 WRK-ACHOU-CLI-NAO                     VALUE "N".
       77  WRK-PONTOS-EXPIRAR            PIC 9(09) VALUE ZEROS.

       77  WRK-ACUM-LIDOS                PIC 9(07) VALUE ZEROS.
       77  WRK-ACUM-EXPIRACOES           PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-PONTOS-EXP           PIC 9(11) VALUE ZEROS.

      *========== CREDITOS VENCIDOS E DEBITOS POR CLIENTE
       01  WRK-TAB-CLIENTES.
           05 WRK-TAB-CLIENTES-OCO OCCURS 500 TIMES.
              10 WRK-CLI-REG-ID          PIC 9(04).
              10 WRK-CLI-VENCIDOS        PIC 9(09).
              10 WRK-CLI-DEBITOS         PIC 9(09).

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.

           DISPLAY "======= EXPIRACAO DE PONTOS DA LOJA =======".

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "DATA DE PROCESSAMENTO (AAAAMMDD, ZERO=HOJE)..".
           ACCEPT WRK-DATA-PROCESSO.
           IF WRK-DATA-PROCESSO EQUAL ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-PROCESSO
           END-IF.

           OPEN INPUT FIDMOV.
           IF WRK-FS-FIDMOV NOT EQUAL 00
               DISPLAY "FIDMOV.txt NAO ABRIU - NADA A EXPIRAR."
               STOP RUN
           END-IF.

       0100-INICIAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           READ FIDMOV.
           PERFORM 0210-ACUMULA-MOVIMENTO
               UNTIL WRK-FS-FIDMOV NOT EQUAL 00.
           CLOSE FIDMOV.

           OPEN EXTEND FIDMOV.
           PERFORM 0220-EXPIRA-CLIENTE
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL WRK-IDX-CLI GREATER WRK-QT-CLIENTES.
           CLOSE FIDMOV.

       0200-PROCESSAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0210-ACUMULA-MOVIMENTO                    SECTION.

           ADD 1 TO WRK-ACUM-LIDOS.

           SET WRK-ACHOU-CLI-NAO TO TRUE.
           PERFORM 0211-PROCURA-CLIENTE
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL WRK-IDX-CLI GREATER WRK-QT-CLIENTES
                  OR WRK-ACHOU-CLI-SIM.

           IF WRK-ACHOU-CLI-SIM
               SUBTRACT 1 FROM WRK-IDX-CLI
           ELSE
               IF WRK-QT-CLIENTES LESS 500
                   ADD 1 TO WRK-QT-CLIENTES
                   MOVE WRK-QT-CLIENTES TO WRK-IDX-CLI
                   MOVE FDM-REG-ID TO WRK-CLI-REG-ID(WRK-IDX-CLI)
                   MOVE ZEROS      TO WRK-CLI-VENCIDOS(WRK-IDX-CLI)
                                      WRK-CLI-DEBITOS(WRK-IDX-CLI)
                   SET WRK-ACHOU-CLI-SIM TO TRUE
               ELSE
                   DISPLAY "TABELA DE CLIENTES CHEIA - IGNORADO: "
                       FDM-REG-ID
               END-IF
           END-IF.

           IF WRK-ACHOU-CLI-SIM
               IF FDM-CREDITO
                   IF FDM-VALIDADE NOT GREATER WRK-DATA-PROCESSO
                       ADD FDM-PONTOS TO WRK-CLI-VENCIDOS(WRK-IDX-CLI)
                   END-IF
               ELSE
                   ADD FDM-PONTOS TO WRK-CLI-DEBITOS(WRK-IDX-CLI)
               END-IF
           END-IF.

           READ FIDMOV.

       0210-ACUMULA-MOVIMENTO-FIM. EXIT.

      *-----------------------------------------------------------------
       0211-PROCURA-CLIENTE                      SECTION.

           IF WRK-CLI-REG-ID(WRK-IDX-CLI) EQUAL FDM-REG-ID
               SET WRK-ACHOU-CLI-SIM TO TRUE
           END-IF.

       0211-PROCURA-CLIENTE-FIM. EXIT.

      *-----------------------------------------------------------------
       0220-EXPIRA-CLIENTE                       SECTION.

           IF WRK-CLI-VENCIDOS(WRK-IDX-CLI) NOT GREATER
              WRK-CLI-DEBITOS(WRK-IDX-CLI)
               GO TO 0220-EXPIRA-CLIENTE-FIM
           END-IF.

           COMPUTE WRK-PONTOS-EXPIRAR =
                   WRK-CLI-VENCIDOS(WRK-IDX-CLI)
                 - WRK-CLI-DEBITOS(WRK-IDX-CLI).

           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE WRK-CLI-REG-ID(WRK-IDX-CLI) TO FDM-REG-ID.
           MOVE WRK-DATA-PROCESSO           TO FDM-DATA.
           MOVE WRK-HORA-AGORA              TO FDM-HORA.
           SET FDM-EXPIRACAO                TO TRUE.
           MOVE WRK-PONTOS-EXPIRAR          TO FDM-PONTOS.
           MOVE ZEROS                       TO FDM-CUPOM FDM-VALIDADE.
           MOVE "PRGFIDEX"                  TO FDM-ORIGEM.
           WRITE REG-FIDMOV.

           ADD 1                  TO WRK-ACUM-EXPIRACOES.
           ADD WRK-PONTOS-EXPIRAR TO WRK-ACUM-PONTOS-EXP.

           DISPLAY "CLIENTE " WRK-CLI-REG-ID(WRK-IDX-CLI)
               " - PONTOS EXPIRADOS: " WRK-PONTOS-EXPIRAR.

       0220-EXPIRA-CLIENTE-FIM. EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

           DISPLAY "--------------------------------------".
           DISPLAY "LANCAMENTOS LIDOS.....: " WRK-ACUM-LIDOS.
           DISPLAY "CLIENTES NO RAZAO.....: " WRK-QT-CLIENTES.
           DISPLAY "CLIENTES COM EXPIRACAO: " WRK-ACUM-EXPIRACOES.
           DISPLAY "PONTOS EXPIRADOS......: " WRK-ACUM-PONTOS-EXP.
           DISPLAY "======= FIM EXPIRACAO DE PONTOS =======".

       0300-FINALIZAR-FIM. EXIT.
