      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
ALT1  *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
..    *==  CADA CONTA PASSOU A MOSTRAR, ALEM DO SALDO CONTABIL DO
..    *==  SALDOCTA.dat, O VALOR BLOQUEADO POR ORDEM JUDICIAL OU
..    *==  ADMINISTRATIVA EM VIGOR HOJE (BLOQJUD.txt, BOOK #BLOQJUD)
..    *==  E O SALDO DISPONIVEL (CONTABIL - BLOQUEADO)
      *=================================================================
ALT2  *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
..    *==  CONTA CONJUNTA - ENTRAM NA CONSULTA TAMBEM AS CONTAS EM QUE
..    *==  O CLIENTE E SEGUNDO TITULAR ATIVO NO TITULARES.txt (BOOK
..    *==  #TITULAR), E TODA CONTA CONJUNTA MOSTRA OS SEUS TITULARES
..    *==  (NOME E SITUACAO NO CLIENTES.dat) E A REGRA DE ASSINATURA;
..    *==  MOVIMENTOS E PENDENCIAS SEGUEM A MESMA LISTA DE CONTAS
      *=================================================================
ALT3  *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
..    *==  O MOVHIST VIROU ARQUIVO INDEXADO (MOVHIST.dat) CHAVEADO POR
..    *==  AGENCIA+CONTA+DATA+ORIGEM+LOTE+SEQ - A LEITURA CONTINUA
..    *==  SEQUENCIAL, AGORA PELA ORDEM DA CHAVE
      *=================================================================
ALT4  *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
..    *==  O CADASTRO PASSOU A MOSTRAR O SEGMENTO DO CLIENTE E A DATA
..    *==  EM QUE PASSOU A VALER (REG-SEGMENTO/REG-DATA-SEGMENTO,
..    *==  GRAVADOS PELA SEGMENTACAO NOTURNA PRGSEGME)
      *=================================================================
       ENVIRONMENT                               DIVISION.

                                   FILE STATUS IS FS-CLIENTES2.

           SELECT MOVHIST ASSIGN
ALT3       TO "C:\ATIVIDADE3\MOVHIST.dat"
ALT3           ORGANIZATION             IS INDEXED
ALT3           ACCESS MODE              IS SEQUENTIAL
ALT3           RECORD KEY               IS MOV-CHAVE
                                   FILE STATUS IS FS-MOVHIST.

           SELECT REJEITADOS ASSIGN
           SELECT REGUACTL ASSIGN
           TO "C:\ATIVIDADE3\REGUACTL.txt"
                                   FILE STATUS IS FS-REGUACTL.

ALT1       SELECT BLOQJUD ASSIGN
ALT1       TO "C:\ATIVIDADE3\BLOQJUD.txt"
ALT1                               FILE STATUS IS FS-BLOQJUD.

ALT2       SELECT TITULARES ASSIGN
ALT2       TO "C:\ATIVIDADE3\TITULARES.txt"
ALT2                               FILE STATUS IS FS-TITULARES.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
           05 CTL-DATA-NIVEL            PIC  9(08).
           05 CTL-DIAS-ATRASO           PIC  9(03).

ALT1   FD BLOQJUD.
ALT1   COPY "#BLOQJUD".

ALT2   FD TITULARES.
ALT2   COPY "#TITULAR".

       WORKING-STORAGE                           SECTION.
       77  FS-CLIENTES                   PIC 9(02).
       77  FS-CONTAS                     PIC 9(02).
       77  FS-REJEITADOS                 PIC 9(02).
       77  FS-SUSPCAM                    PIC 9(02).
       77  FS-REGUACTL                   PIC 9(02).
ALT1   77  FS-BLOQJUD                    PIC 9(02).
ALT2   77  FS-TITULARES                  PIC 9(02).

       77  WRK-ID                        PIC 9(04) VALUE ZEROS.
       77  WRK-CONFIRMA                  PIC X(03) VALUE SPACES.
       77  WRK-IDX-SERV                  PIC 9(01) VALUE ZEROS.
       77  WRK-IDX-CONTA                 PIC 9(02) VALUE ZEROS.

      *========== SALDO CONTABIL, BLOQUEADO E DISPONIVEL DA CONTA
ALT1   77  WRK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
ALT1   77  WRK-SALDO-CONTABIL            PIC S9(10)V99 VALUE ZEROS.
ALT1   77  WRK-SALDO-BLOQUEADO           PIC S9(10)V99 VALUE ZEROS.
ALT1   77  WRK-SALDO-DISPONIVEL          PIC S9(10)V99 VALUE ZEROS.
ALT1   77  WRK-BLOQUEADO-ED              PIC -.ZZZ.ZZZ.ZZ9,99.
ALT1   77  WRK-DISPONIVEL-ED             PIC -.ZZZ.ZZZ.ZZ9,99.

      *========== CODIGO DO CLIENTE NO CLIENTES2 (3 POSICOES FINAIS)
       01  WRK-ID-CLIENTE.
           05 WRK-ID-CLIENTE-P1          PIC X(01).
               10 WRK-CTA-AGENCIA            PIC 9(04).
               10 WRK-CTA-CONTA              PIC 9(05).

ALT2  *========== TITULARES DAS CONTAS (TITULARES.txt)
ALT2   77  WRK-QT-TITULARES              PIC 9(03) VALUE ZEROS.
ALT2   77  WRK-IDX-TIT                   PIC 9(03) VALUE ZEROS.
ALT2   01  WRK-TAB-TITULARES.
ALT2       05 WRK-TIT-OCO                OCCURS 500 TIMES.
ALT2           10 WRK-TIT-AGENCIA            PIC 9(04).
ALT2           10 WRK-TIT-CONTA              PIC 9(05).
ALT2           10 WRK-TIT-REG-ID             PIC 9(04).
ALT2           10 WRK-TIT-ASSINATURA         PIC X(01).
ALT2   77  WRK-QT-SEGUNDOS               PIC 9(02) VALUE ZEROS.
ALT2   77  WRK-ASSINATURA                PIC X(01) VALUE SPACES.
ALT2   77  WRK-ID-TITULAR                PIC 9(04) VALUE ZEROS.
ALT2   77  WRK-ACHOU-TIT                 PIC X(01) VALUE "N".
ALT2       88 WRK-TITULAR-SIM                      VALUE "S".
ALT2       88 WRK-TITULAR-NAO                      VALUE "N".

      *========== ACUMULADORES DA CONSULTA
       77  WRK-QT-MOVIMENTOS             PIC 9(03) VALUE ZEROS.
       77  WRK-QT-REJEITADOS             PIC 9(03) VALUE ZEROS.
           OPEN INPUT SALDOCTA.
           OPEN INPUT CLIENTES2.

ALT1       ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

ALT2       PERFORM 0110-CARREGA-TITULARES.

           DISPLAY "======= CONSULTA 360 DO CLIENTE =======".
           DISPLAY "DIGITE 'FIM' PARA ENCERRAR.".

       0100-INICIALIZAR-FIM. EXIT.

      *-----------------------------------------------------------------
ALT2  *    GUARDA SO AS LINHAS ATIVAS - ARQUIVO AUSENTE E TODA CONTA
ALT2  *    INDIVIDUAL (SO O CTA-REG-ID)
      *-----------------------------------------------------------------
ALT2   0110-CARREGA-TITULARES                    SECTION.

ALT2       OPEN INPUT TITULARES.
ALT2       IF FS-TITULARES NOT EQUAL 00
ALT2           GO TO 0110-CARREGA-TITULARES-FIM
ALT2       END-IF.

ALT2       READ TITULARES.
ALT2       PERFORM 0111-GUARDA-TITULAR
ALT2           UNTIL FS-TITULARES NOT EQUAL 00.

ALT2       CLOSE TITULARES.

ALT2   0110-CARREGA-TITULARES-FIM. EXIT.

      *-----------------------------------------------------------------
ALT2   0111-GUARDA-TITULAR                       SECTION.

ALT2       IF TIT-ATIVO
ALT2          AND WRK-QT-TITULARES LESS 500
ALT2           ADD 1 TO WRK-QT-TITULARES
ALT2           MOVE TIT-AGENCIA    TO WRK-TIT-AGENCIA(WRK-QT-TITULARES)
ALT2           MOVE TIT-CONTA      TO WRK-TIT-CONTA(WRK-QT-TITULARES)
ALT2           MOVE TIT-REG-ID     TO WRK-TIT-REG-ID(WRK-QT-TITULARES)
ALT2           MOVE TIT-ASSINATURA TO
ALT2               WRK-TIT-ASSINATURA(WRK-QT-TITULARES)
ALT2       END-IF.

ALT2       READ TITULARES.

ALT2   0111-GUARDA-TITULAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           DISPLAY "-------------------------------------------".
           DISPLAY "ENDERECO..: " REG-ENDERECO ", " REG-NUMERO-END.
           DISPLAY "            " REG-CIDADE "-" REG-UF
               " CEP " REG-CEP.
ALT4       IF REG-SEG-NAO-CLASSIFICADO
ALT4           DISPLAY "SEGMENTO..: NAO CLASSIFICADO"
ALT4       ELSE
ALT4           DISPLAY "SEGMENTO..: " REG-SEGMENTO
ALT4               " DESDE " REG-DATA-SEGMENTO
ALT4       END-IF.

       0210-MOSTRA-CADASTRO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    VARRE O CADASTRO DE CONTAS ATRAS DO CLIENTE DONO E MOSTRA
      *    CADA CONTA COM O SALDO CORRENTE DO SALDOCTA
ALT2  *    (DONO = PRIMEIRO OU SEGUNDO TITULAR DA CONTA)
      *-----------------------------------------------------------------
       0220-MOSTRA-CONTAS                        SECTION.

      *-----------------------------------------------------------------
       0221-CONFERE-CONTA                        SECTION.

ALT2       PERFORM 0227-CONFERE-TITULARES.

ALT2       IF WRK-TITULAR-SIM
              AND WRK-QT-CONTAS LESS 20
               ADD 1 TO WRK-QT-CONTAS
               MOVE CTA-AGENCIA TO WRK-CTA-AGENCIA(WRK-QT-CONTAS)
               MOVE CTA-CONTA   TO WRK-CTA-CONTA(WRK-QT-CONTAS)
ALT1           MOVE ZEROS       TO WRK-SALDO-CONTABIL
               MOVE CTA-AGENCIA TO REG-AGENCIA-SALDO
               MOVE CTA-CONTA   TO REG-CONTA-SALDO
               READ SALDOCTA KEY IS REG-CHAVE-SALDO
                   INVALID KEY
ALT1                   MOVE ZEROS     TO WRK-SALDO-CONTABIL
                   NOT INVALID KEY
ALT1                   MOVE REG-SALDO TO WRK-SALDO-CONTABIL
               END-READ
ALT1           MOVE WRK-SALDO-CONTABIL TO WRK-SALDO-ED
ALT1           PERFORM 0225-SOMA-BLOQUEIOS
ALT1           COMPUTE WRK-SALDO-DISPONIVEL =
ALT1               WRK-SALDO-CONTABIL - WRK-SALDO-BLOQUEADO
ALT1           MOVE WRK-SALDO-BLOQUEADO  TO WRK-BLOQUEADO-ED
ALT1           MOVE WRK-SALDO-DISPONIVEL TO WRK-DISPONIVEL-ED
               DISPLAY "  AG " CTA-AGENCIA " CTA " CTA-CONTA
                   " SIT " CTA-SITUACAO
                   " TIPO " CTA-TIPO-CONTA
ALT1               " SALDO CONTABIL " WRK-SALDO-ED
ALT1           DISPLAY "      BLOQUEADO " WRK-BLOQUEADO-ED
ALT1               " DISPONIVEL " WRK-DISPONIVEL-ED
ALT2           IF WRK-QT-SEGUNDOS GREATER ZEROS
ALT2               PERFORM 0228-MOSTRA-TITULARES
ALT2           END-IF
           END-IF.

           READ CONTAS NEXT.
       0221-CONFERE-CONTA-FIM. EXIT.

      *-----------------------------------------------------------------
ALT2  *    O CLIENTE CONSULTADO E TITULAR DA CONTA LIDA? CONTA TAMBEM
ALT2  *    OS SEGUNDOS TITULARES E GUARDA A REGRA DE ASSINATURA
      *-----------------------------------------------------------------
ALT2   0227-CONFERE-TITULARES                    SECTION.

ALT2       MOVE ZEROS TO WRK-QT-SEGUNDOS.
ALT2       MOVE "I"   TO WRK-ASSINATURA.
ALT2       IF CTA-REG-ID EQUAL WRK-ID
ALT2           SET WRK-TITULAR-SIM TO TRUE
ALT2       ELSE
ALT2           SET WRK-TITULAR-NAO TO TRUE
ALT2       END-IF.

ALT2       PERFORM 0229-CONFERE-LINHA
ALT2           VARYING WRK-IDX-TIT FROM 1 BY 1
ALT2           UNTIL WRK-IDX-TIT GREATER WRK-QT-TITULARES.

ALT2   0227-CONFERE-TITULARES-FIM. EXIT.

      *-----------------------------------------------------------------
ALT2   0229-CONFERE-LINHA                        SECTION.

ALT2       IF WRK-TIT-AGENCIA(WRK-IDX-TIT) EQUAL CTA-AGENCIA
ALT2          AND WRK-TIT-CONTA(WRK-IDX-TIT) EQUAL CTA-CONTA
ALT2          AND WRK-TIT-REG-ID(WRK-IDX-TIT) NOT EQUAL CTA-REG-ID
ALT2           ADD 1 TO WRK-QT-SEGUNDOS
ALT2           MOVE WRK-TIT-ASSINATURA(WRK-IDX-TIT) TO WRK-ASSINATURA
ALT2           IF WRK-TIT-REG-ID(WRK-IDX-TIT) EQUAL WRK-ID
ALT2               SET WRK-TITULAR-SIM TO TRUE
ALT2           END-IF
ALT2       END-IF.

ALT2   0229-CONFERE-LINHA-FIM. EXIT.

      *-----------------------------------------------------------------
ALT2   0228-MOSTRA-TITULARES                     SECTION.

ALT2       EVALUATE WRK-ASSINATURA
ALT2           WHEN "E"
ALT2               DISPLAY "      CONTA CONJUNTA - ASSINAM TODOS (E)"
ALT2           WHEN OTHER
ALT2               DISPLAY "      CONTA CONJUNTA - ASSINA QUALQUER UM "
ALT2                   "(E/OU)"
ALT2       END-EVALUATE.

ALT2       MOVE CTA-REG-ID TO WRK-ID-TITULAR.
ALT2       PERFORM 0224-MOSTRA-TITULAR.

ALT2       PERFORM 0223-MOSTRA-SEGUNDO
ALT2           VARYING WRK-IDX-TIT FROM 1 BY 1
ALT2           UNTIL WRK-IDX-TIT GREATER WRK-QT-TITULARES.

ALT2   0228-MOSTRA-TITULARES-FIM. EXIT.

      *-----------------------------------------------------------------
ALT2   0223-MOSTRA-SEGUNDO                       SECTION.

ALT2       IF WRK-TIT-AGENCIA(WRK-IDX-TIT) EQUAL CTA-AGENCIA
ALT2          AND WRK-TIT-CONTA(WRK-IDX-TIT) EQUAL CTA-CONTA
ALT2          AND WRK-TIT-REG-ID(WRK-IDX-TIT) NOT EQUAL CTA-REG-ID
ALT2           MOVE WRK-TIT-REG-ID(WRK-IDX-TIT) TO WRK-ID-TITULAR
ALT2           PERFORM 0224-MOSTRA-TITULAR
ALT2       END-IF.

ALT2   0223-MOSTRA-SEGUNDO-FIM. EXIT.

      *-----------------------------------------------------------------
ALT2  *    O CLIENTES.dat JA FOI MOSTRADO - A LEITURA DO CO-TITULAR NAO
ALT2  *    ATRAPALHA AS SECOES SEGUINTES, QUE TRABALHAM PELO WRK-ID
      *-----------------------------------------------------------------
ALT2   0224-MOSTRA-TITULAR                       SECTION.

ALT2       MOVE WRK-ID-TITULAR TO REG-ID.
ALT2       READ CLIENTES KEY IS REG-ID
ALT2           INVALID KEY
ALT2               DISPLAY "      TITULAR " WRK-ID-TITULAR
ALT2                   " (NAO CADASTRADO)"
ALT2           NOT INVALID KEY
ALT2               DISPLAY "      TITULAR " WRK-ID-TITULAR " "
ALT2                   REG-NOME " SIT " REG-SITUACAO-CLIENTE
ALT2       END-READ.

ALT2   0224-MOSTRA-TITULAR-FIM. EXIT.

      *-----------------------------------------------------------------
ALT1  *    SOMA OS BLOQUEIOS DA CONTA EM VIGOR HOJE (REGRA DO BOOK
ALT1  *    #BLOQJUD) - ARQUIVO AUSENTE E BLOQUEIO ZERO
      *-----------------------------------------------------------------
ALT1   0225-SOMA-BLOQUEIOS                       SECTION.

ALT1       MOVE ZEROS TO WRK-SALDO-BLOQUEADO.

ALT1       OPEN INPUT BLOQJUD.
ALT1       IF FS-BLOQJUD NOT EQUAL 00
ALT1           GO TO 0225-SOMA-BLOQUEIOS-FIM
ALT1       END-IF.

ALT1       READ BLOQJUD.
ALT1       PERFORM 0226-CONFERE-BLOQUEIO
ALT1           UNTIL FS-BLOQJUD NOT EQUAL 00.

ALT1       CLOSE BLOQJUD.

ALT1   0225-SOMA-BLOQUEIOS-FIM. EXIT.

      *-----------------------------------------------------------------
ALT1   0226-CONFERE-BLOQUEIO                     SECTION.

ALT1       IF BLQ-AGENCIA EQUAL CTA-AGENCIA
ALT1          AND BLQ-CONTA EQUAL CTA-CONTA
ALT1          AND BLQ-DATA-INICIO NOT GREATER WRK-DATA-HOJE
ALT1          AND (BLQ-DATA-LIBERACAO EQUAL ZEROS
ALT1           OR BLQ-DATA-LIBERACAO GREATER WRK-DATA-HOJE)
ALT1           ADD BLQ-VALOR-BLOQUEADO TO WRK-SALDO-BLOQUEADO
ALT1       END-IF.

ALT1       READ BLOQJUD.

ALT1   0226-CONFERE-BLOQUEIO-FIM. EXIT.

      *-----------------------------------------------------------------
       0230-MOSTRA-ASSINATURAS                   SECTION.

           DISPLAY "== ASSINATURAS ==".
