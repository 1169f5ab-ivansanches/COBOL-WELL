       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGFIDRL.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : RELATORIOS DO PROGRAMA DE PONTOS DA LOJA A
      *==               PARTIR DO RAZAO FIDMOV.txt (BOOK #FIDMOV):
      *==               - EXTRATO MENSAL (EXTRFID.txt): POR CLIENTE,
      *==                 SALDO ANTERIOR, PONTOS GANHOS (COMPRA E VOLTA
      *==                 DE RESGATE), RESGATADOS, ESTORNADOS NAS
      *==                 DEVOLUCOES, EXPIRADOS E SALDO FINAL DO MES
      *==                 (NOME DO CLIENTES.dat);
      *==               - PASSIVO DE PONTOS (PASSFID.txt): PONTOS EM
      *==                 ABERTO NO FIM DO MES, CLIENTES COM SALDO E O
      *==                 VALOR EM REAIS PELA REGRA DE RESGATE DO
      *==                 FIDPARAM.txt (BOOK #FIDPARM);
      *==               - RAZAO DE UM CLIENTE (OPCIONAL, NO CONSOLE):
      *==                 TODOS OS LANCAMENTOS COM O SALDO CORRENTE.
      *==               O PRGFIDEX DEVE TER RODADO NO FIM DO MES PARA
      *==               AS EXPIRACOES APARECEREM
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

           SELECT FIDPARAM ASSIGN TO "FIDPARAM.txt"
               FILE STATUS IS WRK-FS-FIDPARAM.

           SELECT CLIENTES ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\CLIENTES.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS REG-ID
               ALTERNATE RECORD KEY     IS REG-NOME
                                        WITH DUPLICATES
               FILE STATUS IS WRK-FS-CLIENTES.

           SELECT EXTRFID ASSIGN TO "EXTRFID.txt"
               FILE STATUS IS WRK-FS-EXTRFID.

           SELECT PASSFID ASSIGN TO "PASSFID.txt"
               FILE STATUS IS WRK-FS-PASSFID.

      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD  FIDMOV.
       COPY "#FIDMOV".

       FD  FIDPARAM.
       COPY "#FIDPARM".

       FD  CLIENTES.
       COPY "#CLIREG".

       FD  EXTRFID.
       01  REG-EXTRFID                   PIC X(80).

       FD  PASSFID.
       01  REG-PASSFID                   PIC X(80).

       WORKING-STORAGE                           SECTION.
       77  WRK-FS-FIDMOV                 PIC 99    VALUE ZEROS.
       77  WRK-FS-FIDPARAM               PIC 99    VALUE ZEROS.
       77  WRK-FS-CLIENTES               PIC 99    VALUE ZEROS.
       77  WRK-FS-EXTRFID                PIC 99    VALUE ZEROS.
       77  WRK-FS-PASSFID                PIC 99    VALUE ZEROS.

       77  WRK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WRK-PONTOS-POR-REAL           PIC 9(03) VALUE 100.
       77  WRK-CLIENTE-RAZAO             PIC 9(04) VALUE ZEROS.
       77  WRK-SALDO-RAZAO               PIC S9(09) VALUE ZEROS.
       77  WRK-CLIENTES-ABERTO           PIC X(01) VALUE "N".
           88 WRK-CLIENTES-OK                       VALUE "S".

       77  WRK-QT-CLIENTES               PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-CLI                   PIC 9(03) VALUE ZEROS.
       77  WRK-ACHOU-CLI                 PIC X(01) VALUE "N".
           88 WRK-ACHOU-CLI-SIM                     VALUE "S".
           88 WRK-ACHOU-CLI-NAO                     VALUE "N".
       77  WRK-SALDO-FINAL               PIC S9(09) VALUE ZEROS.

       77  WRK-TOT-GANHOS                PIC 9(11) VALUE ZEROS.
       77  WRK-TOT-RESGATADOS            PIC 9(11) VALUE ZEROS.
       77  WRK-TOT-ESTORNADOS            PIC 9(11) VALUE ZEROS.
       77  WRK-TOT-EXPIRADOS             PIC 9(11) VALUE ZEROS.
       77  WRK-TOT-PASSIVO               PIC 9(11) VALUE ZEROS.
       77  WRK-TOT-CLIENTES-SALDO        PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-PASSIVO             PIC 9(11)V99 VALUE ZEROS.

      *========== MES DO EXTRATO
       01  WRK-MES-EXTRATO.
           05 WRK-MES-ANO                PIC 9(04) VALUE ZEROS.
           05 WRK-MES-MES                PIC 9(02) VALUE ZEROS.
       01  WRK-MES-EXTRATO-N REDEFINES WRK-MES-EXTRATO PIC 9(06).

       01  WRK-DATA-MOV.
           05 WRK-DMOV-ANOMES            PIC 9(06).
           05 WRK-DMOV-DIA               PIC 9(02).
       01  WRK-DATA-MOV-N REDEFINES WRK-DATA-MOV PIC 9(08).

      *========== MOVIMENTO DO MES POR CLIENTE
       01  WRK-TAB-CLIENTES.
           05 WRK-TAB-CLIENTES-OCO OCCURS 500 TIMES.
              10 WRK-CLI-REG-ID          PIC 9(04).
              10 WRK-CLI-ANTERIOR        PIC S9(09).
              10 WRK-CLI-GANHOS          PIC 9(09).
              10 WRK-CLI-RESGATADOS      PIC 9(09).
              10 WRK-CLI-ESTORNADOS      PIC 9(09).
              10 WRK-CLI-EXPIRADOS       PIC 9(09).

       01  WRK-LIN-CABECALHO.
           05 FILLER                     PIC X(36) VALUE
              "EXTRATO MENSAL DE PONTOS - MES/ANO: ".
           05 WRK-CAB-MES                PIC 99.
           05 FILLER                     PIC X(01) VALUE "/".
           05 WRK-CAB-ANO                PIC 9(04).

       01  WRK-LIN-TITULO.
           05 FILLER                     PIC X(43) VALUE
              "CLI  NOME                 ANTERIOR   GANHOS".
           05 FILLER                     PIC X(37) VALUE
              "  RESGATE  ESTORNO  EXPIROU    SALDO".

       01  WRK-LIN-DETALHE.
           05 WRK-DET-REG-ID             PIC 9(04).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DET-NOME               PIC X(20).
           05 WRK-DET-ANTERIOR           PIC -ZZZZZZZ9.
           05 WRK-DET-GANHOS             PIC ZZZZZZZZ9.
           05 WRK-DET-RESGATADOS         PIC ZZZZZZZZ9.
           05 WRK-DET-ESTORNADOS         PIC ZZZZZZZZ9.
           05 WRK-DET-EXPIRADOS          PIC ZZZZZZZZ9.
           05 WRK-DET-SALDO              PIC -ZZZZZZZ9.

       01  WRK-LIN-PASSIVO.
           05 WRK-PAS-ROTULO             PIC X(40).
           05 WRK-PAS-VALOR              PIC ZZZ.ZZZ.ZZZ.ZZ9.

       01  WRK-LIN-PASSIVO-REAIS.
           05 FILLER                     PIC X(40) VALUE
              "VALOR DO PASSIVO EM REAIS..............:".
           05 WRK-PAS-REAIS              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WRK-LIN-RAZAO.
           05 WRK-RAZ-DATA               PIC 9(08).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-RAZ-TIPO               PIC X(01).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-RAZ-PONTOS             PIC ZZZZZZ9.
           05 FILLER                     PIC X(07) VALUE " CUPOM ".
           05 WRK-RAZ-CUPOM              PIC 9(06).
           05 FILLER                     PIC X(05) VALUE " VAL ".
           05 WRK-RAZ-VALIDADE           PIC 9(08).
           05 FILLER                     PIC X(07) VALUE " SALDO ".
           05 WRK-RAZ-SALDO              PIC -ZZZZZZZ9.

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.

           DISPLAY "======= RELATORIOS DO PROGRAMA DE PONTOS =======".

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "MES DO EXTRATO (AAAAMM)..".
           ACCEPT WRK-MES-EXTRATO-N.
           IF WRK-MES-MES LESS 1 OR WRK-MES-MES GREATER 12
               DISPLAY "MES INVALIDO!"
               STOP RUN
           END-IF.

           DISPLAY "CLIENTE PARA LISTAR O RAZAO (ZERO=NENHUM)..".
           ACCEPT WRK-CLIENTE-RAZAO.

           OPEN INPUT FIDMOV.
           IF WRK-FS-FIDMOV NOT EQUAL 00
               DISPLAY "FIDMOV.txt NAO ABRIU - SEM MOVIMENTO DE PONTOS."
               STOP RUN
           END-IF.

           OPEN INPUT FIDPARAM.
           IF WRK-FS-FIDPARAM EQUAL 00
               READ FIDPARAM
               PERFORM 0110-LE-REGRA
                   UNTIL WRK-FS-FIDPARAM NOT EQUAL 00
               CLOSE FIDPARAM
           END-IF.

           OPEN INPUT CLIENTES.
           IF WRK-FS-CLIENTES EQUAL 00
               SET WRK-CLIENTES-OK TO TRUE
           ELSE
               DISPLAY "CLIENTES.dat NAO ABRIU - EXTRATO SEM NOMES."
           END-IF.

           OPEN OUTPUT EXTRFID PASSFID.

       0100-INICIAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0110-LE-REGRA                             SECTION.

           IF FPA-GERAL
               MOVE FPA-PONTOS-POR-REAL TO WRK-PONTOS-POR-REAL
           END-IF.

           READ FIDPARAM.

       0110-LE-REGRA-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           IF WRK-CLIENTE-RAZAO GREATER ZEROS
               DISPLAY "---- RAZAO DE PONTOS DO CLIENTE "
                   WRK-CLIENTE-RAZAO " ----"
               DISPLAY "DATA     T  PONTOS"
           END-IF.

           READ FIDMOV.
           PERFORM 0210-ACUMULA-MOVIMENTO
               UNTIL WRK-FS-FIDMOV NOT EQUAL 00.
           CLOSE FIDMOV.

       0200-PROCESSAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0210-ACUMULA-MOVIMENTO                    SECTION.

           IF FDM-REG-ID EQUAL WRK-CLIENTE-RAZAO
               PERFORM 0230-LINHA-RAZAO
           END-IF.

           MOVE FDM-DATA TO WRK-DATA-MOV-N.
           IF WRK-DMOV-ANOMES GREATER WRK-MES-EXTRATO-N
               GO TO 0210-ACUMULA-MOVIMENTO-LER
           END-IF.

           PERFORM 0220-LOCALIZA-CLIENTE.
           IF WRK-ACHOU-CLI-NAO
               GO TO 0210-ACUMULA-MOVIMENTO-LER
           END-IF.

           IF WRK-DMOV-ANOMES LESS WRK-MES-EXTRATO-N
               IF FDM-CREDITO
                   ADD FDM-PONTOS TO WRK-CLI-ANTERIOR(WRK-IDX-CLI)
               ELSE
                   SUBTRACT FDM-PONTOS FROM
                       WRK-CLI-ANTERIOR(WRK-IDX-CLI)
               END-IF
               GO TO 0210-ACUMULA-MOVIMENTO-LER
           END-IF.

           IF FDM-CREDITO
               ADD FDM-PONTOS TO WRK-CLI-GANHOS(WRK-IDX-CLI)
           END-IF.
           IF FDM-RESGATE
               ADD FDM-PONTOS TO WRK-CLI-RESGATADOS(WRK-IDX-CLI)
           END-IF.
           IF FDM-ESTORNO
               ADD FDM-PONTOS TO WRK-CLI-ESTORNADOS(WRK-IDX-CLI)
           END-IF.
           IF FDM-EXPIRACAO
               ADD FDM-PONTOS TO WRK-CLI-EXPIRADOS(WRK-IDX-CLI)
           END-IF.

       0210-ACUMULA-MOVIMENTO-LER.

           READ FIDMOV.

       0210-ACUMULA-MOVIMENTO-FIM. EXIT.

      *-----------------------------------------------------------------
       0220-LOCALIZA-CLIENTE                     SECTION.

           SET WRK-ACHOU-CLI-NAO TO TRUE.
           PERFORM 0221-PROCURA-CLIENTE
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
                   MOVE ZEROS      TO WRK-CLI-ANTERIOR(WRK-IDX-CLI)
                                      WRK-CLI-GANHOS(WRK-IDX-CLI)
                                      WRK-CLI-RESGATADOS(WRK-IDX-CLI)
                                      WRK-CLI-ESTORNADOS(WRK-IDX-CLI)
                                      WRK-CLI-EXPIRADOS(WRK-IDX-CLI)
                   SET WRK-ACHOU-CLI-SIM TO TRUE
               ELSE
                   DISPLAY "TABELA DE CLIENTES CHEIA - IGNORADO: "
                       FDM-REG-ID
               END-IF
           END-IF.

       0220-LOCALIZA-CLIENTE-FIM. EXIT.

      *-----------------------------------------------------------------
       0221-PROCURA-CLIENTE                      SECTION.

           IF WRK-CLI-REG-ID(WRK-IDX-CLI) EQUAL FDM-REG-ID
               SET WRK-ACHOU-CLI-SIM TO TRUE
           END-IF.

       0221-PROCURA-CLIENTE-FIM. EXIT.

      *-----------------------------------------------------------------
       0230-LINHA-RAZAO                          SECTION.

           IF FDM-CREDITO
               ADD FDM-PONTOS TO WRK-SALDO-RAZAO
           ELSE
               SUBTRACT FDM-PONTOS FROM WRK-SALDO-RAZAO
           END-IF.

           MOVE FDM-DATA        TO WRK-RAZ-DATA.
           MOVE FDM-TIPO        TO WRK-RAZ-TIPO.
           MOVE FDM-PONTOS      TO WRK-RAZ-PONTOS.
           MOVE FDM-CUPOM       TO WRK-RAZ-CUPOM.
           MOVE FDM-VALIDADE    TO WRK-RAZ-VALIDADE.
           MOVE WRK-SALDO-RAZAO TO WRK-RAZ-SALDO.
           DISPLAY WRK-LIN-RAZAO.

       0230-LINHA-RAZAO-FIM. EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

           MOVE WRK-MES-MES       TO WRK-CAB-MES.
           MOVE WRK-MES-ANO       TO WRK-CAB-ANO.
           MOVE WRK-LIN-CABECALHO TO REG-EXTRFID.
           WRITE REG-EXTRFID.
           MOVE WRK-LIN-TITULO    TO REG-EXTRFID.
           WRITE REG-EXTRFID.

           PERFORM 0310-IMPRIME-CLIENTE
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL WRK-IDX-CLI GREATER WRK-QT-CLIENTES.

           PERFORM 0320-IMPRIME-PASSIVO.

           IF WRK-CLIENTES-OK
               CLOSE CLIENTES
           END-IF.
           CLOSE EXTRFID PASSFID.

           DISPLAY "CLIENTES NO EXTRATO..: " WRK-QT-CLIENTES.
           DISPLAY "EXTRATO EM EXTRFID.txt E PASSIVO EM PASSFID.txt".
           DISPLAY "======= FIM RELATORIOS DE PONTOS =======".

       0300-FINALIZAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0310-IMPRIME-CLIENTE                      SECTION.

           COMPUTE WRK-SALDO-FINAL = WRK-CLI-ANTERIOR(WRK-IDX-CLI)
                 + WRK-CLI-GANHOS(WRK-IDX-CLI)
                 - WRK-CLI-RESGATADOS(WRK-IDX-CLI)
                 - WRK-CLI-ESTORNADOS(WRK-IDX-CLI)
                 - WRK-CLI-EXPIRADOS(WRK-IDX-CLI).

           ADD WRK-CLI-GANHOS(WRK-IDX-CLI)     TO WRK-TOT-GANHOS.
           ADD WRK-CLI-RESGATADOS(WRK-IDX-CLI) TO WRK-TOT-RESGATADOS.
           ADD WRK-CLI-ESTORNADOS(WRK-IDX-CLI) TO WRK-TOT-ESTORNADOS.
           ADD WRK-CLI-EXPIRADOS(WRK-IDX-CLI)  TO WRK-TOT-EXPIRADOS.
           IF WRK-SALDO-FINAL GREATER ZEROS
               ADD WRK-SALDO-FINAL TO WRK-TOT-PASSIVO
               ADD 1               TO WRK-TOT-CLIENTES-SALDO
           END-IF.

           MOVE SPACES TO WRK-DET-NOME.
           IF WRK-CLIENTES-OK
               MOVE WRK-CLI-REG-ID(WRK-IDX-CLI) TO REG-ID
               READ CLIENTES KEY IS REG-ID
                   INVALID KEY
                       MOVE "*** NAO CADASTRADO" TO WRK-DET-NOME
                   NOT INVALID KEY
                       MOVE REG-NOME TO WRK-DET-NOME
               END-READ
           END-IF.

           MOVE WRK-CLI-REG-ID(WRK-IDX-CLI)     TO WRK-DET-REG-ID.
           MOVE WRK-CLI-ANTERIOR(WRK-IDX-CLI)   TO WRK-DET-ANTERIOR.
           MOVE WRK-CLI-GANHOS(WRK-IDX-CLI)     TO WRK-DET-GANHOS.
           MOVE WRK-CLI-RESGATADOS(WRK-IDX-CLI) TO WRK-DET-RESGATADOS.
           MOVE WRK-CLI-ESTORNADOS(WRK-IDX-CLI) TO WRK-DET-ESTORNADOS.
           MOVE WRK-CLI-EXPIRADOS(WRK-IDX-CLI)  TO WRK-DET-EXPIRADOS.
           MOVE WRK-SALDO-FINAL                 TO WRK-DET-SALDO.
           MOVE WRK-LIN-DETALHE TO REG-EXTRFID.
           WRITE REG-EXTRFID.

       0310-IMPRIME-CLIENTE-FIM. EXIT.

      *-----------------------------------------------------------------
      *    PASSIVO - PONTOS EM ABERTO NO FIM DO MES VALORIZADOS PELA
      *    REGRA DE RESGATE (PONTOS / PONTOS-POR-REAL)
      *-----------------------------------------------------------------
       0320-IMPRIME-PASSIVO                      SECTION.

           MOVE "PASSIVO DO PROGRAMA DE PONTOS - FIM DO MES:"
                                   TO REG-PASSFID.
           WRITE REG-PASSFID.
           MOVE WRK-LIN-CABECALHO  TO REG-PASSFID.
           WRITE REG-PASSFID.

           MOVE "PONTOS GANHOS NO MES...................:"
                                   TO WRK-PAS-ROTULO.
           MOVE WRK-TOT-GANHOS     TO WRK-PAS-VALOR.
           PERFORM 0321-GRAVA-PASSIVO.
           MOVE "PONTOS RESGATADOS NO MES...............:"
                                   TO WRK-PAS-ROTULO.
           MOVE WRK-TOT-RESGATADOS TO WRK-PAS-VALOR.
           PERFORM 0321-GRAVA-PASSIVO.
           MOVE "PONTOS ESTORNADOS NO MES...............:"
                                   TO WRK-PAS-ROTULO.
           MOVE WRK-TOT-ESTORNADOS TO WRK-PAS-VALOR.
           PERFORM 0321-GRAVA-PASSIVO.
           MOVE "PONTOS EXPIRADOS NO MES................:"
                                   TO WRK-PAS-ROTULO.
           MOVE WRK-TOT-EXPIRADOS  TO WRK-PAS-VALOR.
           PERFORM 0321-GRAVA-PASSIVO.
           MOVE "CLIENTES COM SALDO.....................:"
                                   TO WRK-PAS-ROTULO.
           MOVE WRK-TOT-CLIENTES-SALDO TO WRK-PAS-VALOR.
           PERFORM 0321-GRAVA-PASSIVO.
           MOVE "PONTOS EM ABERTO.......................:"
                                   TO WRK-PAS-ROTULO.
           MOVE WRK-TOT-PASSIVO    TO WRK-PAS-VALOR.
           PERFORM 0321-GRAVA-PASSIVO.

           MOVE ZEROS TO WRK-VALOR-PASSIVO.
           IF WRK-PONTOS-POR-REAL GREATER ZEROS
               COMPUTE WRK-VALOR-PASSIVO ROUNDED =
                       WRK-TOT-PASSIVO / WRK-PONTOS-POR-REAL
           END-IF.
           MOVE WRK-VALOR-PASSIVO     TO WRK-PAS-REAIS.
           MOVE WRK-LIN-PASSIVO-REAIS TO REG-PASSFID.
           WRITE REG-PASSFID.
           DISPLAY WRK-LIN-PASSIVO-REAIS.

       0320-IMPRIME-PASSIVO-FIM. EXIT.

      *-----------------------------------------------------------------
       0321-GRAVA-PASSIVO                        SECTION.

           MOVE WRK-LIN-PASSIVO TO REG-PASSFID.
           WRITE REG-PASSFID.
           DISPLAY WRK-LIN-PASSIVO.

       0321-GRAVA-PASSIVO-FIM. EXIT.
