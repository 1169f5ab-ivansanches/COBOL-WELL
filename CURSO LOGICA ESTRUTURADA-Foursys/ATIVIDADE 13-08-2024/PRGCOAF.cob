      *  REGCAM                INPUT                  #REGCAM
      *  CONTAS                INPUT                  #CONTAS
      *  CLIENTES              INPUT                  #CLIREG
      *  TITULARES             INPUT                  #TITULAR
      *  COAFPRM               INPUT
      *  RELCOAF               OUTPUT
      *
      *-----------------------------------------------------------------
      * ALTERACOES.:
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   CONTA CONJUNTA - O MOVIMENTO PASSOU A SER ATRIBUIDO A TODOS
      *   OS TITULARES DA CONTA (CTA-REG-ID MAIS OS SEGUNDOS TITULARES
      *   ATIVOS DO TITULARES.txt), ENTRANDO NO TOTAL DO DIA DE CADA
      *   REG-CPFCNPJ DISTINTO; O MESMO DOCUMENTO EM DOIS PAPEIS DA
      *   CONTA CONTA UMA VEZ SO
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================
                                        WITH DUPLICATES
               FILE STATUS              IS FS-CLIENTES.

           SELECT TITULARES             ASSIGN TO
                                        WRK-CAMINHO-TITULARES
               FILE STATUS              IS FS-TITULARES.

           SELECT COAFPRM               ASSIGN TO
                                        WRK-CAMINHO-COAFPRM
               FILE STATUS              IS FS-COAFPRM.

      *----------------------------------------------------------------*
      *     INPUT -  MOVIMENTO POSTADO DO DIA (REGCAM)
      *                               LRECL = 046
      *----------------------------------------------------------------*
       FD  REGCAM.
       COPY '#REGCAM'.
       FD  CLIENTES.
       COPY '#CLIREG'.

      *----------------------------------------------------------------*
      *     INPUT -  TITULARES DAS CONTAS (TITULARES)
      *                               LRECL = 034
      *----------------------------------------------------------------*
       FD  TITULARES.
       COPY '#TITULAR'.

      *----------------------------------------------------------------*
      *     INPUT -  LIMITE DE VALOR RELEVANTE
      *                               LRECL = 010
       77  FS-REGCAM                    PIC 9(002).
       77  FS-CONTAS                    PIC 9(002).
       77  FS-CLIENTES                  PIC 9(002).
       77  FS-TITULARES                 PIC 9(002).
       77  FS-COAFPRM                   PIC 9(002).
       77  FS-RELCOAF                   PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-REGCAM           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CONTAS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-TITULARES        PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-COAFPRM          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RELCOAF          PIC X(060)        VALUES SPACES.

               10 WRK-CTA-CONTA             PIC 9(005).
               10 WRK-CTA-REG-ID            PIC 9(004).

      *== SEGUNDOS TITULARES ATIVOS (AG+CONTA -> REG-ID)
       01  WRK-QT-TITULARES             PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-TIT                  PIC 9(003)        VALUES ZEROS.
       01  WRK-TAB-TITULARES.
           05 WRK-TIT-OCO               OCCURS 500 TIMES.
               10 WRK-TIT-AGENCIA           PIC 9(004).
               10 WRK-TIT-CONTA             PIC 9(005).
               10 WRK-TIT-REG-ID            PIC 9(004).

      *== DOCUMENTOS DOS TITULARES DA CONTA DO MOVIMENTO
       01  WRK-ID-TITULAR               PIC 9(004)        VALUES ZEROS.
       01  WRK-QT-DOCS                  PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-DOC                  PIC 9(002)        VALUES ZEROS.
       01  WRK-DOC-REPETIDO             PIC X(001)        VALUES "N".
           88 WRK-DOC-JA-GUARDADO                 VALUES "S".
           88 WRK-DOC-NOVO                        VALUES "N".
       01  WRK-TAB-DOCS.
           05 WRK-DOC-TITULAR           OCCURS 10 TIMES
                                        PIC 9(014).

      *== MOVIMENTOS GUARDADOS PARA A SEGUNDA PASSADA
       01  WRK-QT-MOVS                  PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-MOV                  PIC 9(004)        VALUES ZEROS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CONTAS.dat"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CONTAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\TITULARES.txt"     DELIMITED BY SIZE
                  INTO WRK-CAMINHO-TITULARES.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\COAFPRM.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-COAFPRM.

           PERFORM 0110-RECEBE-PARAMETRO.
           PERFORM 0120-CARREGA-CONTAS.
           PERFORM 0130-CARREGA-TITULARES.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
       0121-GUARDA-CONTA-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    ARQUIVO DE TITULARES AUSENTE = TODAS AS CONTAS INDIVIDUAIS
      *-----------------------------------------------------------------
       0130-CARREGA-TITULARES                    SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT TITULARES.
           IF FS-TITULARES NOT EQUAL 00
               GO TO 0130-CARREGA-TITULARES-FIM
           END-IF.

           READ TITULARES.
           PERFORM 0131-GUARDA-TITULAR
               UNTIL FS-TITULARES NOT EQUAL 00.

           CLOSE TITULARES.

       0130-CARREGA-TITULARES-FIM.               EXIT.

      *-----------------------------------------------------------------
       0131-GUARDA-TITULAR                       SECTION.
      *-----------------------------------------------------------------

           IF TIT-ATIVO
              AND TIT-SEGUNDO
              AND WRK-QT-TITULARES LESS 500
               ADD 1 TO WRK-QT-TITULARES
               MOVE TIT-AGENCIA TO WRK-TIT-AGENCIA(WRK-QT-TITULARES)
               MOVE TIT-CONTA   TO WRK-TIT-CONTA(WRK-QT-TITULARES)
               MOVE TIT-REG-ID  TO WRK-TIT-REG-ID(WRK-QT-TITULARES)
           END-IF.

           READ TITULARES.

       0131-GUARDA-TITULAR-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    CADA DETALHE DO REGCAM E CASADO COM O DOCUMENTO DE CADA
      *    TITULAR DA CONTA E ACUMULADO NO GRUPO DOCUMENTO+DATA DE
      *    CADA UM; MOVIMENTO SEM DONO IDENTIFICAVEL E CONTADO MAS NAO
      *    AGRUPADO
      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0210-ACHA-DOCUMENTO.

           IF WRK-QT-DOCS EQUAL ZEROS
               ADD 1 TO ACU-SEM-DONO
               GO TO 0200-PROCESSAR-LER
           END-IF.

           PERFORM 0230-REGISTRA-DOCUMENTO
               VARYING WRK-IDX-DOC FROM 1 BY 1
               UNTIL WRK-IDX-DOC GREATER WRK-QT-DOCS.

       0200-PROCESSAR-LER.


       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    MONTA EM WRK-TAB-DOCS OS DOCUMENTOS DISTINTOS DOS TITULARES
      *    DA CONTA DO MOVIMENTO - PRIMEIRO O CTA-REG-ID, DEPOIS OS
      *    SEGUNDOS TITULARES ATIVOS
      *-----------------------------------------------------------------
       0210-ACHA-DOCUMENTO                       SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-QT-DOCS.

           SET WRK-CONTA-NAO-ACHADA TO TRUE.
           PERFORM 0211-COMPARA-CONTA
           END-IF.

           SUBTRACT 1 FROM WRK-IDX-CONTA.
           MOVE WRK-CTA-REG-ID(WRK-IDX-CONTA) TO WRK-ID-TITULAR.
           PERFORM 0212-GUARDA-DOCUMENTO.

           PERFORM 0213-CONFERE-SEGUNDO
               VARYING WRK-IDX-TIT FROM 1 BY 1
               UNTIL WRK-IDX-TIT GREATER WRK-QT-TITULARES.

       0210-ACHA-DOCUMENTO-FIM.                  EXIT.


       0211-COMPARA-CONTA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0212-GUARDA-DOCUMENTO                     SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-ID-TITULAR TO REG-ID.
           READ CLIENTES KEY IS REG-ID
               INVALID KEY
                   GO TO 0212-GUARDA-DOCUMENTO-FIM
           END-READ.

           IF REG-CPFCNPJ EQUAL ZEROS
              OR WRK-QT-DOCS NOT LESS 10
               GO TO 0212-GUARDA-DOCUMENTO-FIM
           END-IF.

           SET WRK-DOC-NOVO TO TRUE.
           PERFORM 0214-COMPARA-DOCUMENTO
               VARYING WRK-IDX-DOC FROM 1 BY 1
               UNTIL WRK-IDX-DOC GREATER WRK-QT-DOCS
                  OR WRK-DOC-JA-GUARDADO.

           IF WRK-DOC-NOVO
               ADD 1 TO WRK-QT-DOCS
               MOVE REG-CPFCNPJ TO WRK-DOC-TITULAR(WRK-QT-DOCS)
           END-IF.

       0212-GUARDA-DOCUMENTO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0213-CONFERE-SEGUNDO                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-TIT-AGENCIA(WRK-IDX-TIT) EQUAL REG-AGENCIA-REGCAM
              AND WRK-TIT-CONTA(WRK-IDX-TIT) EQUAL REG-CONTA-REGCAM
              AND WRK-TIT-REG-ID(WRK-IDX-TIT) NOT EQUAL
                  WRK-CTA-REG-ID(WRK-IDX-CONTA)
               MOVE WRK-TIT-REG-ID(WRK-IDX-TIT) TO WRK-ID-TITULAR
               PERFORM 0212-GUARDA-DOCUMENTO
           END-IF.

       0213-CONFERE-SEGUNDO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0214-COMPARA-DOCUMENTO                    SECTION.
      *-----------------------------------------------------------------

           IF WRK-DOC-TITULAR(WRK-IDX-DOC) EQUAL REG-CPFCNPJ
               SET WRK-DOC-JA-GUARDADO TO TRUE
           END-IF.

       0214-COMPARA-DOCUMENTO-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    GUARDA O MOVIMENTO, ACUMULA O GRUPO E CONFERE O LIMITE
      *    ISOLADO PARA UM DOS DOCUMENTOS TITULARES DA CONTA
      *-----------------------------------------------------------------
       0230-REGISTRA-DOCUMENTO                   SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DOC-TITULAR(WRK-IDX-DOC) TO WRK-DOC-CORRENTE.

           IF WRK-QT-MOVS LESS 2000
               ADD 1 TO WRK-QT-MOVS
               MOVE WRK-DOC-CORRENTE        TO WRK-MOV-DOC(WRK-QT-MOVS)
               MOVE REG-DATA-REGCAM         TO WRK-MOV-DATA(WRK-QT-MOVS)
               MOVE REG-AGENCIA-REGCAM      TO
                   WRK-MOV-AGENCIA(WRK-QT-MOVS)
               MOVE REG-CONTA-REGCAM        TO
                   WRK-MOV-CONTA(WRK-QT-MOVS)
               MOVE REG-LANCAMENTO-REGCAM   TO
                   WRK-MOV-VALOR(WRK-QT-MOVS)
               MOVE REG-TIPO-LANCAMENTO-REGCAM TO
                   WRK-MOV-TIPO(WRK-QT-MOVS)
               MOVE REG-ID-LOTE-REGCAM      TO
                   WRK-MOV-ID-LOTE(WRK-QT-MOVS)
               MOVE REG-ID-SEQ-REGCAM       TO
                   WRK-MOV-ID-SEQ(WRK-QT-MOVS)
           END-IF.

           PERFORM 0220-ACUMULA-GRUPO.

           IF REG-LANCAMENTO-REGCAM NOT LESS WRK-LIMITE
               ADD 1 TO ACU-ACIMA-LIMITE
               MOVE WRK-DOC-CORRENTE      TO WRK-ACI-DOC
               MOVE REG-AGENCIA-REGCAM    TO WRK-ACI-AGENCIA
               MOVE REG-CONTA-REGCAM      TO WRK-ACI-CONTA
               MOVE REG-LANCAMENTO-REGCAM TO WRK-ACI-VALOR
               MOVE REG-ID-LOTE-REGCAM    TO WRK-ACI-LOTE
               MOVE REG-ID-SEQ-REGCAM     TO WRK-ACI-SEQ
               WRITE REG-RELCOAF FROM WRK-LIN-ACIMA
           END-IF.

       0230-REGISTRA-DOCUMENTO-FIM.              EXIT.

      *-----------------------------------------------------------------
       0220-ACUMULA-GRUPO                        SECTION.
      *-----------------------------------------------------------------
