      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
ALT1  *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
..    *==  CONTA CONJUNTA - A SECAO DE CONTAS PASSOU A TRAZER TAMBEM AS
..    *==  CONTAS EM QUE O TITULAR DOS DADOS E SEGUNDO TITULAR ATIVO
..    *==  NO TITULARES.txt (BOOK #TITULAR), COM O PAPEL DELE NA CONTA
..    *==  (P/S), A REGRA DE ASSINATURA E O REG-ID DOS CO-TITULARES;
..    *==  OS MOVIMENTOS DESSAS CONTAS ENTRAM NA SECAO DE MOVIMENTOS
      *=================================================================
ALT2  *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
..    *==  O MOVHIST VIROU ARQUIVO INDEXADO (MOVHIST.dat) CHAVEADO POR
..    *==  AGENCIA+CONTA+DATA+ORIGEM+LOTE+SEQ - A LEITURA CONTINUA
..    *==  SEQUENCIAL, AGORA PELA ORDEM DA CHAVE
      *=================================================================
ALT3  *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
..    *==  INCLUIDA A SECAO DE CONSENTIMENTOS: SITUACAO ATUAL POR
..    *==  FINALIDADE E CANAL (CONSENT.txt, BOOK #CONSENT) E A TRILHA
..    *==  COMPLETA DE OPT-IN/OPT-OUT (CONSHIST.txt, BOOK #CONSHIST).
..    *==  A CONTAGEM SAI A PARTE E NAO ENTRA NA CONFERENCIA DE
..    *==  EXPURGO - A PROVA DO CONSENTIMENTO E DA REVOGACAO E GUARDADA
..    *==  COMO CUMPRIMENTO DE OBRIGACAO LEGAL
      *=================================================================
       ENVIRONMENT                               DIVISION.

                                   FILE STATUS IS FS-FATURREG.

           SELECT MOVHIST ASSIGN
ALT2       TO "C:\ATIVIDADE3\MOVHIST.dat"
ALT2           ORGANIZATION             IS INDEXED
ALT2           ACCESS MODE              IS SEQUENTIAL
ALT2           RECORD KEY               IS MOV-CHAVE
                                   FILE STATUS IS FS-MOVHIST.

           SELECT AUDITCLI ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\KYCFILA.txt"
                                   FILE STATUS IS FS-KYCFILA.

ALT3       SELECT CONSENT ASSIGN
ALT3       TO "C:\ATIVIDADE3\CONSENT.txt"
ALT3                               FILE STATUS IS FS-CONSENT.

ALT3       SELECT CONSHIST ASSIGN
ALT3       TO "C:\ATIVIDADE3\CONSHIST.txt"
ALT3                               FILE STATUS IS FS-CONSHIST.

ALT1       SELECT TITULARES ASSIGN
ALT1       TO "C:\ATIVIDADE3\TITULARES.txt"
ALT1                               FILE STATUS IS FS-TITULARES.

           SELECT RELLGPD ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\RELLGPD.txt"
                                   FILE STATUS IS FS-RELLGPD.
       FD KYCFILA.
       COPY "#KYCFILA".

ALT1   FD TITULARES.
ALT1   COPY "#TITULAR".

ALT3   FD CONSENT.
ALT3   COPY "#CONSENT".

ALT3   FD CONSHIST.
ALT3   COPY "#CONSHIST".

       FD RELLGPD.
       01  REG-RELLGPD                  PIC X(090).

       77  FS-REVISAOCLI                 PIC 9(02).
       77  FS-KYCFILA                    PIC 9(02).
       77  FS-RELLGPD                    PIC 9(02).
ALT1   77  FS-TITULARES                  PIC 9(02).
ALT3   77  FS-CONSENT                    PIC 9(02).
ALT3   77  FS-CONSHIST                   PIC 9(02).

       77  WRK-FS-DESCRICAO              PIC X(30) VALUE SPACES.

               10 WRK-CTA-AGENCIA            PIC 9(04).
               10 WRK-CTA-CONTA              PIC 9(05).

ALT1  *========== TITULARES DAS CONTAS (TITULARES.txt, SO ATIVOS)
ALT1   77  WRK-QT-TITULARES              PIC 9(03) VALUE ZEROS.
ALT1   77  WRK-IDX-TIT                   PIC 9(03) VALUE ZEROS.
ALT1   01  WRK-TAB-TITULARES.
ALT1       05 WRK-TIT-OCO                OCCURS 500 TIMES.
ALT1           10 WRK-TIT-AGENCIA            PIC 9(04).
ALT1           10 WRK-TIT-CONTA              PIC 9(05).
ALT1           10 WRK-TIT-REG-ID             PIC 9(04).
ALT1           10 WRK-TIT-ASSINATURA         PIC X(01).
ALT1   77  WRK-PAPEL                     PIC X(01) VALUE SPACES.
ALT1       88 WRK-PAPEL-NENHUM                     VALUE SPACES.
ALT1   77  WRK-ASSINATURA                PIC X(01) VALUE SPACES.

      *========== CONTAGENS POR ORIGEM (PROVA DE APAGAMENTO)
       77  ACU-CADASTRO                  PIC 9(03) VALUE ZEROS.
       77  ACU-CONTAS                    PIC 9(03) VALUE ZEROS.
       77  ACU-REGUA                     PIC 9(03) VALUE ZEROS.
       77  ACU-REVISAO                   PIC 9(03) VALUE ZEROS.
       77  ACU-TOTAL                     PIC 9(06) VALUE ZEROS.
ALT3   77  ACU-CONSENTIMENTO             PIC 9(05) VALUE ZEROS.

       01  WRK-LINHA-REL                 PIC X(090) VALUE SPACES.

               PERFORM 0250-SECAO-AUDITORIA
               PERFORM 0260-SECAO-REGUA
               PERFORM 0270-SECAO-REVISAO
ALT3           PERFORM 0280-SECAO-CONSENTIMENTO
           END-IF.
           PERFORM 0900-FINALIZAR.
           GOBACK.
           MOVE "== ORIGEM: CONTAS.dat ==" TO WRK-LINHA-REL.
           PERFORM 0190-GRAVA-LINHA.

ALT1       PERFORM 0212-CARREGA-TITULARES.

           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL 00
               GO TO 0210-SECAO-CONTAS-FIM
      *-----------------------------------------------------------------
       0211-CONFERE-CONTA                        SECTION.

ALT1       MOVE SPACES TO WRK-PAPEL.
ALT1       MOVE "I"    TO WRK-ASSINATURA.
ALT1       IF CTA-REG-ID EQUAL WRK-ID
ALT1           MOVE "P" TO WRK-PAPEL
ALT1       END-IF.
ALT1       PERFORM 0214-CONFERE-TITULAR
ALT1           VARYING WRK-IDX-TIT FROM 1 BY 1
ALT1           UNTIL WRK-IDX-TIT GREATER WRK-QT-TITULARES.

ALT1       IF NOT WRK-PAPEL-NENHUM
               ADD 1 TO ACU-CONTAS
               IF WRK-QT-CONTAS LESS 20
                   ADD 1 TO WRK-QT-CONTAS
               END-IF
               STRING "AG " CTA-AGENCIA " CTA " CTA-CONTA
                   " SIT " CTA-SITUACAO " TIPO " CTA-TIPO-CONTA
ALT1               " TITULAR " WRK-PAPEL " ASSINATURA " WRK-ASSINATURA
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0190-GRAVA-LINHA
ALT1           IF CTA-REG-ID NOT EQUAL WRK-ID
ALT1               STRING "    CO-TITULAR " CTA-REG-ID " (P)"
ALT1                   DELIMITED BY SIZE INTO WRK-LINHA-REL
ALT1               PERFORM 0190-GRAVA-LINHA
ALT1           END-IF
ALT1           PERFORM 0215-LISTA-CO-TITULAR
ALT1               VARYING WRK-IDX-TIT FROM 1 BY 1
ALT1               UNTIL WRK-IDX-TIT GREATER WRK-QT-TITULARES
           END-IF.

           READ CONTAS NEXT.
       0211-CONFERE-CONTA-FIM. EXIT.

      *-----------------------------------------------------------------
ALT1   0212-CARREGA-TITULARES                    SECTION.

ALT1       OPEN INPUT TITULARES.
ALT1       IF FS-TITULARES NOT EQUAL 00
ALT1           GO TO 0212-CARREGA-TITULARES-FIM
ALT1       END-IF.

ALT1       READ TITULARES.
ALT1       PERFORM 0213-GUARDA-TITULAR
ALT1           UNTIL FS-TITULARES NOT EQUAL 00.

ALT1       CLOSE TITULARES.

ALT1   0212-CARREGA-TITULARES-FIM. EXIT.

      *-----------------------------------------------------------------
ALT1   0213-GUARDA-TITULAR                       SECTION.

ALT1       IF TIT-ATIVO
ALT1          AND WRK-QT-TITULARES LESS 500
ALT1           ADD 1 TO WRK-QT-TITULARES
ALT1           MOVE TIT-AGENCIA    TO WRK-TIT-AGENCIA(WRK-QT-TITULARES)
ALT1           MOVE TIT-CONTA      TO WRK-TIT-CONTA(WRK-QT-TITULARES)
ALT1           MOVE TIT-REG-ID     TO WRK-TIT-REG-ID(WRK-QT-TITULARES)
ALT1           MOVE TIT-ASSINATURA TO
ALT1               WRK-TIT-ASSINATURA(WRK-QT-TITULARES)
ALT1       END-IF.

ALT1       READ TITULARES.

ALT1   0213-GUARDA-TITULAR-FIM. EXIT.

      *-----------------------------------------------------------------
ALT1  *    SEGUNDO TITULAR ATIVO DA CONTA LIDA - O PAPEL SO VIRA "S" SE
ALT1  *    O TITULAR DOS DADOS NAO FOR O PRIMEIRO (CTA-REG-ID)
      *-----------------------------------------------------------------
ALT1   0214-CONFERE-TITULAR                      SECTION.

ALT1       IF WRK-TIT-AGENCIA(WRK-IDX-TIT) EQUAL CTA-AGENCIA
ALT1          AND WRK-TIT-CONTA(WRK-IDX-TIT) EQUAL CTA-CONTA
ALT1           MOVE WRK-TIT-ASSINATURA(WRK-IDX-TIT) TO WRK-ASSINATURA
ALT1           IF WRK-TIT-REG-ID(WRK-IDX-TIT) EQUAL WRK-ID
ALT1              AND WRK-PAPEL-NENHUM
ALT1               MOVE "S" TO WRK-PAPEL
ALT1           END-IF
ALT1       END-IF.

ALT1   0214-CONFERE-TITULAR-FIM. EXIT.

      *-----------------------------------------------------------------
ALT1   0215-LISTA-CO-TITULAR                     SECTION.

ALT1       IF WRK-TIT-AGENCIA(WRK-IDX-TIT) EQUAL CTA-AGENCIA
ALT1          AND WRK-TIT-CONTA(WRK-IDX-TIT) EQUAL CTA-CONTA
ALT1          AND WRK-TIT-REG-ID(WRK-IDX-TIT) NOT EQUAL CTA-REG-ID
ALT1          AND WRK-TIT-REG-ID(WRK-IDX-TIT) NOT EQUAL WRK-ID
ALT1           STRING "    CO-TITULAR " WRK-TIT-REG-ID(WRK-IDX-TIT)
ALT1               " (S)"
ALT1               DELIMITED BY SIZE INTO WRK-LINHA-REL
ALT1           PERFORM 0190-GRAVA-LINHA
ALT1       END-IF.

ALT1   0215-LISTA-CO-TITULAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0220-SECAO-ASSINATURAS                    SECTION.

           MOVE "== ORIGEM: CLIENTES2.dat ==" TO WRK-LINHA-REL.
      *-----------------------------------------------------------------
       0240-SECAO-MOVIMENTOS                     SECTION.

ALT2       MOVE "== ORIGEM: MOVHIST.dat ==" TO WRK-LINHA-REL.
           PERFORM 0190-GRAVA-LINHA.

           OPEN INPUT MOVHIST.
       0272-CONFERE-KYC-FIM. EXIT.

      *-----------------------------------------------------------------
ALT3  *    CONSENTIMENTOS - SITUACAO ATUAL E TRILHA DE MUDANCAS
      *-----------------------------------------------------------------
ALT3   0280-SECAO-CONSENTIMENTO                  SECTION.

ALT3       MOVE "== ORIGEM: CONSENT.txt / CONSHIST.txt =="
ALT3           TO WRK-LINHA-REL.
ALT3       PERFORM 0190-GRAVA-LINHA.

ALT3       OPEN INPUT CONSENT.
ALT3       IF FS-CONSENT EQUAL 00
ALT3           READ CONSENT
ALT3           PERFORM 0281-CONFERE-CONSENT
ALT3               UNTIL FS-CONSENT NOT EQUAL 00
ALT3           CLOSE CONSENT
ALT3       END-IF.

ALT3       OPEN INPUT CONSHIST.
ALT3       IF FS-CONSHIST EQUAL 00
ALT3           READ CONSHIST
ALT3           PERFORM 0282-CONFERE-CONSHIST
ALT3               UNTIL FS-CONSHIST NOT EQUAL 00
ALT3           CLOSE CONSHIST
ALT3       END-IF.

ALT3   0280-SECAO-CONSENTIMENTO-FIM. EXIT.

      *-----------------------------------------------------------------
ALT3   0281-CONFERE-CONSENT                      SECTION.

ALT3       IF CNS-REG-ID EQUAL WRK-ID
ALT3           ADD 1 TO ACU-CONSENTIMENTO
ALT3           STRING "ATUAL: FINALIDADE " CNS-FINALIDADE
ALT3               " CANAL " CNS-CANAL " SITUACAO " CNS-SITUACAO
ALT3               " DESDE " CNS-DATA " ORIGEM " CNS-ORIGEM
ALT3               DELIMITED BY SIZE INTO WRK-LINHA-REL
ALT3           PERFORM 0190-GRAVA-LINHA
ALT3       END-IF.

ALT3       READ CONSENT.

ALT3   0281-CONFERE-CONSENT-FIM. EXIT.

      *-----------------------------------------------------------------
ALT3   0282-CONFERE-CONSHIST                     SECTION.

ALT3       IF HIS-REG-ID EQUAL WRK-ID
ALT3           ADD 1 TO ACU-CONSENTIMENTO
ALT3           STRING "TRILHA: " HIS-DATA " " HIS-OPERACAO
ALT3               " FINALIDADE " HIS-FINALIDADE " CANAL " HIS-CANAL
ALT3               " DE " HIS-SITUACAO-ANTERIOR
ALT3               " PARA " HIS-SITUACAO-NOVA
ALT3               " ORIGEM " HIS-ORIGEM " POR " HIS-OPERADOR
ALT3               DELIMITED BY SIZE INTO WRK-LINHA-REL
ALT3           PERFORM 0190-GRAVA-LINHA
ALT3       END-IF.

ALT3       READ CONSHIST.

ALT3   0282-CONFERE-CONSHIST-FIM. EXIT.

      *-----------------------------------------------------------------
       0900-FINALIZAR                            SECTION.

           CLOSE CLIENTES.
           DISPLAY "AUDITORIA.....: " ACU-AUDITORIA.
           DISPLAY "REGUA.........: " ACU-REGUA.
           DISPLAY "FILAS REVISAO.: " ACU-REVISAO.
ALT3       DISPLAY "CONSENTIMENTOS: " ACU-CONSENTIMENTO
ALT3           " (GUARDADOS COMO PROVA, FORA DA CONFERENCIA)".
           IF WRK-MODO-CONFERENCIA
               IF ACU-TOTAL EQUAL ZEROS
                   DISPLAY "CONFERENCIA: APAGAMENTO TOTAL CONFIRMADO"
