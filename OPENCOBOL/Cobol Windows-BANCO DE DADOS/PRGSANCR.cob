       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGSANCR.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : REVISAO PELO SUPERVISOR DAS OCORRENCIAS NAS
      *==               LISTAS RESTRITIVAS (SANCOES E PEP) DEIXADAS EM
      *==               SANCFILA.txt PELA VARREDURA DO PRGSANC E PELA
      *==               INCLUSAO/ALTERACAO DO PRGARQ5. PARA CADA
      *==               PENDENTE O SUPERVISOR DECIDE: F = FALSO
      *==               POSITIVO (LIBERADO, NAO VOLTA NA VARREDURA), C =
      *==               CONFIRMADO - TODA CONTA ABERTA DO CLIENTE NO
      *==               CONTAS.dat (COMO DONO OU COMO TITULAR ATIVO NO
      *==               TITULARES.txt) E BLOQUEADA PELO MESMO CAMINHO
      *==               DO PRGARQ9, COM AUDITORIA EM AUDITCTA.txt E
      *==               IMAGEM-ANTES NO JORNCTA.txt, E A CONFIRMACAO
      *==               SAI NA TRILHA DO CLIENTE (AUDITCLI.txt, OPERACAO
      *==               "S"); P = PULAR. O SUPERVISOR NAO DECIDE
      *==               OCORRENCIA LEVANTADA POR ELE MESMO NO PRGARQ5.
      *==               CHAMADO PELO PRGMENU (OPCAO 8, SO SUPERVISOR),
      *==               REGRAVA A FILA VIA ARQUIVO DE TRABALHO
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
           SELECT SANCFILA ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\SANCFILA.txt"
               FILE STATUS          IS FS-SANCFILA.

           SELECT SANCTMP ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\SANCTMP.txt"
               FILE STATUS          IS FS-SANCTMP.

           SELECT CLIENTES ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\CLIENTES.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS REG-ID
               ALTERNATE RECORD KEY     IS REG-NOME
                                        WITH DUPLICATES
                                   FILE STATUS IS FS-CLIENTES.

           SELECT CONTAS ASSIGN
           TO "C:\ATIVIDADE3\CONTAS.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS CTA-CHAVE
                                   FILE STATUS IS FS-CONTAS.

           SELECT TITULARES ASSIGN
           TO "C:\ATIVIDADE3\TITULARES.txt"
                                   FILE STATUS IS FS-TITULARES.

           SELECT JORNCTA ASSIGN
           TO "C:\ATIVIDADE3\JORNCTA.txt"
                                   FILE STATUS IS FS-JORNCTA.

           SELECT AUDITCTA ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\AUDITCTA.txt"
               FILE STATUS          IS FS-AUDITCTA.

           SELECT AUDITCLI ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\AUDITCLI.txt"
               FILE STATUS          IS FS-AUDITCLI.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD SANCFILA.
       COPY "#SANCFILA".

       FD SANCTMP.
       01  REG-SANCTMP                   PIC X(161).

       FD CLIENTES.
       COPY "#CLIREG".

       FD CONTAS.
       COPY "#CONTAS".

       FD TITULARES.
       COPY "#TITULAR".

       FD JORNCTA.
       COPY "#JORNAL".

       FD AUDITCTA.
       COPY "#AUDITCTA".

       FD AUDITCLI.
       COPY "#AUDITCLI".

       WORKING-STORAGE                           SECTION.
       77  FS-SANCFILA                   PIC 9(02).
       77  FS-SANCTMP                    PIC 9(02).
       77  FS-CLIENTES                   PIC 9(02).
       77  FS-CONTAS                     PIC 9(02).
       77  FS-TITULARES                  PIC 9(02).
       77  FS-JORNCTA                    PIC 9(02).
       77  FS-AUDITCTA                   PIC 9(02).
       77  FS-AUDITCLI                   PIC 9(02).
       77  WRK-FS-DESCRICAO              PIC X(30) VALUE SPACES.
       77  WRK-MSG-ERRO                  PIC X(30) VALUE SPACES.

       77  WRK-SUPERVISOR                PIC X(10) VALUE SPACES.
       77  WRK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.

       77  WRK-CONTAS-ABERTO             PIC X(01) VALUE "N".
           88 WRK-CONTAS-OK                        VALUE "S".
           88 WRK-CONTAS-FORA                      VALUE "N".

       77  WRK-ACAO                      PIC X(01) VALUE SPACES.
           88 WRK-ACAO-FALSO-POSITIVO              VALUE "F".
           88 WRK-ACAO-CONFIRMAR                   VALUE "C".
           88 WRK-ACAO-PULAR                       VALUE "P".

      *========== CONTAS EM QUE O CLIENTE E TITULAR (TITULARES.txt)
       77  WRK-QT-TITULARIDADES          PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-TIT                   PIC 9(03) VALUE ZEROS.
       77  WRK-TIT-ACHADA                PIC X(01) VALUE "N".
           88 WRK-TIT-FOI-ACHADA                   VALUE "S".
           88 WRK-TIT-NAO-ACHADA                   VALUE "N".
       01  WRK-TAB-TITULARIDADES.
           05 WRK-TIT-OCO                OCCURS 100 TIMES.
               10 WRK-TIT-AGENCIA            PIC 9(04).
               10 WRK-TIT-CONTA              PIC 9(05).

       01  WRK-IMAGEM-ANTES              PIC X(050) VALUE SPACES.

       77  ACU-PENDENTES                 PIC 9(04) VALUE ZEROS.
       77  ACU-FALSOS-POSITIVOS          PIC 9(04) VALUE ZEROS.
       77  ACU-CONFIRMADAS               PIC 9(04) VALUE ZEROS.
       77  ACU-CONTAS-BLOQUEADAS         PIC 9(04) VALUE ZEROS.
       77  ACU-BLOQUEIOS-CLIENTE         PIC 9(04) VALUE ZEROS.

       LINKAGE                                   SECTION.
       01  LNK-OPERADOR                  PIC X(10).

      *-----------------------------------------------------------------
       PROCEDURE                DIVISION USING LNK-OPERADOR.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL FS-SANCFILA NOT EQUAL 00.
           PERFORM 0400-SUBSTITUI-FILA.
           PERFORM 0900-FINALIZAR.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                          SECTION.

           MOVE LNK-OPERADOR TO WRK-SUPERVISOR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "======= REVISAO DE LISTAS RESTRITIVAS =======".

           OPEN INPUT SANCFILA.
           IF FS-SANCFILA NOT EQUAL 00
               DISPLAY "NENHUMA OCORRENCIA REGISTRADA."
               GOBACK
           END-IF.

           OPEN INPUT CLIENTES.

           OPEN I-O CONTAS.
           IF FS-CONTAS EQUAL 00
               SET WRK-CONTAS-OK   TO TRUE
           ELSE
               SET WRK-CONTAS-FORA TO TRUE
               DISPLAY "CONTAS.dat NAO ABERTO - CONFIRMACAO "
                   "INDISPONIVEL NESTA SESSAO!"
               CALL "FSTATUS" USING FS-CONTAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
           END-IF.

           OPEN OUTPUT SANCTMP.

           OPEN EXTEND AUDITCTA.
           IF FS-AUDITCTA EQUAL 35
               OPEN OUTPUT AUDITCTA
               CLOSE AUDITCTA
               OPEN EXTEND AUDITCTA
           END-IF.

           OPEN EXTEND AUDITCLI.
           IF FS-AUDITCLI EQUAL 35
               OPEN OUTPUT AUDITCLI
               CLOSE AUDITCLI
               OPEN EXTEND AUDITCLI
           END-IF.

           READ SANCFILA.
           IF FS-SANCFILA EQUAL 10
               DISPLAY "NENHUMA OCORRENCIA NA FILA."
           END-IF.

       0100-INICIALIZAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           IF NOT SCF-PENDENTE
               WRITE REG-SANCTMP FROM REG-SANCFILA
               GO TO 0200-PROCESSAR-LER
           END-IF.

           ADD 1 TO ACU-PENDENTES.

           DISPLAY "-------------------------------------------".
           DISPLAY "CLIENTE......: " SCF-ID " " SCF-NOME.
           DISPLAY "CPF/CNPJ.....: " SCF-CPFCNPJ.
           DISPLAY "MOTIVO.......: " SCF-MOTIVO.
           DISPLAY "LISTA........: " SCF-LISTA-FONTE
               " (S=SANCAO P=PEP): " SCF-LISTA-TIPO.
           DISPLAY "NOME NA LISTA: " SCF-LISTA-NOME.
           DISPLAY "DOC NA LISTA.: " SCF-LISTA-DOC.
           DISPLAY "LEVANTADA EM.: " SCF-DATA " POR " SCF-OPERADOR.

           IF SCF-OPERADOR EQUAL WRK-SUPERVISOR
               DISPLAY "OCORRENCIA LEVANTADA PELO PROPRIO SUPERVISOR "
                   "- FICA PARA OUTRO SUPERVISOR."
               WRITE REG-SANCTMP FROM REG-SANCFILA
               GO TO 0200-PROCESSAR-LER
           END-IF.

           DISPLAY "F-FALSO POSITIVO  C-CONFIRMAR  P-PULAR".
           DISPLAY "DIGITE A ACAO..".
           ACCEPT WRK-ACAO.

           EVALUATE TRUE
               WHEN WRK-ACAO-FALSO-POSITIVO
                   MOVE "F"            TO SCF-SITUACAO
                   MOVE WRK-DATA-HOJE  TO SCF-DATA-DECISAO
                   MOVE WRK-SUPERVISOR TO SCF-SUPERVISOR
                   ADD 1 TO ACU-FALSOS-POSITIVOS
                   DISPLAY "LIBERADO COMO FALSO POSITIVO."
               WHEN WRK-ACAO-CONFIRMAR
                   PERFORM 0300-CONFIRMA-OCORRENCIA
               WHEN OTHER
                   DISPLAY "OCORRENCIA MANTIDA NA FILA."
           END-EVALUATE.

           WRITE REG-SANCTMP FROM REG-SANCFILA.

       0200-PROCESSAR-LER.

           READ SANCFILA.

       0200-PROCESSAR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    CONFIRMACAO - BLOQUEIA AS CONTAS ABERTAS DO CLIENTE E
      *    REGISTRA A CONFIRMACAO NA TRILHA DO CLIENTE
      *-----------------------------------------------------------------
       0300-CONFIRMA-OCORRENCIA                  SECTION.

           IF WRK-CONTAS-FORA
               DISPLAY "CONTAS.dat INDISPONIVEL - MANTIDA NA FILA."
               GO TO 0300-CONFIRMA-OCORRENCIA-FIM
           END-IF.

           MOVE "C"            TO SCF-SITUACAO.
           MOVE WRK-DATA-HOJE  TO SCF-DATA-DECISAO.
           MOVE WRK-SUPERVISOR TO SCF-SUPERVISOR.
           ADD 1 TO ACU-CONFIRMADAS.

           PERFORM 0310-CARREGA-TITULARIDADES.

           MOVE ZEROS TO ACU-BLOQUEIOS-CLIENTE.
           MOVE ZEROS TO CTA-CHAVE.
           START CONTAS KEY NOT LESS CTA-CHAVE
               INVALID KEY
                   MOVE 10 TO FS-CONTAS
           END-START.
           IF FS-CONTAS EQUAL 00
               READ CONTAS NEXT
               PERFORM 0320-AVALIA-CONTA
                   UNTIL FS-CONTAS NOT EQUAL 00
           END-IF.

           PERFORM 0340-AUDITA-CLIENTE.

           DISPLAY "OCORRENCIA CONFIRMADA - CONTAS BLOQUEADAS: "
               ACU-BLOQUEIOS-CLIENTE.

       0300-CONFIRMA-OCORRENCIA-FIM. EXIT.

      *-----------------------------------------------------------------
       0310-CARREGA-TITULARIDADES                SECTION.

           MOVE ZEROS TO WRK-QT-TITULARIDADES.

           OPEN INPUT TITULARES.
           IF FS-TITULARES NOT EQUAL 00
               GO TO 0310-CARREGA-TITULARIDADES-FIM
           END-IF.

           READ TITULARES.
           PERFORM 0311-GUARDA-TITULARIDADE
               UNTIL FS-TITULARES NOT EQUAL 00.

           CLOSE TITULARES.

       0310-CARREGA-TITULARIDADES-FIM. EXIT.

      *-----------------------------------------------------------------
       0311-GUARDA-TITULARIDADE                  SECTION.

           IF TIT-REG-ID EQUAL SCF-ID
              AND TIT-ATIVO
              AND WRK-QT-TITULARIDADES LESS 100
               ADD 1 TO WRK-QT-TITULARIDADES
               MOVE TIT-AGENCIA TO WRK-TIT-AGENCIA(WRK-QT-TITULARIDADES)
               MOVE TIT-CONTA   TO WRK-TIT-CONTA(WRK-QT-TITULARIDADES)
           END-IF.

           READ TITULARES.

       0311-GUARDA-TITULARIDADE-FIM. EXIT.

      *-----------------------------------------------------------------
       0320-AVALIA-CONTA                         SECTION.

           IF NOT CTA-ABERTA
               GO TO 0320-AVALIA-CONTA-LER
           END-IF.

           IF CTA-REG-ID NOT EQUAL SCF-ID
               PERFORM 0321-E-TITULAR
               IF WRK-TIT-NAO-ACHADA
                   GO TO 0320-AVALIA-CONTA-LER
               END-IF
           END-IF.

           PERFORM 0330-BLOQUEIA-CONTA.

       0320-AVALIA-CONTA-LER.

           READ CONTAS NEXT.

       0320-AVALIA-CONTA-FIM. EXIT.

      *-----------------------------------------------------------------
       0321-E-TITULAR                            SECTION.

           SET WRK-TIT-NAO-ACHADA TO TRUE.
           PERFORM 0322-COMPARA-TITULARIDADE
               VARYING WRK-IDX-TIT FROM 1 BY 1
               UNTIL WRK-IDX-TIT GREATER WRK-QT-TITULARIDADES
                  OR WRK-TIT-FOI-ACHADA.

       0321-E-TITULAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0322-COMPARA-TITULARIDADE                 SECTION.

           IF WRK-TIT-AGENCIA(WRK-IDX-TIT) EQUAL CTA-AGENCIA
              AND WRK-TIT-CONTA(WRK-IDX-TIT) EQUAL CTA-CONTA
               SET WRK-TIT-FOI-ACHADA TO TRUE
           END-IF.

       0322-COMPARA-TITULARIDADE-FIM. EXIT.

      *-----------------------------------------------------------------
      *    BLOQUEIO PELO MESMO CAMINHO DO PRGARQ9 - SITUACAO "B" COM
      *    AUDITORIA ANTES/DEPOIS E IMAGEM-ANTES NO JORNAL
      *-----------------------------------------------------------------
       0330-BLOQUEIA-CONTA                       SECTION.

           ACCEPT AUD-CTA-DATA FROM DATE YYYYMMDD.
           MOVE WRK-SUPERVISOR         TO AUD-CTA-OPERADOR.
           MOVE "B"                    TO AUD-CTA-OPERACAO.
           MOVE CTA-AGENCIA            TO AUD-CTA-AGENCIA.
           MOVE CTA-CONTA              TO AUD-CTA-CONTA.
           MOVE CTA-REG-ID             TO AUD-CTA-REG-ID.
           MOVE CTA-SITUACAO           TO AUD-CTA-SIT-ANTERIOR.
           MOVE CTA-LIMITE-ESPECIAL    TO AUD-CTA-LIMITE-ANTERIOR.
           MOVE CTA-LIMITE-ESPECIAL    TO AUD-CTA-LIMITE-NOVO.

           MOVE REG-CONTAS TO WRK-IMAGEM-ANTES.
           SET CTA-BLOQUEADA TO TRUE.
           REWRITE REG-CONTAS.

           IF FS-CONTAS EQUAL 00
               ADD 1 TO ACU-BLOQUEIOS-CLIENTE
               ADD 1 TO ACU-CONTAS-BLOQUEADAS
               MOVE CTA-SITUACAO TO AUD-CTA-SIT-NOVA
               WRITE REG-AUDITCTA
               PERFORM 0331-GRAVA-JORNAL
               DISPLAY "BLOQUEADA AG " CTA-AGENCIA " CTA " CTA-CONTA
           ELSE
               DISPLAY "ERRO NO BLOQUEIO AG " CTA-AGENCIA
                   " CTA " CTA-CONTA " FS " FS-CONTAS
           END-IF.

       0330-BLOQUEIA-CONTA-FIM. EXIT.

      *-----------------------------------------------------------------
       0331-GRAVA-JORNAL                         SECTION.

           OPEN EXTEND JORNCTA.
           IF FS-JORNCTA EQUAL 35
               OPEN OUTPUT JORNCTA
               CLOSE JORNCTA
               OPEN EXTEND JORNCTA
           END-IF.

           ACCEPT JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA FROM TIME.
           MOVE "PRGSANCR"       TO JRN-PROGRAMA.
           SET JRN-REGRAVACAO    TO TRUE.
           MOVE WRK-IMAGEM-ANTES TO JRN-IMAGEM.
           WRITE REG-JORNAL.
           CLOSE JORNCTA.

       0331-GRAVA-JORNAL-FIM. EXIT.

      *-----------------------------------------------------------------
      *    TRILHA DO CLIENTE - OPERACAO "S" (OCORRENCIA EM LISTA
      *    RESTRITIVA CONFIRMADA), COM O SUPERVISOR COMO OPERADOR
      *-----------------------------------------------------------------
       0340-AUDITA-CLIENTE                       SECTION.

           INITIALIZE REG-AUDITCLI.
           ACCEPT AUD-DATA             FROM DATE YYYYMMDD.
           MOVE WRK-SUPERVISOR         TO AUD-OPERADOR.
           MOVE "S"                    TO AUD-OPERACAO.
           MOVE SCF-ID                 TO AUD-ID.
           MOVE SCF-NOME               TO AUD-NOME-ANTERIOR
                                          AUD-NOME-NOVO.

           MOVE SCF-ID TO REG-ID.
           READ CLIENTES KEY IS REG-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-TELEFONE   TO AUD-TELEFONE-ANTERIOR
                                          AUD-TELEFONE-NOVO
                   MOVE REG-CEP        TO AUD-CEP-ANTERIOR
                                          AUD-CEP-NOVO
           END-READ.

           WRITE REG-AUDITCLI.

       0340-AUDITA-CLIENTE-FIM. EXIT.

      *-----------------------------------------------------------------
      *    A FILA REVISADA (DECISOES CARIMBADAS) VOLTA PARA O
      *    SANCFILA.txt
      *-----------------------------------------------------------------
       0400-SUBSTITUI-FILA                       SECTION.

           CLOSE SANCFILA.
           CLOSE SANCTMP.

           OPEN OUTPUT SANCFILA.
           OPEN INPUT  SANCTMP.

           READ SANCTMP.
           PERFORM 0410-DEVOLVE-OCORRENCIA
               UNTIL FS-SANCTMP NOT EQUAL 00.

           CLOSE SANCTMP.
           CLOSE SANCFILA.

       0400-SUBSTITUI-FILA-FIM. EXIT.

      *-----------------------------------------------------------------
       0410-DEVOLVE-OCORRENCIA                   SECTION.

           WRITE REG-SANCFILA FROM REG-SANCTMP.

           READ SANCTMP.

       0410-DEVOLVE-OCORRENCIA-FIM. EXIT.

      *-----------------------------------------------------------------
       0900-FINALIZAR                            SECTION.

           CLOSE CLIENTES.
           IF WRK-CONTAS-OK
               CLOSE CONTAS
           END-IF.
           CLOSE AUDITCTA.
           CLOSE AUDITCLI.

           DISPLAY "===========================================".
           DISPLAY "OCORRENCIAS PENDENTES.: " ACU-PENDENTES.
           DISPLAY "FALSOS POSITIVOS......: " ACU-FALSOS-POSITIVOS.
           DISPLAY "CONFIRMADAS...........: " ACU-CONFIRMADAS.
           DISPLAY "CONTAS BLOQUEADAS.....: " ACU-CONTAS-BLOQUEADAS.
           DISPLAY "======= FIM REVISAO DE LISTAS =======".

       0900-FINALIZAR-FIM. EXIT.
