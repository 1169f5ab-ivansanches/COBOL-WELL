       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGLIMAP.
      *=================================================================
      * PROGRAMA   : PRGLIMAP
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: APROVACAO DAS PROPOSTAS DE LIMITE DE CHEQUE
      *              ESPECIAL ACIMA DA ALCADA, PENDENTES NO LIMPROP.txt
      *              PELA REVISAO MENSAL DO PRGLIMRV - NO MOLDE DO
      *              PRGAPROV. SO ENTRA OPERADOR DE NIVEL SUPERVISOR
      *              (OPERADORES.txt, SENHA PELO VALSEN). PARA CADA
      *              PROPOSTA PENDENTE: A = APROVA E APLICA O LIMITE NO
      *              CONTAS.dat COM AUDITORIA ANTES/DEPOIS EM
      *              AUDITCTA.txt (OPERACAO "L", OPERADOR = SUPERVISOR)
      *              E IMAGEM-ANTES NO JORNCTA; R = REJEITA; P = PULA
      *              (CONTINUA PENDENTE). CONTA QUE NAO ESTA MAIS ABERTA
      *              OU CUJO LIMITE MUDOU DESDE A REVISAO NAO RECEBE A
      *              PROPOSTA, QUE FICA SUBSTITUIDA. O LIMPROP E
      *              REGRAVADO VIA LIMTMP.txt
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  OPERADORES            INPUT                  #OPERADOR
      *  CONTAS                INPUT/OUTPUT           #CONTAS
      *  LIMPROP               INPUT/OUTPUT           #LIMPROP
      *  LIMTMP                WORK
      *  AUDITCTA              OUTPUT (EXTEND)        #AUDITCTA
      *  JORNCTA               OUTPUT (EXTEND)        #JORNAL
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS / VALSEN
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
           SELECT OPERADORES ASSIGN TO
           "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\OPERADORES.txt"
               FILE STATUS              IS FS-OPERADORES.

           SELECT CONTAS                ASSIGN TO
                                        WRK-CAMINHO-CONTAS
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS CTA-CHAVE
               FILE STATUS              IS FS-CONTAS.

           SELECT LIMPROP               ASSIGN TO
                                        WRK-CAMINHO-LIMPROP
               FILE STATUS              IS FS-LIMPROP.

           SELECT LIMTMP                ASSIGN TO
                                        WRK-CAMINHO-LIMTMP
               FILE STATUS              IS FS-LIMTMP.

           SELECT AUDITCTA              ASSIGN TO
           "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\AUDITCTA.txt"
               FILE STATUS              IS FS-AUDITCTA.

           SELECT JORNCTA               ASSIGN TO
                                        WRK-CAMINHO-JORNCTA
               FILE STATUS              IS FS-JORNCTA.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE OPERADORES (OPERADORES)
      *                               LRECL = 050
      *----------------------------------------------------------------*
       FD  OPERADORES.
       COPY '#OPERADOR'.

      *----------------------------------------------------------------*
      *     I/O   -  CADASTRO DE CONTAS (CONTAS)
      *                               LRECL = 026
      *----------------------------------------------------------------*
       FD  CONTAS.
       COPY '#CONTAS'.

      *----------------------------------------------------------------*
      *     I/O   -  PROPOSTAS DE LIMITE (LIMPROP)
      *                               LRECL = 127
      *----------------------------------------------------------------*
       FD  LIMPROP.
       COPY '#LIMPROP'.

      *----------------------------------------------------------------*
      *     WORK  -  REGRAVACAO DAS PROPOSTAS
      *                               LRECL = 127
      *----------------------------------------------------------------*
       FD  LIMTMP.
       01  REG-LIMTMP                   PIC X(127).

      *----------------------------------------------------------------*
      *     OUTPUT - AUDITORIA DAS MANUTENCOES DE CONTAS (AUDITCTA)
      *                               LRECL = 054
      *----------------------------------------------------------------*
       FD  AUDITCTA.
       COPY '#AUDITCTA'.

       FD  JORNCTA.
       COPY '#JORNAL'.

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-OPERADORES                PIC 9(002).
       77  FS-CONTAS                    PIC 9(002).
       77  FS-LIMPROP                   PIC 9(002).
       77  FS-LIMTMP                    PIC 9(002).
       77  FS-AUDITCTA                  PIC 9(002).
       77  FS-JORNCTA                   PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-CONTAS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LIMPROP          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-LIMTMP           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-JORNCTA          PIC X(060)        VALUES SPACES.
       01  WRK-IMAGEM-ANTES             PIC X(050)        VALUES SPACES.

      *== SIGN-ON DO OPERADOR
       01  WRK-OPERADOR                 PIC X(010)        VALUES SPACES.
       01  WRK-OPERADOR-ACHADO          PIC X(001)        VALUES "N".
           88 WRK-OPERADOR-SIM                    VALUES "S".
           88 WRK-OPERADOR-NAO                    VALUES "N".
       01  WRK-NIVEL-OPERADOR           PIC X(001)        VALUES SPACES.
           88 WRK-NIVEL-SUPERVISOR                VALUES "3".

      *== AREA DE CHAMADA DO MODULO VALSEN
       01  WRK-VALSEN.
           05 WRK-SEN-FUNCAO            PIC X(001)        VALUES "V".
           05 WRK-SEN-SENHA             PIC X(010)        VALUES SPACES.
           05 WRK-SEN-HASH-GRAVADO      PIC 9(009)        VALUES ZEROS.
           05 WRK-SEN-HASH-CALCULADO    PIC 9(009)        VALUES ZEROS.
           05 WRK-SEN-VALIDA            PIC X(001)        VALUES "N".
               88 WRK-SENHA-OK                    VALUES "S".
               88 WRK-SENHA-INVALIDA              VALUES "N".
       01  WRK-SENHA                    PIC X(010)        VALUES SPACES.

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DA APROVACAO DE LIMITE *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-ACAO                     PIC X(001)        VALUES SPACES.
           88 WRK-ACAO-APROVAR                    VALUES "A".
           88 WRK-ACAO-REJEITAR                   VALUES "R".
       01  WRK-LIMITE-ED                PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-PROPOSTO-ED              PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-SALARIO-ED               PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-SALDO-ED                 PIC ZZZ.ZZZ.ZZ9,99-.
       01  WRK-JUROS-ED                 PIC ZZ.ZZZ.ZZ9,99.

       01  ACU-PENDENTES                PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-APROVADAS                PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-REJEITADAS               PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-SUBSTITUIDAS             PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-ERROS                    PIC 9(005) COMP-3 VALUES ZEROS.

      *== BOOK DE MENSAGENS ERRO
       COPY "#BOOKMSG".

      *=================================================================
       PROCEDURE                                 DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       0001-PRINCIPAL                            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR
               UNTIL FS-LIMPROP NOT EQUAL 00.
           PERFORM 0300-SUBSTITUI-PROPOSTAS.
           PERFORM 0400-FINALIZAR.

       0001-PRINCIPAL-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DIR-DADOS FROM ENVIRONMENT "ATIVIDADE3_DIR".
           IF WRK-DIR-DADOS EQUAL SPACES
               MOVE "C:\ATIVIDADE3" TO WRK-DIR-DADOS
           END-IF.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CONTAS.dat"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CONTAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\LIMPROP.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LIMPROP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\LIMTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-LIMTMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\JORNCTA.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-JORNCTA.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

      *== SIGN-ON DO OPERADOR - SO O SUPERVISOR APROVA
           DISPLAY "==== APROVACAO DE LIMITE DE CHEQUE ESPECIAL ====".
           PERFORM 0110-SIGNON.
           IF WRK-OPERADOR-NAO
               DISPLAY "OPERADOR NAO AUTORIZADO, ENCERRANDO."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WRK-NIVEL-SUPERVISOR
               DISPLAY "APROVACAO EXIGE OPERADOR SUPERVISOR (NIVEL 3)!"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT LIMPROP.
           IF FS-LIMPROP NOT EQUAL 00
               DISPLAY "NENHUMA PROPOSTA DE LIMITE REGISTRADA."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CONTAS.
           IF FS-CONTAS NOT EQUAL 00
               MOVE WRK-ERRO-ABERTURA TO WRK-FS-DESCRICAO
               DISPLAY WRK-FS-DESCRICAO
               CALL "FSTATUS" USING FS-CONTAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               CLOSE LIMPROP
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT LIMTMP.

           OPEN EXTEND AUDITCTA.
           IF FS-AUDITCTA EQUAL 35
               OPEN OUTPUT AUDITCTA
               CLOSE AUDITCTA
               OPEN EXTEND AUDITCTA
           END-IF.

           READ LIMPROP.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
       0110-SIGNON                               SECTION.
      *-----------------------------------------------------------------

           DISPLAY "DIGITE O CODIGO DO OPERADOR..".
           ACCEPT WRK-OPERADOR.

           SET WRK-OPERADOR-NAO TO TRUE.

           OPEN INPUT OPERADORES.
           IF FS-OPERADORES NOT EQUAL 00
               DISPLAY "ARQUIVO DE OPERADORES NAO ABERTO!"
               GO TO 0110-SIGNON-FIM
           END-IF.

           READ OPERADORES.
           PERFORM 0111-PROCURA-OPERADOR
               UNTIL FS-OPERADORES NOT EQUAL 00
                  OR WRK-OPERADOR-SIM.

           CLOSE OPERADORES.

           IF WRK-OPERADOR-SIM
              AND OPE-ESTA-BLOQUEADO
               DISPLAY "OPERADOR BLOQUEADO!"
               SET WRK-OPERADOR-NAO TO TRUE
           END-IF.

           IF WRK-OPERADOR-SIM
              AND OPE-SENHA-HASH GREATER ZEROS
               DISPLAY "DIGITE A SENHA.."
               ACCEPT WRK-SENHA
               MOVE "V"            TO WRK-SEN-FUNCAO
               MOVE WRK-SENHA      TO WRK-SEN-SENHA
               MOVE OPE-SENHA-HASH TO WRK-SEN-HASH-GRAVADO
               CALL "VALSEN" USING WRK-VALSEN
               IF WRK-SENHA-INVALIDA
                   DISPLAY "SENHA INVALIDA!"
                   SET WRK-OPERADOR-NAO TO TRUE
               END-IF
           END-IF.

           IF WRK-OPERADOR-SIM
               MOVE OPE-NIVEL TO WRK-NIVEL-OPERADOR
               DISPLAY "BEM-VINDO, " OPE-NOME
           END-IF.

       0110-SIGNON-FIM.                          EXIT.

      *-----------------------------------------------------------------
       0111-PROCURA-OPERADOR                     SECTION.
      *-----------------------------------------------------------------

           IF OPE-CODIGO EQUAL WRK-OPERADOR
               SET WRK-OPERADOR-SIM TO TRUE
           ELSE
               READ OPERADORES
           END-IF.

       0111-PROCURA-OPERADOR-FIM.                EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           IF NOT LPP-PENDENTE
               GO TO 0200-PROCESSAR-GRAVA
           END-IF.

           ADD 1 TO ACU-PENDENTES.

           MOVE LPP-LIMITE-ATUAL    TO WRK-LIMITE-ED.
           MOVE LPP-LIMITE-PROPOSTO TO WRK-PROPOSTO-ED.
           MOVE LPP-SALARIO-MEDIO   TO WRK-SALARIO-ED.
           MOVE LPP-SALDO-MEDIO     TO WRK-SALDO-ED.
           MOVE LPP-JUROS-JANELA    TO WRK-JUROS-ED.

           DISPLAY "---------------------------------------".
           DISPLAY "REVISAO......: " LPP-DATA-REVISAO.
           DISPLAY "AGENCIA/CONTA: " LPP-AGENCIA " / " LPP-CONTA
               "  CLIENTE " LPP-REG-ID.
           DISPLAY "LIMITE ATUAL.: " WRK-LIMITE-ED.
           DISPLAY "PROPOSTO.....: " WRK-PROPOSTO-ED.
           DISPLAY "MOTIVO.......: " LPP-MOTIVO " " LPP-DESCRICAO.
           DISPLAY "SALARIO MEDIO: " WRK-SALARIO-ED
               "  SALDO MEDIO: " WRK-SALDO-ED.
           DISPLAY "DIAS NEGATIVO: " LPP-DIAS-NEGATIVO
               "  JUROS NA JANELA: " WRK-JUROS-ED.
           DISPLAY "A-APROVAR  R-REJEITAR  P-PULAR".
           DISPLAY "DIGITE A ACAO..".
           ACCEPT WRK-ACAO.

           EVALUATE TRUE
               WHEN WRK-ACAO-APROVAR
                   PERFORM 0210-APLICA-PROPOSTA
               WHEN WRK-ACAO-REJEITAR
                   SET LPP-REJEITADA   TO TRUE
                   MOVE WRK-OPERADOR   TO LPP-APROVADOR
                   MOVE WRK-DATA-HOJE  TO LPP-DATA-DECISAO
                   ADD 1 TO ACU-REJEITADAS
                   DISPLAY "PROPOSTA REJEITADA."
               WHEN OTHER
                   DISPLAY "PROPOSTA MANTIDA NA FILA."
           END-EVALUATE.

       0200-PROCESSAR-GRAVA.

           WRITE REG-LIMTMP FROM REG-LIMPROP.
           READ LIMPROP.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    APLICA O LIMITE APROVADO - AUDITADO COMO OPERACAO "L" DO
      *    PRGARQ9 COM O SUPERVISOR COMO OPERADOR
      *-----------------------------------------------------------------
       0210-APLICA-PROPOSTA                      SECTION.
      *-----------------------------------------------------------------

           MOVE LPP-AGENCIA TO CTA-AGENCIA.
           MOVE LPP-CONTA   TO CTA-CONTA.
           READ CONTAS KEY IS CTA-CHAVE
               INVALID KEY
                   MOVE 23 TO FS-CONTAS
           END-READ.

           IF FS-CONTAS NOT EQUAL 00
              OR NOT CTA-ABERTA
              OR CTA-LIMITE-ESPECIAL NOT EQUAL LPP-LIMITE-ATUAL
               DISPLAY "CONTA FECHADA OU LIMITE ALTERADO DESDE A"
                   " REVISAO - PROPOSTA NAO APLICADA!"
               SET LPP-SUBSTITUIDA     TO TRUE
               MOVE WRK-OPERADOR       TO LPP-APROVADOR
               MOVE WRK-DATA-HOJE      TO LPP-DATA-DECISAO
               ADD 1 TO ACU-SUBSTITUIDAS
               GO TO 0210-APLICA-PROPOSTA-FIM
           END-IF.

           MOVE WRK-DATA-HOJE          TO AUD-CTA-DATA.
           MOVE WRK-OPERADOR           TO AUD-CTA-OPERADOR.
           MOVE "L"                    TO AUD-CTA-OPERACAO.
           MOVE CTA-AGENCIA            TO AUD-CTA-AGENCIA.
           MOVE CTA-CONTA              TO AUD-CTA-CONTA.
           MOVE CTA-REG-ID             TO AUD-CTA-REG-ID.
           MOVE CTA-SITUACAO           TO AUD-CTA-SIT-ANTERIOR.
           MOVE CTA-LIMITE-ESPECIAL    TO AUD-CTA-LIMITE-ANTERIOR.

           MOVE REG-CONTAS             TO WRK-IMAGEM-ANTES.
           MOVE LPP-LIMITE-PROPOSTO    TO CTA-LIMITE-ESPECIAL.
           REWRITE REG-CONTAS.

           IF FS-CONTAS NOT EQUAL 00
               ADD 1 TO ACU-ERROS
               DISPLAY "ERRO NA REGRAVACAO AG " CTA-AGENCIA
                   " CTA " CTA-CONTA " FS " FS-CONTAS
                   " - PROPOSTA MANTIDA NA FILA"
               GO TO 0210-APLICA-PROPOSTA-FIM
           END-IF.

           MOVE CTA-SITUACAO           TO AUD-CTA-SIT-NOVA.
           MOVE CTA-LIMITE-ESPECIAL    TO AUD-CTA-LIMITE-NOVO.
           WRITE REG-AUDITCTA.
           PERFORM 0220-GRAVA-JORNAL.

           SET LPP-APROVADA            TO TRUE.
           MOVE WRK-OPERADOR           TO LPP-APROVADOR.
           MOVE WRK-DATA-HOJE          TO LPP-DATA-DECISAO.
           ADD 1 TO ACU-APROVADAS.
           DISPLAY "LIMITE APLICADO!".

       0210-APLICA-PROPOSTA-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    JORNAL DE IMAGENS-ANTES - MESMO CAMINHO DO PRGDORME, PARA O
      *    PRGVOLTA CONSEGUIR DESFAZER A ALTERACAO
      *-----------------------------------------------------------------
       0220-GRAVA-JORNAL                         SECTION.
      *-----------------------------------------------------------------

           OPEN EXTEND JORNCTA.
           IF FS-JORNCTA EQUAL 35
               OPEN OUTPUT JORNCTA
               CLOSE JORNCTA
               OPEN EXTEND JORNCTA
           END-IF.

           ACCEPT JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA FROM TIME.
           MOVE "PRGLIMAP"       TO JRN-PROGRAMA.
           SET JRN-REGRAVACAO    TO TRUE.
           MOVE WRK-IMAGEM-ANTES TO JRN-IMAGEM.
           WRITE REG-JORNAL.
           CLOSE JORNCTA.

       0220-GRAVA-JORNAL-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    DEVOLVE O LIMTMP (DECISOES REGISTRADAS) AO LIMPROP
      *-----------------------------------------------------------------
       0300-SUBSTITUI-PROPOSTAS                  SECTION.
      *-----------------------------------------------------------------

           CLOSE LIMPROP.
           CLOSE LIMTMP.

           OPEN OUTPUT LIMPROP.
           OPEN INPUT  LIMTMP.

           READ LIMTMP.
           PERFORM 0310-COPIA-PARA-LIMPROP
               UNTIL FS-LIMTMP NOT EQUAL 00.

           CLOSE LIMPROP.
           CLOSE LIMTMP.

       0300-SUBSTITUI-PROPOSTAS-FIM.             EXIT.

      *-----------------------------------------------------------------
       0310-COPIA-PARA-LIMPROP                   SECTION.
      *-----------------------------------------------------------------

           WRITE REG-LIMPROP FROM REG-LIMTMP.
           READ LIMTMP.

       0310-COPIA-PARA-LIMPROP-FIM.              EXIT.

      *-----------------------------------------------------------------
       0400-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE CONTAS.
           CLOSE AUDITCTA.

           DISPLAY WRK-LINHA.
           DISPLAY "PROPOSTAS PENDENTES.: " ACU-PENDENTES.
           DISPLAY "APROVADAS...........: " ACU-APROVADAS.
           DISPLAY "REJEITADAS..........: " ACU-REJEITADAS.
           DISPLAY "NAO APLICAVEIS......: " ACU-SUBSTITUIDAS.
           DISPLAY "ERROS DE REGRAVACAO.: " ACU-ERROS.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           IF ACU-ERROS GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0400-FINALIZAR-FIM.                       EXIT.
