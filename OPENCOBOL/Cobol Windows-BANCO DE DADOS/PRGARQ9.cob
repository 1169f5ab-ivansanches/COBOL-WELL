..    *==  UTILITARIO PRGVOLTA REAPLICA O JORNAL DE TRAS PARA FRENTE
..    *==  E DEVOLVE O CADASTRO AO ESTADO DE UMA DATA/HORA ESCOLHIDA
      *=================================================================
ALT13 *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
..    *==  CONTA CONJUNTA - OS TITULARES DE CADA CONTA PASSARAM A FICAR
..    *==  EM TITULARES.txt (BOOK #TITULAR), COM PAPEL (PRIMEIRO/
..    *==  SEGUNDO) E REGRA DE ASSINATURA (INDIVIDUAL, "E", "E/OU").
..    *==  A ABERTURA GRAVA O PRIMEIRO TITULAR; A NOVA OPCAO J INCLUI
..    *==  E RETIRA SEGUNDOS TITULARES E TROCA A REGRA, COM AUDITORIA
..    *==  (OPERACAO J, REG-ID DO TITULAR). BLOQUEIO E ENCERRAMENTO SO
..    *==  PASSAM COM TODOS OS TITULARES ATIVOS NO CLIENTES.dat, E A
..    *==  CONFERENCIA DE ASSINATURAS DO ENCERRAMENTO COBRE TODOS ELES
      *=================================================================
       ENVIRONMENT                               DIVISION.

       CONFIGURATION                             SECTION.
ALT4       TO "C:\ATIVIDADE3\ORDENS.txt"
ALT4                               FILE STATUS IS FS-ORDENS.

ALT13      SELECT TITULARES ASSIGN
ALT13      TO "C:\ATIVIDADE3\TITULARES.txt"
ALT13                              FILE STATUS IS FS-TITULARES.

ALT13      SELECT TITTMP ASSIGN
ALT13      TO "C:\ATIVIDADE3\TITTMP.txt"
ALT13                              FILE STATUS IS FS-TITTMP.

ALT4       SELECT CLIENTES2 ASSIGN
ALT4       TO "C:\ATIVIDADE3\CLIENTES2.dat"
ALT10          ORGANIZATION             IS INDEXED
ALT4   FD ORDENS.
ALT4   COPY "#ORDENS".

ALT13  FD TITULARES.
ALT13  COPY "#TITULAR".

ALT13  FD TITTMP.
ALT13  01  REG-TITTMP                   PIC X(034).

ALT4   FD CLIENTES2.
ALT4   01  REG-CLIENTES2.
ALT4       10 REG-CODIGO-CLI2          PIC X(003).
ALT4   77  FS-REJEITADOS                 PIC 9(02).
ALT4   77  FS-ORDENS                     PIC 9(02).
ALT4   77  FS-CLIENTES2                  PIC 9(02).
ALT13  77  FS-TITULARES                  PIC 9(02).
ALT13  77  FS-TITTMP                     PIC 9(02).
ALT13  77  WRK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.

ALT13 *========== TITULARES CARREGADOS NA SESSAO
ALT13  77  WRK-QT-TITULARES              PIC 9(03) VALUE ZEROS.
ALT13  77  WRK-IDX-TIT                   PIC 9(03) VALUE ZEROS.
ALT13  01  WRK-TAB-TITULARES.
ALT13      05 WRK-TIT-OCO                OCCURS 500 TIMES.
ALT13          10 WRK-TIT-AGENCIA            PIC 9(04).
ALT13          10 WRK-TIT-CONTA              PIC 9(05).
ALT13          10 WRK-TIT-REG-ID             PIC 9(04).
ALT13          10 WRK-TIT-PAPEL              PIC X(01).
ALT13          10 WRK-TIT-ASSINATURA         PIC X(01).
ALT13          10 WRK-TIT-DATA               PIC 9(08).
ALT13          10 WRK-TIT-OPERADOR           PIC X(10).
ALT13          10 WRK-TIT-SITUACAO           PIC X(01).
ALT13  77  WRK-TIT-ALTERADO              PIC X(01) VALUE "N".
ALT13      88 WRK-TITULARES-ALTERADOS              VALUE "S".

ALT13 *========== MANUTENCAO DE TITULARES (OPCAO J)
ALT13  77  WRK-OPCAO-TIT                 PIC X(01) VALUE SPACES.
ALT13      88 WRK-TIT-INCLUIR                      VALUE "I".
ALT13      88 WRK-TIT-RETIRAR                      VALUE "X".
ALT13      88 WRK-TIT-REGRA                        VALUE "R".
ALT13      88 WRK-TIT-LISTAR                       VALUE "L".
ALT13  77  WRK-ID-TITULAR                PIC 9(04) VALUE ZEROS.
ALT13  77  WRK-ID-PROCURA                PIC 9(04) VALUE ZEROS.
ALT13  77  WRK-PAPEL                     PIC X(01) VALUE SPACES.
ALT13  77  WRK-ASSINATURA                PIC X(01) VALUE SPACES.
ALT13      88 WRK-ASSINATURA-VALIDA                VALUE "E" "O".
ALT13  77  WRK-QT-SEGUNDOS               PIC 9(02) VALUE ZEROS.
ALT13  77  WRK-QT-INATIVOS               PIC 9(02) VALUE ZEROS.
ALT13  77  WRK-ACHOU-TIT                 PIC X(01) VALUE "N".
ALT13      88 WRK-TITULAR-SIM                      VALUE "S".
ALT13      88 WRK-TITULAR-NAO                      VALUE "N".

      *========== PENDENCIAS DA CONFERENCIA DE ENCERRAMENTO
ALT4   77  WRK-QT-PENDENCIAS             PIC 9(03) VALUE ZEROS.
           88 WRK-OPCAO-ENCERRAR                   VALUE "E".
ALT1       88 WRK-OPCAO-LIMITE                     VALUE "L".
ALT5       88 WRK-OPCAO-TIPO                       VALUE "T".
ALT13      88 WRK-OPCAO-TITULARES                  VALUE "J".
           88 WRK-OPCAO-SAIR                       VALUE "S".

      *========== VARIAVEIS DE ENTRADA DE DADOS
           END-IF.

ALT3       MOVE LNK-OPERADOR TO WRK-OPERADOR.
ALT13      ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

ALT13      PERFORM 0140-CARREGA-TITULARES.

       0100-INICIALIZAR-FIM. EXIT.

           DISPLAY "======= MANUTENCAO DE CONTAS ======="
           DISPLAY "A - ABRIR   B - BLOQUEAR   D - DESBLOQUEAR"
ALT5       DISPLAY "E - ENCERRAR   L - ALTERAR LIMITE   T - TIPO"
ALT13      DISPLAY "J - TITULARES   S - SAIR"
           DISPLAY "DIGITE A OPCAO.."
               ACCEPT WRK-OPCAO.

ALT6   0130-CONFERE-DV-FIM. EXIT.

      *-----------------------------------------------------------------
ALT13  0140-CARREGA-TITULARES                     SECTION.

ALT13      OPEN INPUT TITULARES.
ALT13      IF FS-TITULARES NOT EQUAL 00
ALT13          GO TO 0140-CARREGA-TITULARES-FIM
ALT13      END-IF.

ALT13      READ TITULARES.
ALT13      PERFORM 0141-GUARDA-TITULAR
ALT13          UNTIL FS-TITULARES NOT EQUAL 00.

ALT13      CLOSE TITULARES.

ALT13  0140-CARREGA-TITULARES-FIM. EXIT.

      *-----------------------------------------------------------------
ALT13  0141-GUARDA-TITULAR                        SECTION.

ALT13      IF WRK-QT-TITULARES LESS 500
ALT13          ADD 1 TO WRK-QT-TITULARES
ALT13          MOVE TIT-AGENCIA    TO WRK-TIT-AGENCIA(WRK-QT-TITULARES)
ALT13          MOVE TIT-CONTA      TO WRK-TIT-CONTA(WRK-QT-TITULARES)
ALT13          MOVE TIT-REG-ID     TO WRK-TIT-REG-ID(WRK-QT-TITULARES)
ALT13          MOVE TIT-PAPEL      TO WRK-TIT-PAPEL(WRK-QT-TITULARES)
ALT13          MOVE TIT-ASSINATURA TO
ALT13              WRK-TIT-ASSINATURA(WRK-QT-TITULARES)
ALT13          MOVE TIT-DATA       TO WRK-TIT-DATA(WRK-QT-TITULARES)
ALT13          MOVE TIT-OPERADOR   TO
ALT13              WRK-TIT-OPERADOR(WRK-QT-TITULARES)
ALT13          MOVE TIT-SITUACAO   TO
ALT13              WRK-TIT-SITUACAO(WRK-QT-TITULARES)
ALT13      ELSE
ALT13          DISPLAY "AVISO: TITULARES.txt ACIMA DE 500 LINHAS!"
ALT13          MOVE 10 TO FS-TITULARES
ALT13          GO TO 0141-GUARDA-TITULAR-FIM
ALT13      END-IF.

ALT13      READ TITULARES.

ALT13  0141-GUARDA-TITULAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           PERFORM 0110-RECEBE-OPCAO.
ALT1               PERFORM 0230-ALTERA-LIMITE
ALT5           WHEN WRK-OPCAO-TIPO
ALT5               PERFORM 0250-ALTERA-TIPO
ALT13          WHEN WRK-OPCAO-TITULARES
ALT13              PERFORM 0280-TITULARES
               WHEN WRK-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
ALT6                       WRK-VCT-DV-CALCULADO
                       MOVE SPACES        TO WRK-SIT-ANTERIOR
                       PERFORM 9100-GRAVA-AUDITORIA
ALT13                  MOVE WRK-REG-ID    TO WRK-ID-PROCURA
ALT13                  MOVE "P"           TO WRK-PAPEL
ALT13                  MOVE "I"           TO WRK-ASSINATURA
ALT13                  PERFORM 0270-INCLUI-LINHA-TITULAR
                   ELSE
                       MOVE "ERRO NA ABERTURA DA CONTA" TO
                                                        WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE CTA-SITUACAO      TO WRK-SIT-ANTERIOR
ALT12              MOVE REG-CONTAS        TO WRK-IMAGEM-ANTES
ALT13              IF WRK-OPCAO-BLOQUEAR
ALT13                 AND NOT CTA-ENCERRADA
ALT13                  PERFORM 0260-CONFERE-TITULARES
ALT13                  IF WRK-QT-INATIVOS GREATER ZEROS
ALT13                      DISPLAY "BLOQUEIO RECUSADO - TITULARES NAO "
ALT13                          "ATIVOS: " WRK-QT-INATIVOS
ALT13                      GO TO 0220-MUDA-SITUACAO-FIM
ALT13                  END-IF
ALT13              END-IF
                   IF CTA-ENCERRADA
                       DISPLAY "ERRO: CONTA JA ESTA ENCERRADA!"
                   ELSE
ALT4       PERFORM 0242-CONFERE-REJEITADOS.
ALT4       PERFORM 0243-CONFERE-ORDENS.
ALT4       PERFORM 0244-CONFERE-ASSINATURAS.
ALT13      PERFORM 0260-CONFERE-TITULARES.
ALT13      IF WRK-QT-INATIVOS GREATER ZEROS
ALT13          ADD 1 TO WRK-QT-PENDENCIAS
ALT13      END-IF.

ALT4       IF WRK-QT-PENDENCIAS GREATER ZEROS
ALT4           DISPLAY "ENCERRAMENTO BLOQUEADO - PENDENCIAS: "
ALT4  *    ASSINATURAS DO CLIENTE DONO DA CONTA - O CODIGO DO
ALT4  *    CLIENTES2 SAO AS TRES POSICOES FINAIS DO REG-ID (MESMO
ALT4  *    CASAMENTO QUE O PRGCOBRA FAZ PELO CTA-REG-ID)
ALT13 *    NA CONTA CONJUNTA CONTAM AS ASSINATURAS DE TODOS OS TITULARES
      *-----------------------------------------------------------------
ALT4   0244-CONFERE-ASSINATURAS                   SECTION.


ALT4       IF WRK-QT-ASSINATURAS GREATER ZEROS
ALT4           ADD 1 TO WRK-QT-PENDENCIAS
ALT13          DISPLAY "PENDENCIA: ASSINATURAS ATIVAS DOS TITULARES ("
ALT4               WRK-QT-ASSINATURAS ")"
ALT4       END-IF.

ALT4       MOVE "0"             TO WRK-ID-DONO-P1.
ALT4       MOVE REG-CODIGO-CLI2 TO WRK-ID-DONO-P2.

ALT13      MOVE WRK-ID-DONO-N TO WRK-ID-PROCURA.
ALT13      PERFORM 0263-E-TITULAR.
ALT13      IF WRK-TITULAR-SIM
ALT4           PERFORM 0248-CONTA-SERVICO
ALT4               VARYING WRK-IDX-SERV FROM 1 BY 1
ALT4               UNTIL WRK-IDX-SERV GREATER REG-QTD-SERVICOS
ALT5   0250-ALTERA-TIPO-FIM. EXIT.

      *-----------------------------------------------------------------
ALT13 *    CONFERE QUE TODOS OS TITULARES DA CONTA LIDA (O CTA-REG-ID E
ALT13 *    OS SEGUNDOS TITULARES ATIVOS) EXISTEM E ESTAO ATIVOS NO
ALT13 *    CLIENTES.dat - DEVOLVE EM WRK-QT-INATIVOS QUANTOS FALHARAM
      *-----------------------------------------------------------------
ALT13  0260-CONFERE-TITULARES                     SECTION.

ALT13      MOVE ZEROS      TO WRK-QT-INATIVOS.
ALT13      MOVE CTA-REG-ID TO WRK-ID-TITULAR.
ALT13      PERFORM 0261-CONFERE-CLIENTE.

ALT13      PERFORM 0262-CONFERE-SEGUNDO
ALT13          VARYING WRK-IDX-TIT FROM 1 BY 1
ALT13          UNTIL WRK-IDX-TIT GREATER WRK-QT-TITULARES.

ALT13  0260-CONFERE-TITULARES-FIM. EXIT.

      *-----------------------------------------------------------------
ALT13  0261-CONFERE-CLIENTE                       SECTION.

ALT13      MOVE WRK-ID-TITULAR TO REG-ID.
ALT13      READ CLIENTES KEY IS REG-ID
ALT13          INVALID KEY
ALT13              ADD 1 TO WRK-QT-INATIVOS
ALT13              DISPLAY "PENDENCIA: TITULAR " WRK-ID-TITULAR
ALT13                  " NAO CADASTRADO NO CLIENTES.dat"
ALT13          NOT INVALID KEY
ALT13              IF NOT REG-CLIENTE-ATIVO
ALT13                  ADD 1 TO WRK-QT-INATIVOS
ALT13                  DISPLAY "PENDENCIA: TITULAR " WRK-ID-TITULAR
ALT13                      " INATIVO NO CLIENTES.dat"
ALT13              END-IF
ALT13      END-READ.

ALT13  0261-CONFERE-CLIENTE-FIM. EXIT.

      *-----------------------------------------------------------------
ALT13  0262-CONFERE-SEGUNDO                       SECTION.

ALT13      IF WRK-TIT-AGENCIA(WRK-IDX-TIT) EQUAL CTA-AGENCIA
ALT13         AND WRK-TIT-CONTA(WRK-IDX-TIT) EQUAL CTA-CONTA
ALT13         AND WRK-TIT-SITUACAO(WRK-IDX-TIT) EQUAL "A"
ALT13         AND WRK-TIT-REG-ID(WRK-IDX-TIT) NOT EQUAL CTA-REG-ID
ALT13          MOVE WRK-TIT-REG-ID(WRK-IDX-TIT) TO WRK-ID-TITULAR
ALT13          PERFORM 0261-CONFERE-CLIENTE
ALT13      END-IF.

ALT13  0262-CONFERE-SEGUNDO-FIM. EXIT.

      *-----------------------------------------------------------------
ALT13 *    O REG-ID EM WRK-ID-PROCURA E TITULAR DA CONTA LIDA? O
ALT13 *    CTA-REG-ID SEMPRE E; OS DEMAIS PELA LINHA ATIVA DO
ALT13 *    TITULARES.txt (WRK-IDX-TIT FICA NA LINHA ACHADA)
      *-----------------------------------------------------------------
ALT13  0263-E-TITULAR                             SECTION.

ALT13      SET WRK-TITULAR-NAO TO TRUE.

ALT13      IF WRK-ID-PROCURA EQUAL CTA-REG-ID
ALT13          SET WRK-TITULAR-SIM TO TRUE
ALT13          GO TO 0263-E-TITULAR-FIM
ALT13      END-IF.

ALT13      PERFORM 0265-PROCURA-LINHA.

ALT13  0263-E-TITULAR-FIM. EXIT.

      *-----------------------------------------------------------------
ALT13  0265-PROCURA-LINHA                         SECTION.

ALT13      SET WRK-TITULAR-NAO TO TRUE.

ALT13      PERFORM 0266-COMPARA-LINHA
ALT13          VARYING WRK-IDX-TIT FROM 1 BY 1
ALT13          UNTIL WRK-IDX-TIT GREATER WRK-QT-TITULARES
ALT13             OR WRK-TITULAR-SIM.

ALT13      IF WRK-TITULAR-SIM
ALT13          SUBTRACT 1 FROM WRK-IDX-TIT
ALT13      END-IF.

ALT13  0265-PROCURA-LINHA-FIM. EXIT.

      *-----------------------------------------------------------------
ALT13  0266-COMPARA-LINHA                         SECTION.

ALT13      IF WRK-TIT-AGENCIA(WRK-IDX-TIT) EQUAL CTA-AGENCIA
ALT13         AND WRK-TIT-CONTA(WRK-IDX-TIT) EQUAL CTA-CONTA
ALT13         AND WRK-TIT-REG-ID(WRK-IDX-TIT) EQUAL WRK-ID-PROCURA
ALT13         AND WRK-TIT-SITUACAO(WRK-IDX-TIT) EQUAL "A"
ALT13          SET WRK-TITULAR-SIM TO TRUE
ALT13      END-IF.

ALT13  0266-COMPARA-LINHA-FIM. EXIT.

      *-----------------------------------------------------------------
ALT13 *    ACRESCENTA A LINHA DO TITULAR WRK-ID-PROCURA (PAPEL EM
ALT13 *    WRK-PAPEL, REGRA EM WRK-ASSINATURA) PARA A CONTA LIDA
      *-----------------------------------------------------------------
ALT13  0270-INCLUI-LINHA-TITULAR                  SECTION.

ALT13      IF WRK-QT-TITULARES NOT LESS 500
ALT13          DISPLAY "AVISO: CADASTRO DE TITULARES CHEIO (500)!"
ALT13          GO TO 0270-INCLUI-LINHA-TITULAR-FIM
ALT13      END-IF.

ALT13      ADD 1 TO WRK-QT-TITULARES.
ALT13      MOVE CTA-AGENCIA    TO WRK-TIT-AGENCIA(WRK-QT-TITULARES).
ALT13      MOVE CTA-CONTA      TO WRK-TIT-CONTA(WRK-QT-TITULARES).
ALT13      MOVE WRK-ID-PROCURA TO WRK-TIT-REG-ID(WRK-QT-TITULARES).
ALT13      MOVE WRK-PAPEL      TO WRK-TIT-PAPEL(WRK-QT-TITULARES).
ALT13      MOVE WRK-ASSINATURA TO
ALT13          WRK-TIT-ASSINATURA(WRK-QT-TITULARES).
ALT13      MOVE WRK-DATA-HOJE  TO WRK-TIT-DATA(WRK-QT-TITULARES).
ALT13      MOVE WRK-OPERADOR   TO WRK-TIT-OPERADOR(WRK-QT-TITULARES).
ALT13      MOVE "A"            TO WRK-TIT-SITUACAO(WRK-QT-TITULARES).
ALT13      SET WRK-TITULARES-ALTERADOS TO TRUE.

ALT13  0270-INCLUI-LINHA-TITULAR-FIM. EXIT.

      *-----------------------------------------------------------------
ALT13 *    OPCAO J - TITULARES DA CONTA: MOSTRA OS TITULARES E A REGRA
ALT13 *    DE ASSINATURA E PERMITE INCLUIR/RETIRAR SEGUNDO TITULAR OU
ALT13 *    TROCAR A REGRA. O PRIMEIRO TITULAR (CTA-REG-ID) NAO SAI
      *-----------------------------------------------------------------
ALT13  0280-TITULARES                             SECTION.

ALT13      PERFORM 0120-RECEBE-CHAVE.
ALT13      PERFORM 0130-CONFERE-DV.
ALT13      IF WRK-DV-NAO-CONFERE
ALT13          GO TO 0280-TITULARES-FIM
ALT13      END-IF.

ALT13      READ CONTAS KEY IS CTA-CHAVE
ALT13          INVALID KEY
ALT13              DISPLAY "ERRO: CONTA NAO ENCONTRADA!"
ALT13              GO TO 0280-TITULARES-FIM
ALT13      END-READ.

ALT13      PERFORM 0281-LISTA-TITULARES.

ALT13      IF CTA-ENCERRADA
ALT13          DISPLAY "CONTA ENCERRADA - TITULARES SO PARA CONSULTA"
ALT13          GO TO 0280-TITULARES-FIM
ALT13      END-IF.

ALT13      DISPLAY "I-INCLUIR X-RETIRAR R-REGRA L-SO CONSULTA".
ALT13      ACCEPT WRK-OPCAO-TIT.

ALT13      EVALUATE TRUE
ALT13          WHEN WRK-TIT-INCLUIR
ALT13              PERFORM 0283-INCLUI-TITULAR
ALT13          WHEN WRK-TIT-RETIRAR
ALT13              PERFORM 0284-RETIRA-TITULAR
ALT13          WHEN WRK-TIT-REGRA
ALT13              PERFORM 0285-ALTERA-REGRA
ALT13          WHEN WRK-TIT-LISTAR
ALT13              CONTINUE
ALT13          WHEN OTHER
ALT13              DISPLAY "OPCAO INVALIDA!"
ALT13      END-EVALUATE.

ALT13  0280-TITULARES-FIM. EXIT.

      *-----------------------------------------------------------------
ALT13  0281-LISTA-TITULARES                       SECTION.

ALT13      MOVE ZEROS TO WRK-QT-SEGUNDOS.
ALT13      MOVE "I"   TO WRK-ASSINATURA.

ALT13      DISPLAY "TITULAR " CTA-REG-ID " - PRIMEIRO".
ALT13      PERFORM 0282-LISTA-SEGUNDO
ALT13          VARYING WRK-IDX-TIT FROM 1 BY 1
ALT13          UNTIL WRK-IDX-TIT GREATER WRK-QT-TITULARES.

ALT13      IF WRK-QT-SEGUNDOS EQUAL ZEROS
ALT13          MOVE "I" TO WRK-ASSINATURA
ALT13      END-IF.
ALT13      EVALUATE WRK-ASSINATURA
ALT13          WHEN "E"
ALT13              DISPLAY "REGRA DE ASSINATURA: E (ASSINAM TODOS)"
ALT13          WHEN "O"
ALT13              DISPLAY "REGRA DE ASSINATURA: E/OU (QUALQUER UM)"
ALT13          WHEN OTHER
ALT13              DISPLAY "REGRA DE ASSINATURA: INDIVIDUAL"
ALT13      END-EVALUATE.

ALT13  0281-LISTA-TITULARES-FIM. EXIT.

      *-----------------------------------------------------------------
ALT13  0282-LISTA-SEGUNDO                         SECTION.

ALT13      IF WRK-TIT-AGENCIA(WRK-IDX-TIT) EQUAL CTA-AGENCIA
ALT13         AND WRK-TIT-CONTA(WRK-IDX-TIT) EQUAL CTA-CONTA
ALT13         AND WRK-TIT-SITUACAO(WRK-IDX-TIT) EQUAL "A"
ALT13          MOVE WRK-TIT-ASSINATURA(WRK-IDX-TIT) TO WRK-ASSINATURA
ALT13          IF WRK-TIT-REG-ID(WRK-IDX-TIT) NOT EQUAL CTA-REG-ID
ALT13              ADD 1 TO WRK-QT-SEGUNDOS
ALT13              DISPLAY "TITULAR " WRK-TIT-REG-ID(WRK-IDX-TIT)
ALT13                  " - SEGUNDO DESDE " WRK-TIT-DATA(WRK-IDX-TIT)
ALT13          END-IF
ALT13      END-IF.

ALT13  0282-LISTA-SEGUNDO-FIM. EXIT.

      *-----------------------------------------------------------------
ALT13  0283-INCLUI-TITULAR                        SECTION.

ALT13      DISPLAY "REG-ID DO NOVO TITULAR.."
ALT13          ACCEPT WRK-ID-TITULAR.

ALT13      MOVE WRK-ID-TITULAR TO WRK-ID-PROCURA.
ALT13      PERFORM 0263-E-TITULAR.
ALT13      IF WRK-TITULAR-SIM
ALT13          DISPLAY "ERRO: CLIENTE JA E TITULAR DA CONTA!"
ALT13          GO TO 0283-INCLUI-TITULAR-FIM
ALT13      END-IF.

ALT13      MOVE WRK-ID-TITULAR TO REG-ID.
ALT13      READ CLIENTES KEY IS REG-ID
ALT13          INVALID KEY
ALT13              DISPLAY "ERRO: CLIENTE NAO CADASTRADO!"
ALT13              GO TO 0283-INCLUI-TITULAR-FIM
ALT13      END-READ.
ALT13      IF NOT REG-CLIENTE-ATIVO
ALT13          DISPLAY "ERRO: CLIENTE INATIVO NO CADASTRO!"
ALT13          GO TO 0283-INCLUI-TITULAR-FIM
ALT13      END-IF.

ALT13      DISPLAY "REGRA (E=ASSINAM TODOS O=E/OU QUALQUER UM).."
ALT13          ACCEPT WRK-ASSINATURA.
ALT13      IF NOT WRK-ASSINATURA-VALIDA
ALT13          DISPLAY "REGRA DESCONHECIDA - ASSUMIDO O (E/OU)"
ALT13          MOVE "O" TO WRK-ASSINATURA
ALT13      END-IF.

ALT13      IF WRK-QT-TITULARES GREATER 498
ALT13          DISPLAY "ERRO: CADASTRO DE TITULARES CHEIO (500)!"
ALT13          GO TO 0283-INCLUI-TITULAR-FIM
ALT13      END-IF.

ALT13 *    CONTA ANTERIOR AO TITULARES.txt AINDA NAO TEM A LINHA DO
ALT13 *    PRIMEIRO TITULAR - GRAVADA AGORA, JUNTO COM A DO SEGUNDO
ALT13      MOVE CTA-REG-ID TO WRK-ID-PROCURA.
ALT13      PERFORM 0265-PROCURA-LINHA.
ALT13      IF WRK-TITULAR-NAO
ALT13          MOVE "P" TO WRK-PAPEL
ALT13          PERFORM 0270-INCLUI-LINHA-TITULAR
ALT13      END-IF.

ALT13      MOVE WRK-ID-TITULAR TO WRK-ID-PROCURA.
ALT13      MOVE "S"            TO WRK-PAPEL.
ALT13      PERFORM 0270-INCLUI-LINHA-TITULAR.

ALT13      PERFORM 0286-APLICA-REGRA
ALT13          VARYING WRK-IDX-TIT FROM 1 BY 1
ALT13          UNTIL WRK-IDX-TIT GREATER WRK-QT-TITULARES.

ALT13      PERFORM 9300-AUDITA-TITULAR.
ALT13      DISPLAY "TITULAR INCLUIDO COM SUCESSO!".

ALT13  0283-INCLUI-TITULAR-FIM. EXIT.

      *-----------------------------------------------------------------
ALT13  0284-RETIRA-TITULAR                        SECTION.

ALT13      DISPLAY "REG-ID DO TITULAR A RETIRAR.."
ALT13          ACCEPT WRK-ID-TITULAR.

ALT13      IF WRK-ID-TITULAR EQUAL CTA-REG-ID
ALT13          DISPLAY "ERRO: O PRIMEIRO TITULAR NAO PODE SER RETIRADO!"
ALT13          GO TO 0284-RETIRA-TITULAR-FIM
ALT13      END-IF.

ALT13      MOVE WRK-ID-TITULAR TO WRK-ID-PROCURA.
ALT13      PERFORM 0265-PROCURA-LINHA.
ALT13      IF WRK-TITULAR-NAO
ALT13          DISPLAY "ERRO: CLIENTE NAO E TITULAR DA CONTA!"
ALT13          GO TO 0284-RETIRA-TITULAR-FIM
ALT13      END-IF.

ALT13      MOVE "I"           TO WRK-TIT-SITUACAO(WRK-IDX-TIT).
ALT13      MOVE WRK-DATA-HOJE TO WRK-TIT-DATA(WRK-IDX-TIT).
ALT13      MOVE WRK-OPERADOR  TO WRK-TIT-OPERADOR(WRK-IDX-TIT).
ALT13      SET WRK-TITULARES-ALTERADOS TO TRUE.

ALT13 *    SEM SEGUNDO TITULAR A CONTA VOLTA A SER INDIVIDUAL
ALT13      SUBTRACT 1 FROM WRK-QT-SEGUNDOS.
ALT13      IF WRK-QT-SEGUNDOS EQUAL ZEROS
ALT13          MOVE "I" TO WRK-ASSINATURA
ALT13          PERFORM 0286-APLICA-REGRA
ALT13              VARYING WRK-IDX-TIT FROM 1 BY 1
ALT13              UNTIL WRK-IDX-TIT GREATER WRK-QT-TITULARES
ALT13      END-IF.

ALT13      PERFORM 9300-AUDITA-TITULAR.
ALT13      DISPLAY "TITULAR RETIRADO COM SUCESSO!".

ALT13  0284-RETIRA-TITULAR-FIM. EXIT.

      *-----------------------------------------------------------------
ALT13  0285-ALTERA-REGRA                          SECTION.

ALT13      IF WRK-QT-SEGUNDOS EQUAL ZEROS
ALT13          DISPLAY "CONTA SEM SEGUNDO TITULAR - REGRA INDIVIDUAL"
ALT13          GO TO 0285-ALTERA-REGRA-FIM
ALT13      END-IF.

ALT13      DISPLAY "NOVA REGRA (E=ASSINAM TODOS O=E/OU QUALQUER UM).."
ALT13          ACCEPT WRK-ASSINATURA.
ALT13      IF NOT WRK-ASSINATURA-VALIDA
ALT13          DISPLAY "REGRA DESCONHECIDA, NADA ALTERADO"
ALT13          GO TO 0285-ALTERA-REGRA-FIM
ALT13      END-IF.

ALT13      PERFORM 0286-APLICA-REGRA
ALT13          VARYING WRK-IDX-TIT FROM 1 BY 1
ALT13          UNTIL WRK-IDX-TIT GREATER WRK-QT-TITULARES.

ALT13      MOVE CTA-REG-ID TO WRK-ID-TITULAR.
ALT13      PERFORM 9300-AUDITA-TITULAR.
ALT13      DISPLAY "REGRA ALTERADA COM SUCESSO!".

ALT13  0285-ALTERA-REGRA-FIM. EXIT.

      *-----------------------------------------------------------------
ALT13  0286-APLICA-REGRA                          SECTION.

ALT13      IF WRK-TIT-AGENCIA(WRK-IDX-TIT) EQUAL CTA-AGENCIA
ALT13         AND WRK-TIT-CONTA(WRK-IDX-TIT) EQUAL CTA-CONTA
ALT13         AND WRK-TIT-SITUACAO(WRK-IDX-TIT) EQUAL "A"
ALT13          MOVE WRK-ASSINATURA TO WRK-TIT-ASSINATURA(WRK-IDX-TIT)
ALT13          SET WRK-TITULARES-ALTERADOS TO TRUE
ALT13      END-IF.

ALT13  0286-APLICA-REGRA-FIM. EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

           DISPLAY"======= FIM MANUTENCAO DE CONTAS =======".
             CLOSE CLIENTES.
             CLOSE AUDITCTA.

ALT13      IF WRK-TITULARES-ALTERADOS
ALT13          PERFORM 0310-REGRAVA-TITULARES
ALT13      END-IF.

ALT11      MOVE "L"        TO WRK-TRV-FUNCAO.
ALT11      MOVE "PRGARQ9"  TO WRK-TRV-PROGRAMA.
ALT11      CALL "TRAVA" USING WRK-TRAVA.
       0300-FINALIZAR-FIM. EXIT.

      *-----------------------------------------------------------------
ALT13  0310-REGRAVA-TITULARES                     SECTION.

ALT13      OPEN OUTPUT TITTMP.
ALT13      PERFORM 0311-GRAVA-TITULAR
ALT13          VARYING WRK-IDX-TIT FROM 1 BY 1
ALT13          UNTIL WRK-IDX-TIT GREATER WRK-QT-TITULARES.
ALT13      CLOSE TITTMP.

ALT13      OPEN OUTPUT TITULARES.
ALT13      OPEN INPUT  TITTMP.

ALT13      READ TITTMP.
ALT13      PERFORM 0312-COPIA-TITULAR
ALT13          UNTIL FS-TITTMP NOT EQUAL 00.

ALT13      CLOSE TITTMP.
ALT13      CLOSE TITULARES.

ALT13  0310-REGRAVA-TITULARES-FIM. EXIT.

      *-----------------------------------------------------------------
ALT13  0311-GRAVA-TITULAR                         SECTION.

ALT13      MOVE WRK-TIT-AGENCIA(WRK-IDX-TIT)    TO TIT-AGENCIA.
ALT13      MOVE WRK-TIT-CONTA(WRK-IDX-TIT)      TO TIT-CONTA.
ALT13      MOVE WRK-TIT-REG-ID(WRK-IDX-TIT)     TO TIT-REG-ID.
ALT13      MOVE WRK-TIT-PAPEL(WRK-IDX-TIT)      TO TIT-PAPEL.
ALT13      MOVE WRK-TIT-ASSINATURA(WRK-IDX-TIT) TO TIT-ASSINATURA.
ALT13      MOVE WRK-TIT-DATA(WRK-IDX-TIT)       TO TIT-DATA.
ALT13      MOVE WRK-TIT-OPERADOR(WRK-IDX-TIT)   TO TIT-OPERADOR.
ALT13      MOVE WRK-TIT-SITUACAO(WRK-IDX-TIT)   TO TIT-SITUACAO.
ALT13      WRITE REG-TITTMP FROM REG-TITULAR.

ALT13  0311-GRAVA-TITULAR-FIM. EXIT.

      *-----------------------------------------------------------------
ALT13  0312-COPIA-TITULAR                         SECTION.

ALT13      WRITE REG-TITULAR FROM REG-TITTMP.

ALT13      READ TITTMP.

ALT13  0312-COPIA-TITULAR-FIM. EXIT.

      *-----------------------------------------------------------------

       9100-GRAVA-AUDITORIA                      SECTION.

ALT12  9200-GRAVA-JORNAL-FIM. EXIT.

      *-----------------------------------------------------------------
ALT13 *    AUDITORIA DA MANUTENCAO DE TITULARES - OPERACAO J, COM O
ALT13 *    REG-ID DO TITULAR INCLUIDO/RETIRADO; A CONTA NAO MUDA
      *-----------------------------------------------------------------
ALT13  9300-AUDITA-TITULAR                       SECTION.

ALT13      ACCEPT AUD-CTA-DATA         FROM DATE YYYYMMDD.
ALT13      MOVE WRK-OPERADOR           TO AUD-CTA-OPERADOR.
ALT13      MOVE WRK-OPCAO              TO AUD-CTA-OPERACAO.
ALT13      MOVE CTA-AGENCIA            TO AUD-CTA-AGENCIA.
ALT13      MOVE CTA-CONTA              TO AUD-CTA-CONTA.
ALT13      MOVE WRK-ID-TITULAR         TO AUD-CTA-REG-ID.
ALT13      MOVE CTA-SITUACAO           TO AUD-CTA-SIT-ANTERIOR.
ALT13      MOVE CTA-SITUACAO           TO AUD-CTA-SIT-NOVA.
ALT13      MOVE CTA-LIMITE-ESPECIAL    TO AUD-CTA-LIMITE-ANTERIOR.
ALT13      MOVE CTA-LIMITE-ESPECIAL    TO AUD-CTA-LIMITE-NOVO.

ALT13      WRITE REG-AUDITCTA.

ALT13  9300-AUDITA-TITULAR-FIM. EXIT.

      *-----------------------------------------------------------------

       9000-TRATA-ERRO                           SECTION.

