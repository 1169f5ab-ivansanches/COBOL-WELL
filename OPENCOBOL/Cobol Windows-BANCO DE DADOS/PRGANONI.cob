       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGANONI.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : ANONIMIZACAO DOS DADOS PESSOAIS DOS CLIENTES
      *==               EXPURGADOS - O PRGEXPUR REMOVE DO CLIENTES.dat
      *==               O INATIVO QUE PASSOU DA RETENCAO E DEIXA A
      *==               OPERACAO "X" NO AUDITCLI.txt; ESTE BATCH LE
      *==               ESSES EXPURGOS E TROCA, EM CADA ARQUIVO DE
      *==               HISTORICO, OS CAMPOS PESSOAIS DO REG-ID POR UM
      *==               PSEUDONIMO SEMPRE IGUAL PARA O MESMO REG-ID:
      *==               - NOME   = "ANONIMO " + REG-ID
      *==               - E-MAIL = "ANON" + REG-ID + "@ANONIMO.INV"
      *==               - TELEFONE, CPF/CNPJ E CEP = ZEROS
      *==               CHAVES, DATAS E VALORES NAO SAO TOCADOS (O
      *==               HISTORICO FINANCEIRO CONTINUA FECHANDO E O
      *==               HASH DO CLIBKP.txt CONTINUA VALENDO).
      *==               ARQUIVOS: AUDITCLI, PENDAPRV, REVISAOCLI,
      *==               KYCFILA, CANDFUS (SO CHAVES - CONFERIDO E
      *==               CONTADO), CLIBKP (SEM O TRAILER), NOTIFEVT E
      *==               NOTIFICA (E-MAIL PELO CODIGO DO CLIENTES2 -
      *==               REG-ID 0NNN -> "NNN"), FAMILIA (NOME DO
      *==               DEPENDENTE) E CLIENTES2.dat (NOME E E-MAIL).
      *==               NAO E ANONIMIZADO O REG-ID QUE VOLTOU A EXISTIR
      *==               NO CLIENTES.dat (REUTILIZADO) NEM O ASSINANTE
      *==               COM ASSINATURA VIGENTE (A/P/S) NO CLIENTES2.
      *==               OS SEQUENCIAIS SAO REGRAVADOS PELO ANONTMP.txt
      *==               E SO VOLTAM QUANDO ALGO MUDOU; REGISTRO JA
      *==               ANONIMIZADO NAO CONTA DE NOVO (RODAR OUTRA VEZ
      *==               E SEGURO). O CERTIFICADO RELANON.txt LISTA OS
      *==               REG-IDS COBERTOS E, POR ARQUIVO, OS REGISTROS
      *==               LIDOS, OS DO EXPURGADO E OS ANONIMIZADOS
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
           SELECT CLIENTES ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\CLIENTES.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS REG-ID
               ALTERNATE RECORD KEY     IS REG-NOME
                                        WITH DUPLICATES
                                   FILE STATUS IS FS-CLIENTES.

           SELECT CLIENTES2 ASSIGN
           TO "C:\ATIVIDADE3\CLIENTES2.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS REG-CODIGO-CLI2
                                   FILE STATUS IS FS-CLIENTES2.

           SELECT AUDITCLI ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\AUDITCLI.txt"
                                   FILE STATUS IS FS-AUDITCLI.

           SELECT PENDAPRV ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\PENDAPRV.txt"
                                   FILE STATUS IS FS-PENDAPRV.

           SELECT REVISAOCLI ASSIGN
           TO
           "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\REVISAOCLI.txt"
                                   FILE STATUS IS FS-REVISAOCLI.

           SELECT KYCFILA ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\KYCFILA.txt"
                                   FILE STATUS IS FS-KYCFILA.

           SELECT CANDFUS ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\CANDFUS.txt"
                                   FILE STATUS IS FS-CANDFUS.

           SELECT CLIBKP ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\CLIBKP.txt"
                                   FILE STATUS IS FS-CLIBKP.

           SELECT NOTIFEVT ASSIGN
           TO "C:\ATIVIDADE3\NOTIFEVT.txt"
                                   FILE STATUS IS FS-NOTIFEVT.

           SELECT NOTIFICA ASSIGN
           TO "C:\ATIVIDADE3\NOTIFICA.txt"
                                   FILE STATUS IS FS-NOTIFICA.

           SELECT FAMILIA ASSIGN
           TO "C:\ATIVIDADE3\FAMILIA.txt"
                                   FILE STATUS IS FS-FAMILIA.

           SELECT ANONTMP ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\ANONTMP.txt"
                                   FILE STATUS IS FS-ANONTMP.

           SELECT RELANON ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\RELANON.txt"
                                   FILE STATUS IS FS-RELANON.

      *-----------------------------------------------------------------
       DATA                                      DIVISION.
       FILE                                      SECTION.

       FD CLIENTES.
       COPY "#CLIREG".

       FD CLIENTES2.
       01  REG-CLIENTES2.
           10 REG-CODIGO-CLI2          PIC X(003).
           10 REG-NOME-CLI2            PIC X(020).
           10 REG-EMAIL-CLI2           PIC X(020).
           10 REG-QTD-SERVICOS         PIC 9(001).
           10 REG-SERVICOS             OCCURS 3 TIMES.
               15 REG-STREA                PIC X(010).
               15 REG-ASSINATURA           PIC 9(003)V99.
               15 REG-STATUS-ASSINATURA    PIC X(001).
                   88 REG-ASSINATURA-VIGENTE   VALUE "A" "P" "S".
               15 REG-PROX-COBRANCA        PIC 9(008).
               15 REG-MOEDA-ASSINATURA     PIC X(003).
               15 REG-DATA-INICIO          PIC 9(008).
               15 REG-DATA-CANCEL          PIC 9(008).
               15 REG-FIM-TESTE            PIC 9(008).
               15 REG-FREQ-COBRANCA        PIC X(001).
               15 REG-DATA-RETOMADA        PIC 9(008).

       FD AUDITCLI.
       COPY "#AUDITCLI".

       FD PENDAPRV.
       COPY "#PENDAPRV".

       FD REVISAOCLI.
       COPY "#REVCLI".

       FD KYCFILA.
       COPY "#KYCFILA".

       FD CANDFUS.
       COPY "#CANDFUS".

       FD  CLIBKP.
       01  REG-CLIBKP.
           05 BKP-IMAGEM.
               10 BKP-ID                PIC 9(04).
               10 BKP-NOME              PIC X(20).
               10 BKP-TELEFONE          PIC 9(11).
               10 BKP-TIPO-PESSOA       PIC X(01).
               10 BKP-CPFCNPJ           PIC 9(14).
               10 BKP-SITUACAO          PIC X(01).
               10 BKP-DATA-INATIVACAO   PIC 9(08).
       01  REG-CLIBKP-TRAILER    REDEFINES REG-CLIBKP.
           05 BKP-TRL-MARCA             PIC X(04).
           05 BKP-TRL-QTD               PIC 9(05).
           05 BKP-TRL-HASH              PIC 9(09).
           05 BKP-TRL-RESTO             PIC X(41).

       FD NOTIFEVT.
       01  REG-NOTIFEVT                  PIC X(050).

       FD NOTIFICA.
       01  REG-NOTIFICA-ENTREGA          PIC X(050).

       FD FAMILIA.
       COPY "#FAMILIA".

       FD ANONTMP.
       01  REG-ANONTMP                   PIC X(150).

       FD RELANON.
       01  REG-RELANON                   PIC X(080).

       WORKING-STORAGE                           SECTION.
       77  FS-CLIENTES                   PIC 9(02).
       77  FS-CLIENTES2                  PIC 9(02).
       77  FS-AUDITCLI                   PIC 9(02).
       77  FS-PENDAPRV                   PIC 9(02).
       77  FS-REVISAOCLI                 PIC 9(02).
       77  FS-KYCFILA                    PIC 9(02).
       77  FS-CANDFUS                    PIC 9(02).
       77  FS-CLIBKP                     PIC 9(02).
       77  FS-NOTIFEVT                   PIC 9(02).
       77  FS-NOTIFICA                   PIC 9(02).
       77  FS-FAMILIA                    PIC 9(02).
       77  FS-ANONTMP                    PIC 9(02).
       77  FS-RELANON                    PIC 9(02).
       77  WRK-FS-DESCRICAO              PIC X(30) VALUE SPACES.
       77  WRK-MSG-ERRO                  PIC X(30) VALUE SPACES.

       77  WRK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.

       77  WRK-CLIENTES2-ABERTO          PIC X(01) VALUE "N".
           88 WRK-CLIENTES2-OK                     VALUE "S".
           88 WRK-CLIENTES2-FORA                   VALUE "N".

      *========== LAYOUT DO SPOOL/ENTREGA DE NOTIFICACOES
       COPY "#NOTIFICA".

      *========== REG-IDS EXPURGADOS (OPERACAO "X" DO AUDITCLI)
      *    SITUACAO: A = ANONIMIZAR, R = REG-ID REUTILIZADO NO
      *    CLIENTES.dat, V = ASSINATURA VIGENTE NO CLIENTES2
       77  WRK-QT-EXPURGADOS             PIC 9(04) VALUE ZEROS.
       77  WRK-QT-ANONIMIZAR             PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-EXP                   PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-ACHADO                PIC 9(04) VALUE ZEROS.
       77  WRK-EXP-ACHADO                PIC X(01) VALUE "N".
           88 WRK-EXP-FOI-ACHADO                   VALUE "S".
           88 WRK-EXP-NAO-ACHADO                   VALUE "N".
       01  WRK-TAB-EXPURGADOS.
           05 WRK-EXP-OCO                OCCURS 3000 TIMES.
               10 WRK-EXP-ID                 PIC 9(04).
               10 WRK-EXP-DATA               PIC 9(08).
               10 WRK-EXP-CODIGO             PIC X(03).
               10 WRK-EXP-SITUACAO           PIC X(01).
                   88 WRK-EXP-ANONIMIZAR             VALUE "A".
                   88 WRK-EXP-REUTILIZADO            VALUE "R".
                   88 WRK-EXP-VIGENTE                VALUE "V".

       77  WRK-PROCURA-ID                PIC 9(04) VALUE ZEROS.
       77  WRK-PROCURA-CODIGO            PIC X(03) VALUE SPACES.

      *========== CODIGO DO CLIENTE NO CLIENTES2
       01  WRK-ID-CLIENTE.
           05 WRK-ID-CLIENTE-P1          PIC X(01).
           05 WRK-ID-CLIENTE-P2          PIC X(03).
       01  WRK-ID-CLIENTE-N REDEFINES WRK-ID-CLIENTE
                                         PIC 9(04).

      *========== PSEUDONIMO DO REG-ID ACHADO
       77  WRK-PSEUDO-ID                 PIC 9(04) VALUE ZEROS.
       77  WRK-PSEUDO-NOME               PIC X(20) VALUE SPACES.
       77  WRK-PSEUDO-EMAIL              PIC X(20) VALUE SPACES.

       01  WRK-IMAGEM-ANTES              PIC X(150) VALUE SPACES.
       77  WRK-IDX-SERV                  PIC 9(01) VALUE ZEROS.

       77  WRK-TRAILER                   PIC X(01) VALUE "N".
           88 WRK-E-TRAILER                        VALUE "S".
           88 WRK-NAO-E-TRAILER                    VALUE "N".

      *========== CONTADORES DO ARQUIVO EM TRATAMENTO
       77  WRK-NOME-ARQUIVO              PIC X(14) VALUE SPACES.
       77  ACU-LIDOS                     PIC 9(06) VALUE ZEROS.
       77  ACU-DO-EXPURGADO              PIC 9(06) VALUE ZEROS.
       77  ACU-ANONIMIZADOS              PIC 9(06) VALUE ZEROS.
       77  ACU-TOTAL-ANONIMIZADOS        PIC 9(07) VALUE ZEROS.

       01  WRK-LINHA-REL                 PIC X(080) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGA-EXPURGADOS.
           PERFORM 0250-CLASSIFICA-EXPURGADOS.
           PERFORM 0290-CABECALHO.

           IF WRK-QT-ANONIMIZAR GREATER ZEROS
               PERFORM 0300-ANONIMIZA-AUDITCLI
               PERFORM 0310-ANONIMIZA-PENDAPRV
               PERFORM 0320-ANONIMIZA-REVISAOCLI
               PERFORM 0330-ANONIMIZA-KYCFILA
               PERFORM 0340-CONFERE-CANDFUS
               PERFORM 0350-ANONIMIZA-CLIBKP
               PERFORM 0360-ANONIMIZA-NOTIFEVT
               PERFORM 0370-ANONIMIZA-NOTIFICA
               PERFORM 0380-ANONIMIZA-FAMILIA
               PERFORM 0390-ANONIMIZA-CLIENTES2
           ELSE
               MOVE "NENHUM REG-ID A ANONIMIZAR" TO WRK-LINHA-REL
               PERFORM 0891-GRAVA-LINHA
           END-IF.

           PERFORM 0900-FINALIZAR.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                          SECTION.

           DISPLAY "======= ANONIMIZACAO DE CLIENTES EXPURGADOS ===".

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               MOVE "CLIENTES.dat NAO ABERTO!" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           SET WRK-CLIENTES2-FORA TO TRUE.
           OPEN I-O CLIENTES2.
           IF FS-CLIENTES2 EQUAL 00
               SET WRK-CLIENTES2-OK TO TRUE
           END-IF.

           OPEN OUTPUT RELANON.

       0100-INICIALIZAR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    OS EXPURGOS SAO AS OPERACOES "X" GRAVADAS PELO PRGEXPUR NO
      *    AUDITCLI.txt - O MESMO REG-ID ENTRA UMA VEZ SO, COM A DATA
      *    DO EXPURGO MAIS RECENTE
      *-----------------------------------------------------------------
       0200-CARREGA-EXPURGADOS                   SECTION.

           OPEN INPUT AUDITCLI.
           IF FS-AUDITCLI NOT EQUAL 00
               DISPLAY "AUDITCLI.txt NAO ABERTO - NENHUM EXPURGO "
                   "CONHECIDO"
               GO TO 0200-CARREGA-EXPURGADOS-FIM
           END-IF.

           READ AUDITCLI.
           PERFORM 0210-GUARDA-EXPURGO
               UNTIL FS-AUDITCLI NOT EQUAL 00.

           CLOSE AUDITCLI.

       0200-CARREGA-EXPURGADOS-FIM. EXIT.

      *-----------------------------------------------------------------
       0210-GUARDA-EXPURGO                       SECTION.

           IF AUD-OPERACAO NOT EQUAL "X"
               GO TO 0210-GUARDA-EXPURGO-LER
           END-IF.

           MOVE AUD-ID TO WRK-PROCURA-ID.
           PERFORM 0260-PROCURA-TABELA.

           IF WRK-EXP-FOI-ACHADO
               IF AUD-DATA GREATER WRK-EXP-DATA(WRK-IDX-ACHADO)
                   MOVE AUD-DATA TO WRK-EXP-DATA(WRK-IDX-ACHADO)
               END-IF
               GO TO 0210-GUARDA-EXPURGO-LER
           END-IF.

           IF WRK-QT-EXPURGADOS NOT LESS 3000
               CLOSE AUDITCLI
               MOVE "MAIS DE 3000 REG-IDS EXPURGADOS" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           ADD 1 TO WRK-QT-EXPURGADOS.
           MOVE AUD-ID   TO WRK-EXP-ID(WRK-QT-EXPURGADOS).
           MOVE AUD-DATA TO WRK-EXP-DATA(WRK-QT-EXPURGADOS).
           MOVE "A"      TO WRK-EXP-SITUACAO(WRK-QT-EXPURGADOS).

           MOVE AUD-ID TO WRK-ID-CLIENTE-N.
           IF WRK-ID-CLIENTE-P1 EQUAL "0"
               MOVE WRK-ID-CLIENTE-P2
                             TO WRK-EXP-CODIGO(WRK-QT-EXPURGADOS)
           ELSE
               MOVE SPACES   TO WRK-EXP-CODIGO(WRK-QT-EXPURGADOS)
           END-IF.

       0210-GUARDA-EXPURGO-LER.
           READ AUDITCLI.

       0210-GUARDA-EXPURGO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    REG-ID DE VOLTA NO CLIENTES.dat E OUTRA PESSOA (REUTILIZADO)
      *    E ASSINANTE COM SERVICO VIGENTE AINDA E CLIENTE - NOS DOIS
      *    CASOS O HISTORICO FICA COMO ESTA
      *-----------------------------------------------------------------
       0250-CLASSIFICA-EXPURGADOS                SECTION.

           MOVE ZEROS TO WRK-QT-ANONIMIZAR.

           PERFORM 0251-CLASSIFICA-REG-ID
               VARYING WRK-IDX-EXP FROM 1 BY 1
               UNTIL WRK-IDX-EXP GREATER WRK-QT-EXPURGADOS.

       0250-CLASSIFICA-EXPURGADOS-FIM. EXIT.

      *-----------------------------------------------------------------
       0251-CLASSIFICA-REG-ID                    SECTION.

           MOVE WRK-EXP-ID(WRK-IDX-EXP) TO REG-ID.
           READ CLIENTES KEY IS REG-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "R" TO WRK-EXP-SITUACAO(WRK-IDX-EXP)
           END-READ.

           IF WRK-EXP-ANONIMIZAR(WRK-IDX-EXP)
              AND WRK-EXP-CODIGO(WRK-IDX-EXP) NOT EQUAL SPACES
              AND WRK-CLIENTES2-OK
               MOVE WRK-EXP-CODIGO(WRK-IDX-EXP) TO REG-CODIGO-CLI2
               READ CLIENTES2 KEY IS REG-CODIGO-CLI2
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0252-CONFERE-SERVICO
                           VARYING WRK-IDX-SERV FROM 1 BY 1
                           UNTIL WRK-IDX-SERV GREATER REG-QTD-SERVICOS
                              OR WRK-IDX-SERV GREATER 3
               END-READ
           END-IF.

           IF WRK-EXP-ANONIMIZAR(WRK-IDX-EXP)
               ADD 1 TO WRK-QT-ANONIMIZAR
           END-IF.

       0251-CLASSIFICA-REG-ID-FIM. EXIT.

      *-----------------------------------------------------------------
       0252-CONFERE-SERVICO                      SECTION.

           IF REG-ASSINATURA-VIGENTE(WRK-IDX-SERV)
               MOVE "V" TO WRK-EXP-SITUACAO(WRK-IDX-EXP)
           END-IF.

       0252-CONFERE-SERVICO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    PROCURA WRK-PROCURA-ID NA TABELA (QUALQUER SITUACAO)
      *-----------------------------------------------------------------
       0260-PROCURA-TABELA                       SECTION.

           SET WRK-EXP-NAO-ACHADO TO TRUE.
           MOVE ZEROS TO WRK-IDX-ACHADO.

           PERFORM 0261-COMPARA-ID
               VARYING WRK-IDX-EXP FROM 1 BY 1
               UNTIL WRK-IDX-EXP GREATER WRK-QT-EXPURGADOS
                  OR WRK-EXP-FOI-ACHADO.

       0260-PROCURA-TABELA-FIM. EXIT.

      *-----------------------------------------------------------------
       0261-COMPARA-ID                           SECTION.

           IF WRK-EXP-ID(WRK-IDX-EXP) EQUAL WRK-PROCURA-ID
               SET WRK-EXP-FOI-ACHADO TO TRUE
               MOVE WRK-IDX-EXP TO WRK-IDX-ACHADO
           END-IF.

       0261-COMPARA-ID-FIM. EXIT.

      *-----------------------------------------------------------------
      *    O REG-ID WRK-PROCURA-ID E DE EXPURGADO A ANONIMIZAR? SE FOR,
      *    DEIXA O PSEUDONIMO MONTADO
      *-----------------------------------------------------------------
       0270-PROCURA-ID                           SECTION.

           PERFORM 0260-PROCURA-TABELA.

           IF WRK-EXP-FOI-ACHADO
               IF WRK-EXP-ANONIMIZAR(WRK-IDX-ACHADO)
                   PERFORM 0280-MONTA-PSEUDONIMO
               ELSE
                   SET WRK-EXP-NAO-ACHADO TO TRUE
               END-IF
           END-IF.

       0270-PROCURA-ID-FIM. EXIT.

      *-----------------------------------------------------------------
      *    O MESMO, PELO CODIGO DO CLIENTES2 (WRK-PROCURA-CODIGO)
      *-----------------------------------------------------------------
       0275-PROCURA-CODIGO                       SECTION.

           SET WRK-EXP-NAO-ACHADO TO TRUE.
           MOVE ZEROS TO WRK-IDX-ACHADO.

           IF WRK-PROCURA-CODIGO EQUAL SPACES
               GO TO 0275-PROCURA-CODIGO-FIM
           END-IF.

           PERFORM 0276-COMPARA-CODIGO
               VARYING WRK-IDX-EXP FROM 1 BY 1
               UNTIL WRK-IDX-EXP GREATER WRK-QT-EXPURGADOS
                  OR WRK-EXP-FOI-ACHADO.

           IF WRK-EXP-FOI-ACHADO
               PERFORM 0280-MONTA-PSEUDONIMO
           END-IF.

       0275-PROCURA-CODIGO-FIM. EXIT.

      *-----------------------------------------------------------------
       0276-COMPARA-CODIGO                       SECTION.

           IF WRK-EXP-CODIGO(WRK-IDX-EXP) EQUAL WRK-PROCURA-CODIGO
              AND WRK-EXP-ANONIMIZAR(WRK-IDX-EXP)
               SET WRK-EXP-FOI-ACHADO TO TRUE
               MOVE WRK-IDX-EXP TO WRK-IDX-ACHADO
           END-IF.

       0276-COMPARA-CODIGO-FIM. EXIT.

      *-----------------------------------------------------------------
       0280-MONTA-PSEUDONIMO                     SECTION.

           MOVE WRK-EXP-ID(WRK-IDX-ACHADO) TO WRK-PSEUDO-ID.

           MOVE SPACES TO WRK-PSEUDO-NOME.
           STRING "ANONIMO " WRK-PSEUDO-ID
               DELIMITED BY SIZE INTO WRK-PSEUDO-NOME.

           MOVE SPACES TO WRK-PSEUDO-EMAIL.
           STRING "ANON" WRK-PSEUDO-ID "@ANONIMO.INV"
               DELIMITED BY SIZE INTO WRK-PSEUDO-EMAIL.

       0280-MONTA-PSEUDONIMO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    CABECALHO DO CERTIFICADO E A LISTA DOS REG-IDS
      *-----------------------------------------------------------------
       0290-CABECALHO                            SECTION.

           STRING "CERTIFICADO DE ANONIMIZACAO - EMITIDO EM "
               WRK-DATA-HOJE
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0891-GRAVA-LINHA.

           STRING "REG-IDS EXPURGADOS: " WRK-QT-EXPURGADOS
               "  A ANONIMIZAR: " WRK-QT-ANONIMIZAR
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0891-GRAVA-LINHA.

           MOVE "== REG-IDS COBERTOS ==" TO WRK-LINHA-REL.
           PERFORM 0891-GRAVA-LINHA.

           PERFORM 0291-LINHA-REG-ID
               VARYING WRK-IDX-EXP FROM 1 BY 1
               UNTIL WRK-IDX-EXP GREATER WRK-QT-EXPURGADOS.

           MOVE "== REGISTROS POR ARQUIVO ==" TO WRK-LINHA-REL.
           PERFORM 0891-GRAVA-LINHA.

       0290-CABECALHO-FIM. EXIT.

      *-----------------------------------------------------------------
       0291-LINHA-REG-ID                         SECTION.

           EVALUATE TRUE
               WHEN WRK-EXP-REUTILIZADO(WRK-IDX-EXP)
                   STRING "REG-ID " WRK-EXP-ID(WRK-IDX-EXP)
                       " EXPURGADO EM " WRK-EXP-DATA(WRK-IDX-EXP)
                       " MANTIDO - REG-ID REUTILIZADO"
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
               WHEN WRK-EXP-VIGENTE(WRK-IDX-EXP)
                   STRING "REG-ID " WRK-EXP-ID(WRK-IDX-EXP)
                       " EXPURGADO EM " WRK-EXP-DATA(WRK-IDX-EXP)
                       " MANTIDO - ASSINATURA VIGENTE"
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
               WHEN OTHER
                   MOVE WRK-IDX-EXP TO WRK-IDX-ACHADO
                   PERFORM 0280-MONTA-PSEUDONIMO
                   STRING "REG-ID " WRK-EXP-ID(WRK-IDX-EXP)
                       " EXPURGADO EM " WRK-EXP-DATA(WRK-IDX-EXP)
                       " PSEUDONIMO " WRK-PSEUDO-NOME
                       DELIMITED BY SIZE INTO WRK-LINHA-REL
           END-EVALUATE.
           PERFORM 0891-GRAVA-LINHA.

       0291-LINHA-REG-ID-FIM. EXIT.

      *-----------------------------------------------------------------
      *    AUDITCLI.txt - NOME, TELEFONE E CEP ANTERIORES E NOVOS
      *-----------------------------------------------------------------
       0300-ANONIMIZA-AUDITCLI                   SECTION.

           MOVE "AUDITCLI.txt" TO WRK-NOME-ARQUIVO.
           PERFORM 0880-ZERA-CONTADORES.

           OPEN INPUT AUDITCLI.
           IF FS-AUDITCLI NOT EQUAL 00
               PERFORM 0882-LINHA-AUSENTE
               GO TO 0300-ANONIMIZA-AUDITCLI-FIM
           END-IF.

           OPEN OUTPUT ANONTMP.
           READ AUDITCLI.
           PERFORM 0301-TRATA-AUDITCLI
               UNTIL FS-AUDITCLI NOT EQUAL 00.
           CLOSE AUDITCLI.
           CLOSE ANONTMP.

           IF ACU-ANONIMIZADOS GREATER ZEROS
               OPEN OUTPUT AUDITCLI
               OPEN INPUT  ANONTMP
               READ ANONTMP
               PERFORM 0302-DEVOLVE-AUDITCLI
                   UNTIL FS-ANONTMP NOT EQUAL 00
               CLOSE ANONTMP
               CLOSE AUDITCLI
           END-IF.

           PERFORM 0881-LINHA-ARQUIVO.

       0300-ANONIMIZA-AUDITCLI-FIM. EXIT.

      *-----------------------------------------------------------------
       0301-TRATA-AUDITCLI                       SECTION.

           ADD 1 TO ACU-LIDOS.

           MOVE AUD-ID TO WRK-PROCURA-ID.
           PERFORM 0270-PROCURA-ID.

           IF WRK-EXP-FOI-ACHADO
               ADD 1 TO ACU-DO-EXPURGADO
               MOVE REG-AUDITCLI TO WRK-IMAGEM-ANTES
               IF AUD-NOME-ANTERIOR NOT EQUAL SPACES
                   MOVE WRK-PSEUDO-NOME TO AUD-NOME-ANTERIOR
               END-IF
               IF AUD-NOME-NOVO NOT EQUAL SPACES
                   MOVE WRK-PSEUDO-NOME TO AUD-NOME-NOVO
               END-IF
               MOVE ZEROS TO AUD-TELEFONE-ANTERIOR
                             AUD-TELEFONE-NOVO
                             AUD-CEP-ANTERIOR
                             AUD-CEP-NOVO
               IF REG-AUDITCLI NOT EQUAL WRK-IMAGEM-ANTES
                   ADD 1 TO ACU-ANONIMIZADOS
               END-IF
           END-IF.

           WRITE REG-ANONTMP FROM REG-AUDITCLI.

           READ AUDITCLI.

       0301-TRATA-AUDITCLI-FIM. EXIT.

      *-----------------------------------------------------------------
       0302-DEVOLVE-AUDITCLI                     SECTION.

           WRITE REG-AUDITCLI FROM REG-ANONTMP.

           READ ANONTMP.

       0302-DEVOLVE-AUDITCLI-FIM. EXIT.

      *-----------------------------------------------------------------
      *    PENDAPRV.txt - NOME, TELEFONE E DOCUMENTO ANTERIORES E NOVOS
      *-----------------------------------------------------------------
       0310-ANONIMIZA-PENDAPRV                   SECTION.

           MOVE "PENDAPRV.txt" TO WRK-NOME-ARQUIVO.
           PERFORM 0880-ZERA-CONTADORES.

           OPEN INPUT PENDAPRV.
           IF FS-PENDAPRV NOT EQUAL 00
               PERFORM 0882-LINHA-AUSENTE
               GO TO 0310-ANONIMIZA-PENDAPRV-FIM
           END-IF.

           OPEN OUTPUT ANONTMP.
           READ PENDAPRV.
           PERFORM 0311-TRATA-PENDAPRV
               UNTIL FS-PENDAPRV NOT EQUAL 00.
           CLOSE PENDAPRV.
           CLOSE ANONTMP.

           IF ACU-ANONIMIZADOS GREATER ZEROS
               OPEN OUTPUT PENDAPRV
               OPEN INPUT  ANONTMP
               READ ANONTMP
               PERFORM 0312-DEVOLVE-PENDAPRV
                   UNTIL FS-ANONTMP NOT EQUAL 00
               CLOSE ANONTMP
               CLOSE PENDAPRV
           END-IF.

           PERFORM 0881-LINHA-ARQUIVO.

       0310-ANONIMIZA-PENDAPRV-FIM. EXIT.

      *-----------------------------------------------------------------
       0311-TRATA-PENDAPRV                       SECTION.

           ADD 1 TO ACU-LIDOS.

           MOVE PEN-ID TO WRK-PROCURA-ID.
           PERFORM 0270-PROCURA-ID.

           IF WRK-EXP-FOI-ACHADO
               ADD 1 TO ACU-DO-EXPURGADO
               MOVE REG-PENDAPRV TO WRK-IMAGEM-ANTES
               IF PEN-NOME-ANTERIOR NOT EQUAL SPACES
                   MOVE WRK-PSEUDO-NOME TO PEN-NOME-ANTERIOR
               END-IF
               IF PEN-NOME-NOVO NOT EQUAL SPACES
                   MOVE WRK-PSEUDO-NOME TO PEN-NOME-NOVO
               END-IF
               MOVE ZEROS TO PEN-TELEFONE-ANTERIOR
                             PEN-TELEFONE-NOVO
                             PEN-DOC-ANTERIOR
                             PEN-DOC-NOVO
               IF REG-PENDAPRV NOT EQUAL WRK-IMAGEM-ANTES
                   ADD 1 TO ACU-ANONIMIZADOS
               END-IF
           END-IF.

           WRITE REG-ANONTMP FROM REG-PENDAPRV.

           READ PENDAPRV.

       0311-TRATA-PENDAPRV-FIM. EXIT.

      *-----------------------------------------------------------------
       0312-DEVOLVE-PENDAPRV                     SECTION.

           WRITE REG-PENDAPRV FROM REG-ANONTMP.

           READ ANONTMP.

       0312-DEVOLVE-PENDAPRV-FIM. EXIT.

      *-----------------------------------------------------------------
      *    REVISAOCLI.txt - NOME E TELEFONE
      *-----------------------------------------------------------------
       0320-ANONIMIZA-REVISAOCLI                 SECTION.

           MOVE "REVISAOCLI.txt" TO WRK-NOME-ARQUIVO.
           PERFORM 0880-ZERA-CONTADORES.

           OPEN INPUT REVISAOCLI.
           IF FS-REVISAOCLI NOT EQUAL 00
               PERFORM 0882-LINHA-AUSENTE
               GO TO 0320-ANONIMIZA-REVISAOCLI-FIM
           END-IF.

           OPEN OUTPUT ANONTMP.
           READ REVISAOCLI.
           PERFORM 0321-TRATA-REVISAOCLI
               UNTIL FS-REVISAOCLI NOT EQUAL 00.
           CLOSE REVISAOCLI.
           CLOSE ANONTMP.

           IF ACU-ANONIMIZADOS GREATER ZEROS
               OPEN OUTPUT REVISAOCLI
               OPEN INPUT  ANONTMP
               READ ANONTMP
               PERFORM 0322-DEVOLVE-REVISAOCLI
                   UNTIL FS-ANONTMP NOT EQUAL 00
               CLOSE ANONTMP
               CLOSE REVISAOCLI
           END-IF.

           PERFORM 0881-LINHA-ARQUIVO.

       0320-ANONIMIZA-REVISAOCLI-FIM. EXIT.

      *-----------------------------------------------------------------
       0321-TRATA-REVISAOCLI                     SECTION.

           ADD 1 TO ACU-LIDOS.

           MOVE REV-ID TO WRK-PROCURA-ID.
           PERFORM 0270-PROCURA-ID.

           IF WRK-EXP-FOI-ACHADO
               ADD 1 TO ACU-DO-EXPURGADO
               MOVE REG-REVISAOCLI TO WRK-IMAGEM-ANTES
               MOVE WRK-PSEUDO-NOME TO REV-NOME
               MOVE ZEROS           TO REV-TELEFONE
               IF REG-REVISAOCLI NOT EQUAL WRK-IMAGEM-ANTES
                   ADD 1 TO ACU-ANONIMIZADOS
               END-IF
           END-IF.

           WRITE REG-ANONTMP FROM REG-REVISAOCLI.

           READ REVISAOCLI.

       0321-TRATA-REVISAOCLI-FIM. EXIT.

      *-----------------------------------------------------------------
       0322-DEVOLVE-REVISAOCLI                   SECTION.

           WRITE REG-REVISAOCLI FROM REG-ANONTMP.

           READ ANONTMP.

       0322-DEVOLVE-REVISAOCLI-FIM. EXIT.

      *-----------------------------------------------------------------
      *    KYCFILA.txt - NOME E TELEFONE
      *-----------------------------------------------------------------
       0330-ANONIMIZA-KYCFILA                    SECTION.

           MOVE "KYCFILA.txt" TO WRK-NOME-ARQUIVO.
           PERFORM 0880-ZERA-CONTADORES.

           OPEN INPUT KYCFILA.
           IF FS-KYCFILA NOT EQUAL 00
               PERFORM 0882-LINHA-AUSENTE
               GO TO 0330-ANONIMIZA-KYCFILA-FIM
           END-IF.

           OPEN OUTPUT ANONTMP.
           READ KYCFILA.
           PERFORM 0331-TRATA-KYCFILA
               UNTIL FS-KYCFILA NOT EQUAL 00.
           CLOSE KYCFILA.
           CLOSE ANONTMP.

           IF ACU-ANONIMIZADOS GREATER ZEROS
               OPEN OUTPUT KYCFILA
               OPEN INPUT  ANONTMP
               READ ANONTMP
               PERFORM 0332-DEVOLVE-KYCFILA
                   UNTIL FS-ANONTMP NOT EQUAL 00
               CLOSE ANONTMP
               CLOSE KYCFILA
           END-IF.

           PERFORM 0881-LINHA-ARQUIVO.

       0330-ANONIMIZA-KYCFILA-FIM. EXIT.

      *-----------------------------------------------------------------
       0331-TRATA-KYCFILA                        SECTION.

           ADD 1 TO ACU-LIDOS.

           MOVE KYC-ID TO WRK-PROCURA-ID.
           PERFORM 0270-PROCURA-ID.

           IF WRK-EXP-FOI-ACHADO
               ADD 1 TO ACU-DO-EXPURGADO
               MOVE REG-KYCFILA TO WRK-IMAGEM-ANTES
               MOVE WRK-PSEUDO-NOME TO KYC-NOME
               MOVE ZEROS           TO KYC-TELEFONE
               IF REG-KYCFILA NOT EQUAL WRK-IMAGEM-ANTES
                   ADD 1 TO ACU-ANONIMIZADOS
               END-IF
           END-IF.

           WRITE REG-ANONTMP FROM REG-KYCFILA.

           READ KYCFILA.

       0331-TRATA-KYCFILA-FIM. EXIT.

      *-----------------------------------------------------------------
       0332-DEVOLVE-KYCFILA                      SECTION.

           WRITE REG-KYCFILA FROM REG-ANONTMP.

           READ ANONTMP.

       0332-DEVOLVE-KYCFILA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    CANDFUS.txt SO GUARDA OS DOIS REG-IDS, PONTOS E MOTIVO - NAO
      *    HA CAMPO PESSOAL A TROCAR; OS PARES COM EXPURGADO SAO
      *    CONTADOS PARA O CERTIFICADO E O ARQUIVO NAO E REGRAVADO
      *-----------------------------------------------------------------
       0340-CONFERE-CANDFUS                      SECTION.

           MOVE "CANDFUS.txt" TO WRK-NOME-ARQUIVO.
           PERFORM 0880-ZERA-CONTADORES.

           OPEN INPUT CANDFUS.
           IF FS-CANDFUS NOT EQUAL 00
               PERFORM 0882-LINHA-AUSENTE
               GO TO 0340-CONFERE-CANDFUS-FIM
           END-IF.

           READ CANDFUS.
           PERFORM 0341-TRATA-CANDFUS
               UNTIL FS-CANDFUS NOT EQUAL 00.
           CLOSE CANDFUS.

           PERFORM 0881-LINHA-ARQUIVO.
           MOVE "  (CANDFUS SO TEM CHAVES - NADA A TROCAR)"
               TO WRK-LINHA-REL.
           PERFORM 0891-GRAVA-LINHA.

       0340-CONFERE-CANDFUS-FIM. EXIT.

      *-----------------------------------------------------------------
       0341-TRATA-CANDFUS                        SECTION.

           ADD 1 TO ACU-LIDOS.

           MOVE CAN-ID1 TO WRK-PROCURA-ID.
           PERFORM 0270-PROCURA-ID.
           IF WRK-EXP-NAO-ACHADO
               MOVE CAN-ID2 TO WRK-PROCURA-ID
               PERFORM 0270-PROCURA-ID
           END-IF.

           IF WRK-EXP-FOI-ACHADO
               ADD 1 TO ACU-DO-EXPURGADO
           END-IF.

           READ CANDFUS.

       0341-TRATA-CANDFUS-FIM. EXIT.

      *-----------------------------------------------------------------
      *    CLIBKP.txt - NOME, TELEFONE E CPF/CNPJ DO DETALHE; O TRAILER
      *    (QTD E HASH DOS REG-IDS) NAO MUDA
      *-----------------------------------------------------------------
       0350-ANONIMIZA-CLIBKP                     SECTION.

           MOVE "CLIBKP.txt" TO WRK-NOME-ARQUIVO.
           PERFORM 0880-ZERA-CONTADORES.

           OPEN INPUT CLIBKP.
           IF FS-CLIBKP NOT EQUAL 00
               PERFORM 0882-LINHA-AUSENTE
               GO TO 0350-ANONIMIZA-CLIBKP-FIM
           END-IF.

           OPEN OUTPUT ANONTMP.
           READ CLIBKP.
           PERFORM 0351-TRATA-CLIBKP
               UNTIL FS-CLIBKP NOT EQUAL 00.
           CLOSE CLIBKP.
           CLOSE ANONTMP.

           IF ACU-ANONIMIZADOS GREATER ZEROS
               OPEN OUTPUT CLIBKP
               OPEN INPUT  ANONTMP
               READ ANONTMP
               PERFORM 0352-DEVOLVE-CLIBKP
                   UNTIL FS-ANONTMP NOT EQUAL 00
               CLOSE ANONTMP
               CLOSE CLIBKP
           END-IF.

           PERFORM 0881-LINHA-ARQUIVO.

       0350-ANONIMIZA-CLIBKP-FIM. EXIT.

      *-----------------------------------------------------------------
       0351-TRATA-CLIBKP                         SECTION.

           PERFORM 0353-TESTA-TRAILER.

           IF WRK-NAO-E-TRAILER
               ADD 1 TO ACU-LIDOS
               MOVE BKP-ID TO WRK-PROCURA-ID
               PERFORM 0270-PROCURA-ID
               IF WRK-EXP-FOI-ACHADO
                   ADD 1 TO ACU-DO-EXPURGADO
                   MOVE REG-CLIBKP TO WRK-IMAGEM-ANTES
                   MOVE WRK-PSEUDO-NOME TO BKP-NOME
                   MOVE ZEROS           TO BKP-TELEFONE
                                           BKP-CPFCNPJ
                   IF REG-CLIBKP NOT EQUAL WRK-IMAGEM-ANTES
                       ADD 1 TO ACU-ANONIMIZADOS
                   END-IF
               END-IF
           END-IF.

           WRITE REG-ANONTMP FROM REG-CLIBKP.

           READ CLIBKP.

       0351-TRATA-CLIBKP-FIM. EXIT.

      *-----------------------------------------------------------------
       0352-DEVOLVE-CLIBKP                       SECTION.

           WRITE REG-CLIBKP FROM REG-ANONTMP.

           READ ANONTMP.

       0352-DEVOLVE-CLIBKP-FIM. EXIT.

      *-----------------------------------------------------------------
      *    MESMO TESTE DO PRGSALVA: "####" OU O "9999" ANTIGO COM A
      *    CARA DO TRAILER
      *-----------------------------------------------------------------
       0353-TESTA-TRAILER                        SECTION.

           SET WRK-NAO-E-TRAILER TO TRUE.

           IF BKP-TRL-MARCA EQUAL "####"
               SET WRK-E-TRAILER TO TRUE
           END-IF.

           IF BKP-TRL-MARCA EQUAL "9999"
              AND BKP-TRL-QTD IS NUMERIC
              AND BKP-TRL-HASH IS NUMERIC
              AND BKP-TRL-RESTO EQUAL SPACES
               SET WRK-E-TRAILER TO TRUE
           END-IF.

       0353-TESTA-TRAILER-FIM. EXIT.

      *-----------------------------------------------------------------
      *    NOTIFEVT.txt (SPOOL) - E-MAIL PELO CODIGO DO CLIENTES2
      *-----------------------------------------------------------------
       0360-ANONIMIZA-NOTIFEVT                   SECTION.

           MOVE "NOTIFEVT.txt" TO WRK-NOME-ARQUIVO.
           PERFORM 0880-ZERA-CONTADORES.

           OPEN INPUT NOTIFEVT.
           IF FS-NOTIFEVT NOT EQUAL 00
               PERFORM 0882-LINHA-AUSENTE
               GO TO 0360-ANONIMIZA-NOTIFEVT-FIM
           END-IF.

           OPEN OUTPUT ANONTMP.
           READ NOTIFEVT INTO REG-NOTIFICA.
           PERFORM 0361-TRATA-NOTIFEVT
               UNTIL FS-NOTIFEVT NOT EQUAL 00.
           CLOSE NOTIFEVT.
           CLOSE ANONTMP.

           IF ACU-ANONIMIZADOS GREATER ZEROS
               OPEN OUTPUT NOTIFEVT
               OPEN INPUT  ANONTMP
               READ ANONTMP
               PERFORM 0362-DEVOLVE-NOTIFEVT
                   UNTIL FS-ANONTMP NOT EQUAL 00
               CLOSE ANONTMP
               CLOSE NOTIFEVT
           END-IF.

           PERFORM 0881-LINHA-ARQUIVO.

       0360-ANONIMIZA-NOTIFEVT-FIM. EXIT.

      *-----------------------------------------------------------------
       0361-TRATA-NOTIFEVT                       SECTION.

           PERFORM 0365-TRATA-NOTIFICACAO.

           WRITE REG-ANONTMP FROM REG-NOTIFICA.

           READ NOTIFEVT INTO REG-NOTIFICA.

       0361-TRATA-NOTIFEVT-FIM. EXIT.

      *-----------------------------------------------------------------
       0362-DEVOLVE-NOTIFEVT                     SECTION.

           WRITE REG-NOTIFEVT FROM REG-ANONTMP.

           READ ANONTMP.

       0362-DEVOLVE-NOTIFEVT-FIM. EXIT.

      *-----------------------------------------------------------------
      *    EVENTO DE NOTIFICACAO (SPOOL OU ENTREGA) - HEADER "H" E
      *    TRAILER "T" DA ENTREGA PASSAM DIRETO
      *-----------------------------------------------------------------
       0365-TRATA-NOTIFICACAO                    SECTION.

           IF NOT-HDR-TIPO EQUAL "H" OR "T"
               GO TO 0365-TRATA-NOTIFICACAO-FIM
           END-IF.

           ADD 1 TO ACU-LIDOS.

           MOVE NOT-CODIGO-CLIENTE TO WRK-PROCURA-CODIGO.
           PERFORM 0275-PROCURA-CODIGO.

           IF WRK-EXP-FOI-ACHADO
               ADD 1 TO ACU-DO-EXPURGADO
               MOVE REG-NOTIFICA TO WRK-IMAGEM-ANTES
               IF NOT-EMAIL NOT EQUAL SPACES
                   MOVE WRK-PSEUDO-EMAIL TO NOT-EMAIL
               END-IF
               IF REG-NOTIFICA NOT EQUAL WRK-IMAGEM-ANTES
                   ADD 1 TO ACU-ANONIMIZADOS
               END-IF
           END-IF.

       0365-TRATA-NOTIFICACAO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    NOTIFICA.txt (ENTREGA AO SERVICO DE ENVIO) - E-MAIL
      *-----------------------------------------------------------------
       0370-ANONIMIZA-NOTIFICA                   SECTION.

           MOVE "NOTIFICA.txt" TO WRK-NOME-ARQUIVO.
           PERFORM 0880-ZERA-CONTADORES.

           OPEN INPUT NOTIFICA.
           IF FS-NOTIFICA NOT EQUAL 00
               PERFORM 0882-LINHA-AUSENTE
               GO TO 0370-ANONIMIZA-NOTIFICA-FIM
           END-IF.

           OPEN OUTPUT ANONTMP.
           READ NOTIFICA INTO REG-NOTIFICA.
           PERFORM 0371-TRATA-NOTIFICA
               UNTIL FS-NOTIFICA NOT EQUAL 00.
           CLOSE NOTIFICA.
           CLOSE ANONTMP.

           IF ACU-ANONIMIZADOS GREATER ZEROS
               OPEN OUTPUT NOTIFICA
               OPEN INPUT  ANONTMP
               READ ANONTMP
               PERFORM 0372-DEVOLVE-NOTIFICA
                   UNTIL FS-ANONTMP NOT EQUAL 00
               CLOSE ANONTMP
               CLOSE NOTIFICA
           END-IF.

           PERFORM 0881-LINHA-ARQUIVO.

       0370-ANONIMIZA-NOTIFICA-FIM. EXIT.

      *-----------------------------------------------------------------
       0371-TRATA-NOTIFICA                       SECTION.

           PERFORM 0365-TRATA-NOTIFICACAO.

           WRITE REG-ANONTMP FROM REG-NOTIFICA.

           READ NOTIFICA INTO REG-NOTIFICA.

       0371-TRATA-NOTIFICA-FIM. EXIT.

      *-----------------------------------------------------------------
       0372-DEVOLVE-NOTIFICA                     SECTION.

           WRITE REG-NOTIFICA-ENTREGA FROM REG-ANONTMP.

           READ ANONTMP.

       0372-DEVOLVE-NOTIFICA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    FAMILIA.txt - NOME DO DEPENDENTE EXPURGADO
      *-----------------------------------------------------------------
       0380-ANONIMIZA-FAMILIA                    SECTION.

           MOVE "FAMILIA.txt" TO WRK-NOME-ARQUIVO.
           PERFORM 0880-ZERA-CONTADORES.

           OPEN INPUT FAMILIA.
           IF FS-FAMILIA NOT EQUAL 00
               PERFORM 0882-LINHA-AUSENTE
               GO TO 0380-ANONIMIZA-FAMILIA-FIM
           END-IF.

           OPEN OUTPUT ANONTMP.
           READ FAMILIA.
           PERFORM 0381-TRATA-FAMILIA
               UNTIL FS-FAMILIA NOT EQUAL 00.
           CLOSE FAMILIA.
           CLOSE ANONTMP.

           IF ACU-ANONIMIZADOS GREATER ZEROS
               OPEN OUTPUT FAMILIA
               OPEN INPUT  ANONTMP
               READ ANONTMP
               PERFORM 0382-DEVOLVE-FAMILIA
                   UNTIL FS-ANONTMP NOT EQUAL 00
               CLOSE ANONTMP
               CLOSE FAMILIA
           END-IF.

           PERFORM 0881-LINHA-ARQUIVO.

       0380-ANONIMIZA-FAMILIA-FIM. EXIT.

      *-----------------------------------------------------------------
       0381-TRATA-FAMILIA                        SECTION.

           ADD 1 TO ACU-LIDOS.

           MOVE FAM-DEPENDENTE TO WRK-PROCURA-CODIGO.
           PERFORM 0275-PROCURA-CODIGO.

           IF WRK-EXP-FOI-ACHADO
               ADD 1 TO ACU-DO-EXPURGADO
               MOVE REG-FAMILIA TO WRK-IMAGEM-ANTES
               MOVE WRK-PSEUDO-NOME TO FAM-NOME-DEPENDENTE
               IF REG-FAMILIA NOT EQUAL WRK-IMAGEM-ANTES
                   ADD 1 TO ACU-ANONIMIZADOS
               END-IF
           END-IF.

           WRITE REG-ANONTMP FROM REG-FAMILIA.

           READ FAMILIA.

       0381-TRATA-FAMILIA-FIM. EXIT.

      *-----------------------------------------------------------------
       0382-DEVOLVE-FAMILIA                      SECTION.

           WRITE REG-FAMILIA FROM REG-ANONTMP.

           READ ANONTMP.

       0382-DEVOLVE-FAMILIA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    CLIENTES2.dat - NOME E E-MAIL DO ASSINANTE, LIDO PELA CHAVE
      *    (SO ASSINANTE SEM SERVICO VIGENTE CHEGA AQUI)
      *-----------------------------------------------------------------
       0390-ANONIMIZA-CLIENTES2                  SECTION.

           MOVE "CLIENTES2.dat" TO WRK-NOME-ARQUIVO.
           PERFORM 0880-ZERA-CONTADORES.

           IF WRK-CLIENTES2-FORA
               PERFORM 0882-LINHA-AUSENTE
               GO TO 0390-ANONIMIZA-CLIENTES2-FIM
           END-IF.

           PERFORM 0391-TRATA-ASSINANTE
               VARYING WRK-IDX-EXP FROM 1 BY 1
               UNTIL WRK-IDX-EXP GREATER WRK-QT-EXPURGADOS.

           PERFORM 0881-LINHA-ARQUIVO.

       0390-ANONIMIZA-CLIENTES2-FIM. EXIT.

      *-----------------------------------------------------------------
       0391-TRATA-ASSINANTE                      SECTION.

           IF NOT WRK-EXP-ANONIMIZAR(WRK-IDX-EXP)
              OR WRK-EXP-CODIGO(WRK-IDX-EXP) EQUAL SPACES
               GO TO 0391-TRATA-ASSINANTE-FIM
           END-IF.

           MOVE WRK-EXP-CODIGO(WRK-IDX-EXP) TO REG-CODIGO-CLI2.
           READ CLIENTES2 KEY IS REG-CODIGO-CLI2
               INVALID KEY
                   GO TO 0391-TRATA-ASSINANTE-FIM
           END-READ.

           ADD 1 TO ACU-LIDOS.
           ADD 1 TO ACU-DO-EXPURGADO.

           MOVE WRK-IDX-EXP TO WRK-IDX-ACHADO.
           PERFORM 0280-MONTA-PSEUDONIMO.

           MOVE REG-CLIENTES2 TO WRK-IMAGEM-ANTES.
           MOVE WRK-PSEUDO-NOME TO REG-NOME-CLI2.
           IF REG-EMAIL-CLI2 NOT EQUAL SPACES
               MOVE WRK-PSEUDO-EMAIL TO REG-EMAIL-CLI2
           END-IF.

           IF REG-CLIENTES2 NOT EQUAL WRK-IMAGEM-ANTES
               REWRITE REG-CLIENTES2
               IF FS-CLIENTES2 EQUAL 00
                   ADD 1 TO ACU-ANONIMIZADOS
               ELSE
                   DISPLAY "ERRO NA REGRAVACAO DO ASSINANTE "
                       REG-CODIGO-CLI2
                   CALL "FSTATUS" USING FS-CLIENTES2 WRK-FS-DESCRICAO
                   DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               END-IF
           END-IF.

       0391-TRATA-ASSINANTE-FIM. EXIT.

      *-----------------------------------------------------------------
       0880-ZERA-CONTADORES                      SECTION.

           MOVE ZEROS TO ACU-LIDOS
                         ACU-DO-EXPURGADO
                         ACU-ANONIMIZADOS.

       0880-ZERA-CONTADORES-FIM. EXIT.

      *-----------------------------------------------------------------
       0881-LINHA-ARQUIVO                        SECTION.

           STRING WRK-NOME-ARQUIVO
               " LIDOS " ACU-LIDOS
               " DO EXPURGADO " ACU-DO-EXPURGADO
               " ANONIMIZADOS " ACU-ANONIMIZADOS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0891-GRAVA-LINHA.

           ADD ACU-ANONIMIZADOS TO ACU-TOTAL-ANONIMIZADOS.

           DISPLAY WRK-NOME-ARQUIVO " ANONIMIZADOS: " ACU-ANONIMIZADOS.

       0881-LINHA-ARQUIVO-FIM. EXIT.

      *-----------------------------------------------------------------
       0882-LINHA-AUSENTE                        SECTION.

           STRING WRK-NOME-ARQUIVO
               " AUSENTE - NADA A ANONIMIZAR"
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0891-GRAVA-LINHA.

           DISPLAY WRK-NOME-ARQUIVO " AUSENTE".

       0882-LINHA-AUSENTE-FIM. EXIT.

      *-----------------------------------------------------------------
       0891-GRAVA-LINHA                          SECTION.

           WRITE REG-RELANON FROM WRK-LINHA-REL.
           MOVE SPACES TO WRK-LINHA-REL.

       0891-GRAVA-LINHA-FIM. EXIT.

      *-----------------------------------------------------------------
       0900-FINALIZAR                            SECTION.

           STRING "TOTAL DE REGISTROS ANONIMIZADOS: "
               ACU-TOTAL-ANONIMIZADOS
               DELIMITED BY SIZE INTO WRK-LINHA-REL.
           PERFORM 0891-GRAVA-LINHA.
           MOVE "== FIM DO CERTIFICADO ==" TO WRK-LINHA-REL.
           PERFORM 0891-GRAVA-LINHA.

           CLOSE RELANON.
           CLOSE CLIENTES.
           IF WRK-CLIENTES2-OK
               CLOSE CLIENTES2
           END-IF.

           DISPLAY "============================================".
           DISPLAY "REG-IDS EXPURGADOS..: " WRK-QT-EXPURGADOS.
           DISPLAY "A ANONIMIZAR........: " WRK-QT-ANONIMIZAR.
           DISPLAY "REGISTROS TROCADOS..: " ACU-TOTAL-ANONIMIZADOS.
           DISPLAY "CERTIFICADO EM RELANON.txt".
           DISPLAY "======= FIM PROGRAMA ANONIMIZACAO =======".

       0900-FINALIZAR-FIM. EXIT.

      *-----------------------------------------------------------------
       9000-TRATA-ERRO                           SECTION.

           DISPLAY WRK-MSG-ERRO.
           CALL "FSTATUS" USING FS-CLIENTES WRK-FS-DESCRICAO.
           DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       9000-TRATA-ERRO-FIM. EXIT.
