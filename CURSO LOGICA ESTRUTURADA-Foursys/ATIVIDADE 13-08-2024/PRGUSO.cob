       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGUSO.
      *=================================================================
      * PROGRAMA   : PRGUSO
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: TARIFADOR DIARIO DO USO AVULSO (ALUGUEL, TELA
      *              EXTRA, EVENTO PREMIUM) - LE O USODIA.txt DOS
      *              PARCEIROS (BOOK #USO), VALIDA O ASSINANTE NO
      *              CLIENTES2.dat (LEITURA CHAVEADA) E O SERVICO ATIVO
      *              NO GRUPO DELE, TARIFA PELA TABELA USOTARIF.txt
      *              (PRECO UNITARIO X QUANTIDADE) E ACUMULA NO CICLO EM
      *              ABERTO DO ASSINANTE EM USOACUM.txt, POR SERVICO,
      *              TIPO DE USO E COMPETENCIA. O USO RECUSADO VAI PARA
      *              USOREJ.txt COM O MOTIVO. O ACUMULADO E REGRAVADO
      *              PELA TABELA EM MEMORIA (LINHAS JA COBRADAS E
      *              FATURADAS COM MAIS DE 3 MESES SAEM) E O USODIA.txt
      *              E ZERADO NO FIM, COMO O SPOOL DO PRGNOTIF
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  USODIA                INPUT/OUTPUT           #USO
      *  USOTARIF              INPUT                  #USOTARIF
      *  CLIENTES2             INPUT
      *  USOACUM               INPUT/OUTPUT           #USOACUM
      *  USOREJ                OUTPUT (EXTEND)
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS
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
           SELECT USODIA                ASSIGN TO
                                        WRK-CAMINHO-USODIA
               FILE STATUS              IS FS-USODIA.

           SELECT USOTARIF              ASSIGN TO
                                        WRK-CAMINHO-USOTARIF
               FILE STATUS              IS FS-USOTARIF.

           SELECT CLIENTES2             ASSIGN TO
                                        WRK-CAMINHO-CLIENTES2
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS RANDOM
               RECORD KEY               IS REG-CODIGO
               FILE STATUS              IS FS-CLIENTES2.

           SELECT USOACUM               ASSIGN TO
                                        WRK-CAMINHO-USOACUM
               FILE STATUS              IS FS-USOACUM.

           SELECT USOREJ                ASSIGN TO
                                        WRK-CAMINHO-USOREJ
               FILE STATUS              IS FS-USOREJ.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                      SECTION.
      *-----------------------------------------------------------------

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - USO AVULSO DO DIA (USODIA)
      *                               LRECL = 028
      *----------------------------------------------------------------*
       FD  USODIA.
       COPY '#USO'.

      *----------------------------------------------------------------*
      *     INPUT -  TABELA DE TARIFAS DE USO (USOTARIF)
      *                               LRECL = 048
      *----------------------------------------------------------------*
       FD  USOTARIF.
       COPY '#USOTARIF'.

      *----------------------------------------------------------------*
      *     INPUT -  BASE DE ASSINANTES AGRUPADA (CLIENTES2)
      *                               LRECL = 208
      *----------------------------------------------------------------*
       FD  CLIENTES2.
       01  REG-CLIENTES.
           10 REG-CODIGO               PIC X(003).
           10 REG-NOME                 PIC X(020).
           10 REG-EMAIL                PIC X(020).
           10 REG-QTD-SERVICOS         PIC 9(001).
           10 REG-SERVICOS             OCCURS 3 TIMES.
               15 REG-STREA                PIC X(010).
               15 REG-ASSINATURA           PIC 9(003)V99.
               15 REG-STATUS-ASSINATURA    PIC X(001).
                   88 REG-ASSINATURA-ATIVA     VALUE "A".
                   88 REG-ASSINATURA-PAUSADA   VALUE "P".
               15 REG-PROX-COBRANCA        PIC 9(008).
               15 REG-MOEDA-ASSINATURA     PIC X(003).
               15 REG-DATA-INICIO          PIC 9(008).
               15 REG-DATA-CANCEL          PIC 9(008).
               15 REG-FIM-TESTE            PIC 9(008).
               15 REG-FREQ-COBRANCA        PIC X(001).
                   88 REG-COBRANCA-ANUAL       VALUE "A".
               15 REG-DATA-RETOMADA        PIC 9(008).

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - ACUMULADO DE USO TARIFADO (USOACUM)
      *                               LRECL = 056
      *----------------------------------------------------------------*
       FD  USOACUM.
       COPY '#USOACUM'.

      *----------------------------------------------------------------*
      *     OUTPUT - USO RECUSADO COM O MOTIVO (USOREJ)
      *                               LRECL = 068
      *----------------------------------------------------------------*
       FD  USOREJ.
       01  REG-USOREJ.
           05 REJ-USO                   PIC  X(28).
           05 REJ-MOTIVO                PIC  X(02).
           05 REJ-DESCRICAO             PIC  X(30).
           05 REJ-DATA-PROCESSAMENTO    PIC  9(08).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-USODIA                    PIC 9(002).
       77  FS-USOTARIF                  PIC 9(002).
       77  FS-CLIENTES2                 PIC 9(002).
       77  FS-USOACUM                   PIC 9(002).
       77  FS-USOREJ                    PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-USODIA           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-USOTARIF         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CLIENTES2        PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-USOACUM          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-USOREJ           PIC X(060)        VALUES SPACES.

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DO TARIFADOR DE USO ***            '.
      *-----------------------------------------------------------------

       01  WRK-DATA-PROCESSAMENTO       PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-PROCESSAMENTO-R REDEFINES WRK-DATA-PROCESSAMENTO.
           05 WRK-PROC-AAAA             PIC 9(004).
           05 WRK-PROC-MM               PIC 9(002).
           05 WRK-PROC-DD               PIC 9(002).

      *== CORTE DO EXPURGO: LINHA COBRADA E FATURADA COM COMPETENCIA
      *== ANTERIOR A ESTA SAI DO ACUMULADO
       01  WRK-CORTE.
           05 WRK-CORTE-AAAA            PIC 9(004)        VALUES ZEROS.
           05 WRK-CORTE-MM              PIC 9(002)        VALUES ZEROS.
       01  WRK-CORTE-N REDEFINES WRK-CORTE
                                        PIC 9(006).

       01  WRK-USODIA-ESTADO            PIC X(001)        VALUES "F".
           88 WRK-USODIA-ABERTO                   VALUES "A".
       01  WRK-USO-COMPETENCIA          PIC 9(006)        VALUES ZEROS.
       01  WRK-VALOR-USO                PIC 9(007)V99     VALUES ZEROS.
       01  WRK-IDX-SERV                 PIC 9(001)        VALUES 1.
       01  WRK-SERVICO-ACHADO           PIC X(001)        VALUES "N".
           88 WRK-SERVICO-FOI-ACHADO              VALUES "S".
           88 WRK-SERVICO-NAO-ACHADO              VALUES "N".

      *== TARIFAS CARREGADAS DO USOTARIF
       01  WRK-QT-TARIFAS               PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-TARIFA               PIC 9(003)        VALUES ZEROS.
       01  WRK-TARIFA-ACHADA            PIC X(001)        VALUES "N".
           88 WRK-TARIFA-FOI-ACHADA               VALUES "S".
           88 WRK-TARIFA-NAO-ACHADA               VALUES "N".
       01  WRK-TAB-TARIFAS.
           05 WRK-TAR-OCO               OCCURS 100 TIMES.
               10 WRK-TAR-SERVICO           PIC X(10).
               10 WRK-TAR-TIPO              PIC X(03).
               10 WRK-TAR-MOEDA             PIC X(03).
               10 WRK-TAR-PRECO             PIC 9(04)V99.
               10 WRK-TAR-CATEGORIA         PIC X(10).

      *== ACUMULADO DE USO EM MEMORIA (IMAGEM DO USOACUM)
       01  WRK-QT-ACUMULOS              PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-ACUMULO              PIC 9(004)        VALUES ZEROS.
       01  WRK-ACUMULO-ACHADO           PIC X(001)        VALUES "N".
           88 WRK-ACUMULO-FOI-ACHADO              VALUES "S".
           88 WRK-ACUMULO-NAO-ACHADO              VALUES "N".
       01  WRK-ACUMULADO-CHEIO          PIC X(001)        VALUES "N".
           88 WRK-ACUMULADO-ESTOUROU              VALUES "S".
       01  WRK-TAB-ACUMULOS.
           05 WRK-ACU-OCO               OCCURS 3000 TIMES
                                        PIC X(056).

      *== MOTIVO DA RECUSA DO USO CORRENTE
       01  WRK-MOTIVO                   PIC X(002)        VALUES SPACES.
       01  WRK-MOTIVO-DESCRICAO         PIC X(030)        VALUES SPACES.

       01  ACU-USOS-LIDOS               PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-USOS-TARIFADOS           PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-USOS-RECUSADOS           PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-LINHAS-EXPURGADAS        PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-VALOR-TARIFADO           PIC 9(010)V99 COMP-3
                                                          VALUES ZEROS.
       01  WRK-VALOR-TARIFADO-ED        PIC ZZ.ZZZ.ZZ9,99.

      *== BOOK DE MENSAGENS ERRO
       COPY "#BOOKMSG".

      *=================================================================
       PROCEDURE                                 DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       0001-PRINCIPAL                            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR UNTIL FS-USODIA NOT EQUAL 00.
           PERFORM 0300-REGRAVA-ACUMULADO.
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
                  "\USODIA.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-USODIA.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\USOTARIF.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-USOTARIF.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CLIENTES2.dat"     DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CLIENTES2.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\USOACUM.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-USOACUM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\USOREJ.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-USOREJ.

           DISPLAY "==== TARIFACAO DO USO AVULSO ====".
           DISPLAY "DATA DE PROCESSAMENTO (AAAAMMDD, BRANCO=HOJE)?".
           ACCEPT WRK-DATA-PROCESSAMENTO.
           IF WRK-DATA-PROCESSAMENTO EQUAL ZEROS
               ACCEPT WRK-DATA-PROCESSAMENTO FROM DATE YYYYMMDD
           END-IF.

           MOVE WRK-PROC-AAAA TO WRK-CORTE-AAAA.
           MOVE WRK-PROC-MM   TO WRK-CORTE-MM.
           IF WRK-CORTE-MM GREATER 3
               SUBTRACT 3 FROM WRK-CORTE-MM
           ELSE
               ADD 9 TO WRK-CORTE-MM
               SUBTRACT 1 FROM WRK-CORTE-AAAA
           END-IF.

           PERFORM 0110-CARREGA-TARIFAS.
           PERFORM 0120-CARREGA-ACUMULADO.

           OPEN INPUT CLIENTES2.
           IF FS-CLIENTES2 NOT EQUAL 00
               MOVE WRK-ERRO-ABERTURA TO WRK-FS-DESCRICAO
               DISPLAY WRK-FS-DESCRICAO
               CALL "FSTATUS" USING FS-CLIENTES2 WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND USOREJ.
           IF FS-USOREJ EQUAL 35
               OPEN OUTPUT USOREJ
               CLOSE USOREJ
               OPEN EXTEND USOREJ
           END-IF.

           OPEN INPUT USODIA.
           IF FS-USODIA NOT EQUAL 00
               DISPLAY "USODIA.txt AUSENTE - NADA A TARIFAR"
               MOVE 10 TO FS-USODIA
               GO TO 0100-INICIAR-FIM
           END-IF.
           SET WRK-USODIA-ABERTO TO TRUE.

           READ USODIA.
           IF FS-USODIA EQUAL 10
               DISPLAY WRK-ARQ-EXISTE
           END-IF.

       0100-INICIAR-FIM.                         EXIT.

      *-----------------------------------------------------------------
      *    CARREGA AS TARIFAS ATIVAS - SEM TABELA NAO HA O QUE TARIFAR
      *-----------------------------------------------------------------
       0110-CARREGA-TARIFAS                      SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT USOTARIF.
           IF FS-USOTARIF NOT EQUAL 00
               DISPLAY "TABELA DE TARIFAS DE USO NAO ABERTA!"
               CALL "FSTATUS" USING FS-USOTARIF WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           READ USOTARIF.
           PERFORM 0111-GUARDA-TARIFA
               UNTIL FS-USOTARIF NOT EQUAL 00.

           CLOSE USOTARIF.

       0110-CARREGA-TARIFAS-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0111-GUARDA-TARIFA                        SECTION.
      *-----------------------------------------------------------------

           IF UTR-ATIVA
              AND WRK-QT-TARIFAS LESS 100
               ADD 1 TO WRK-QT-TARIFAS
               MOVE UTR-SERVICO   TO WRK-TAR-SERVICO(WRK-QT-TARIFAS)
               MOVE UTR-TIPO      TO WRK-TAR-TIPO(WRK-QT-TARIFAS)
               MOVE UTR-MOEDA     TO WRK-TAR-MOEDA(WRK-QT-TARIFAS)
               MOVE UTR-PRECO     TO WRK-TAR-PRECO(WRK-QT-TARIFAS)
               MOVE UTR-CATEGORIA TO WRK-TAR-CATEGORIA(WRK-QT-TARIFAS)
           END-IF.

           READ USOTARIF.

       0111-GUARDA-TARIFA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    CARREGA O ACUMULADO - ARQUIVO AUSENTE COMECA VAZIO
      *-----------------------------------------------------------------
       0120-CARREGA-ACUMULADO                    SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT USOACUM.
           IF FS-USOACUM NOT EQUAL 00
               GO TO 0120-CARREGA-ACUMULADO-FIM
           END-IF.

           READ USOACUM.
           PERFORM 0121-GUARDA-ACUMULO
               UNTIL FS-USOACUM NOT EQUAL 00.

           CLOSE USOACUM.

           IF WRK-ACUMULADO-ESTOUROU
               DISPLAY "USOACUM.txt MAIOR QUE A TABELA - TARIFACAO "
                   "SUSPENSA!"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0120-CARREGA-ACUMULADO-FIM.               EXIT.

      *-----------------------------------------------------------------
       0121-GUARDA-ACUMULO                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-ACUMULOS LESS 3000
               ADD 1 TO WRK-QT-ACUMULOS
               MOVE REG-USOACUM TO WRK-ACU-OCO(WRK-QT-ACUMULOS)
           ELSE
               SET WRK-ACUMULADO-ESTOUROU TO TRUE
           END-IF.

           READ USOACUM.

       0121-GUARDA-ACUMULO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO ACU-USOS-LIDOS.

           IF USO-QUANTIDADE NOT NUMERIC
            OR USO-QUANTIDADE EQUAL ZEROS
               MOVE "01"                   TO WRK-MOTIVO
               MOVE "QUANTIDADE INVALIDA"  TO WRK-MOTIVO-DESCRICAO
               PERFORM 0250-RECUSA-USO
               GO TO 0200-PROCESSAR-LER
           END-IF.

           IF USO-DATA NOT NUMERIC
            OR USO-DATA EQUAL ZEROS
            OR USO-DATA GREATER WRK-DATA-PROCESSAMENTO
               MOVE "02"                   TO WRK-MOTIVO
               MOVE "DATA DO USO INVALIDA" TO WRK-MOTIVO-DESCRICAO
               PERFORM 0250-RECUSA-USO
               GO TO 0200-PROCESSAR-LER
           END-IF.

           MOVE USO-CODIGO-CLIENTE TO REG-CODIGO.
           READ CLIENTES2 KEY IS REG-CODIGO
               INVALID KEY
                   MOVE "03"                  TO WRK-MOTIVO
                   MOVE "ASSINANTE DESCONHECIDO"
                                              TO WRK-MOTIVO-DESCRICAO
                   PERFORM 0250-RECUSA-USO
                   GO TO 0200-PROCESSAR-LER
           END-READ.

           SET WRK-SERVICO-NAO-ACHADO TO TRUE.
           PERFORM 0210-COMPARA-SERVICO
               VARYING WRK-IDX-SERV FROM 1 BY 1
               UNTIL WRK-IDX-SERV GREATER REG-QTD-SERVICOS
                  OR WRK-SERVICO-FOI-ACHADO.

           IF WRK-SERVICO-NAO-ACHADO
               MOVE "04"                   TO WRK-MOTIVO
               MOVE "SERVICO INATIVO NO ASSINANTE"
                                           TO WRK-MOTIVO-DESCRICAO
               PERFORM 0250-RECUSA-USO
               GO TO 0200-PROCESSAR-LER
           END-IF.

           SET WRK-TARIFA-NAO-ACHADA TO TRUE.
           PERFORM 0220-COMPARA-TARIFA
               VARYING WRK-IDX-TARIFA FROM 1 BY 1
               UNTIL WRK-IDX-TARIFA GREATER WRK-QT-TARIFAS
                  OR WRK-TARIFA-FOI-ACHADA.

           IF WRK-TARIFA-NAO-ACHADA
               MOVE "05"                   TO WRK-MOTIVO
               MOVE "USO SEM TARIFA NO SERVICO"
                                           TO WRK-MOTIVO-DESCRICAO
               PERFORM 0250-RECUSA-USO
               GO TO 0200-PROCESSAR-LER
           END-IF.

           SUBTRACT 1 FROM WRK-IDX-TARIFA.

           PERFORM 0230-ACUMULA-USO.

       0200-PROCESSAR-LER.
           READ USODIA.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0210-COMPARA-SERVICO                      SECTION.
      *-----------------------------------------------------------------

           IF REG-STREA(WRK-IDX-SERV) EQUAL USO-SERVICO
              AND REG-ASSINATURA-ATIVA(WRK-IDX-SERV)
               SET WRK-SERVICO-FOI-ACHADO TO TRUE
           END-IF.

       0210-COMPARA-SERVICO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0220-COMPARA-TARIFA                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-TAR-SERVICO(WRK-IDX-TARIFA) EQUAL USO-SERVICO
              AND WRK-TAR-TIPO(WRK-IDX-TARIFA) EQUAL USO-TIPO
               SET WRK-TARIFA-FOI-ACHADA TO TRUE
           END-IF.

       0220-COMPARA-TARIFA-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    TARIFA O USO E SOMA NA LINHA DO CICLO EM ABERTO (AINDA NAO
      *    COBRADA NEM FATURADA) DO ASSINANTE, SERVICO, TIPO E
      *    COMPETENCIA - SEM LINHA ABERTA, ABRE UMA NOVA
      *-----------------------------------------------------------------
       0230-ACUMULA-USO                          SECTION.
      *-----------------------------------------------------------------

           COMPUTE WRK-VALOR-USO ROUNDED =
               USO-QUANTIDADE * WRK-TAR-PRECO(WRK-IDX-TARIFA).
           MOVE USO-DATA(1:6) TO WRK-USO-COMPETENCIA.

           SET WRK-ACUMULO-NAO-ACHADO TO TRUE.
           PERFORM 0231-COMPARA-ACUMULO
               VARYING WRK-IDX-ACUMULO FROM 1 BY 1
               UNTIL WRK-IDX-ACUMULO GREATER WRK-QT-ACUMULOS
                  OR WRK-ACUMULO-FOI-ACHADO.

           IF WRK-ACUMULO-FOI-ACHADO
               SUBTRACT 1 FROM WRK-IDX-ACUMULO
               MOVE WRK-ACU-OCO(WRK-IDX-ACUMULO) TO REG-USOACUM
           ELSE
               IF WRK-QT-ACUMULOS NOT LESS 3000
                   MOVE "06"               TO WRK-MOTIVO
                   MOVE "ACUMULADO DE USO CHEIO"
                                           TO WRK-MOTIVO-DESCRICAO
                   PERFORM 0250-RECUSA-USO
                   GO TO 0230-ACUMULA-USO-FIM
               END-IF
               ADD 1 TO WRK-QT-ACUMULOS
               MOVE WRK-QT-ACUMULOS TO WRK-IDX-ACUMULO
               INITIALIZE REG-USOACUM
               MOVE USO-CODIGO-CLIENTE  TO UAC-CODIGO-CLIENTE
               MOVE USO-SERVICO         TO UAC-SERVICO
               MOVE USO-TIPO            TO UAC-TIPO
               MOVE WRK-USO-COMPETENCIA TO UAC-COMPETENCIA
               MOVE WRK-TAR-CATEGORIA(WRK-IDX-TARIFA)
                                        TO UAC-CATEGORIA
               MOVE WRK-TAR-MOEDA(WRK-IDX-TARIFA)
                                        TO UAC-MOEDA
               SET UAC-NAO-COBRADO      TO TRUE
           END-IF.

           ADD USO-QUANTIDADE TO UAC-QUANTIDADE.
           ADD WRK-VALOR-USO  TO UAC-VALOR.
           MOVE REG-USOACUM   TO WRK-ACU-OCO(WRK-IDX-ACUMULO).

           ADD 1             TO ACU-USOS-TARIFADOS.
           ADD WRK-VALOR-USO TO ACU-VALOR-TARIFADO.

       0230-ACUMULA-USO-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0231-COMPARA-ACUMULO                      SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-ACU-OCO(WRK-IDX-ACUMULO) TO REG-USOACUM.

           IF UAC-CODIGO-CLIENTE EQUAL USO-CODIGO-CLIENTE
              AND UAC-SERVICO EQUAL USO-SERVICO
              AND UAC-TIPO EQUAL USO-TIPO
              AND UAC-COMPETENCIA EQUAL WRK-USO-COMPETENCIA
              AND UAC-NAO-COBRADO
              AND UAC-FATURA EQUAL ZEROS
               SET WRK-ACUMULO-FOI-ACHADO TO TRUE
           END-IF.

       0231-COMPARA-ACUMULO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0250-RECUSA-USO                           SECTION.
      *-----------------------------------------------------------------

           MOVE REG-USO                TO REJ-USO.
           MOVE WRK-MOTIVO             TO REJ-MOTIVO.
           MOVE WRK-MOTIVO-DESCRICAO   TO REJ-DESCRICAO.
           MOVE WRK-DATA-PROCESSAMENTO TO REJ-DATA-PROCESSAMENTO.
           WRITE REG-USOREJ.

           ADD 1 TO ACU-USOS-RECUSADOS.

       0250-RECUSA-USO-FIM.                      EXIT.

      *-----------------------------------------------------------------
      *    REGRAVA O ACUMULADO PELA TABELA - LINHA JA COBRADA E
      *    FATURADA COM COMPETENCIA ANTERIOR AO CORTE SAI; O USODIA.txt
      *    E ZERADO PARA A PROXIMA CARGA DOS PARCEIROS
      *-----------------------------------------------------------------
       0300-REGRAVA-ACUMULADO                    SECTION.
      *-----------------------------------------------------------------

           CLOSE CLIENTES2.
           CLOSE USOREJ.

           OPEN OUTPUT USOACUM.
           IF FS-USOACUM NOT EQUAL 00
               DISPLAY "USOACUM.txt NAO REGRAVADO!"
               CALL "FSTATUS" USING FS-USOACUM WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0310-GRAVA-ACUMULO
               VARYING WRK-IDX-ACUMULO FROM 1 BY 1
               UNTIL WRK-IDX-ACUMULO GREATER WRK-QT-ACUMULOS.

           CLOSE USOACUM.

           IF WRK-USODIA-ABERTO
               CLOSE USODIA
               IF ACU-USOS-LIDOS GREATER ZEROS
                   OPEN OUTPUT USODIA
                   CLOSE USODIA
               END-IF
           END-IF.

       0300-REGRAVA-ACUMULADO-FIM.               EXIT.

      *-----------------------------------------------------------------
       0310-GRAVA-ACUMULO                        SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-ACU-OCO(WRK-IDX-ACUMULO) TO REG-USOACUM.

           IF UAC-COBRADO
              AND UAC-FATURA GREATER ZEROS
              AND UAC-COMPETENCIA LESS WRK-CORTE-N
               ADD 1 TO ACU-LINHAS-EXPURGADAS
               GO TO 0310-GRAVA-ACUMULO-FIM
           END-IF.

           WRITE REG-USOACUM.

       0310-GRAVA-ACUMULO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0400-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           MOVE ACU-VALOR-TARIFADO TO WRK-VALOR-TARIFADO-ED.

           DISPLAY WRK-LINHA.
           DISPLAY "USOS LIDOS...........: " ACU-USOS-LIDOS.
           DISPLAY "USOS TARIFADOS.......: " ACU-USOS-TARIFADOS.
           DISPLAY "USOS RECUSADOS.......: " ACU-USOS-RECUSADOS.
           DISPLAY "LINHAS EXPURGADAS....: " ACU-LINHAS-EXPURGADAS.
           DISPLAY "VALOR TARIFADO.......: " WRK-VALOR-TARIFADO-ED.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           IF ACU-USOS-RECUSADOS GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0400-FINALIZAR-FIM.                       EXIT.
