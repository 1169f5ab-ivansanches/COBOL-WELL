       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGDISPU.
      *=================================================================
      * PROGRAMA   : PRGDISPU
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: CONTESTACAO DE FATURAS - O OPERADOR ASSINA
      *              (OPERADORES.txt, SENHA PELO VALSEN) E ABRE UM
      *              CASO NO DISPUTAS.dat (BOOK #DISPUTA, CHAVE = NUMERO
      *              DA FATURA DO FATURREG.txt) COM SERVICO, MOTIVO E
      *              VALOR CONTESTADO. CASO ABERTO CONGELA A COBRANCA:
      *              A REGUA (PRGREGUA), A REMESSA (PRGREMES) E AS
      *              FAIXAS DE ATRASO DO AGING (PRGAGING) PULAM A
      *              FATURA. NA RESOLUCAO A FATURA E MANTIDA, OU
      *              CREDITADA COM NOTA DE CREDITO NUMERADA
      *              (NOTACNUM.txt / NOTACRED.txt, BOOK #NOTACRED): O
      *              CREDITO ABATE O TOTAL DA FATURA NO FATURREG (E COM
      *              ELE O VALOR EM ABERTO), ESTORNA NO IMPOSTOS.txt A
      *              PARTE PROPORCIONAL DO IMPOSTO APURADO PARA O
      *              SERVICO NAQUELA FATURA E GERA O EVENTO "C" NO
      *              SPOOL DE NOTIFICACAO NOTIFEVT.txt. O RELATORIO
      *              MENSAL (RELDISPU.txt) TOTALIZA POR SERVICO OS
      *              CASOS ABERTOS, RESOLVIDOS E CREDITADOS NO MES.
      *              CONSULTA E RELATORIO LIBERADOS PARA O NIVEL 1;
      *              ABERTURA PARA QUALQUER OPERADOR; RESOLUCAO EXIGE
      *              NIVEL 2 OU 3
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  OPERADORES            INPUT                  #OPERADOR
      *  DISPUTAS              INPUT/OUTPUT           #DISPUTA
      *  FATURREG              INPUT/OUTPUT           #FATURREG
      *  FATTMP                WORK                   #FATURREG (IMAGEM)
      *  CLIENTES2             INPUT
      *  IMPOSTOS              INPUT/OUTPUT (EXTEND)  #IMPOSTO
      *  NOTACNUM              INPUT/OUTPUT
      *  NOTACRED              OUTPUT (EXTEND)        #NOTACRED
      *  NOTIFEVT              OUTPUT (EXTEND)        #NOTIFICA
      *  RELDISPU              OUTPUT
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS / VALSEN / SPOOLREG
      *
      *-----------------------------------------------------------------
      * ALTERACOES.:
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   FATURA RENEGOCIADA (STATUS R, ACORDO DO PRGACORD) NAO PODE
      *   SER CONTESTADA - CONTESTA-SE A PARCELA DO ACORDO
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   FATURA BAIXADA COMO PERDA (STATUS B, PRGPERDA) NAO PODE SER
      *   CONTESTADA
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

           SELECT DISPUTAS              ASSIGN TO
                                        WRK-CAMINHO-DISPUTAS
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS DSP-FATURA
               FILE STATUS              IS FS-DISPUTAS.

           SELECT FATURREG              ASSIGN TO
                                        WRK-CAMINHO-FATURREG
               FILE STATUS              IS FS-FATURREG.

           SELECT FATTMP                ASSIGN TO
                                        WRK-CAMINHO-FATTMP
               FILE STATUS              IS FS-FATTMP.

           SELECT CLIENTES2             ASSIGN TO
                                        WRK-CAMINHO-CLIENTES2
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS RANDOM
               RECORD KEY               IS REG-CODIGO
               FILE STATUS              IS FS-CLIENTES2.

           SELECT IMPOSTOS              ASSIGN TO
                                        WRK-CAMINHO-IMPOSTOS
               FILE STATUS              IS FS-IMPOSTOS.

           SELECT NOTACNUM              ASSIGN TO
                                        WRK-CAMINHO-NOTACNUM
               FILE STATUS              IS FS-NOTACNUM.

           SELECT NOTACRED              ASSIGN TO
                                        WRK-CAMINHO-NOTACRED
               FILE STATUS              IS FS-NOTACRED.

           SELECT NOTIFEVT              ASSIGN TO
                                        WRK-CAMINHO-NOTIFEVT
               FILE STATUS              IS FS-NOTIFEVT.

           SELECT RELDISPU              ASSIGN TO
                                        WRK-CAMINHO-RELDISPU
               FILE STATUS              IS FS-RELDISPU.

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
      *     INPUT/OUTPUT - CASOS DE CONTESTACAO DE FATURA (DISPUTAS)
      *                               LRECL = 108
      *----------------------------------------------------------------*
       FD  DISPUTAS.
       COPY '#DISPUTA'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - REGISTRO ESTRUTURADO DAS FATURAS (FATURREG)
      *                               LRECL = 051
      *----------------------------------------------------------------*
       FD  FATURREG.
       COPY '#FATURREG'.

      *----------------------------------------------------------------*
      *     WORK -  FATURREG COM O CREDITO APLICADO
      *                               LRECL = 051
      *----------------------------------------------------------------*
       FD  FATTMP.
       01  REG-FATTMP                   PIC X(051).

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
      *     INPUT/OUTPUT - IMPOSTOS APURADOS POR SERVICO (IMPOSTOS)
      *                               LRECL = 041
      *----------------------------------------------------------------*
       FD  IMPOSTOS.
       COPY '#IMPOSTO'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - ULTIMO NUMERO DE NOTA DE CREDITO EMITIDO
      *                               LRECL = 006
      *----------------------------------------------------------------*
       FD  NOTACNUM.
       01  REG-NOTACNUM.
           05 NUM-ULTIMA-NOTA           PIC  9(06).

      *----------------------------------------------------------------*
      *     OUTPUT - REGISTRO DAS NOTAS DE CREDITO (NOTACRED)
      *                               LRECL = 067
      *----------------------------------------------------------------*
       FD  NOTACRED.
       COPY '#NOTACRED'.

      *----------------------------------------------------------------*
      *     OUTPUT - SPOOL DE EVENTOS DE NOTIFICACAO (NOTIFEVT)
      *                               LRECL = 050
      *----------------------------------------------------------------*
       FD  NOTIFEVT.
       COPY '#NOTIFICA'.

      *----------------------------------------------------------------*
      *     OUTPUT - RELATORIO MENSAL DE CONTESTACOES (RELDISPU)
      *                               LRECL = 080
      *----------------------------------------------------------------*
       FD  RELDISPU.
       01  REG-RELDISPU                 PIC X(080).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-OPERADORES                PIC 9(002).
       77  FS-DISPUTAS                  PIC 9(002).
       77  FS-FATURREG                  PIC 9(002).
       77  FS-FATTMP                    PIC 9(002).
       77  FS-CLIENTES2                 PIC 9(002).
       77  FS-IMPOSTOS                  PIC 9(002).
       77  FS-NOTACNUM                  PIC 9(002).
       77  FS-NOTACRED                  PIC 9(002).
       77  FS-NOTIFEVT                  PIC 9(002).
       77  FS-RELDISPU                  PIC 9(002).
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-DISPUTAS         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FATURREG         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FATTMP           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CLIENTES2        PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-IMPOSTOS         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-NOTACNUM         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-NOTACRED         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-NOTIFEVT         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-RELDISPU         PIC X(060)        VALUES SPACES.

      *-----------------------------------------------------------------
      *== AREA DE CHAMADA DO MODULO SPOOLREG (CATALOGO DE SPOOL)
      *-----------------------------------------------------------------
       01  WRK-SPOOL.
           05 WRK-SPL-RELATORIO         PIC X(012)        VALUES SPACES.
           05 WRK-SPL-PROGRAMA          PIC X(008)        VALUES SPACES.
           05 WRK-SPL-ARQUIVO           PIC X(060)        VALUES SPACES.
           05 WRK-SPL-DESTINATARIO      PIC X(020)        VALUES SPACES.

       01  WRK-OPCAO                    PIC X(001)        VALUES SPACES.
           88 WRK-OPCAO-ABRIR                     VALUES "A".
           88 WRK-OPCAO-RESOLVER                  VALUES "R".
           88 WRK-OPCAO-CONSULTAR                 VALUES "C".
           88 WRK-OPCAO-RELATORIO                 VALUES "M".
           88 WRK-OPCAO-SAIR                      VALUES "S".

      *== SIGN-ON DO OPERADOR
       01  WRK-OPERADOR                 PIC X(010)        VALUES SPACES.
       01  WRK-OPERADOR-ACHADO          PIC X(001)        VALUES "N".
           88 WRK-OPERADOR-SIM                    VALUES "S".
           88 WRK-OPERADOR-NAO                    VALUES "N".
       01  WRK-NIVEL-OPERADOR           PIC X(001)        VALUES SPACES.
           88 WRK-NIVEL-CONSULTA                  VALUES "1".

      *== AREA DE CHAMADA DO MODULO VALSEN (SENHA)
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
           '*** VARIAVEIS DA CONTESTACAO DE FATURAS *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-HOJE-R  REDEFINES   WRK-DATA-HOJE.
           05 WRK-HOJE-AAAAMM           PIC 9(006).
           05 WRK-HOJE-DD               PIC 9(002).
       01  WRK-CONFIRMA                 PIC X(001)        VALUES SPACES.
       01  WRK-DECISAO                  PIC X(001)        VALUES SPACES.
           88 WRK-DECISAO-MANTER                  VALUES "M".
           88 WRK-DECISAO-CREDITAR                VALUES "C".

       01  WRK-NUMERO                   PIC 9(006)        VALUES ZEROS.
       01  WRK-SERVICO                  PIC X(010)        VALUES SPACES.
       01  WRK-MOTIVO                   PIC X(030)        VALUES SPACES.
       01  WRK-VALOR                    PIC 9(006)V99     VALUES ZEROS.
       01  WRK-VALOR-ABERTO             PIC 9(006)V99     VALUES ZEROS.
       01  WRK-VALOR-ED                 PIC ZZZ.ZZ9,99.
       01  WRK-VALOR-ED2                PIC ZZZ.ZZ9,99.
       01  WRK-IDX-SERV                 PIC 9(001)        VALUES 1.
       01  WRK-SERVICO-OK               PIC X(001)        VALUES "N".
           88 WRK-SERVICO-VALIDO                  VALUES "S".
           88 WRK-SERVICO-INVALIDO                VALUES "N".
       01  WRK-EMAIL-CLIENTE            PIC X(020)        VALUES SPACES.

      *== FATURAS CARREGADAS DO FATURREG (ESQUEMA DO PRGPAGTO)
       01  WRK-QT-FATURAS               PIC 9(004)        VALUES ZEROS.
       01  WRK-IDX-FAT                  PIC 9(004)        VALUES ZEROS.
       01  WRK-FATURA-ACHADA            PIC X(001)        VALUES "N".
           88 WRK-FATURA-FOI-ACHADA               VALUES "S".
           88 WRK-FATURA-NAO-ACHADA               VALUES "N".
       01  WRK-TAB-FATURAS.
           05 WRK-FAT-OCO               OCCURS 1000 TIMES.
               10 WRK-FAT-IMAGEM            PIC X(51).

       01  WRK-FAT-REGISTRO.
           05 WRK-FAT-NUMERO            PIC  9(06).
           05 WRK-FAT-CLIENTE           PIC  X(03).
           05 WRK-FAT-EMISSAO           PIC  9(08).
           05 WRK-FAT-VENCIMENTO        PIC  9(08).
           05 WRK-FAT-TOTAL             PIC  9(06)V99.
           05 WRK-FAT-PAGO              PIC  9(06)V99.
           05 WRK-FAT-DATA-PAGTO        PIC  9(08).
           05 WRK-FAT-STATUS            PIC  X(01).
           05 WRK-FAT-REMESSA           PIC  X(01).

      *== NOTA DE CREDITO E ESTORNO DO IMPOSTO
       01  WRK-NUMERO-NOTA              PIC 9(006)        VALUES ZEROS.
       01  WRK-TOTAL-ANTERIOR           PIC 9(006)V99     VALUES ZEROS.
       01  WRK-BASE-SERVICO             PIC S9(006)V99    VALUES ZEROS.
       01  WRK-IMPOSTO-SERVICO          PIC S9(006)V99    VALUES ZEROS.
       01  WRK-BRUTO-SERVICO            PIC S9(007)V99    VALUES ZEROS.
       01  WRK-BASE-ESTORNO             PIC 9(006)V99     VALUES ZEROS.
       01  WRK-IMPOSTO-ESTORNO          PIC 9(006)V99     VALUES ZEROS.

      *== RELATORIO MENSAL POR SERVICO
       01  WRK-MES                      PIC 9(006)        VALUES ZEROS.
       01  WRK-QT-SERVICOS              PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-SRV                  PIC 9(002)        VALUES ZEROS.
       01  WRK-SRV-ACHADO               PIC X(001)        VALUES "N".
           88 WRK-SRV-FOI-ACHADO                  VALUES "S".
           88 WRK-SRV-NAO-ACHADO                  VALUES "N".
       01  WRK-TAB-SERVICOS.
           05 WRK-SRV-OCO               OCCURS 50 TIMES.
               10 WRK-SRV-NOME              PIC X(10).
               10 WRK-SRV-ABERTOS           PIC 9(05)    COMP-3.
               10 WRK-SRV-VALOR-ABERTO      PIC 9(08)V99 COMP-3.
               10 WRK-SRV-MANTIDOS          PIC 9(05)    COMP-3.
               10 WRK-SRV-CREDITADOS        PIC 9(05)    COMP-3.
               10 WRK-SRV-VALOR-CREDITO     PIC 9(08)V99 COMP-3.
       01  WRK-TOT-ABERTOS              PIC 9(005) COMP-3 VALUES ZEROS.
       01  WRK-TOT-VALOR-ABERTO         PIC 9(008)V99 COMP-3
                                                          VALUES ZEROS.
       01  WRK-TOT-MANTIDOS             PIC 9(005) COMP-3 VALUES ZEROS.
       01  WRK-TOT-CREDITADOS           PIC 9(005) COMP-3 VALUES ZEROS.
       01  WRK-TOT-VALOR-CREDITO        PIC 9(008)V99 COMP-3
                                                          VALUES ZEROS.
       01  WRK-TOT-PENDENTES            PIC 9(005) COMP-3 VALUES ZEROS.

       01  WRK-LIN-TITULO.
           05 FILLER                    PIC X(036) VALUE
              "CONTESTACOES DE FATURA - COMPETENCIA".
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-TIT-MES               PIC 9(006).
           05 FILLER                    PIC X(037) VALUE SPACES.

       01  WRK-LIN-CABEC.
           05 FILLER                    PIC X(011) VALUE "SERVICO".
           05 FILLER                    PIC X(008) VALUE "ABERTAS".
           05 FILLER                    PIC X(016) VALUE
              "     CONTESTADO".
           05 FILLER                    PIC X(010) VALUE "  MANTIDAS".
           05 FILLER                    PIC X(012) VALUE
              "  CREDITADAS".
           05 FILLER                    PIC X(016) VALUE
              "      CREDITADO".
           05 FILLER                    PIC X(007) VALUE SPACES.

       01  WRK-LIN-SERVICO.
           05 WRK-LSV-NOME              PIC X(010).
           05 FILLER                    PIC X(001) VALUE SPACES.
           05 WRK-LSV-ABERTOS           PIC ZZ.ZZ9.
           05 FILLER                    PIC X(002) VALUE SPACES.
           05 WRK-LSV-VALOR-ABERTO      PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(004) VALUE SPACES.
           05 WRK-LSV-MANTIDOS          PIC ZZ.ZZ9.
           05 FILLER                    PIC X(006) VALUE SPACES.
           05 WRK-LSV-CREDITADOS        PIC ZZ.ZZ9.
           05 FILLER                    PIC X(003) VALUE SPACES.
           05 WRK-LSV-VALOR-CREDITO     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(010) VALUE SPACES.

       01  WRK-LIN-TEXTO                PIC X(080)        VALUES SPACES.
       01  WRK-QTD-ED                   PIC ZZ.ZZ9.

      *== BOOK DE MENSAGENS ERRO
       COPY "#BOOKMSG".

      *=================================================================
       PROCEDURE                                 DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       0001-PRINCIPAL                            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-SAIR.
           PERFORM 0900-FINALIZAR.

       0001-PRINCIPAL-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DIR-DADOS FROM ENVIRONMENT "ATIVIDADE3_DIR".
           IF WRK-DIR-DADOS EQUAL SPACES
               MOVE "C:\ATIVIDADE3" TO WRK-DIR-DADOS
           END-IF.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\DISPUTAS.dat"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-DISPUTAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FATURREG.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FATURREG.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FATTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FATTMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CLIENTES2.dat"     DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CLIENTES2.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\IMPOSTOS.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-IMPOSTOS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\NOTACNUM.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-NOTACNUM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\NOTACRED.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-NOTACRED.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\NOTIFEVT.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-NOTIFEVT.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\RELDISPU.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-RELDISPU.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "==== CONTESTACAO DE FATURAS ====".
           PERFORM 0110-SIGNON.
           IF WRK-OPERADOR-NAO
               DISPLAY "OPERADOR NAO AUTORIZADO, ENCERRANDO."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O DISPUTAS.
           IF FS-DISPUTAS EQUAL 35
               OPEN OUTPUT DISPUTAS
               CLOSE DISPUTAS
               OPEN I-O DISPUTAS
           END-IF.
           IF FS-DISPUTAS NOT EQUAL 00
               DISPLAY "DISPUTAS.dat NAO ABERTO!"
               CALL "FSTATUS" USING FS-DISPUTAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

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

           DISPLAY "==== CONTESTACAO DE FATURAS ====".
           DISPLAY "A-ABRIR CASO  R-RESOLVER  C-CONSULTAR".
           DISPLAY "M-RELATORIO MENSAL  S-SAIR".
           DISPLAY "DIGITE A OPCAO..".
           ACCEPT WRK-OPCAO.

           IF WRK-NIVEL-CONSULTA
              AND WRK-OPCAO-RESOLVER
               DISPLAY "RESOLUCAO EXIGE NIVEL 2 OU 3!"
               GO TO 0200-PROCESSAR-FIM
           END-IF.

           EVALUATE TRUE
               WHEN WRK-OPCAO-ABRIR
                   PERFORM 0210-ABRIR
               WHEN WRK-OPCAO-RESOLVER
                   PERFORM 0230-RESOLVER
               WHEN WRK-OPCAO-CONSULTAR
                   PERFORM 0220-CONSULTAR
               WHEN WRK-OPCAO-RELATORIO
                   PERFORM 0500-RELATORIO-MENSAL
               WHEN WRK-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    ABERTURA DO CASO - A FATURA TEM DE EXISTIR NO FATURREG E
      *    NAO ESTAR QUITADA; UMA FATURA TEM UM CASO SO (O NUMERO DA
      *    FATURA E A CHAVE); O SERVICO E CONFERIDO NO CLIENTES2
      *-----------------------------------------------------------------
       0210-ABRIR                                SECTION.
      *-----------------------------------------------------------------

           DISPLAY "NUMERO DA FATURA..".
           ACCEPT WRK-NUMERO.

           MOVE WRK-NUMERO TO DSP-FATURA.
           READ DISPUTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DSP-ABERTA
                       DISPLAY "JA EXISTE CASO ABERTO PARA A FATURA!"
                   ELSE
                       DISPLAY "FATURA JA TEVE CONTESTACAO RESOLVIDA"
                           " EM " DSP-DATA-RESOLUCAO "!"
                   END-IF
                   GO TO 0210-ABRIR-FIM
           END-READ.

           PERFORM 0300-CARREGA-FATURREG.
           PERFORM 0310-PROCURA-FATURA.
           IF WRK-FATURA-NAO-ACHADA
               DISPLAY "FATURA NAO ENCONTRADA NO FATURREG!"
               GO TO 0210-ABRIR-FIM
           END-IF.
           IF WRK-FAT-STATUS EQUAL "Q"
               DISPLAY "FATURA JA QUITADA - NADA A CONTESTAR!"
               GO TO 0210-ABRIR-FIM
           END-IF.
           IF WRK-FAT-STATUS EQUAL "R"
               DISPLAY "FATURA RENEGOCIADA EM ACORDO - CONTESTE A "
                   "PARCELA DO ACORDO!"
               GO TO 0210-ABRIR-FIM
           END-IF.
           IF WRK-FAT-STATUS EQUAL "B"
               DISPLAY "FATURA BAIXADA COMO PERDA - NADA A CONTESTAR!"
               GO TO 0210-ABRIR-FIM
           END-IF.

           COMPUTE WRK-VALOR-ABERTO = WRK-FAT-TOTAL - WRK-FAT-PAGO.
           MOVE WRK-FAT-TOTAL    TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ABERTO TO WRK-VALOR-ED2.
           DISPLAY "CLIENTE " WRK-FAT-CLIENTE " VENCIMENTO "
               WRK-FAT-VENCIMENTO " TOTAL " WRK-VALOR-ED
               " EM ABERTO " WRK-VALOR-ED2.

           DISPLAY "SERVICO CONTESTADO..".
           ACCEPT WRK-SERVICO.
           PERFORM 0320-CONFERE-SERVICO.
           IF WRK-SERVICO-INVALIDO
               DISPLAY "SERVICO NAO CONSTA NA ASSINATURA DO CLIENTE!"
               GO TO 0210-ABRIR-FIM
           END-IF.

           DISPLAY "MOTIVO..".
           ACCEPT WRK-MOTIVO.
           IF WRK-MOTIVO EQUAL SPACES
               DISPLAY "MOTIVO OBRIGATORIO!"
               GO TO 0210-ABRIR-FIM
           END-IF.

           DISPLAY "VALOR CONTESTADO (BRANCO = TODO O EM ABERTO)..".
           ACCEPT WRK-VALOR.
           IF WRK-VALOR EQUAL ZEROS
               MOVE WRK-VALOR-ABERTO TO WRK-VALOR
           END-IF.
           IF WRK-VALOR GREATER WRK-VALOR-ABERTO
               DISPLAY "VALOR MAIOR QUE O EM ABERTO DA FATURA!"
               GO TO 0210-ABRIR-FIM
           END-IF.

           DISPLAY "CONFIRMA A ABERTURA (S/N)?".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "ABERTURA CANCELADA."
               GO TO 0210-ABRIR-FIM
           END-IF.

           INITIALIZE REG-DISPUTA.
           MOVE WRK-NUMERO          TO DSP-FATURA.
           MOVE WRK-FAT-CLIENTE     TO DSP-CODIGO-CLIENTE.
           MOVE WRK-SERVICO         TO DSP-SERVICO.
           MOVE WRK-MOTIVO          TO DSP-MOTIVO.
           MOVE WRK-VALOR           TO DSP-VALOR.
           MOVE WRK-DATA-HOJE       TO DSP-DATA-ABERTURA.
           MOVE WRK-OPERADOR        TO DSP-OPERADOR.
           SET DSP-ABERTA           TO TRUE.
           WRITE REG-DISPUTA
               INVALID KEY
                   DISPLAY "CASO NAO GRAVADO - FS " FS-DISPUTAS
               NOT INVALID KEY
                   DISPLAY "CASO ABERTO - COBRANCA DA FATURA "
                       WRK-NUMERO " CONGELADA."
           END-WRITE.

       0210-ABRIR-FIM.                           EXIT.

      *-----------------------------------------------------------------
       0220-CONSULTAR                            SECTION.
      *-----------------------------------------------------------------

           DISPLAY "NUMERO DA FATURA..".
           ACCEPT WRK-NUMERO.

           MOVE WRK-NUMERO TO DSP-FATURA.
           READ DISPUTAS
               INVALID KEY
                   DISPLAY "NAO HA CASO PARA A FATURA " WRK-NUMERO
                   GO TO 0220-CONSULTAR-FIM
           END-READ.

           MOVE DSP-VALOR TO WRK-VALOR-ED.
           DISPLAY WRK-LINHA.
           DISPLAY "FATURA....: " DSP-FATURA
               "  CLIENTE: " DSP-CODIGO-CLIENTE
               "  SERVICO: " DSP-SERVICO.
           DISPLAY "MOTIVO....: " DSP-MOTIVO.
           DISPLAY "CONTESTADO: " WRK-VALOR-ED
               "  ABERTO EM " DSP-DATA-ABERTURA " POR " DSP-OPERADOR.
           EVALUATE TRUE
               WHEN DSP-ABERTA
                   DISPLAY "SITUACAO..: ABERTO - COBRANCA CONGELADA"
               WHEN DSP-MANTIDA
                   DISPLAY "SITUACAO..: FATURA MANTIDA EM "
                       DSP-DATA-RESOLUCAO " POR "
                       DSP-OPERADOR-RESOLUCAO
               WHEN DSP-CREDITADA
                   MOVE DSP-VALOR-CREDITO TO WRK-VALOR-ED2
                   DISPLAY "SITUACAO..: CREDITADA EM "
                       DSP-DATA-RESOLUCAO " POR "
                       DSP-OPERADOR-RESOLUCAO
                   DISPLAY "NOTA DE CREDITO " DSP-NOTA-CREDITO
                       " VALOR " WRK-VALOR-ED2
           END-EVALUATE.
           DISPLAY WRK-LINHA.

       0220-CONSULTAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    RESOLUCAO - MANTER DEVOLVE A FATURA A COBRANCA COMO ESTAVA;
      *    CREDITAR EMITE A NOTA DE CREDITO (ATE O EM ABERTO DA
      *    FATURA) E APLICA O CREDITO NO FATURREG E NO IMPOSTOS
      *-----------------------------------------------------------------
       0230-RESOLVER                             SECTION.
      *-----------------------------------------------------------------

           DISPLAY "NUMERO DA FATURA..".
           ACCEPT WRK-NUMERO.

           MOVE WRK-NUMERO TO DSP-FATURA.
           READ DISPUTAS
               INVALID KEY
                   DISPLAY "NAO HA CASO PARA A FATURA " WRK-NUMERO
                   GO TO 0230-RESOLVER-FIM
           END-READ.
           IF NOT DSP-ABERTA
               DISPLAY "CASO JA RESOLVIDO EM " DSP-DATA-RESOLUCAO "!"
               GO TO 0230-RESOLVER-FIM
           END-IF.

           PERFORM 0300-CARREGA-FATURREG.
           PERFORM 0310-PROCURA-FATURA.
           IF WRK-FATURA-NAO-ACHADA
               DISPLAY "FATURA NAO ENCONTRADA NO FATURREG!"
               GO TO 0230-RESOLVER-FIM
           END-IF.

           COMPUTE WRK-VALOR-ABERTO = WRK-FAT-TOTAL - WRK-FAT-PAGO.
           MOVE DSP-VALOR        TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ABERTO TO WRK-VALOR-ED2.
           DISPLAY "SERVICO " DSP-SERVICO " CONTESTADO " WRK-VALOR-ED
               " EM ABERTO HOJE " WRK-VALOR-ED2.
           DISPLAY "MOTIVO: " DSP-MOTIVO.

           DISPLAY "DECISAO (M=MANTER A FATURA C=CREDITAR)..".
           ACCEPT WRK-DECISAO.
           IF NOT WRK-DECISAO-MANTER
              AND NOT WRK-DECISAO-CREDITAR
               DISPLAY "DECISAO INVALIDA!"
               GO TO 0230-RESOLVER-FIM
           END-IF.

           IF WRK-DECISAO-MANTER
               DISPLAY "CONFIRMA MANTER A FATURA (S/N)?"
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA NOT EQUAL "S"
                   DISPLAY "RESOLUCAO CANCELADA."
                   GO TO 0230-RESOLVER-FIM
               END-IF
               SET DSP-MANTIDA            TO TRUE
               MOVE WRK-DATA-HOJE         TO DSP-DATA-RESOLUCAO
               MOVE WRK-OPERADOR          TO DSP-OPERADOR-RESOLUCAO
               REWRITE REG-DISPUTA
               DISPLAY "FATURA MANTIDA - VOLTA A COBRANCA NORMAL."
               GO TO 0230-RESOLVER-FIM
           END-IF.

           DISPLAY "VALOR DO CREDITO (BRANCO = VALOR CONTESTADO)..".
           ACCEPT WRK-VALOR.
           IF WRK-VALOR EQUAL ZEROS
               MOVE DSP-VALOR TO WRK-VALOR
           END-IF.
           IF WRK-VALOR GREATER WRK-VALOR-ABERTO
               DISPLAY "CREDITO MAIOR QUE O EM ABERTO DA FATURA!"
               GO TO 0230-RESOLVER-FIM
           END-IF.
           IF WRK-VALOR EQUAL ZEROS
               DISPLAY "FATURA SEM VALOR EM ABERTO - USE MANTER!"
               GO TO 0230-RESOLVER-FIM
           END-IF.

           MOVE WRK-VALOR TO WRK-VALOR-ED.
           DISPLAY "CONFIRMA NOTA DE CREDITO DE " WRK-VALOR-ED
               " (S/N)?".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "RESOLUCAO CANCELADA."
               GO TO 0230-RESOLVER-FIM
           END-IF.

           PERFORM 0240-EMITE-NOTA-CREDITO.

       0230-RESOLVER-FIM.                        EXIT.

      *-----------------------------------------------------------------
       0240-EMITE-NOTA-CREDITO                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0250-PROXIMA-NOTA.
           MOVE WRK-FAT-TOTAL TO WRK-TOTAL-ANTERIOR.

           PERFORM 0260-ESTORNA-IMPOSTO.

      *    ABATE O CREDITO NO TOTAL E REFAZ O STATUS DA FATURA
           SUBTRACT WRK-VALOR FROM WRK-FAT-TOTAL.
           EVALUATE TRUE
               WHEN WRK-FAT-PAGO NOT LESS WRK-FAT-TOTAL
                   MOVE "Q" TO WRK-FAT-STATUS
               WHEN WRK-FAT-PAGO GREATER ZEROS
                   MOVE "P" TO WRK-FAT-STATUS
               WHEN OTHER
                   MOVE "A" TO WRK-FAT-STATUS
           END-EVALUATE.
           MOVE WRK-FAT-REGISTRO TO WRK-FAT-IMAGEM(WRK-IDX-FAT).
           PERFORM 0330-REGRAVA-FATURREG.

           IF WRK-FAT-REMESSA EQUAL "S"
               DISPLAY "ATENCAO: FATURA JA REMETIDA AO BANCO - PEDIR "
                   "ALTERACAO DO VALOR DO TITULO."
           END-IF.

           OPEN EXTEND NOTACRED.
           IF FS-NOTACRED EQUAL 35
               OPEN OUTPUT NOTACRED
               CLOSE NOTACRED
               OPEN EXTEND NOTACRED
           END-IF.
           MOVE WRK-NUMERO-NOTA     TO NCR-NUMERO.
           MOVE WRK-NUMERO          TO NCR-FATURA.
           MOVE DSP-CODIGO-CLIENTE  TO NCR-CODIGO-CLIENTE.
           MOVE DSP-SERVICO         TO NCR-SERVICO.
           MOVE WRK-DATA-HOJE       TO NCR-DATA.
           MOVE WRK-VALOR           TO NCR-VALOR.
           MOVE WRK-TOTAL-ANTERIOR  TO NCR-VALOR-FATURA.
           MOVE WRK-IMPOSTO-ESTORNO TO NCR-IMPOSTO-ESTORNADO.
           MOVE WRK-OPERADOR        TO NCR-OPERADOR.
           WRITE REG-NOTACRED.
           CLOSE NOTACRED.

           PERFORM 0270-NOTIFICA-CREDITO.

           SET DSP-CREDITADA          TO TRUE.
           MOVE WRK-DATA-HOJE         TO DSP-DATA-RESOLUCAO.
           MOVE WRK-OPERADOR          TO DSP-OPERADOR-RESOLUCAO.
           MOVE WRK-NUMERO-NOTA       TO DSP-NOTA-CREDITO.
           MOVE WRK-VALOR             TO DSP-VALOR-CREDITO.
           REWRITE REG-DISPUTA.

           MOVE WRK-FAT-TOTAL TO WRK-VALOR-ED2.
           DISPLAY "NOTA DE CREDITO " WRK-NUMERO-NOTA " EMITIDA - "
               "NOVO TOTAL DA FATURA " WRK-VALOR-ED2.

       0240-EMITE-NOTA-CREDITO-FIM.              EXIT.

      *-----------------------------------------------------------------
      *    NUMERADOR DAS NOTAS DE CREDITO (MESMO ESQUEMA DO FATURNUM)
      *-----------------------------------------------------------------
       0250-PROXIMA-NOTA                         SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-NUMERO-NOTA.
           OPEN INPUT NOTACNUM.
           IF FS-NOTACNUM EQUAL 00
               READ NOTACNUM
               IF FS-NOTACNUM EQUAL 00
                   MOVE NUM-ULTIMA-NOTA TO WRK-NUMERO-NOTA
               END-IF
               CLOSE NOTACNUM
           END-IF.
           ADD 1 TO WRK-NUMERO-NOTA.

           OPEN OUTPUT NOTACNUM.
           MOVE WRK-NUMERO-NOTA TO NUM-ULTIMA-NOTA.
           WRITE REG-NOTACNUM.
           CLOSE NOTACNUM.

       0250-PROXIMA-NOTA-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    ESTORNO DO IMPOSTO - SOMA O QUE FOI APURADO (MENOS O QUE JA
      *    FOI ESTORNADO) PARA O SERVICO NA FATURA E ESTORNA A PARTE
      *    DO CREDITO SOBRE O BRUTO DO SERVICO (BASE + IMPOSTO), NO
      *    MAXIMO O APURADO. FATURA ANTERIOR AO NUMERO NO IMPOSTOS.txt
      *    NAO TEM O QUE ESTORNAR
      *-----------------------------------------------------------------
       0260-ESTORNA-IMPOSTO                      SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-BASE-SERVICO
                         WRK-IMPOSTO-SERVICO
                         WRK-BASE-ESTORNO
                         WRK-IMPOSTO-ESTORNO.

           OPEN INPUT IMPOSTOS.
           IF FS-IMPOSTOS NOT EQUAL 00
               DISPLAY "IMPOSTOS.txt AUSENTE - SEM IMPOSTO A ESTORNAR"
               GO TO 0260-ESTORNA-IMPOSTO-FIM
           END-IF.

           READ IMPOSTOS.
           PERFORM 0261-SOMA-IMPOSTO
               UNTIL FS-IMPOSTOS NOT EQUAL 00.
           CLOSE IMPOSTOS.

           IF WRK-IMPOSTO-SERVICO NOT GREATER ZEROS
               DISPLAY "SEM IMPOSTO APURADO PARA O SERVICO NA FATURA"
               GO TO 0260-ESTORNA-IMPOSTO-FIM
           END-IF.

           COMPUTE WRK-BRUTO-SERVICO =
               WRK-BASE-SERVICO + WRK-IMPOSTO-SERVICO.
           IF WRK-VALOR NOT LESS WRK-BRUTO-SERVICO
               MOVE WRK-BASE-SERVICO    TO WRK-BASE-ESTORNO
               MOVE WRK-IMPOSTO-SERVICO TO WRK-IMPOSTO-ESTORNO
           ELSE
               COMPUTE WRK-IMPOSTO-ESTORNO ROUNDED =
                   WRK-IMPOSTO-SERVICO * WRK-VALOR / WRK-BRUTO-SERVICO
               COMPUTE WRK-BASE-ESTORNO =
                   WRK-VALOR - WRK-IMPOSTO-ESTORNO
           END-IF.

           OPEN EXTEND IMPOSTOS.
           MOVE WRK-DATA-HOJE       TO IMP-DATA.
           MOVE DSP-SERVICO         TO IMP-CATEGORIA.
           MOVE WRK-BASE-ESTORNO    TO IMP-BASE.
           MOVE WRK-IMPOSTO-ESTORNO TO IMP-VALOR.
           MOVE WRK-NUMERO          TO IMP-FATURA-N.
           SET IMP-ESTORNO          TO TRUE.
           WRITE REG-IMPOSTO.
           CLOSE IMPOSTOS.

           MOVE WRK-IMPOSTO-ESTORNO TO WRK-VALOR-ED.
           DISPLAY "IMPOSTO ESTORNADO...: " WRK-VALOR-ED.

       0260-ESTORNA-IMPOSTO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0261-SOMA-IMPOSTO                         SECTION.
      *-----------------------------------------------------------------

           IF IMP-FATURA NOT NUMERIC
              OR IMP-FATURA-N NOT EQUAL WRK-NUMERO
              OR IMP-CATEGORIA NOT EQUAL DSP-SERVICO
               GO TO 0261-SOMA-IMPOSTO-LER
           END-IF.

           IF IMP-ESTORNO
               SUBTRACT IMP-BASE  FROM WRK-BASE-SERVICO
               SUBTRACT IMP-VALOR FROM WRK-IMPOSTO-SERVICO
           ELSE
               ADD IMP-BASE  TO WRK-BASE-SERVICO
               ADD IMP-VALOR TO WRK-IMPOSTO-SERVICO
           END-IF.

       0261-SOMA-IMPOSTO-LER.
           READ IMPOSTOS.

       0261-SOMA-IMPOSTO-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    EVENTO "C" NO SPOOL DE NOTIFICACAO - E-MAIL DO CLIENTES2
      *-----------------------------------------------------------------
       0270-NOTIFICA-CREDITO                     SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES TO WRK-EMAIL-CLIENTE.
           OPEN INPUT CLIENTES2.
           IF FS-CLIENTES2 EQUAL 00
               MOVE DSP-CODIGO-CLIENTE TO REG-CODIGO
               READ CLIENTES2
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-EMAIL TO WRK-EMAIL-CLIENTE
               END-READ
               CLOSE CLIENTES2
           END-IF.

           OPEN EXTEND NOTIFEVT.
           IF FS-NOTIFEVT EQUAL 35
               OPEN OUTPUT NOTIFEVT
               CLOSE NOTIFEVT
               OPEN EXTEND NOTIFEVT
           END-IF.

           MOVE SPACES                  TO REG-NOTIFICA.
           SET NOT-CREDITO-EMITIDO      TO TRUE.
           MOVE DSP-CODIGO-CLIENTE      TO NOT-CODIGO-CLIENTE.
           MOVE WRK-EMAIL-CLIENTE       TO NOT-EMAIL.
           MOVE WRK-DATA-HOJE           TO NOT-DATA.
           MOVE WRK-VALOR               TO NOT-VALOR.
           STRING "NC"                  DELIMITED BY SIZE
                  WRK-NUMERO-NOTA       DELIMITED BY SIZE
                  INTO NOT-REFERENCIA.
           WRITE REG-NOTIFICA.
           CLOSE NOTIFEVT.

       0270-NOTIFICA-CREDITO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0300-CARREGA-FATURREG                     SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-QT-FATURAS.

           OPEN INPUT FATURREG.
           IF FS-FATURREG NOT EQUAL 00
               DISPLAY "FATURREG.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-FATURREG WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               GO TO 0300-CARREGA-FATURREG-FIM
           END-IF.

           READ FATURREG.
           PERFORM 0301-GUARDA-FATURA
               UNTIL FS-FATURREG NOT EQUAL 00.

           CLOSE FATURREG.

       0300-CARREGA-FATURREG-FIM.                EXIT.

      *-----------------------------------------------------------------
       0301-GUARDA-FATURA                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-FATURAS LESS 1000
               ADD 1 TO WRK-QT-FATURAS
               MOVE REG-FATURREG TO WRK-FAT-IMAGEM(WRK-QT-FATURAS)
           END-IF.

           READ FATURREG.

       0301-GUARDA-FATURA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0310-PROCURA-FATURA                       SECTION.
      *-----------------------------------------------------------------

           SET WRK-FATURA-NAO-ACHADA TO TRUE.
           PERFORM 0311-COMPARA-FATURA
               VARYING WRK-IDX-FAT FROM 1 BY 1
               UNTIL WRK-IDX-FAT GREATER WRK-QT-FATURAS
                  OR WRK-FATURA-FOI-ACHADA.

           IF WRK-FATURA-FOI-ACHADA
               SUBTRACT 1 FROM WRK-IDX-FAT
               MOVE WRK-FAT-IMAGEM(WRK-IDX-FAT) TO WRK-FAT-REGISTRO
           END-IF.

       0310-PROCURA-FATURA-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0311-COMPARA-FATURA                       SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-FAT-IMAGEM(WRK-IDX-FAT) TO WRK-FAT-REGISTRO.

           IF WRK-FAT-NUMERO EQUAL WRK-NUMERO
               SET WRK-FATURA-FOI-ACHADA TO TRUE
           END-IF.

       0311-COMPARA-FATURA-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    O SERVICO TEM DE SER UM DOS SERVICOS DO ASSINANTE NO
      *    CLIENTES2 - SEM O CLIENTES2 O SERVICO E ACEITO COMO VEIO
      *-----------------------------------------------------------------
       0320-CONFERE-SERVICO                      SECTION.
      *-----------------------------------------------------------------

           SET WRK-SERVICO-INVALIDO TO TRUE.
           IF WRK-SERVICO EQUAL SPACES
               GO TO 0320-CONFERE-SERVICO-FIM
           END-IF.

           OPEN INPUT CLIENTES2.
           IF FS-CLIENTES2 NOT EQUAL 00
               DISPLAY "CLIENTES2 AUSENTE - SERVICO NAO CONFERIDO"
               SET WRK-SERVICO-VALIDO TO TRUE
               GO TO 0320-CONFERE-SERVICO-FIM
           END-IF.

           MOVE WRK-FAT-CLIENTE TO REG-CODIGO.
           READ CLIENTES2
               INVALID KEY
                   MOVE ZEROS TO REG-QTD-SERVICOS
           END-READ.

           PERFORM 0321-COMPARA-SERVICO
               VARYING WRK-IDX-SERV FROM 1 BY 1
               UNTIL WRK-IDX-SERV GREATER REG-QTD-SERVICOS
                  OR WRK-SERVICO-VALIDO.

           CLOSE CLIENTES2.

       0320-CONFERE-SERVICO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0321-COMPARA-SERVICO                      SECTION.
      *-----------------------------------------------------------------

           IF REG-STREA(WRK-IDX-SERV) EQUAL WRK-SERVICO
               SET WRK-SERVICO-VALIDO TO TRUE
           END-IF.

       0321-COMPARA-SERVICO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    REGRAVA O FATURREG INTEIRO A PARTIR DA TABELA - ESQUEMA DE
      *    ARQUIVO DE TRABALHO DO PRGPAGTO
      *-----------------------------------------------------------------
       0330-REGRAVA-FATURREG                     SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT FATTMP.
           PERFORM 0331-GRAVA-FATURA
               VARYING WRK-IDX-FAT FROM 1 BY 1
               UNTIL WRK-IDX-FAT GREATER WRK-QT-FATURAS.
           CLOSE FATTMP.

           OPEN OUTPUT FATURREG.
           OPEN INPUT  FATTMP.

           READ FATTMP.
           PERFORM 0332-COPIA-FATURA
               UNTIL FS-FATTMP NOT EQUAL 00.

           CLOSE FATTMP.
           CLOSE FATURREG.

       0330-REGRAVA-FATURREG-FIM.                EXIT.

      *-----------------------------------------------------------------
       0331-GRAVA-FATURA                         SECTION.
      *-----------------------------------------------------------------

           WRITE REG-FATTMP FROM WRK-FAT-IMAGEM(WRK-IDX-FAT).

       0331-GRAVA-FATURA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0332-COPIA-FATURA                         SECTION.
      *-----------------------------------------------------------------

           WRITE REG-FATURREG FROM REG-FATTMP.

           READ FATTMP.

       0332-COPIA-FATURA-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    RELATORIO MENSAL POR SERVICO - ABERTOS NO MES (QTD E VALOR
      *    CONTESTADO), RESOLVIDOS NO MES (MANTIDOS / CREDITADOS) E
      *    VALOR CREDITADO; NO RODAPE OS CASOS AINDA ABERTOS
      *-----------------------------------------------------------------
       0500-RELATORIO-MENSAL                     SECTION.
      *-----------------------------------------------------------------

           DISPLAY "COMPETENCIA (AAAAMM, BRANCO=MES ATUAL)?".
           ACCEPT WRK-MES.
           IF WRK-MES EQUAL ZEROS
               MOVE WRK-HOJE-AAAAMM TO WRK-MES
           END-IF.

           MOVE ZEROS TO WRK-QT-SERVICOS
                         WRK-TOT-ABERTOS
                         WRK-TOT-VALOR-ABERTO
                         WRK-TOT-MANTIDOS
                         WRK-TOT-CREDITADOS
                         WRK-TOT-VALOR-CREDITO
                         WRK-TOT-PENDENTES.

           OPEN OUTPUT RELDISPU.
           IF FS-RELDISPU NOT EQUAL 00
               DISPLAY "RELDISPU.txt NAO ABERTO!"
               CALL "FSTATUS" USING FS-RELDISPU WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               GO TO 0500-RELATORIO-MENSAL-FIM
           END-IF.

           MOVE ZEROS TO DSP-FATURA.
           START DISPUTAS KEY IS NOT LESS DSP-FATURA
               INVALID KEY
                   MOVE 10 TO FS-DISPUTAS
           END-START.
           IF FS-DISPUTAS EQUAL 00
               READ DISPUTAS NEXT
               PERFORM 0510-ACUMULA-CASO
                   UNTIL FS-DISPUTAS NOT EQUAL 00
           END-IF.

           MOVE WRK-MES TO WRK-TIT-MES.
           WRITE REG-RELDISPU FROM WRK-LIN-TITULO.
           WRITE REG-RELDISPU FROM WRK-LIN-CABEC.
           PERFORM 0530-IMPRIME-SERVICO
               VARYING WRK-IDX-SRV FROM 1 BY 1
               UNTIL WRK-IDX-SRV GREATER WRK-QT-SERVICOS.

           MOVE "TOTAL"               TO WRK-LSV-NOME.
           MOVE WRK-TOT-ABERTOS       TO WRK-LSV-ABERTOS.
           MOVE WRK-TOT-VALOR-ABERTO  TO WRK-LSV-VALOR-ABERTO.
           MOVE WRK-TOT-MANTIDOS      TO WRK-LSV-MANTIDOS.
           MOVE WRK-TOT-CREDITADOS    TO WRK-LSV-CREDITADOS.
           MOVE WRK-TOT-VALOR-CREDITO TO WRK-LSV-VALOR-CREDITO.
           WRITE REG-RELDISPU FROM WRK-LIN-SERVICO.
           DISPLAY WRK-LIN-SERVICO.

           MOVE WRK-TOT-PENDENTES TO WRK-QTD-ED.
           MOVE SPACES TO WRK-LIN-TEXTO.
           STRING "CASOS AINDA ABERTOS (COBRANCA CONGELADA): "
                  WRK-QTD-ED
                  DELIMITED BY SIZE INTO WRK-LIN-TEXTO.
           WRITE REG-RELDISPU FROM WRK-LIN-TEXTO.
           DISPLAY WRK-LIN-TEXTO.

           CLOSE RELDISPU.

           MOVE "RELDISPU"             TO WRK-SPL-RELATORIO.
           MOVE "PRGDISPU"             TO WRK-SPL-PROGRAMA.
           MOVE WRK-CAMINHO-RELDISPU   TO WRK-SPL-ARQUIVO.
           MOVE "FATURAMENTO"          TO WRK-SPL-DESTINATARIO.
           CALL "SPOOLREG" USING WRK-SPOOL.

           DISPLAY "RELATORIO GRAVADO...: " WRK-CAMINHO-RELDISPU.

       0500-RELATORIO-MENSAL-FIM.                EXIT.

      *-----------------------------------------------------------------
       0510-ACUMULA-CASO                         SECTION.
      *-----------------------------------------------------------------

           IF DSP-ABERTA
               ADD 1 TO WRK-TOT-PENDENTES
           END-IF.

           IF DSP-DATA-ABERTURA(1:6) NOT EQUAL WRK-MES
              AND (DSP-ABERTA
                   OR DSP-DATA-RESOLUCAO(1:6) NOT EQUAL WRK-MES)
               GO TO 0510-ACUMULA-CASO-LER
           END-IF.

           PERFORM 0520-ACHA-SERVICO.
           IF WRK-SRV-NAO-ACHADO
               GO TO 0510-ACUMULA-CASO-LER
           END-IF.

           IF DSP-DATA-ABERTURA(1:6) EQUAL WRK-MES
               ADD 1         TO WRK-SRV-ABERTOS(WRK-IDX-SRV)
                                WRK-TOT-ABERTOS
               ADD DSP-VALOR TO WRK-SRV-VALOR-ABERTO(WRK-IDX-SRV)
                                WRK-TOT-VALOR-ABERTO
           END-IF.

           IF NOT DSP-ABERTA
              AND DSP-DATA-RESOLUCAO(1:6) EQUAL WRK-MES
               IF DSP-MANTIDA
                   ADD 1 TO WRK-SRV-MANTIDOS(WRK-IDX-SRV)
                            WRK-TOT-MANTIDOS
               ELSE
                   ADD 1 TO WRK-SRV-CREDITADOS(WRK-IDX-SRV)
                            WRK-TOT-CREDITADOS
                   ADD DSP-VALOR-CREDITO
                         TO WRK-SRV-VALOR-CREDITO(WRK-IDX-SRV)
                            WRK-TOT-VALOR-CREDITO
               END-IF
           END-IF.

       0510-ACUMULA-CASO-LER.
           READ DISPUTAS NEXT.

       0510-ACUMULA-CASO-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0520-ACHA-SERVICO                         SECTION.
      *-----------------------------------------------------------------

           SET WRK-SRV-NAO-ACHADO TO TRUE.
           PERFORM 0521-COMPARA-SERVICO
               VARYING WRK-IDX-SRV FROM 1 BY 1
               UNTIL WRK-IDX-SRV GREATER WRK-QT-SERVICOS
                  OR WRK-SRV-FOI-ACHADO.

           IF WRK-SRV-FOI-ACHADO
               SUBTRACT 1 FROM WRK-IDX-SRV
               GO TO 0520-ACHA-SERVICO-FIM
           END-IF.

           IF WRK-QT-SERVICOS LESS 50
               ADD 1 TO WRK-QT-SERVICOS
               MOVE WRK-QT-SERVICOS TO WRK-IDX-SRV
               MOVE DSP-SERVICO     TO WRK-SRV-NOME(WRK-IDX-SRV)
               MOVE ZEROS TO WRK-SRV-ABERTOS(WRK-IDX-SRV)
                             WRK-SRV-VALOR-ABERTO(WRK-IDX-SRV)
                             WRK-SRV-MANTIDOS(WRK-IDX-SRV)
                             WRK-SRV-CREDITADOS(WRK-IDX-SRV)
                             WRK-SRV-VALOR-CREDITO(WRK-IDX-SRV)
               SET WRK-SRV-FOI-ACHADO TO TRUE
           END-IF.

       0520-ACHA-SERVICO-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0521-COMPARA-SERVICO                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-SRV-NOME(WRK-IDX-SRV) EQUAL DSP-SERVICO
               SET WRK-SRV-FOI-ACHADO TO TRUE
           END-IF.

       0521-COMPARA-SERVICO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0530-IMPRIME-SERVICO                      SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-SRV-NOME(WRK-IDX-SRV)   TO WRK-LSV-NOME.
           MOVE WRK-SRV-ABERTOS(WRK-IDX-SRV) TO WRK-LSV-ABERTOS.
           MOVE WRK-SRV-VALOR-ABERTO(WRK-IDX-SRV)
                                          TO WRK-LSV-VALOR-ABERTO.
           MOVE WRK-SRV-MANTIDOS(WRK-IDX-SRV) TO WRK-LSV-MANTIDOS.
           MOVE WRK-SRV-CREDITADOS(WRK-IDX-SRV)
                                          TO WRK-LSV-CREDITADOS.
           MOVE WRK-SRV-VALOR-CREDITO(WRK-IDX-SRV)
                                          TO WRK-LSV-VALOR-CREDITO.
           WRITE REG-RELDISPU FROM WRK-LIN-SERVICO.
           DISPLAY WRK-LIN-SERVICO.

       0530-IMPRIME-SERVICO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0900-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE DISPUTAS.

           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0900-FINALIZAR-FIM.                       EXIT.
