       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGFUSAG.
      *=================================================================
      * PROGRAMA   : PRGFUSAG
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: FUSAO DE AGENCIAS - QUANDO UMA AGENCIA ENCERRA E E
      *              INCORPORADA POR OUTRA, MOVE TODAS AS CONTAS DA
      *              AGENCIA QUE ENCERRA PARA A AGENCIA QUE INCORPORA.
      *              O SUPERVISOR ASSINA (OPERADORES.txt, SENHA PELO
      *              VALSEN, NIVEL 3) E INFORMA AS DUAS AGENCIAS E O
      *              FIM DO PERIODO DE TRANSICAO. O NUMERO NOVO DE CADA
      *              CONTA VEM DO MAPA FUSAOMAP.txt (CONTA ANTIGA ->
      *              CONTA NOVA) OU, PARA A CONTA FORA DO MAPA (OU COM
      *              CONTA NOVA ZERADA NELE), E O PROXIMO NUMERO LIVRE
      *              DA AGENCIA QUE INCORPORA; O DV NOVO SAI DO VALCTA.
      *              O PLANO INTEIRO E CRITICADO ANTES DE QUALQUER
      *              GRAVACAO (CONTA NOVA JA CADASTRADA, REPETIDA NO
      *              MAPA, CONTA DO MAPA FORA DO CADASTRO) - PLANO COM
      *              ERRO NAO MOVE NADA (RETORNO 12). CADA CONTA:
      *              - ENTRA NA REFERENCIA CRUZADA CTAXREF.txt COMO
      *                PENDENTE, COM O SALDO A MIGRAR;
      *              - GANHA O REGISTRO NOVO NO CONTAS.dat (MESMO
      *                CLIENTE, SITUACAO, LIMITE E TIPO);
      *              - TEM O SALDO MOVIDO NO SALDOCTA.dat (A CONTA
      *                ANTIGA FICA COM SALDO ZERO);
      *              - TEM A CONTA ANTIGA ENCERRADA;
      *              - E MARCADA MIGRADA NA REFERENCIA CRUZADA.
      *              ABERTURA E ENCERRAMENTO SAO AUDITADOS NO
      *              AUDITCTA.txt COMO OPERACAO "F". EXECUCAO
      *              INTERROMPIDA E RETOMADA RODANDO O PROGRAMA DE NOVO
      *              COM AS MESMAS AGENCIAS, ANTES DE QUALQUER OUTRO
      *              PROCESSAMENTO: CONTA MIGRADA E PULADA E CONTA
      *              PENDENTE E REFEITA COM O MESMO NUMERO NOVO. NO FIM
      *              AS ORDENS PERMANENTES (ORDENS.txt) E A CONTA
      *              SALARIO DOS FUNCIONARIOS (FUNCIONARIOS.dat) PASSAM
      *              PARA A CONTA NOVA, ASSIM COMO OS BLOQUEIOS DE SALDO
      *              (BLOQJUD.txt), E A AGENCIA QUE ENCERRA FICA
      *              INATIVA NO AGENCIAS.txt. O HISTORICO (MOVHIST.dat E
      *              SALDOHIST.txt) FICA NA NUMERACAO ANTIGA - O
      *              PRGEXTRA JUNTA AS DUAS PELA REFERENCIA CRUZADA, E O
      *              ATI4 REDIRECIONA PARA A CONTA NOVA O LANCAMENTO QUE
      *              AINDA CHEGAR NA ANTIGA ATE O FIM DA TRANSICAO. O
      *              RELATORIO DE CONTROLE FUSAOREL.txt PROVA, CONTA A
      *              CONTA E NO TOTAL DO SALDOCTA, SALDO ANTES = SALDO
      *              DEPOIS (DIVERGENCIA = RETORNO 8)
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  OPERADORES            INPUT                  #OPERADOR
      *  AGENCIAS              INPUT/OUTPUT           #AGENCIAS
      *  AGENTMP               WORK                   #AGENCIAS (IMAGEM)
      *  CONTAS                INPUT/OUTPUT           #CONTAS
      *  SALDOCTA              INPUT/OUTPUT           #SALDOCTA
      *  FUSAOMAP              INPUT
      *  CTAXREF               INPUT/OUTPUT (EXTEND)  #CTAXREF
      *  ORDENS                INPUT/OUTPUT           #ORDENS
      *  ORDTMP                WORK
      *  BLOQJUD               INPUT/OUTPUT           #BLOQJUD
      *  BLQTMP                WORK
      *  FUNCIONARIOS          INPUT/OUTPUT           #FUNCREG
      *  EMPREST               INPUT/OUTPUT           #EMPREST
      *  EMPTMP                WORK
      *  EMPPARC               INPUT/OUTPUT           #EMPPARC
      *  PARTMP                WORK
      *  CDBCONT               INPUT/OUTPUT           #CDBCONT
      *  CDBTMP                WORK
      *  TALOES                INPUT/OUTPUT           #TALAO
      *  TALTMP                WORK
      *  FOLHASCHQ             INPUT/OUTPUT           #FOLHACHQ
      *  FCHTMP                WORK
      *  SUSTCHQ               INPUT/OUTPUT           #SUSTCHQ
      *  SUSTMP                WORK
      *  TITULARES             INPUT/OUTPUT           #TITULAR
      *  TITTMP                WORK
      *  AUDITCTA              OUTPUT (EXTEND)        #AUDITCTA
      *  FUSAOREL              OUTPUT
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS / VALCTA / VALSEN / SPOOLREG
      *
      *-----------------------------------------------------------------
      * ALTERACOES.:
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   NA FUSAO, ALEM DAS ORDENS, BLOQUEIOS E CONTAS SALARIO, PASSAM
      *   PARA A CONTA NOVA OS CONTRATOS DE EMPRESTIMO (EMPREST.txt) E
      *   AS PARCELAS (EMPPARC.txt, MENOS A EMITIDA AGUARDANDO
      *   POSTAGEM), AS APLICACOES EM CDB (CDBCONT.txt), OS TALOES,
      *   FOLHAS E SUSTACOES DE CHEQUE (TALOES.txt, FOLHASCHQ.txt E
      *   SUSTCHQ.txt) E OS TITULARES (TITULARES.txt) - MESMA REGRAVACAO
      *   VIA ARQUIVO DE TRABALHO, QUE NA RETOMADA DEIXA COMO ESTA O QUE
      *   JA FOI MOVIDO. AS QUANTIDADES MOVIDAS ENTRAM NO FUSAOREL.txt
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

           SELECT AGENCIAS              ASSIGN TO
                                        WRK-CAMINHO-AGENCIAS
               FILE STATUS              IS FS-AGENCIAS.

           SELECT AGENTMP               ASSIGN TO
                                        WRK-CAMINHO-AGENTMP
               FILE STATUS              IS FS-AGENTMP.

           SELECT CONTAS                ASSIGN TO
                                        WRK-CAMINHO-CONTAS
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS CTA-CHAVE
               FILE STATUS              IS FS-CONTAS.

           SELECT SALDOCTA              ASSIGN TO
                                        WRK-CAMINHO-SALDOCTA
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS REG-CHAVE-SALDO
               FILE STATUS              IS FS-SALDOCTA.

           SELECT FUSAOMAP              ASSIGN TO
                                        WRK-CAMINHO-FUSAOMAP
               FILE STATUS              IS FS-FUSAOMAP.

           SELECT CTAXREF               ASSIGN TO
                                        WRK-CAMINHO-CTAXREF
               FILE STATUS              IS FS-CTAXREF.

           SELECT ORDENS                ASSIGN TO
                                        WRK-CAMINHO-ORDENS
               FILE STATUS              IS FS-ORDENS.

           SELECT ORDTMP                ASSIGN TO
                                        WRK-CAMINHO-ORDTMP
               FILE STATUS              IS FS-ORDTMP.

           SELECT BLOQJUD               ASSIGN TO
                                        WRK-CAMINHO-BLOQJUD
               FILE STATUS              IS FS-BLOQJUD.

           SELECT BLQTMP                ASSIGN TO
                                        WRK-CAMINHO-BLQTMP
               FILE STATUS              IS FS-BLQTMP.

           SELECT FUNCIONARIOS          ASSIGN TO
           "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\FUNCIONARIOS.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS REG-CODIGO
               FILE STATUS              IS FS-FUNCIONARIOS.

           SELECT EMPREST               ASSIGN TO
                                        WRK-CAMINHO-EMPREST
               FILE STATUS              IS FS-EMPREST.

           SELECT EMPTMP                ASSIGN TO
                                        WRK-CAMINHO-EMPTMP
               FILE STATUS              IS FS-EMPTMP.

           SELECT EMPPARC               ASSIGN TO
                                        WRK-CAMINHO-EMPPARC
               FILE STATUS              IS FS-EMPPARC.

           SELECT PARTMP                ASSIGN TO
                                        WRK-CAMINHO-PARTMP
               FILE STATUS              IS FS-PARTMP.

           SELECT CDBCONT               ASSIGN TO
                                        WRK-CAMINHO-CDBCONT
               FILE STATUS              IS FS-CDBCONT.

           SELECT CDBTMP                ASSIGN TO
                                        WRK-CAMINHO-CDBTMP
               FILE STATUS              IS FS-CDBTMP.

           SELECT TALOES                ASSIGN TO
                                        WRK-CAMINHO-TALOES
               FILE STATUS              IS FS-TALOES.

           SELECT TALTMP                ASSIGN TO
                                        WRK-CAMINHO-TALTMP
               FILE STATUS              IS FS-TALTMP.

           SELECT FOLHASCHQ             ASSIGN TO
                                        WRK-CAMINHO-FOLHASCHQ
               FILE STATUS              IS FS-FOLHASCHQ.

           SELECT FCHTMP                ASSIGN TO
                                        WRK-CAMINHO-FCHTMP
               FILE STATUS              IS FS-FCHTMP.

           SELECT SUSTCHQ               ASSIGN TO
                                        WRK-CAMINHO-SUSTCHQ
               FILE STATUS              IS FS-SUSTCHQ.

           SELECT SUSTMP                ASSIGN TO
                                        WRK-CAMINHO-SUSTMP
               FILE STATUS              IS FS-SUSTMP.

           SELECT TITULARES             ASSIGN TO
                                        WRK-CAMINHO-TITULARES
               FILE STATUS              IS FS-TITULARES.

           SELECT TITTMP                ASSIGN TO
                                        WRK-CAMINHO-TITTMP
               FILE STATUS              IS FS-TITTMP.

           SELECT AUDITCTA              ASSIGN TO
           "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\AUDITCTA.txt"
               FILE STATUS              IS FS-AUDITCTA.

           SELECT FUSAOREL              ASSIGN TO
                                        WRK-CAMINHO-FUSAOREL
               FILE STATUS              IS FS-FUSAOREL.

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
      *     I/O   -  CADASTRO DE AGENCIAS (AGENCIAS)
      *                               LRECL = 047
      *----------------------------------------------------------------*
       FD  AGENCIAS.
       COPY '#AGENCIAS'.

      *----------------------------------------------------------------*
      *     WORK  -  IMAGEM DO CADASTRO PARA A REGRAVACAO (AGENTMP)
      *                               LRECL = 047
      *----------------------------------------------------------------*
       FD  AGENTMP.
       01  REG-AGENTMP                  PIC X(047).

      *----------------------------------------------------------------*
      *     I/O   -  CADASTRO DE CONTAS (CONTAS)
      *                               LRECL = 026
      *----------------------------------------------------------------*
       FD  CONTAS.
       COPY '#CONTAS'.

      *----------------------------------------------------------------*
      *     I/O   -  SALDO CORRENTE POR CONTA (SALDOCTA)
      *                               LRECL = 021
      *----------------------------------------------------------------*
       FD  SALDOCTA.
       COPY '#SALDOCTA'.

      *----------------------------------------------------------------*
      *     INPUT -  MAPA CONTA ANTIGA -> CONTA NOVA (FUSAOMAP)
      *              CONTA NOVA ZERADA = PROXIMO NUMERO LIVRE
      *                               LRECL = 018
      *----------------------------------------------------------------*
       FD  FUSAOMAP.
       01  REG-FUSAOMAP.
           05 MAP-AGENCIA-ANTIGA        PIC  9(04).
           05 MAP-CONTA-ANTIGA          PIC  9(05).
           05 MAP-AGENCIA-NOVA          PIC  9(04).
           05 MAP-CONTA-NOVA            PIC  9(05).

      *----------------------------------------------------------------*
      *     I/O   -  REFERENCIA CRUZADA DE CONTAS (CTAXREF)
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  CTAXREF.
       COPY '#CTAXREF'.

      *----------------------------------------------------------------*
      *     I/O   -  ORDENS PERMANENTES (ORDENS)
      *                               LRECL = 034
      *----------------------------------------------------------------*
       FD  ORDENS.
       COPY '#ORDENS'.

      *----------------------------------------------------------------*
      *     WORK  -  IMAGEM DAS ORDENS PARA A REGRAVACAO (ORDTMP)
      *                               LRECL = 034
      *----------------------------------------------------------------*
       FD  ORDTMP.
       01  REG-ORDTMP                   PIC X(034).

      *----------------------------------------------------------------*
      *     I/O   -  BLOQUEIOS JUDICIAIS/ADMINISTRATIVOS (BLOQJUD)
      *                               LRECL = 103
      *----------------------------------------------------------------*
       FD  BLOQJUD.
       COPY '#BLOQJUD'.

      *----------------------------------------------------------------*
      *     WORK  -  IMAGEM DOS BLOQUEIOS PARA A REGRAVACAO (BLQTMP)
      *                               LRECL = 103
      *----------------------------------------------------------------*
       FD  BLQTMP.
       01  REG-BLQTMP                   PIC X(103).

      *----------------------------------------------------------------*
      *     I/O   -  CADASTRO DE FUNCIONARIOS (FUNCIONARIOS)
      *                               LRECL = 052
      *----------------------------------------------------------------*
       FD  FUNCIONARIOS.
       COPY '#FUNCREG'.

      *----------------------------------------------------------------*
      *     I/O   -  CONTRATOS DE EMPRESTIMO (EMPREST)
      *                               LRECL = 070
      *----------------------------------------------------------------*
       FD  EMPREST.
       COPY '#EMPREST'.

      *----------------------------------------------------------------*
      *     WORK  -  IMAGEM DOS CONTRATOS PARA A REGRAVACAO (EMPTMP)
      *                               LRECL = 070
      *----------------------------------------------------------------*
       FD  EMPTMP.
       01  REG-EMPTMP                   PIC X(070).

      *----------------------------------------------------------------*
      *     I/O   -  CRONOGRAMA DE PARCELAS (EMPPARC)
      *                               LRECL = 091
      *----------------------------------------------------------------*
       FD  EMPPARC.
       COPY '#EMPPARC'.

      *----------------------------------------------------------------*
      *     WORK  -  IMAGEM DAS PARCELAS PARA A REGRAVACAO (PARTMP)
      *                               LRECL = 091
      *----------------------------------------------------------------*
       FD  PARTMP.
       01  REG-PARTMP                   PIC X(091).

      *----------------------------------------------------------------*
      *     I/O   -  CONTRATOS DE CDB (CDBCONT)
      *                               LRECL = 128
      *----------------------------------------------------------------*
       FD  CDBCONT.
       COPY '#CDBCONT'.

      *----------------------------------------------------------------*
      *     WORK  -  IMAGEM DOS CONTRATOS DE CDB (CDBTMP)
      *                               LRECL = 128
      *----------------------------------------------------------------*
       FD  CDBTMP.
       01  REG-CDBTMP                   PIC X(128).

      *----------------------------------------------------------------*
      *     I/O   -  REGISTRO DE TALOES (TALOES)
      *                               LRECL = 045
      *----------------------------------------------------------------*
       FD  TALOES.
       COPY '#TALAO'.

      *----------------------------------------------------------------*
      *     WORK  -  IMAGEM DOS TALOES PARA A REGRAVACAO (TALTMP)
      *                               LRECL = 045
      *----------------------------------------------------------------*
       FD  TALTMP.
       01  REG-TALTMP                   PIC X(045).

      *----------------------------------------------------------------*
      *     I/O   -  FOLHAS DE CHEQUE (FOLHASCHQ)
      *                               LRECL = 043
      *----------------------------------------------------------------*
       FD  FOLHASCHQ.
       COPY '#FOLHACHQ'.

      *----------------------------------------------------------------*
      *     WORK  -  IMAGEM DAS FOLHAS PARA A REGRAVACAO (FCHTMP)
      *                               LRECL = 043
      *----------------------------------------------------------------*
       FD  FCHTMP.
       01  REG-FCHTMP                   PIC X(043).

      *----------------------------------------------------------------*
      *     I/O   -  LISTA DE SUSTACOES (SUSTCHQ)
      *                               LRECL = 085
      *----------------------------------------------------------------*
       FD  SUSTCHQ.
       COPY '#SUSTCHQ'.

      *----------------------------------------------------------------*
      *     WORK  -  IMAGEM DAS SUSTACOES PARA A REGRAVACAO (SUSTMP)
      *                               LRECL = 085
      *----------------------------------------------------------------*
       FD  SUSTMP.
       01  REG-SUSTMP                   PIC X(085).

      *----------------------------------------------------------------*
      *     I/O   -  TITULARES DAS CONTAS (TITULARES)
      *                               LRECL = 034
      *----------------------------------------------------------------*
       FD  TITULARES.
       COPY '#TITULAR'.

      *----------------------------------------------------------------*
      *     WORK  -  IMAGEM DOS TITULARES PARA A REGRAVACAO (TITTMP)
      *                               LRECL = 034
      *----------------------------------------------------------------*
       FD  TITTMP.
       01  REG-TITTMP                   PIC X(034).

      *----------------------------------------------------------------*
      *     OUTPUT - AUDITORIA DAS MANUTENCOES DE CONTAS (AUDITCTA)
      *                               LRECL = 054
      *----------------------------------------------------------------*
       FD  AUDITCTA.
       COPY '#AUDITCTA'.

      *----------------------------------------------------------------*
      *     OUTPUT - RELATORIO DE CONTROLE DA FUSAO (FUSAOREL)
      *                               LRECL = 080
      *----------------------------------------------------------------*
       FD  FUSAOREL.
       01  REG-FUSAOREL                 PIC X(080).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-OPERADORES                PIC 9(002).
       77  FS-AGENCIAS                  PIC 9(002).
       77  FS-AGENTMP                   PIC 9(002).
       77  FS-CONTAS                    PIC 9(002).
       77  FS-SALDOCTA                  PIC 9(002).
       77  FS-FUSAOMAP                  PIC 9(002).
       77  FS-CTAXREF                   PIC 9(002).
       77  FS-ORDENS                    PIC 9(002).
       77  FS-ORDTMP                    PIC 9(002).
       77  FS-BLOQJUD                   PIC 9(002).
       77  FS-BLQTMP                    PIC 9(002).
       77  FS-FUNCIONARIOS              PIC 9(002).
       77  FS-EMPREST                   PIC 9(002).
       77  FS-EMPTMP                    PIC 9(002).
       77  FS-EMPPARC                   PIC 9(002).
       77  FS-PARTMP                    PIC 9(002).
       77  FS-CDBCONT                   PIC 9(002).
       77  FS-CDBTMP                    PIC 9(002).
       77  FS-TALOES                    PIC 9(002).
       77  FS-TALTMP                    PIC 9(002).
       77  FS-FOLHASCHQ                 PIC 9(002).
       77  FS-FCHTMP                    PIC 9(002).
       77  FS-SUSTCHQ                   PIC 9(002).
       77  FS-SUSTMP                    PIC 9(002).
       77  FS-TITULARES                 PIC 9(002).
       77  FS-TITTMP                    PIC 9(002).
       77  FS-AUDITCTA                  PIC 9(002).
       77  FS-FUSAOREL                  PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-AGENCIAS         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-AGENTMP          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CONTAS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-SALDOCTA         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FUSAOMAP         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CTAXREF          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-ORDENS           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-ORDTMP           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-BLOQJUD          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-BLQTMP           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-EMPREST          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-EMPTMP           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-EMPPARC          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-PARTMP           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CDBCONT          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-CDBTMP           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-TALOES           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-TALTMP           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FOLHASCHQ        PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FCHTMP           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-SUSTCHQ          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-SUSTMP           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-TITULARES        PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-TITTMP           PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-FUSAOREL         PIC X(060)        VALUES SPACES.

      *== SIGN-ON DO OPERADOR
       01  WRK-OPERADOR                 PIC X(010)        VALUES SPACES.
       01  WRK-OPERADOR-ACHADO          PIC X(001)        VALUES "N".
           88 WRK-OPERADOR-SIM                    VALUES "S".
           88 WRK-OPERADOR-NAO                    VALUES "N".
       01  WRK-NIVEL-OPERADOR           PIC X(001)        VALUES SPACES.
           88 WRK-NIVEL-SUPERVISOR                VALUES "3".

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** PARAMETROS DA FUSAO *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-AGENCIA-ANTIGA           PIC 9(004)        VALUES ZEROS.
       01  WRK-AGENCIA-NOVA             PIC 9(004)        VALUES ZEROS.
       01  WRK-DATA-FUSAO               PIC 9(008)        VALUES ZEROS.
       01  WRK-FIM-TRANSICAO            PIC 9(008)        VALUES ZEROS.
       01  WRK-CONFIRMA                 PIC X(001)        VALUES "N".
           88 WRK-CONFIRMA-SIM                    VALUES "S".
       01  WRK-RETOMADA                 PIC X(001)        VALUES "N".
           88 WRK-RETOMADA-SIM                    VALUES "S".
       01  WRK-PLANO                    PIC X(001)        VALUES "S".
           88 WRK-PLANO-OK                        VALUES "S".
           88 WRK-PLANO-COM-ERRO                  VALUES "N".
           88 WRK-PLANO-CANCELADO                 VALUES "C".
       01  WRK-ERRO-CONTA               PIC X(001)        VALUES "N".
           88 WRK-ERRO-CONTA-SIM                  VALUES "S".
           88 WRK-ERRO-CONTA-NAO                  VALUES "N".
       01  WRK-SITUACAO-XREF            PIC X(001)        VALUES SPACES.
       01  WRK-MAIOR-CONTA              PIC 9(006)        VALUES ZEROS.
       01  WRK-PROXIMA-CONTA            PIC 9(006)        VALUES ZEROS.
       01  WRK-CONTA-PROCURADA          PIC 9(005)        VALUES ZEROS.
       01  WRK-AGENCIA-PROCURADA        PIC 9(004)        VALUES ZEROS.
       01  WRK-REG-ID-ANTIGA            PIC 9(004)        VALUES ZEROS.

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** CADASTRO DE AGENCIAS EM MEMORIA *** '.
      *-----------------------------------------------------------------

       01  WRK-QT-AGENCIAS              PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-AGENCIA              PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-AGE-ANTIGA           PIC 9(002)        VALUES ZEROS.
       01  WRK-AGENCIA-ACHADA           PIC X(001)        VALUES "N".
           88 WRK-AGENCIA-FOI-ACHADA              VALUES "S".
           88 WRK-AGENCIA-NAO-ACHADA              VALUES "N".
       01  WRK-TAB-AGENCIAS.
           05 WRK-AGE-OCO               OCCURS 50 TIMES.
               10 WRK-AGE-CODIGO            PIC 9(04).
               10 WRK-AGE-NOME              PIC X(20).
               10 WRK-AGE-REGIAO            PIC X(10).
               10 WRK-AGE-SITUACAO          PIC X(01).
               10 WRK-AGE-LIMITE-SEGURO     PIC 9(10)V99.

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** REFERENCIA CRUZADA DA AGENCIA QUE ENCERRA *** '.
      *-----------------------------------------------------------------

       01  WRK-QT-XREF                  PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-XREF                 PIC 9(003)        VALUES ZEROS.
       01  WRK-XREF-ACHADA              PIC X(001)        VALUES "N".
           88 WRK-XREF-FOI-ACHADA                 VALUES "S".
           88 WRK-XREF-NAO-ACHADA                 VALUES "N".
       01  WRK-TAB-XREF.
           05 WRK-XRF-OCO               OCCURS 500 TIMES.
               10 WRK-XRF-CONTA-ANTIGA      PIC 9(05).
               10 WRK-XRF-CONTA-NOVA        PIC 9(05).
               10 WRK-XRF-SALDO             PIC S9(10)V99  COMP-3.
               10 WRK-XRF-SITUACAO          PIC X(01).

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** MAPA CONTA ANTIGA -> CONTA NOVA *** '.
      *-----------------------------------------------------------------

       01  WRK-QT-MAPA                  PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-MAPA                 PIC 9(003)        VALUES ZEROS.
       01  WRK-MAPA-ACHADO              PIC X(001)        VALUES "N".
           88 WRK-MAPA-FOI-ACHADO                 VALUES "S".
           88 WRK-MAPA-NAO-ACHADO                 VALUES "N".
       01  WRK-TAB-MAPA.
           05 WRK-MAP-OCO               OCCURS 500 TIMES.
               10 WRK-MAP-CONTA-ANTIGA      PIC 9(05).
               10 WRK-MAP-CONTA-NOVA        PIC 9(05).
               10 WRK-MAP-USADO             PIC X(01).

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** PLANO DA FUSAO (UMA LINHA POR CONTA) *** '.
      *-----------------------------------------------------------------
      *    WRK-PLN-ORIGEM....: A = PROXIMO NUMERO LIVRE, M = MAPA,
      *                        R = RETOMADA PELA REFERENCIA CRUZADA
      *    WRK-PLN-SITUACAO..: BRANCO = A MIGRAR, P = PENDENTE DE
      *                        EXECUCAO INTERROMPIDA, M = MIGRADA
      *                        NESTA EXECUCAO, J = JA MIGRADA ANTES,
      *                        E = ERRO
      *-----------------------------------------------------------------

       01  WRK-QT-PLANO                 PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-PLANO                PIC 9(003)        VALUES ZEROS.
       01  WRK-PLANO-ACHADO             PIC X(001)        VALUES "N".
           88 WRK-PLANO-FOI-ACHADO                VALUES "S".
           88 WRK-PLANO-NAO-ACHADO                VALUES "N".
       01  WRK-TAB-PLANO.
           05 WRK-PLN-OCO               OCCURS 500 TIMES.
               10 WRK-PLN-CONTA-ANTIGA      PIC 9(05).
               10 WRK-PLN-DV-ANTIGO         PIC 9(01).
               10 WRK-PLN-CONTA-NOVA        PIC 9(05).
               10 WRK-PLN-DV-NOVO           PIC 9(01).
               10 WRK-PLN-ORIGEM            PIC X(01).
               10 WRK-PLN-SITUACAO          PIC X(01).
               10 WRK-PLN-SALDO-ANTES       PIC S9(10)V99  COMP-3.
               10 WRK-PLN-SALDO-DEPOIS      PIC S9(10)V99  COMP-3.
               10 WRK-PLN-SALDO-RESIDUO     PIC S9(10)V99  COMP-3.

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** ACUMULADORES E PROVA DOS SALDOS *** '.
      *-----------------------------------------------------------------

       01  ACU-ERROS-PLANO              PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-ERROS-MIGRACAO           PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-MIGRADAS                 PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-RETOMADAS                PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-JA-MIGRADAS              PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-DIVERGENTES              PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-MAPA-IGNORADAS           PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-ORDENS                   PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-BLOQUEIOS                PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-FUNCIONARIOS             PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-EMPRESTIMOS              PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-PARCELAS                 PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-CDB                      PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-TALOES                   PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-FOLHAS                   PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-SUSTACOES                PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-TITULARES                PIC 9(005) COMP-3 VALUES ZEROS.

       01  WRK-SOMA-ANTES               PIC S9(012)V99 COMP-3
                                                          VALUES ZEROS.
       01  WRK-SOMA-DEPOIS              PIC S9(012)V99 COMP-3
                                                          VALUES ZEROS.
       01  WRK-TOTAL-ARQ-ANTES          PIC S9(012)V99 COMP-3
                                                          VALUES ZEROS.
       01  WRK-TOTAL-ARQ-DEPOIS         PIC S9(012)V99 COMP-3
                                                          VALUES ZEROS.
       01  WRK-TOTAL-ARQ                PIC S9(012)V99 COMP-3
                                                          VALUES ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)        VALUES
           '*** LINHAS DO RELATORIO DE CONTROLE ***'.
      *-----------------------------------------------------------------

       01  WRK-CAB-1.
           05 FILLER                    PIC X(040)  VALUE
              "CONTROLE DA FUSAO DE AGENCIAS - DATA: ".
           05 WRK-CAB-DATA              PIC 9(008).
           05 FILLER                    PIC X(032)  VALUE SPACES.

       01  WRK-CAB-2.
           05 FILLER                    PIC X(016)  VALUE
              "AGENCIA ANTIGA: ".
           05 WRK-CAB-AGENCIA-ANTIGA    PIC 9(004).
           05 FILLER                    PIC X(016)  VALUE
              "  AGENCIA NOVA: ".
           05 WRK-CAB-AGENCIA-NOVA      PIC 9(004).
           05 FILLER                    PIC X(017)  VALUE
              "  TRANSICAO ATE: ".
           05 WRK-CAB-FIM-TRANSICAO     PIC 9(008).
           05 FILLER                    PIC X(015)  VALUE SPACES.

       01  WRK-CAB-COLUNAS              PIC X(080)  VALUE
           "CONTA ANTIGA  CONTA NOVA         SALDO ANTES     SALDO DEPO
      -    "IS  SITUACAO".

       01  WRK-LINHA-DETALHE.
           05 WRK-DET-AGENCIA-ANTIGA    PIC 9(004).
           05 FILLER                    PIC X(001)  VALUE "/".
           05 WRK-DET-CONTA-ANTIGA      PIC 9(005).
           05 FILLER                    PIC X(001)  VALUE "-".
           05 WRK-DET-DV-ANTIGO         PIC 9(001).
           05 FILLER                    PIC X(002)  VALUE SPACES.
           05 WRK-DET-AGENCIA-NOVA      PIC 9(004).
           05 FILLER                    PIC X(001)  VALUE "/".
           05 WRK-DET-CONTA-NOVA        PIC 9(005).
           05 FILLER                    PIC X(001)  VALUE "-".
           05 WRK-DET-DV-NOVO           PIC 9(001).
           05 FILLER                    PIC X(002)  VALUE SPACES.
           05 WRK-DET-SALDO-ANTES       PIC -.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(001)  VALUE SPACES.
           05 WRK-DET-SALDO-DEPOIS      PIC -.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(002)  VALUE SPACES.
           05 WRK-DET-SITUACAO          PIC X(012).
           05 FILLER                    PIC X(005)  VALUE SPACES.

       01  WRK-LINHA-TOTAL.
           05 WRK-TOT-ROTULO            PIC X(032).
           05 WRK-TOT-VALOR             PIC -.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(028)  VALUE SPACES.

       01  WRK-LINHA-QTD.
           05 WRK-QTD-ROTULO            PIC X(032).
           05 WRK-QTD-VALOR             PIC ZZZZ9.
           05 FILLER                    PIC X(043)  VALUE SPACES.

       01  WRK-LINHA-CONCLUSAO          PIC X(080)  VALUE SPACES.

      *-----------------------------------------------------------------
      *== AREA DE CHAMADA DO MODULO SPOOLREG (CATALOGO DE SPOOL)
      *-----------------------------------------------------------------
       01  WRK-SPOOL.
           05 WRK-SPL-RELATORIO         PIC X(012)        VALUES SPACES.
           05 WRK-SPL-PROGRAMA          PIC X(008)        VALUES SPACES.
           05 WRK-SPL-ARQUIVO           PIC X(060)        VALUES SPACES.
           05 WRK-SPL-DESTINATARIO      PIC X(020)        VALUES SPACES.

      *== AREA DE CHAMADA DO MODULO VALCTA (DV DE AGENCIA+CONTA)
       01  WRK-VALCTA.
           05 WRK-VCT-FUNCAO            PIC X(001)        VALUES "C".
           05 WRK-VCT-AGENCIA           PIC 9(004)        VALUES ZEROS.
           05 WRK-VCT-CONTA             PIC 9(005)        VALUES ZEROS.
           05 WRK-VCT-DV-INFORMADO      PIC 9(001)        VALUES ZEROS.
           05 WRK-VCT-DV-CALCULADO      PIC 9(001)        VALUES ZEROS.
           05 WRK-VCT-VALIDA            PIC X(001)        VALUES "N".
               88 WRK-VCT-OK                      VALUES "S".
               88 WRK-VCT-INVALIDA                VALUES "N".

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

       01  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

      *== BOOK DE MENSAGENS ERRO
       COPY "#BOOKMSG".

      *=================================================================
       PROCEDURE                                 DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       0001-PRINCIPAL                            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0100-INICIAR.
           PERFORM 0200-MONTA-PLANO.

           IF WRK-PLANO-OK
               PERFORM 0250-CONFIRMA-PLANO
           END-IF.

           IF WRK-PLANO-OK
               PERFORM 0300-MIGRA-CONTA
                   VARYING WRK-IDX-PLANO FROM 1 BY 1
                   UNTIL WRK-IDX-PLANO GREATER WRK-QT-PLANO
               PERFORM 0400-ATUALIZA-ORDENS
               PERFORM 0405-ATUALIZA-BLOQUEIOS
               PERFORM 0410-ATUALIZA-FUNCIONARIOS
               PERFORM 0430-ATUALIZA-EMPRESTIMOS
               PERFORM 0433-ATUALIZA-PARCELAS
               PERFORM 0436-ATUALIZA-CDB
               PERFORM 0440-ATUALIZA-TALOES
               PERFORM 0443-ATUALIZA-FOLHAS
               PERFORM 0446-ATUALIZA-SUSTACOES
               PERFORM 0460-ATUALIZA-TITULARES
               PERFORM 0420-INATIVA-AGENCIA
               PERFORM 0500-RELATORIO-CONTROLE
           END-IF.

           PERFORM 0600-FINALIZAR.

       0001-PRINCIPAL-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DIR-DADOS FROM ENVIRONMENT "ATIVIDADE3_DIR".
           IF WRK-DIR-DADOS EQUAL SPACES
               MOVE "C:\ATIVIDADE3" TO WRK-DIR-DADOS
           END-IF.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\AGENCIAS.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-AGENCIAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\AGENTMP.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-AGENTMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CONTAS.dat"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CONTAS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\SALDOCTA.dat"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-SALDOCTA.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FUSAOMAP.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FUSAOMAP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CTAXREF.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CTAXREF.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\ORDENS.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-ORDENS.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\ORDTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-ORDTMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\BLOQJUD.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-BLOQJUD.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\BLQTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-BLQTMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\EMPREST.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-EMPREST.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\EMPTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-EMPTMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\EMPPARC.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-EMPPARC.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\PARTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-PARTMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CDBCONT.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CDBCONT.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\CDBTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-CDBTMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\TALOES.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-TALOES.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\TALTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-TALTMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FOLHASCHQ.txt"     DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FOLHASCHQ.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FCHTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FCHTMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\SUSTCHQ.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-SUSTCHQ.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\SUSTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-SUSTMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\TITULARES.txt"     DELIMITED BY SIZE
                  INTO WRK-CAMINHO-TITULARES.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\TITTMP.txt"        DELIMITED BY SIZE
                  INTO WRK-CAMINHO-TITTMP.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\FUSAOREL.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-FUSAOREL.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-FUSAO.

           DISPLAY "======== FUSAO DE AGENCIAS ========".

           PERFORM 0110-SIGNON.
           IF WRK-OPERADOR-NAO
               DISPLAY "OPERADOR NAO AUTORIZADO, ENCERRANDO."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WRK-NIVEL-SUPERVISOR
               DISPLAY "FUSAO DE AGENCIAS SO PARA O NIVEL 3 "
                   "(SUPERVISOR), ENCERRANDO."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "AGENCIA QUE ENCERRA..".
           ACCEPT WRK-AGENCIA-ANTIGA.
           DISPLAY "AGENCIA QUE INCORPORA..".
           ACCEPT WRK-AGENCIA-NOVA.

           PERFORM 0120-CARREGA-AGENCIAS.
           PERFORM 0130-CARREGA-XREF.

           IF WRK-RETOMADA-SIM
               DISPLAY "FUSAO JA INICIADA EM " WRK-DATA-FUSAO
                   " - RETOMANDO (TRANSICAO ATE "
                   WRK-FIM-TRANSICAO ")"
           ELSE
               DISPLAY "FIM DA TRANSICAO (AAAAMMDD, BRANCO=SEM "
                   "REDIRECIONAMENTO)?"
               ACCEPT WRK-FIM-TRANSICAO
               IF WRK-FIM-TRANSICAO NOT EQUAL ZEROS
                  AND WRK-FIM-TRANSICAO LESS WRK-DATA-HOJE
                   DISPLAY "ERRO: FIM DA TRANSICAO ANTERIOR A HOJE!"
                   MOVE "N" TO WRK-PLANO
               END-IF
           END-IF.

           PERFORM 0140-CARREGA-MAPA.

           OPEN I-O CONTAS.
           IF FS-CONTAS NOT EQUAL 00
               MOVE WRK-ERRO-ABERTURA TO WRK-FS-DESCRICAO
               DISPLAY WRK-FS-DESCRICAO
               CALL "FSTATUS" USING FS-CONTAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O SALDOCTA.
           IF FS-SALDOCTA EQUAL 35
               OPEN OUTPUT SALDOCTA
               CLOSE SALDOCTA
               OPEN I-O SALDOCTA
           END-IF.
           IF FS-SALDOCTA NOT EQUAL 00
               MOVE WRK-ERRO-ABERTURA TO WRK-FS-DESCRICAO
               DISPLAY WRK-FS-DESCRICAO
               CALL "FSTATUS" USING FS-SALDOCTA WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               CLOSE CONTAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0150-SOMA-SALDOCTA.
           MOVE WRK-TOTAL-ARQ TO WRK-TOTAL-ARQ-ANTES.

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
      *    CADASTRO DE AGENCIAS EM MEMORIA - A AGENCIA QUE ENCERRA
      *    PRECISA EXISTIR E A QUE INCORPORA PRECISA ESTAR ATIVA
      *-----------------------------------------------------------------
       0120-CARREGA-AGENCIAS                     SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT AGENCIAS.
           IF FS-AGENCIAS NOT EQUAL 00
               DISPLAY "ERRO: CADASTRO DE AGENCIAS NAO ABERTO!"
               CALL "FSTATUS" USING FS-AGENCIAS WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           READ AGENCIAS.
           PERFORM 0121-GUARDA-AGENCIA
               UNTIL FS-AGENCIAS NOT EQUAL 00.

           CLOSE AGENCIAS.

           IF WRK-AGENCIA-ANTIGA EQUAL WRK-AGENCIA-NOVA
               DISPLAY "ERRO: AGENCIA QUE ENCERRA IGUAL A QUE "
                   "INCORPORA!"
               MOVE "N" TO WRK-PLANO
           END-IF.

           MOVE WRK-AGENCIA-ANTIGA TO WRK-AGENCIA-PROCURADA.
           PERFORM 0125-PROCURA-AGENCIA.
           IF WRK-AGENCIA-NAO-ACHADA
               DISPLAY "ERRO: AGENCIA " WRK-AGENCIA-ANTIGA
                   " NAO CADASTRADA!"
               MOVE "N" TO WRK-PLANO
           ELSE
               MOVE WRK-IDX-AGENCIA TO WRK-IDX-AGE-ANTIGA
           END-IF.

           MOVE WRK-AGENCIA-NOVA TO WRK-AGENCIA-PROCURADA.
           PERFORM 0125-PROCURA-AGENCIA.
           IF WRK-AGENCIA-FOI-ACHADA
               IF WRK-AGE-SITUACAO(WRK-IDX-AGENCIA) NOT EQUAL "A"
                   SET WRK-AGENCIA-NAO-ACHADA TO TRUE
               END-IF
           END-IF.
           IF WRK-AGENCIA-NAO-ACHADA
               DISPLAY "ERRO: AGENCIA " WRK-AGENCIA-NOVA
                   " NAO CADASTRADA OU INATIVA!"
               MOVE "N" TO WRK-PLANO
           END-IF.

       0120-CARREGA-AGENCIAS-FIM.                EXIT.

      *-----------------------------------------------------------------
       0121-GUARDA-AGENCIA                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-AGENCIAS LESS 50
               ADD 1 TO WRK-QT-AGENCIAS
               MOVE REG-AGENCIAS TO WRK-AGE-OCO(WRK-QT-AGENCIAS)
           END-IF.

           READ AGENCIAS.

       0121-GUARDA-AGENCIA-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0125-PROCURA-AGENCIA                      SECTION.
      *-----------------------------------------------------------------

           SET WRK-AGENCIA-NAO-ACHADA TO TRUE.
           PERFORM 0126-COMPARA-AGENCIA
               VARYING WRK-IDX-AGENCIA FROM 1 BY 1
               UNTIL WRK-IDX-AGENCIA GREATER WRK-QT-AGENCIAS
                  OR WRK-AGENCIA-FOI-ACHADA.

           IF WRK-AGENCIA-FOI-ACHADA
               SUBTRACT 1 FROM WRK-IDX-AGENCIA
           END-IF.

       0125-PROCURA-AGENCIA-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0126-COMPARA-AGENCIA                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-AGE-CODIGO(WRK-IDX-AGENCIA) EQUAL
              WRK-AGENCIA-PROCURADA
               SET WRK-AGENCIA-FOI-ACHADA TO TRUE
           END-IF.

       0126-COMPARA-AGENCIA-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    REFERENCIA CRUZADA JA GRAVADA PARA A AGENCIA QUE ENCERRA -
      *    EXISTINDO, E RETOMADA DE UMA FUSAO JA INICIADA: VALEM A
      *    DATA DA FUSAO E O FIM DA TRANSICAO DELA, E A ULTIMA LINHA
      *    DE CADA CONTA DIZ SE ELA FICOU PENDENTE OU MIGRADA
      *-----------------------------------------------------------------
       0130-CARREGA-XREF                         SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CTAXREF.
           IF FS-CTAXREF NOT EQUAL 00
               GO TO 0130-CARREGA-XREF-FIM
           END-IF.

           READ CTAXREF.
           PERFORM 0131-GUARDA-XREF
               UNTIL FS-CTAXREF NOT EQUAL 00.

           CLOSE CTAXREF.

       0130-CARREGA-XREF-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0131-GUARDA-XREF                          SECTION.
      *-----------------------------------------------------------------

           IF XRF-AGENCIA-ANTIGA NOT EQUAL WRK-AGENCIA-ANTIGA
               GO TO 0131-LE-PROXIMA
           END-IF.

           IF XRF-AGENCIA-NOVA NOT EQUAL WRK-AGENCIA-NOVA
               DISPLAY "ERRO: CONTA " XRF-CONTA-ANTIGA
                   " JA FUNDIDA NA AGENCIA " XRF-AGENCIA-NOVA
               MOVE "N" TO WRK-PLANO
               GO TO 0131-LE-PROXIMA
           END-IF.

           SET WRK-RETOMADA-SIM TO TRUE.
           MOVE XRF-DATA-FUSAO    TO WRK-DATA-FUSAO.
           MOVE XRF-FIM-TRANSICAO TO WRK-FIM-TRANSICAO.

           MOVE XRF-CONTA-ANTIGA TO WRK-CONTA-PROCURADA.
           PERFORM 0135-PROCURA-XREF.
           IF WRK-XREF-NAO-ACHADA
               IF WRK-QT-XREF LESS 500
                   ADD 1 TO WRK-QT-XREF
                   MOVE WRK-QT-XREF TO WRK-IDX-XREF
               ELSE
                   DISPLAY "ERRO: REFERENCIA CRUZADA COM MAIS DE 500 "
                       "CONTAS!"
                   MOVE "N" TO WRK-PLANO
                   GO TO 0131-LE-PROXIMA
               END-IF
           END-IF.

           MOVE XRF-CONTA-ANTIGA  TO WRK-XRF-CONTA-ANTIGA(WRK-IDX-XREF).
           MOVE XRF-CONTA-NOVA    TO WRK-XRF-CONTA-NOVA(WRK-IDX-XREF).
           MOVE XRF-SALDO-MIGRADO TO WRK-XRF-SALDO(WRK-IDX-XREF).
           MOVE XRF-SITUACAO      TO WRK-XRF-SITUACAO(WRK-IDX-XREF).

       0131-LE-PROXIMA.

           READ CTAXREF.

       0131-GUARDA-XREF-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0135-PROCURA-XREF                         SECTION.
      *-----------------------------------------------------------------

           SET WRK-XREF-NAO-ACHADA TO TRUE.
           PERFORM 0136-COMPARA-XREF
               VARYING WRK-IDX-XREF FROM 1 BY 1
               UNTIL WRK-IDX-XREF GREATER WRK-QT-XREF
                  OR WRK-XREF-FOI-ACHADA.

           IF WRK-XREF-FOI-ACHADA
               SUBTRACT 1 FROM WRK-IDX-XREF
           END-IF.

       0135-PROCURA-XREF-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0136-COMPARA-XREF                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-XRF-CONTA-ANTIGA(WRK-IDX-XREF) EQUAL
              WRK-CONTA-PROCURADA
               SET WRK-XREF-FOI-ACHADA TO TRUE
           END-IF.

       0136-COMPARA-XREF-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    MAPA CONTA ANTIGA -> CONTA NOVA - ARQUIVO AUSENTE, TODA
      *    CONTA RECEBE O PROXIMO NUMERO LIVRE. LINHA DE OUTRA AGENCIA
      *    E IGNORADA; LINHA PARA AGENCIA NOVA DIFERENTE DA INFORMADA
      *    OU COM CONTA NOVA REPETIDA E ERRO DE PLANO
      *-----------------------------------------------------------------
       0140-CARREGA-MAPA                         SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT FUSAOMAP.
           IF FS-FUSAOMAP NOT EQUAL 00
               DISPLAY "SEM FUSAOMAP.txt - CONTAS NUMERADAS PELO "
                   "PROXIMO NUMERO LIVRE"
               GO TO 0140-CARREGA-MAPA-FIM
           END-IF.

           READ FUSAOMAP.
           PERFORM 0141-GUARDA-MAPA
               UNTIL FS-FUSAOMAP NOT EQUAL 00.

           CLOSE FUSAOMAP.

       0140-CARREGA-MAPA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0141-GUARDA-MAPA                          SECTION.
      *-----------------------------------------------------------------

           IF MAP-AGENCIA-ANTIGA NOT EQUAL WRK-AGENCIA-ANTIGA
               ADD 1 TO ACU-MAPA-IGNORADAS
               GO TO 0141-LE-PROXIMA
           END-IF.

           IF MAP-AGENCIA-NOVA NOT EQUAL WRK-AGENCIA-NOVA
               DISPLAY "ERRO NO MAPA: CONTA " MAP-CONTA-ANTIGA
                   " PARA A AGENCIA " MAP-AGENCIA-NOVA
               MOVE "N" TO WRK-PLANO
               GO TO 0141-LE-PROXIMA
           END-IF.

           MOVE MAP-CONTA-ANTIGA TO WRK-CONTA-PROCURADA.
           PERFORM 0145-PROCURA-MAPA.
           IF WRK-MAPA-FOI-ACHADO
               DISPLAY "ERRO NO MAPA: CONTA " MAP-CONTA-ANTIGA
                   " REPETIDA"
               MOVE "N" TO WRK-PLANO
               GO TO 0141-LE-PROXIMA
           END-IF.

           IF MAP-CONTA-NOVA GREATER ZEROS
               MOVE MAP-CONTA-NOVA TO WRK-CONTA-PROCURADA
               PERFORM 0147-PROCURA-MAPA-NOVA
               IF WRK-MAPA-FOI-ACHADO
                   DISPLAY "ERRO NO MAPA: CONTA NOVA " MAP-CONTA-NOVA
                       " REPETIDA"
                   MOVE "N" TO WRK-PLANO
                   GO TO 0141-LE-PROXIMA
               END-IF
           END-IF.

           IF WRK-QT-MAPA NOT LESS 500
               DISPLAY "ERRO: MAPA COM MAIS DE 500 CONTAS!"
               MOVE "N" TO WRK-PLANO
               GO TO 0141-LE-PROXIMA
           END-IF.

           ADD 1 TO WRK-QT-MAPA.
           MOVE MAP-CONTA-ANTIGA TO WRK-MAP-CONTA-ANTIGA(WRK-QT-MAPA).
           MOVE MAP-CONTA-NOVA   TO WRK-MAP-CONTA-NOVA(WRK-QT-MAPA).
           MOVE "N"              TO WRK-MAP-USADO(WRK-QT-MAPA).

       0141-LE-PROXIMA.

           READ FUSAOMAP.

       0141-GUARDA-MAPA-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0145-PROCURA-MAPA                         SECTION.
      *-----------------------------------------------------------------

           SET WRK-MAPA-NAO-ACHADO TO TRUE.
           PERFORM 0146-COMPARA-MAPA
               VARYING WRK-IDX-MAPA FROM 1 BY 1
               UNTIL WRK-IDX-MAPA GREATER WRK-QT-MAPA
                  OR WRK-MAPA-FOI-ACHADO.

           IF WRK-MAPA-FOI-ACHADO
               SUBTRACT 1 FROM WRK-IDX-MAPA
           END-IF.

       0145-PROCURA-MAPA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0146-COMPARA-MAPA                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-MAP-CONTA-ANTIGA(WRK-IDX-MAPA) EQUAL
              WRK-CONTA-PROCURADA
               SET WRK-MAPA-FOI-ACHADO TO TRUE
           END-IF.

       0146-COMPARA-MAPA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0147-PROCURA-MAPA-NOVA                    SECTION.
      *-----------------------------------------------------------------

           SET WRK-MAPA-NAO-ACHADO TO TRUE.
           PERFORM 0148-COMPARA-MAPA-NOVA
               VARYING WRK-IDX-MAPA FROM 1 BY 1
               UNTIL WRK-IDX-MAPA GREATER WRK-QT-MAPA
                  OR WRK-MAPA-FOI-ACHADO.

           IF WRK-MAPA-FOI-ACHADO
               SUBTRACT 1 FROM WRK-IDX-MAPA
           END-IF.

       0147-PROCURA-MAPA-NOVA-FIM.               EXIT.

      *-----------------------------------------------------------------
       0148-COMPARA-MAPA-NOVA                    SECTION.
      *-----------------------------------------------------------------

           IF WRK-MAP-CONTA-NOVA(WRK-IDX-MAPA) EQUAL
              WRK-CONTA-PROCURADA
               SET WRK-MAPA-FOI-ACHADO TO TRUE
           END-IF.

       0148-COMPARA-MAPA-NOVA-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    SOMA DE TODOS OS SALDOS DO SALDOCTA - A FUSAO SO TROCA O
      *    SALDO DE CHAVE, ENTAO O TOTAL DO ARQUIVO ANTES E DEPOIS
      *    TEM QUE SER O MESMO
      *-----------------------------------------------------------------
       0150-SOMA-SALDOCTA                        SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-TOTAL-ARQ.
           MOVE ZEROS TO REG-CHAVE-SALDO.
           START SALDOCTA KEY NOT LESS REG-CHAVE-SALDO
               INVALID KEY
                   MOVE 10 TO FS-SALDOCTA
           END-START.

           IF FS-SALDOCTA EQUAL 00
               READ SALDOCTA NEXT
               PERFORM 0151-SOMA-SALDO
                   UNTIL FS-SALDOCTA NOT EQUAL 00
           END-IF.

       0150-SOMA-SALDOCTA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0151-SOMA-SALDO                           SECTION.
      *-----------------------------------------------------------------

           ADD REG-SALDO TO WRK-TOTAL-ARQ.
           READ SALDOCTA NEXT.

       0151-SOMA-SALDO-FIM.                      EXIT.

      *-----------------------------------------------------------------
      *    MONTA O PLANO: TODAS AS CONTAS DA AGENCIA QUE ENCERRA, O
      *    NUMERO NOVO DE CADA UMA E O SALDO A MIGRAR. NADA E GRAVADO
      *    AQUI - PLANO COM ERRO ENCERRA SEM MOVER CONTA ALGUMA
      *-----------------------------------------------------------------
       0200-MONTA-PLANO                          SECTION.
      *-----------------------------------------------------------------

           PERFORM 0210-LE-CONTAS-ANTIGAS.
           PERFORM 0215-MAIOR-CONTA-NOVA.

           PERFORM 0220-NUMERA-CONTA
               VARYING WRK-IDX-PLANO FROM 1 BY 1
               UNTIL WRK-IDX-PLANO GREATER WRK-QT-PLANO.

           PERFORM 0225-CONFERE-MAPA
               VARYING WRK-IDX-MAPA FROM 1 BY 1
               UNTIL WRK-IDX-MAPA GREATER WRK-QT-MAPA.

           IF WRK-QT-PLANO EQUAL ZEROS
               DISPLAY "NENHUMA CONTA NA AGENCIA " WRK-AGENCIA-ANTIGA
           END-IF.

           IF ACU-ERROS-PLANO GREATER ZEROS
               MOVE "N" TO WRK-PLANO
           END-IF.

           IF WRK-PLANO-COM-ERRO
               DISPLAY "PLANO DA FUSAO COM ERRO - NENHUMA CONTA "
                   "FOI MOVIDA"
           END-IF.

       0200-MONTA-PLANO-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0210-LE-CONTAS-ANTIGAS                    SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-AGENCIA-ANTIGA TO CTA-AGENCIA.
           MOVE ZEROS              TO CTA-CONTA.
           START CONTAS KEY NOT LESS CTA-CHAVE
               INVALID KEY
                   MOVE 10 TO FS-CONTAS
           END-START.

           IF FS-CONTAS EQUAL 00
               READ CONTAS NEXT
               PERFORM 0211-GUARDA-CONTA-ANTIGA
                   UNTIL FS-CONTAS NOT EQUAL 00
                      OR CTA-AGENCIA NOT EQUAL WRK-AGENCIA-ANTIGA
           END-IF.

       0210-LE-CONTAS-ANTIGAS-FIM.               EXIT.

      *-----------------------------------------------------------------
       0211-GUARDA-CONTA-ANTIGA                  SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-PLANO LESS 500
               ADD 1 TO WRK-QT-PLANO
               INITIALIZE WRK-PLN-OCO(WRK-QT-PLANO)
               MOVE CTA-CONTA TO WRK-PLN-CONTA-ANTIGA(WRK-QT-PLANO)
           ELSE
               DISPLAY "ERRO: AGENCIA COM MAIS DE 500 CONTAS!"
               ADD 1 TO ACU-ERROS-PLANO
               MOVE 10 TO FS-CONTAS
               GO TO 0211-GUARDA-CONTA-ANTIGA-FIM
           END-IF.

           READ CONTAS NEXT.

       0211-GUARDA-CONTA-ANTIGA-FIM.             EXIT.

      *-----------------------------------------------------------------
      *    MAIOR NUMERO JA USADO NA AGENCIA QUE INCORPORA (CADASTRO,
      *    MAPA E REFERENCIA CRUZADA) - A NUMERACAO AUTOMATICA SEGUE
      *    DAI PARA CIMA
      *-----------------------------------------------------------------
       0215-MAIOR-CONTA-NOVA                     SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-MAIOR-CONTA.

           MOVE WRK-AGENCIA-NOVA TO CTA-AGENCIA.
           MOVE ZEROS            TO CTA-CONTA.
           START CONTAS KEY NOT LESS CTA-CHAVE
               INVALID KEY
                   MOVE 10 TO FS-CONTAS
           END-START.

           IF FS-CONTAS EQUAL 00
               READ CONTAS NEXT
               PERFORM 0216-COMPARA-MAIOR
                   UNTIL FS-CONTAS NOT EQUAL 00
                      OR CTA-AGENCIA NOT EQUAL WRK-AGENCIA-NOVA
           END-IF.

           PERFORM 0217-COMPARA-MAIOR-MAPA
               VARYING WRK-IDX-MAPA FROM 1 BY 1
               UNTIL WRK-IDX-MAPA GREATER WRK-QT-MAPA.

           PERFORM 0218-COMPARA-MAIOR-XREF
               VARYING WRK-IDX-XREF FROM 1 BY 1
               UNTIL WRK-IDX-XREF GREATER WRK-QT-XREF.

           MOVE WRK-MAIOR-CONTA TO WRK-PROXIMA-CONTA.

       0215-MAIOR-CONTA-NOVA-FIM.                EXIT.

      *-----------------------------------------------------------------
       0216-COMPARA-MAIOR                        SECTION.
      *-----------------------------------------------------------------

           IF CTA-CONTA GREATER WRK-MAIOR-CONTA
               MOVE CTA-CONTA TO WRK-MAIOR-CONTA
           END-IF.

           READ CONTAS NEXT.

       0216-COMPARA-MAIOR-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0217-COMPARA-MAIOR-MAPA                   SECTION.
      *-----------------------------------------------------------------

           IF WRK-MAP-CONTA-NOVA(WRK-IDX-MAPA) GREATER WRK-MAIOR-CONTA
               MOVE WRK-MAP-CONTA-NOVA(WRK-IDX-MAPA) TO WRK-MAIOR-CONTA
           END-IF.

       0217-COMPARA-MAIOR-MAPA-FIM.              EXIT.

      *-----------------------------------------------------------------
       0218-COMPARA-MAIOR-XREF                   SECTION.
      *-----------------------------------------------------------------

           IF WRK-XRF-CONTA-NOVA(WRK-IDX-XREF) GREATER WRK-MAIOR-CONTA
               MOVE WRK-XRF-CONTA-NOVA(WRK-IDX-XREF) TO WRK-MAIOR-CONTA
           END-IF.

       0218-COMPARA-MAIOR-XREF-FIM.              EXIT.

      *-----------------------------------------------------------------
      *    NUMERO NOVO DA CONTA: O DA REFERENCIA CRUZADA NA RETOMADA,
      *    O DO MAPA OU O PROXIMO LIVRE. O SALDO A MIGRAR VEM DO
      *    SALDOCTA (OU DA REFERENCIA CRUZADA NA RETOMADA) E OS DOIS
      *    DV SAEM DO VALCTA
      *-----------------------------------------------------------------
       0220-NUMERA-CONTA                         SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-PLN-CONTA-ANTIGA(WRK-IDX-PLANO)
                                         TO WRK-CONTA-PROCURADA.
           PERFORM 0135-PROCURA-XREF.

           IF WRK-XREF-FOI-ACHADA
               MOVE "R" TO WRK-PLN-ORIGEM(WRK-IDX-PLANO)
               MOVE WRK-XRF-CONTA-NOVA(WRK-IDX-XREF)
                                TO WRK-PLN-CONTA-NOVA(WRK-IDX-PLANO)
               MOVE WRK-XRF-SALDO(WRK-IDX-XREF)
                                TO WRK-PLN-SALDO-ANTES(WRK-IDX-PLANO)
               IF WRK-XRF-SITUACAO(WRK-IDX-XREF) EQUAL "M"
                   MOVE "J" TO WRK-PLN-SITUACAO(WRK-IDX-PLANO)
               ELSE
                   MOVE "P" TO WRK-PLN-SITUACAO(WRK-IDX-PLANO)
               END-IF
               GO TO 0220-CALCULA-DV
           END-IF.

           PERFORM 0145-PROCURA-MAPA.
           IF WRK-MAPA-FOI-ACHADO
               MOVE "S" TO WRK-MAP-USADO(WRK-IDX-MAPA)
               IF WRK-MAP-CONTA-NOVA(WRK-IDX-MAPA) EQUAL ZEROS
                   SET WRK-MAPA-NAO-ACHADO TO TRUE
               END-IF
           END-IF.

           IF WRK-MAPA-FOI-ACHADO
               MOVE "M" TO WRK-PLN-ORIGEM(WRK-IDX-PLANO)
               MOVE WRK-MAP-CONTA-NOVA(WRK-IDX-MAPA)
                                TO WRK-PLN-CONTA-NOVA(WRK-IDX-PLANO)
               MOVE WRK-AGENCIA-NOVA TO CTA-AGENCIA
               MOVE WRK-MAP-CONTA-NOVA(WRK-IDX-MAPA) TO CTA-CONTA
               READ CONTAS KEY IS CTA-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "ERRO NO MAPA: CONTA NOVA "
                           CTA-AGENCIA "/" CTA-CONTA " JA EXISTE"
                       MOVE "E" TO WRK-PLN-SITUACAO(WRK-IDX-PLANO)
                       ADD 1 TO ACU-ERROS-PLANO
               END-READ
           ELSE
               MOVE "A" TO WRK-PLN-ORIGEM(WRK-IDX-PLANO)
               ADD 1 TO WRK-PROXIMA-CONTA
               IF WRK-PROXIMA-CONTA GREATER 99999
                   DISPLAY "ERRO: NUMERACAO DA AGENCIA "
                       WRK-AGENCIA-NOVA " ESGOTADA!"
                   MOVE "E" TO WRK-PLN-SITUACAO(WRK-IDX-PLANO)
                   ADD 1 TO ACU-ERROS-PLANO
               ELSE
                   MOVE WRK-PROXIMA-CONTA
                                TO WRK-PLN-CONTA-NOVA(WRK-IDX-PLANO)
               END-IF
           END-IF.

           MOVE WRK-AGENCIA-ANTIGA TO REG-AGENCIA-SALDO.
           MOVE WRK-PLN-CONTA-ANTIGA(WRK-IDX-PLANO)
                                   TO REG-CONTA-SALDO.
           READ SALDOCTA KEY IS REG-CHAVE-SALDO
               INVALID KEY
                   MOVE ZEROS TO WRK-PLN-SALDO-ANTES(WRK-IDX-PLANO)
               NOT INVALID KEY
                   MOVE REG-SALDO
                                TO WRK-PLN-SALDO-ANTES(WRK-IDX-PLANO)
           END-READ.

       0220-CALCULA-DV.

           MOVE "C"                TO WRK-VCT-FUNCAO.
           MOVE WRK-AGENCIA-ANTIGA TO WRK-VCT-AGENCIA.
           MOVE WRK-PLN-CONTA-ANTIGA(WRK-IDX-PLANO) TO WRK-VCT-CONTA.
           CALL "VALCTA" USING WRK-VALCTA.
           MOVE WRK-VCT-DV-CALCULADO
                                TO WRK-PLN-DV-ANTIGO(WRK-IDX-PLANO).

           MOVE "C"                TO WRK-VCT-FUNCAO.
           MOVE WRK-AGENCIA-NOVA   TO WRK-VCT-AGENCIA.
           MOVE WRK-PLN-CONTA-NOVA(WRK-IDX-PLANO) TO WRK-VCT-CONTA.
           CALL "VALCTA" USING WRK-VALCTA.
           MOVE WRK-VCT-DV-CALCULADO
                                TO WRK-PLN-DV-NOVO(WRK-IDX-PLANO).

       0220-NUMERA-CONTA-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    LINHA DO MAPA QUE NAO CORRESPONDE A NENHUMA CONTA DA
      *    AGENCIA QUE ENCERRA E ERRO DE PLANO
      *-----------------------------------------------------------------
       0225-CONFERE-MAPA                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-MAP-USADO(WRK-IDX-MAPA) NOT EQUAL "S"
               DISPLAY "ERRO NO MAPA: CONTA "
                   WRK-MAP-CONTA-ANTIGA(WRK-IDX-MAPA)
                   " NAO CADASTRADA NA AGENCIA " WRK-AGENCIA-ANTIGA
               ADD 1 TO ACU-ERROS-PLANO
           END-IF.

       0225-CONFERE-MAPA-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    MOSTRA O RESUMO DO PLANO E PEDE A CONFIRMACAO
      *-----------------------------------------------------------------
       0250-CONFIRMA-PLANO                       SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-LINHA.
           DISPLAY "CONTAS DA AGENCIA " WRK-AGENCIA-ANTIGA
               " A FUNDIR NA " WRK-AGENCIA-NOVA ": " WRK-QT-PLANO.
           DISPLAY "TRANSICAO ATE.....: " WRK-FIM-TRANSICAO.
           DISPLAY "SALDO TOTAL DO SALDOCTA: " WRK-TOTAL-ARQ-ANTES.
           DISPLAY WRK-LINHA.
           DISPLAY "CONFIRMA A FUSAO (S/N)?".
           ACCEPT WRK-CONFIRMA.

           IF NOT WRK-CONFIRMA-SIM
               DISPLAY "FUSAO NAO CONFIRMADA - NADA FOI ALTERADO."
               SET WRK-PLANO-CANCELADO TO TRUE
               GO TO 0250-CONFIRMA-PLANO-FIM
           END-IF.

           OPEN EXTEND AUDITCTA.
           IF FS-AUDITCTA EQUAL 35
               OPEN OUTPUT AUDITCTA
               CLOSE AUDITCTA
               OPEN EXTEND AUDITCTA
           END-IF.
           IF FS-AUDITCTA NOT EQUAL 00
               MOVE WRK-ERRO-ABERTURA TO WRK-FS-DESCRICAO
               DISPLAY WRK-FS-DESCRICAO
               CALL "FSTATUS" USING FS-AUDITCTA WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE "N" TO WRK-PLANO
               GO TO 0250-CONFIRMA-PLANO-FIM
           END-IF.

           OPEN EXTEND CTAXREF.
           IF FS-CTAXREF EQUAL 35
               OPEN OUTPUT CTAXREF
               CLOSE CTAXREF
               OPEN EXTEND CTAXREF
           END-IF.
           IF FS-CTAXREF NOT EQUAL 00
               MOVE WRK-ERRO-ABERTURA TO WRK-FS-DESCRICAO
               DISPLAY WRK-FS-DESCRICAO
               CALL "FSTATUS" USING FS-CTAXREF WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE "N" TO WRK-PLANO
           END-IF.

       0250-CONFIRMA-PLANO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    MIGRA UMA CONTA - A LINHA PENDENTE NA REFERENCIA CRUZADA
      *    VEM ANTES DE QUALQUER GRAVACAO E A MIGRADA DEPOIS DE TODAS,
      *    PARA A RETOMADA SABER ONDE A EXECUCAO PAROU. CADA PASSO
      *    ACEITA SER REFEITO (CONTA NOVA JA GRAVADA, SALDO JA
      *    MOVIDO, CONTA ANTIGA JA ENCERRADA)
      *-----------------------------------------------------------------
       0300-MIGRA-CONTA                          SECTION.
      *-----------------------------------------------------------------

           IF WRK-PLN-SITUACAO(WRK-IDX-PLANO) EQUAL "J"
               ADD 1 TO ACU-JA-MIGRADAS
               GO TO 0300-MIGRA-CONTA-FIM
           END-IF.

           SET WRK-ERRO-CONTA-NAO TO TRUE.

           IF WRK-PLN-SITUACAO(WRK-IDX-PLANO) EQUAL "P"
               ADD 1 TO ACU-RETOMADAS
           ELSE
               MOVE "P" TO WRK-SITUACAO-XREF
               PERFORM 0390-GRAVA-XREF
               MOVE "P" TO WRK-PLN-SITUACAO(WRK-IDX-PLANO)
           END-IF.

           IF WRK-ERRO-CONTA-NAO
               PERFORM 0310-GRAVA-CONTA-NOVA
           END-IF.

           IF WRK-ERRO-CONTA-NAO
               PERFORM 0320-MOVE-SALDO
           END-IF.

           IF WRK-ERRO-CONTA-NAO
               PERFORM 0330-ENCERRA-CONTA-ANTIGA
           END-IF.

           IF WRK-ERRO-CONTA-NAO
               MOVE "M" TO WRK-SITUACAO-XREF
               PERFORM 0390-GRAVA-XREF
           END-IF.

           IF WRK-ERRO-CONTA-SIM
               MOVE "E" TO WRK-PLN-SITUACAO(WRK-IDX-PLANO)
               ADD 1 TO ACU-ERROS-MIGRACAO
           ELSE
               MOVE "M" TO WRK-PLN-SITUACAO(WRK-IDX-PLANO)
               ADD 1 TO ACU-MIGRADAS
           END-IF.

       0300-MIGRA-CONTA-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    CONTA NOVA = COPIA DA ANTIGA (CLIENTE, SITUACAO, LIMITE,
      *    TIPO) COM A CHAVE NOVA - JA GRAVADA SO NA RETOMADA
      *-----------------------------------------------------------------
       0310-GRAVA-CONTA-NOVA                     SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-AGENCIA-ANTIGA TO CTA-AGENCIA.
           MOVE WRK-PLN-CONTA-ANTIGA(WRK-IDX-PLANO) TO CTA-CONTA.
           READ CONTAS KEY IS CTA-CHAVE
               INVALID KEY
                   DISPLAY "ERRO: CONTA " CTA-AGENCIA "/" CTA-CONTA
                       " SUMIU DO CADASTRO"
                   SET WRK-ERRO-CONTA-SIM TO TRUE
                   GO TO 0310-GRAVA-CONTA-NOVA-FIM
           END-READ.

           MOVE CTA-REG-ID TO WRK-REG-ID-ANTIGA.
           MOVE WRK-AGENCIA-NOVA TO CTA-AGENCIA.
           MOVE WRK-PLN-CONTA-NOVA(WRK-IDX-PLANO) TO CTA-CONTA.

           WRITE REG-CONTAS
               INVALID KEY
                   IF FS-CONTAS NOT EQUAL 22
                      OR WRK-PLN-ORIGEM(WRK-IDX-PLANO) NOT EQUAL "R"
                       DISPLAY "ERRO NA GRAVACAO DA CONTA " CTA-AGENCIA
                           "/" CTA-CONTA " FS " FS-CONTAS
                       SET WRK-ERRO-CONTA-SIM TO TRUE
                   END-IF
               NOT INVALID KEY
                   MOVE SPACES TO AUD-CTA-SIT-ANTERIOR
                   PERFORM 0340-GRAVA-AUDITORIA
           END-WRITE.

       0310-GRAVA-CONTA-NOVA-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    SALDO PARA A CHAVE NOVA E ZERO NA CHAVE ANTIGA. CONTA NOVA
      *    AINDA SEM SALDO RECEBE O SALDO ATUAL DA ANTIGA (RELIDO
      *    AQUI); CONTA NOVA JA COM SALDO E RETOMADA DEPOIS DO
      *    SALDO MOVIDO - SO FALTA ZERAR A ANTIGA
      *-----------------------------------------------------------------
       0320-MOVE-SALDO                           SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-AGENCIA-NOVA TO REG-AGENCIA-SALDO.
           MOVE WRK-PLN-CONTA-NOVA(WRK-IDX-PLANO) TO REG-CONTA-SALDO.
           READ SALDOCTA KEY IS REG-CHAVE-SALDO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 0320-ZERA-ANTIGA
           END-READ.

           MOVE WRK-AGENCIA-ANTIGA TO REG-AGENCIA-SALDO.
           MOVE WRK-PLN-CONTA-ANTIGA(WRK-IDX-PLANO) TO REG-CONTA-SALDO.
           READ SALDOCTA KEY IS REG-CHAVE-SALDO
               INVALID KEY
                   MOVE ZEROS TO REG-SALDO
           END-READ.
           MOVE REG-SALDO TO WRK-PLN-SALDO-ANTES(WRK-IDX-PLANO).

           MOVE WRK-AGENCIA-NOVA TO REG-AGENCIA-SALDO.
           MOVE WRK-PLN-CONTA-NOVA(WRK-IDX-PLANO) TO REG-CONTA-SALDO.
           WRITE REG-SALDOCTA
               INVALID KEY
                   DISPLAY "ERRO NA GRAVACAO DO SALDO DA CONTA "
                       REG-AGENCIA-SALDO "/" REG-CONTA-SALDO
                       " FS " FS-SALDOCTA
                   SET WRK-ERRO-CONTA-SIM TO TRUE
                   GO TO 0320-MOVE-SALDO-FIM
           END-WRITE.

       0320-ZERA-ANTIGA.

           MOVE WRK-AGENCIA-ANTIGA TO REG-AGENCIA-SALDO.
           MOVE WRK-PLN-CONTA-ANTIGA(WRK-IDX-PLANO) TO REG-CONTA-SALDO.
           READ SALDOCTA KEY IS REG-CHAVE-SALDO
               INVALID KEY
                   GO TO 0320-MOVE-SALDO-FIM
           END-READ.

           IF REG-SALDO NOT EQUAL ZEROS
               MOVE ZEROS TO REG-SALDO
               REWRITE REG-SALDOCTA
               IF FS-SALDOCTA NOT EQUAL 00
                   DISPLAY "ERRO AO ZERAR O SALDO DA CONTA "
                       REG-AGENCIA-SALDO "/" REG-CONTA-SALDO
                       " FS " FS-SALDOCTA
                   SET WRK-ERRO-CONTA-SIM TO TRUE
               END-IF
           END-IF.

       0320-MOVE-SALDO-FIM.                      EXIT.

      *-----------------------------------------------------------------
      *    ENCERRA A CONTA ANTIGA - O REGISTRO FICA NO CADASTRO PARA O
      *    HISTORICO, COM A SITUACAO "E"
      *-----------------------------------------------------------------
       0330-ENCERRA-CONTA-ANTIGA                 SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-AGENCIA-ANTIGA TO CTA-AGENCIA.
           MOVE WRK-PLN-CONTA-ANTIGA(WRK-IDX-PLANO) TO CTA-CONTA.
           READ CONTAS KEY IS CTA-CHAVE
               INVALID KEY
                   SET WRK-ERRO-CONTA-SIM TO TRUE
                   GO TO 0330-ENCERRA-CONTA-ANTIGA-FIM
           END-READ.

           IF CTA-ENCERRADA
               GO TO 0330-ENCERRA-CONTA-ANTIGA-FIM
           END-IF.

           MOVE CTA-SITUACAO TO AUD-CTA-SIT-ANTERIOR.
           SET CTA-ENCERRADA TO TRUE.
           REWRITE REG-CONTAS.

           IF FS-CONTAS EQUAL 00
               PERFORM 0340-GRAVA-AUDITORIA
           ELSE
               DISPLAY "ERRO NO ENCERRAMENTO DA CONTA " CTA-AGENCIA
                   "/" CTA-CONTA " FS " FS-CONTAS
               SET WRK-ERRO-CONTA-SIM TO TRUE
           END-IF.

       0330-ENCERRA-CONTA-ANTIGA-FIM.            EXIT.

      *-----------------------------------------------------------------
      *    AUDITORIA DA ABERTURA/ENCERRAMENTO NO AUDITCTA.txt COMO
      *    OPERACAO "F" (FUSAO) - A SITUACAO ANTERIOR VEM PREENCHIDA
      *    PELO CHAMADOR, O RESTO SAI DO REGISTRO JA ALTERADO
      *-----------------------------------------------------------------
       0340-GRAVA-AUDITORIA                      SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DATA-HOJE          TO AUD-CTA-DATA.
           MOVE WRK-OPERADOR           TO AUD-CTA-OPERADOR.
           MOVE "F"                    TO AUD-CTA-OPERACAO.
           MOVE CTA-AGENCIA            TO AUD-CTA-AGENCIA.
           MOVE CTA-CONTA              TO AUD-CTA-CONTA.
           MOVE CTA-REG-ID             TO AUD-CTA-REG-ID.
           MOVE CTA-SITUACAO           TO AUD-CTA-SIT-NOVA.
           MOVE CTA-LIMITE-ESPECIAL    TO AUD-CTA-LIMITE-ANTERIOR.
           MOVE CTA-LIMITE-ESPECIAL    TO AUD-CTA-LIMITE-NOVO.
           WRITE REG-AUDITCTA.

       0340-GRAVA-AUDITORIA-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    LINHA DA CONTA NA REFERENCIA CRUZADA (P OU M)
      *-----------------------------------------------------------------
       0390-GRAVA-XREF                           SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-AGENCIA-ANTIGA     TO XRF-AGENCIA-ANTIGA.
           MOVE WRK-PLN-CONTA-ANTIGA(WRK-IDX-PLANO)
                                       TO XRF-CONTA-ANTIGA.
           MOVE WRK-PLN-DV-ANTIGO(WRK-IDX-PLANO)
                                       TO XRF-DV-ANTIGO.
           MOVE WRK-AGENCIA-NOVA       TO XRF-AGENCIA-NOVA.
           MOVE WRK-PLN-CONTA-NOVA(WRK-IDX-PLANO)
                                       TO XRF-CONTA-NOVA.
           MOVE WRK-PLN-DV-NOVO(WRK-IDX-PLANO)
                                       TO XRF-DV-NOVO.
           MOVE WRK-DATA-FUSAO         TO XRF-DATA-FUSAO.
           MOVE WRK-FIM-TRANSICAO      TO XRF-FIM-TRANSICAO.
           MOVE WRK-PLN-SALDO-ANTES(WRK-IDX-PLANO)
                                       TO XRF-SALDO-MIGRADO.
           MOVE WRK-SITUACAO-XREF      TO XRF-SITUACAO.
           MOVE WRK-OPERADOR           TO XRF-OPERADOR.

           WRITE REG-CTAXREF.
           IF FS-CTAXREF NOT EQUAL 00
               DISPLAY "ERRO NA GRAVACAO DA REFERENCIA CRUZADA FS "
                   FS-CTAXREF
               SET WRK-ERRO-CONTA-SIM TO TRUE
           END-IF.

       0390-GRAVA-XREF-FIM.                      EXIT.

      *-----------------------------------------------------------------
      *    ORDENS PERMANENTES DAS CONTAS MIGRADAS PASSAM PARA A CONTA
      *    NOVA - REGRAVACAO VIA ARQUIVO DE TRABALHO, ESQUEMA DO
      *    PRGORDEM
      *-----------------------------------------------------------------
       0400-ATUALIZA-ORDENS                      SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT ORDENS.
           IF FS-ORDENS NOT EQUAL 00
               GO TO 0400-ATUALIZA-ORDENS-FIM
           END-IF.

           OPEN OUTPUT ORDTMP.

           READ ORDENS.
           PERFORM 0401-TROCA-ORDEM
               UNTIL FS-ORDENS NOT EQUAL 00.

           CLOSE ORDENS.
           CLOSE ORDTMP.

           OPEN OUTPUT ORDENS.
           OPEN INPUT  ORDTMP.

           READ ORDTMP
               AT END
                   CONTINUE
           END-READ.

           PERFORM 0402-COPIA-ORDEM
               UNTIL FS-ORDTMP NOT EQUAL 00.

           CLOSE ORDENS.
           CLOSE ORDTMP.

       0400-ATUALIZA-ORDENS-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0401-TROCA-ORDEM                          SECTION.
      *-----------------------------------------------------------------

           IF ORD-AGENCIA EQUAL WRK-AGENCIA-ANTIGA
               MOVE ORD-CONTA TO WRK-CONTA-PROCURADA
               PERFORM 0450-PROCURA-PLANO
               IF WRK-PLANO-FOI-ACHADO
                   MOVE WRK-AGENCIA-NOVA TO ORD-AGENCIA
                   MOVE WRK-PLN-CONTA-NOVA(WRK-IDX-PLANO)
                                         TO ORD-CONTA
                   ADD 1 TO ACU-ORDENS
               END-IF
           END-IF.

           WRITE REG-ORDTMP FROM REG-ORDEM.

           READ ORDENS.

       0401-TROCA-ORDEM-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0402-COPIA-ORDEM                          SECTION.
      *-----------------------------------------------------------------

           WRITE REG-ORDEM FROM REG-ORDTMP.

           READ ORDTMP
               AT END
                   CONTINUE
           END-READ.

       0402-COPIA-ORDEM-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    BLOQUEIOS DE SALDO DAS CONTAS MIGRADAS PASSAM PARA A CONTA
      *    NOVA (O ATI4 CONFERE O BLOQUEIO PELA CHAVE DO LANCAMENTO) -
      *    REGRAVACAO VIA ARQUIVO DE TRABALHO, ESQUEMA DO PRGBLOQ
      *-----------------------------------------------------------------
       0405-ATUALIZA-BLOQUEIOS                   SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT BLOQJUD.
           IF FS-BLOQJUD NOT EQUAL 00
               GO TO 0405-ATUALIZA-BLOQUEIOS-FIM
           END-IF.

           OPEN OUTPUT BLQTMP.

           READ BLOQJUD.
           PERFORM 0406-TROCA-BLOQUEIO
               UNTIL FS-BLOQJUD NOT EQUAL 00.

           CLOSE BLOQJUD.
           CLOSE BLQTMP.

           OPEN OUTPUT BLOQJUD.
           OPEN INPUT  BLQTMP.

           READ BLQTMP.
           PERFORM 0407-COPIA-BLOQUEIO
               UNTIL FS-BLQTMP NOT EQUAL 00.

           CLOSE BLOQJUD.
           CLOSE BLQTMP.

       0405-ATUALIZA-BLOQUEIOS-FIM.              EXIT.

      *-----------------------------------------------------------------
       0406-TROCA-BLOQUEIO                       SECTION.
      *-----------------------------------------------------------------

           IF BLQ-AGENCIA EQUAL WRK-AGENCIA-ANTIGA
               MOVE BLQ-CONTA TO WRK-CONTA-PROCURADA
               PERFORM 0450-PROCURA-PLANO
               IF WRK-PLANO-FOI-ACHADO
                   MOVE WRK-AGENCIA-NOVA TO BLQ-AGENCIA
                   MOVE WRK-PLN-CONTA-NOVA(WRK-IDX-PLANO)
                                         TO BLQ-CONTA
                   ADD 1 TO ACU-BLOQUEIOS
               END-IF
           END-IF.

           WRITE REG-BLQTMP FROM REG-BLOQJUD.

           READ BLOQJUD.

       0406-TROCA-BLOQUEIO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0407-COPIA-BLOQUEIO                       SECTION.
      *-----------------------------------------------------------------

           WRITE REG-BLOQJUD FROM REG-BLQTMP.
           READ BLQTMP.

       0407-COPIA-BLOQUEIO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    CONTA SALARIO DO FUNCIONARIO NA AGENCIA QUE ENCERRA PASSA
      *    PARA A CONTA NOVA - SEM O CADASTRO, SEGUE SEM ATUALIZAR
      *-----------------------------------------------------------------
       0410-ATUALIZA-FUNCIONARIOS                SECTION.
      *-----------------------------------------------------------------

           OPEN I-O FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL 00
               DISPLAY "FUNCIONARIOS.dat NAO ABERTO - CONTA SALARIO "
                   "NAO ATUALIZADA"
               GO TO 0410-ATUALIZA-FUNCIONARIOS-FIM
           END-IF.

           MOVE ZEROS TO REG-CODIGO.
           START FUNCIONARIOS KEY NOT LESS REG-CODIGO
               INVALID KEY
                   MOVE 10 TO FS-FUNCIONARIOS
           END-START.

           IF FS-FUNCIONARIOS EQUAL 00
               READ FUNCIONARIOS NEXT
               PERFORM 0411-TROCA-CONTA-SALARIO
                   UNTIL FS-FUNCIONARIOS NOT EQUAL 00
           END-IF.

           CLOSE FUNCIONARIOS.

       0410-ATUALIZA-FUNCIONARIOS-FIM.           EXIT.

      *-----------------------------------------------------------------
       0411-TROCA-CONTA-SALARIO                  SECTION.
      *-----------------------------------------------------------------

           IF REG-AGENCIA-FUNC EQUAL WRK-AGENCIA-ANTIGA
               MOVE REG-CONTA-FUNC TO WRK-CONTA-PROCURADA
               PERFORM 0450-PROCURA-PLANO
               IF WRK-PLANO-FOI-ACHADO
                   MOVE WRK-AGENCIA-NOVA TO REG-AGENCIA-FUNC
                   MOVE WRK-PLN-CONTA-NOVA(WRK-IDX-PLANO)
                                         TO REG-CONTA-FUNC
                   REWRITE REG-FUNCIONARIOS
                   IF FS-FUNCIONARIOS EQUAL 00
                       ADD 1 TO ACU-FUNCIONARIOS
                   ELSE
                       DISPLAY "ERRO NA CONTA SALARIO DO FUNCIONARIO "
                           REG-CODIGO " FS " FS-FUNCIONARIOS
                   END-IF
               END-IF
           END-IF.

           READ FUNCIONARIOS NEXT.

       0411-TROCA-CONTA-SALARIO-FIM.             EXIT.

      *-----------------------------------------------------------------
      *    COM TODAS AS CONTAS MIGRADAS, A AGENCIA QUE ENCERRA FICA
      *    INATIVA NO CADASTRO - REGRAVACAO VIA ARQUIVO DE TRABALHO,
      *    ESQUEMA DO PRGAGENC
      *-----------------------------------------------------------------
       0420-INATIVA-AGENCIA                      SECTION.
      *-----------------------------------------------------------------

           IF ACU-ERROS-MIGRACAO GREATER ZEROS
              OR WRK-AGE-SITUACAO(WRK-IDX-AGE-ANTIGA) EQUAL "I"
               GO TO 0420-INATIVA-AGENCIA-FIM
           END-IF.

           OPEN INPUT  AGENCIAS.
           OPEN OUTPUT AGENTMP.
           READ AGENCIAS.
           PERFORM 0421-GRAVA-AGENCIA
               UNTIL FS-AGENCIAS NOT EQUAL 00.
           CLOSE AGENCIAS.
           CLOSE AGENTMP.

           OPEN OUTPUT AGENCIAS.
           OPEN INPUT  AGENTMP.
           READ AGENTMP.
           PERFORM 0422-COPIA-AGENCIA
               UNTIL FS-AGENTMP NOT EQUAL 00.
           CLOSE AGENCIAS.
           CLOSE AGENTMP.

           MOVE "I" TO WRK-AGE-SITUACAO(WRK-IDX-AGE-ANTIGA).
           DISPLAY "AGENCIA " WRK-AGENCIA-ANTIGA " INATIVADA".

       0420-INATIVA-AGENCIA-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0421-GRAVA-AGENCIA                        SECTION.
      *-----------------------------------------------------------------

           IF AGE-CODIGO EQUAL WRK-AGENCIA-ANTIGA
               SET AGE-INATIVA TO TRUE
           END-IF.

           WRITE REG-AGENTMP FROM REG-AGENCIAS.
           READ AGENCIAS.

       0421-GRAVA-AGENCIA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0422-COPIA-AGENCIA                        SECTION.
      *-----------------------------------------------------------------

           WRITE REG-AGENCIAS FROM REG-AGENTMP.
           READ AGENTMP.

       0422-COPIA-AGENCIA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    CONTRATOS DE EMPRESTIMO DAS CONTAS MIGRADAS PASSAM PARA A
      *    CONTA NOVA - REGRAVACAO VIA ARQUIVO DE TRABALHO, ESQUEMA DO
      *    PRGPARCE. EM TODAS AS REGRAVACOES, O REGISTRO JA MOVIDO NUMA
      *    EXECUCAO INTERROMPIDA ESTA NA AGENCIA NOVA E PASSA DIRETO NA
      *    RETOMADA
      *-----------------------------------------------------------------
       0430-ATUALIZA-EMPRESTIMOS                 SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT EMPREST.
           IF FS-EMPREST NOT EQUAL 00
               GO TO 0430-ATUALIZA-EMPRESTIMOS-FIM
           END-IF.

           OPEN OUTPUT EMPTMP.

           READ EMPREST.
           PERFORM 0431-TROCA-CONTRATO
               UNTIL FS-EMPREST NOT EQUAL 00.

           CLOSE EMPREST.
           CLOSE EMPTMP.

           OPEN OUTPUT EMPREST.
           OPEN INPUT  EMPTMP.

           READ EMPTMP.
           PERFORM 0432-COPIA-CONTRATO
               UNTIL FS-EMPTMP NOT EQUAL 00.

           CLOSE EMPREST.
           CLOSE EMPTMP.

       0430-ATUALIZA-EMPRESTIMOS-FIM.            EXIT.

      *-----------------------------------------------------------------
       0431-TROCA-CONTRATO                       SECTION.
      *-----------------------------------------------------------------

           IF EMP-AGENCIA EQUAL WRK-AGENCIA-ANTIGA
               MOVE EMP-CONTA TO WRK-CONTA-PROCURADA
               PERFORM 0450-PROCURA-PLANO
               IF WRK-PLANO-FOI-ACHADO
                   MOVE WRK-AGENCIA-NOVA TO EMP-AGENCIA
                   MOVE WRK-PLN-CONTA-NOVA(WRK-IDX-PLANO)
                                         TO EMP-CONTA
                   ADD 1 TO ACU-EMPRESTIMOS
               END-IF
           END-IF.

           WRITE REG-EMPTMP FROM REG-EMPREST.

           READ EMPREST.

       0431-TROCA-CONTRATO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0432-COPIA-CONTRATO                       SECTION.
      *-----------------------------------------------------------------

           WRITE REG-EMPREST FROM REG-EMPTMP.
           READ EMPTMP.

       0432-COPIA-CONTRATO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    PARCELAS DAS CONTAS MIGRADAS PASSAM PARA A CONTA NOVA (O
      *    PRGPARCE DEBITA E CONFIRMA A POSTAGEM PELA CONTA DA PARCELA).
      *    A PARCELA EMITIDA AGUARDANDO POSTAGEM FICA NA CONTA ANTIGA -
      *    O DEBITO DELA JA PASSOU PELO ATI4 ANTES DA FUSAO, NA CONTA
      *    ANTIGA, E E POR ELA QUE O PRGPARCE CONFIRMA
      *-----------------------------------------------------------------
       0433-ATUALIZA-PARCELAS                    SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT EMPPARC.
           IF FS-EMPPARC NOT EQUAL 00
               GO TO 0433-ATUALIZA-PARCELAS-FIM
           END-IF.

           OPEN OUTPUT PARTMP.

           READ EMPPARC.
           PERFORM 0434-TROCA-PARCELA
               UNTIL FS-EMPPARC NOT EQUAL 00.

           CLOSE EMPPARC.
           CLOSE PARTMP.

           OPEN OUTPUT EMPPARC.
           OPEN INPUT  PARTMP.

           READ PARTMP.
           PERFORM 0435-COPIA-PARCELA
               UNTIL FS-PARTMP NOT EQUAL 00.

           CLOSE EMPPARC.
           CLOSE PARTMP.

       0433-ATUALIZA-PARCELAS-FIM.               EXIT.

      *-----------------------------------------------------------------
       0434-TROCA-PARCELA                        SECTION.
      *-----------------------------------------------------------------

           IF PAR-AGENCIA EQUAL WRK-AGENCIA-ANTIGA
              AND NOT PAR-EMITIDA
               MOVE PAR-CONTA TO WRK-CONTA-PROCURADA
               PERFORM 0450-PROCURA-PLANO
               IF WRK-PLANO-FOI-ACHADO
                   MOVE WRK-AGENCIA-NOVA TO PAR-AGENCIA
                   MOVE WRK-PLN-CONTA-NOVA(WRK-IDX-PLANO)
                                         TO PAR-CONTA
                   ADD 1 TO ACU-PARCELAS
               END-IF
           END-IF.

           WRITE REG-PARTMP FROM REG-EMPPARC.

           READ EMPPARC.

       0434-TROCA-PARCELA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0435-COPIA-PARCELA                        SECTION.
      *-----------------------------------------------------------------

           WRITE REG-EMPPARC FROM REG-PARTMP.
           READ PARTMP.

       0435-COPIA-PARCELA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    APLICACOES EM CDB DAS CONTAS MIGRADAS PASSAM PARA A CONTA
      *    NOVA (O PRGCDBDI DEBITA A APLICACAO E CREDITA O RESGATE NA
      *    CONTA DO CONTRATO) - O DV DO CONTRATO VEM DO PLANO
      *-----------------------------------------------------------------
       0436-ATUALIZA-CDB                         SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT CDBCONT.
           IF FS-CDBCONT NOT EQUAL 00
               GO TO 0436-ATUALIZA-CDB-FIM
           END-IF.

           OPEN OUTPUT CDBTMP.

           READ CDBCONT.
           PERFORM 0437-TROCA-CDB
               UNTIL FS-CDBCONT NOT EQUAL 00.

           CLOSE CDBCONT.
           CLOSE CDBTMP.

           OPEN OUTPUT CDBCONT.
           OPEN INPUT  CDBTMP.

           READ CDBTMP.
           PERFORM 0438-COPIA-CDB
               UNTIL FS-CDBTMP NOT EQUAL 00.

           CLOSE CDBCONT.
           CLOSE CDBTMP.

       0436-ATUALIZA-CDB-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0437-TROCA-CDB                            SECTION.
      *-----------------------------------------------------------------

           IF CDB-AGENCIA EQUAL WRK-AGENCIA-ANTIGA
               MOVE CDB-CONTA TO WRK-CONTA-PROCURADA
               PERFORM 0450-PROCURA-PLANO
               IF WRK-PLANO-FOI-ACHADO
                   MOVE WRK-AGENCIA-NOVA TO CDB-AGENCIA
                   MOVE WRK-PLN-CONTA-NOVA(WRK-IDX-PLANO)
                                         TO CDB-CONTA
                   MOVE WRK-PLN-DV-NOVO(WRK-IDX-PLANO)
                                         TO CDB-DV-CONTA
                   ADD 1 TO ACU-CDB
               END-IF
           END-IF.

           WRITE REG-CDBTMP FROM REG-CDBCONT.

           READ CDBCONT.

       0437-TROCA-CDB-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0438-COPIA-CDB                            SECTION.
      *-----------------------------------------------------------------

           WRITE REG-CDBCONT FROM REG-CDBTMP.
           READ CDBTMP.

       0438-COPIA-CDB-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    TALOES, FOLHAS DE CHEQUE E SUSTACOES DAS CONTAS MIGRADAS
      *    PASSAM PARA A CONTA NOVA - O PRGCOMPE TRAZ PARA A CONTA NOVA
      *    O CHEQUE APRESENTADO COM A NUMERACAO ANTIGA ATE O FIM DA
      *    TRANSICAO. REGRAVACAO VIA ARQUIVO DE TRABALHO, ESQUEMA DO
      *    PRGTALAO
      *-----------------------------------------------------------------
       0440-ATUALIZA-TALOES                      SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT TALOES.
           IF FS-TALOES NOT EQUAL 00
               GO TO 0440-ATUALIZA-TALOES-FIM
           END-IF.

           OPEN OUTPUT TALTMP.

           READ TALOES.
           PERFORM 0441-TROCA-TALAO
               UNTIL FS-TALOES NOT EQUAL 00.

           CLOSE TALOES.
           CLOSE TALTMP.

           OPEN OUTPUT TALOES.
           OPEN INPUT  TALTMP.

           READ TALTMP.
           PERFORM 0442-COPIA-TALAO
               UNTIL FS-TALTMP NOT EQUAL 00.

           CLOSE TALOES.
           CLOSE TALTMP.

       0440-ATUALIZA-TALOES-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0441-TROCA-TALAO                          SECTION.
      *-----------------------------------------------------------------

           IF TAL-AGENCIA EQUAL WRK-AGENCIA-ANTIGA
               MOVE TAL-CONTA TO WRK-CONTA-PROCURADA
               PERFORM 0450-PROCURA-PLANO
               IF WRK-PLANO-FOI-ACHADO
                   MOVE WRK-AGENCIA-NOVA TO TAL-AGENCIA
                   MOVE WRK-PLN-CONTA-NOVA(WRK-IDX-PLANO)
                                         TO TAL-CONTA
                   ADD 1 TO ACU-TALOES
               END-IF
           END-IF.

           WRITE REG-TALTMP FROM REG-TALAO.

           READ TALOES.

       0441-TROCA-TALAO-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0442-COPIA-TALAO                          SECTION.
      *-----------------------------------------------------------------

           WRITE REG-TALAO FROM REG-TALTMP.
           READ TALTMP.

       0442-COPIA-TALAO-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0443-ATUALIZA-FOLHAS                      SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT FOLHASCHQ.
           IF FS-FOLHASCHQ NOT EQUAL 00
               GO TO 0443-ATUALIZA-FOLHAS-FIM
           END-IF.

           OPEN OUTPUT FCHTMP.

           READ FOLHASCHQ.
           PERFORM 0444-TROCA-FOLHA
               UNTIL FS-FOLHASCHQ NOT EQUAL 00.

           CLOSE FOLHASCHQ.
           CLOSE FCHTMP.

           OPEN OUTPUT FOLHASCHQ.
           OPEN INPUT  FCHTMP.

           READ FCHTMP.
           PERFORM 0445-COPIA-FOLHA
               UNTIL FS-FCHTMP NOT EQUAL 00.

           CLOSE FOLHASCHQ.
           CLOSE FCHTMP.

       0443-ATUALIZA-FOLHAS-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0444-TROCA-FOLHA                          SECTION.
      *-----------------------------------------------------------------

           IF FCH-AGENCIA EQUAL WRK-AGENCIA-ANTIGA
               MOVE FCH-CONTA TO WRK-CONTA-PROCURADA
               PERFORM 0450-PROCURA-PLANO
               IF WRK-PLANO-FOI-ACHADO
                   MOVE WRK-AGENCIA-NOVA TO FCH-AGENCIA
                   MOVE WRK-PLN-CONTA-NOVA(WRK-IDX-PLANO)
                                         TO FCH-CONTA
                   ADD 1 TO ACU-FOLHAS
               END-IF
           END-IF.

           WRITE REG-FCHTMP FROM REG-FOLHACHQ.

           READ FOLHASCHQ.

       0444-TROCA-FOLHA-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0445-COPIA-FOLHA                          SECTION.
      *-----------------------------------------------------------------

           WRITE REG-FOLHACHQ FROM REG-FCHTMP.
           READ FCHTMP.

       0445-COPIA-FOLHA-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0446-ATUALIZA-SUSTACOES                   SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT SUSTCHQ.
           IF FS-SUSTCHQ NOT EQUAL 00
               GO TO 0446-ATUALIZA-SUSTACOES-FIM
           END-IF.

           OPEN OUTPUT SUSTMP.

           READ SUSTCHQ.
           PERFORM 0447-TROCA-SUSTACAO
               UNTIL FS-SUSTCHQ NOT EQUAL 00.

           CLOSE SUSTCHQ.
           CLOSE SUSTMP.

           OPEN OUTPUT SUSTCHQ.
           OPEN INPUT  SUSTMP.

           READ SUSTMP.
           PERFORM 0448-COPIA-SUSTACAO
               UNTIL FS-SUSTMP NOT EQUAL 00.

           CLOSE SUSTCHQ.
           CLOSE SUSTMP.

       0446-ATUALIZA-SUSTACOES-FIM.              EXIT.

      *-----------------------------------------------------------------
       0447-TROCA-SUSTACAO                       SECTION.
      *-----------------------------------------------------------------

           IF SUS-AGENCIA EQUAL WRK-AGENCIA-ANTIGA
               MOVE SUS-CONTA TO WRK-CONTA-PROCURADA
               PERFORM 0450-PROCURA-PLANO
               IF WRK-PLANO-FOI-ACHADO
                   MOVE WRK-AGENCIA-NOVA TO SUS-AGENCIA
                   MOVE WRK-PLN-CONTA-NOVA(WRK-IDX-PLANO)
                                         TO SUS-CONTA
                   ADD 1 TO ACU-SUSTACOES
               END-IF
           END-IF.

           WRITE REG-SUSTMP FROM REG-SUSTCHQ.

           READ SUSTCHQ.

       0447-TROCA-SUSTACAO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0448-COPIA-SUSTACAO                       SECTION.
      *-----------------------------------------------------------------

           WRITE REG-SUSTCHQ FROM REG-SUSTMP.
           READ SUSTMP.

       0448-COPIA-SUSTACAO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    CONTA ANTIGA MIGRADA (NESTA EXECUCAO OU ANTES) NO PLANO
      *-----------------------------------------------------------------
       0450-PROCURA-PLANO                        SECTION.
      *-----------------------------------------------------------------

           SET WRK-PLANO-NAO-ACHADO TO TRUE.
           PERFORM 0451-COMPARA-PLANO
               VARYING WRK-IDX-PLANO FROM 1 BY 1
               UNTIL WRK-IDX-PLANO GREATER WRK-QT-PLANO
                  OR WRK-PLANO-FOI-ACHADO.

           IF WRK-PLANO-FOI-ACHADO
               SUBTRACT 1 FROM WRK-IDX-PLANO
           END-IF.

       0450-PROCURA-PLANO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0451-COMPARA-PLANO                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-PLN-CONTA-ANTIGA(WRK-IDX-PLANO) EQUAL
              WRK-CONTA-PROCURADA
              AND (WRK-PLN-SITUACAO(WRK-IDX-PLANO) EQUAL "M"
               OR WRK-PLN-SITUACAO(WRK-IDX-PLANO) EQUAL "J")
               SET WRK-PLANO-FOI-ACHADO TO TRUE
           END-IF.

       0451-COMPARA-PLANO-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    TITULARES DAS CONTAS MIGRADAS (PRIMEIRO E SEGUNDOS
      *    TITULARES) PASSAM PARA A CONTA NOVA - REGRAVACAO VIA ARQUIVO
      *    DE TRABALHO, ESQUEMA DO PRGARQ9
      *-----------------------------------------------------------------
       0460-ATUALIZA-TITULARES                   SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT TITULARES.
           IF FS-TITULARES NOT EQUAL 00
               GO TO 0460-ATUALIZA-TITULARES-FIM
           END-IF.

           OPEN OUTPUT TITTMP.

           READ TITULARES.
           PERFORM 0461-TROCA-TITULAR
               UNTIL FS-TITULARES NOT EQUAL 00.

           CLOSE TITULARES.
           CLOSE TITTMP.

           OPEN OUTPUT TITULARES.
           OPEN INPUT  TITTMP.

           READ TITTMP.
           PERFORM 0462-COPIA-TITULAR
               UNTIL FS-TITTMP NOT EQUAL 00.

           CLOSE TITULARES.
           CLOSE TITTMP.

       0460-ATUALIZA-TITULARES-FIM.              EXIT.

      *-----------------------------------------------------------------
       0461-TROCA-TITULAR                        SECTION.
      *-----------------------------------------------------------------

           IF TIT-AGENCIA EQUAL WRK-AGENCIA-ANTIGA
               MOVE TIT-CONTA TO WRK-CONTA-PROCURADA
               PERFORM 0450-PROCURA-PLANO
               IF WRK-PLANO-FOI-ACHADO
                   MOVE WRK-AGENCIA-NOVA TO TIT-AGENCIA
                   MOVE WRK-PLN-CONTA-NOVA(WRK-IDX-PLANO)
                                         TO TIT-CONTA
                   ADD 1 TO ACU-TITULARES
               END-IF
           END-IF.

           WRITE REG-TITTMP FROM REG-TITULAR.

           READ TITULARES.

       0461-TROCA-TITULAR-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0462-COPIA-TITULAR                        SECTION.
      *-----------------------------------------------------------------

           WRITE REG-TITULAR FROM REG-TITTMP.
           READ TITTMP.

       0462-COPIA-TITULAR-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    RELATORIO DE CONTROLE - CONTA A CONTA, O SALDO MIGRADO
      *    CONTRA O SALDO QUE A CONTA NOVA TEM AGORA (E A ANTIGA TEM
      *    QUE TER FICADO ZERADA); NO TOTAL, A SOMA DAS CONTAS E A DO
      *    SALDOCTA INTEIRO ANTES E DEPOIS DA FUSAO
      *-----------------------------------------------------------------
       0500-RELATORIO-CONTROLE                   SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT FUSAOREL.

           MOVE WRK-DATA-HOJE      TO WRK-CAB-DATA.
           MOVE WRK-AGENCIA-ANTIGA TO WRK-CAB-AGENCIA-ANTIGA.
           MOVE WRK-AGENCIA-NOVA   TO WRK-CAB-AGENCIA-NOVA.
           MOVE WRK-FIM-TRANSICAO  TO WRK-CAB-FIM-TRANSICAO.
           WRITE REG-FUSAOREL FROM WRK-CAB-1.
           WRITE REG-FUSAOREL FROM WRK-CAB-2.
           WRITE REG-FUSAOREL FROM WRK-CAB-COLUNAS.

           PERFORM 0510-IMPRIME-CONTA
               VARYING WRK-IDX-PLANO FROM 1 BY 1
               UNTIL WRK-IDX-PLANO GREATER WRK-QT-PLANO.

           PERFORM 0150-SOMA-SALDOCTA.
           MOVE WRK-TOTAL-ARQ TO WRK-TOTAL-ARQ-DEPOIS.

           MOVE SPACES TO REG-FUSAOREL.
           WRITE REG-FUSAOREL.

           MOVE "CONTAS MIGRADAS NESTA EXECUCAO:" TO WRK-QTD-ROTULO.
           MOVE ACU-MIGRADAS TO WRK-QTD-VALOR.
           WRITE REG-FUSAOREL FROM WRK-LINHA-QTD.
           MOVE "CONTAS JA MIGRADAS ANTES......:" TO WRK-QTD-ROTULO.
           MOVE ACU-JA-MIGRADAS TO WRK-QTD-VALOR.
           WRITE REG-FUSAOREL FROM WRK-LINHA-QTD.
           MOVE "CONTAS COM ERRO...............:" TO WRK-QTD-ROTULO.
           MOVE ACU-ERROS-MIGRACAO TO WRK-QTD-VALOR.
           WRITE REG-FUSAOREL FROM WRK-LINHA-QTD.
           MOVE "ORDENS PERMANENTES MOVIDAS....:" TO WRK-QTD-ROTULO.
           MOVE ACU-ORDENS TO WRK-QTD-VALOR.
           WRITE REG-FUSAOREL FROM WRK-LINHA-QTD.
           MOVE "BLOQUEIOS DE SALDO MOVIDOS....:" TO WRK-QTD-ROTULO.
           MOVE ACU-BLOQUEIOS TO WRK-QTD-VALOR.
           WRITE REG-FUSAOREL FROM WRK-LINHA-QTD.
           MOVE "CONTAS SALARIO MOVIDAS........:" TO WRK-QTD-ROTULO.
           MOVE ACU-FUNCIONARIOS TO WRK-QTD-VALOR.
           WRITE REG-FUSAOREL FROM WRK-LINHA-QTD.
           MOVE "EMPRESTIMOS MOVIDOS...........:" TO WRK-QTD-ROTULO.
           MOVE ACU-EMPRESTIMOS TO WRK-QTD-VALOR.
           WRITE REG-FUSAOREL FROM WRK-LINHA-QTD.
           MOVE "PARCELAS DE EMPRESTIMO MOVIDAS:" TO WRK-QTD-ROTULO.
           MOVE ACU-PARCELAS TO WRK-QTD-VALOR.
           WRITE REG-FUSAOREL FROM WRK-LINHA-QTD.
           MOVE "APLICACOES EM CDB MOVIDAS.....:" TO WRK-QTD-ROTULO.
           MOVE ACU-CDB TO WRK-QTD-VALOR.
           WRITE REG-FUSAOREL FROM WRK-LINHA-QTD.
           MOVE "TALOES DE CHEQUE MOVIDOS......:" TO WRK-QTD-ROTULO.
           MOVE ACU-TALOES TO WRK-QTD-VALOR.
           WRITE REG-FUSAOREL FROM WRK-LINHA-QTD.
           MOVE "FOLHAS DE CHEQUE MOVIDAS......:" TO WRK-QTD-ROTULO.
           MOVE ACU-FOLHAS TO WRK-QTD-VALOR.
           WRITE REG-FUSAOREL FROM WRK-LINHA-QTD.
           MOVE "SUSTACOES DE CHEQUE MOVIDAS...:" TO WRK-QTD-ROTULO.
           MOVE ACU-SUSTACOES TO WRK-QTD-VALOR.
           WRITE REG-FUSAOREL FROM WRK-LINHA-QTD.
           MOVE "TITULARES MOVIDOS.............:" TO WRK-QTD-ROTULO.
           MOVE ACU-TITULARES TO WRK-QTD-VALOR.
           WRITE REG-FUSAOREL FROM WRK-LINHA-QTD.

           MOVE "SALDO DAS CONTAS ANTES........:" TO WRK-TOT-ROTULO.
           MOVE WRK-SOMA-ANTES TO WRK-TOT-VALOR.
           WRITE REG-FUSAOREL FROM WRK-LINHA-TOTAL.
           MOVE "SALDO DAS CONTAS DEPOIS.......:" TO WRK-TOT-ROTULO.
           MOVE WRK-SOMA-DEPOIS TO WRK-TOT-VALOR.
           WRITE REG-FUSAOREL FROM WRK-LINHA-TOTAL.
           MOVE "TOTAL DO SALDOCTA ANTES.......:" TO WRK-TOT-ROTULO.
           MOVE WRK-TOTAL-ARQ-ANTES TO WRK-TOT-VALOR.
           WRITE REG-FUSAOREL FROM WRK-LINHA-TOTAL.
           MOVE "TOTAL DO SALDOCTA DEPOIS......:" TO WRK-TOT-ROTULO.
           MOVE WRK-TOTAL-ARQ-DEPOIS TO WRK-TOT-VALOR.
           WRITE REG-FUSAOREL FROM WRK-LINHA-TOTAL.

           IF WRK-SOMA-ANTES NOT EQUAL WRK-SOMA-DEPOIS
              OR WRK-TOTAL-ARQ-ANTES NOT EQUAL WRK-TOTAL-ARQ-DEPOIS
              OR ACU-DIVERGENTES GREATER ZEROS
               MOVE "*** DIVERGENCIA: SALDO ANTES DIFERENTE DO SALDO DE
      -            "POIS - CONFERIR ***" TO WRK-LINHA-CONCLUSAO
               ADD 1 TO ACU-DIVERGENTES
           ELSE
               MOVE "SALDOS CONFEREM: SALDO ANTES = SALDO DEPOIS"
                                       TO WRK-LINHA-CONCLUSAO
           END-IF.
           WRITE REG-FUSAOREL FROM WRK-LINHA-CONCLUSAO.
           DISPLAY WRK-LINHA-CONCLUSAO.

           CLOSE FUSAOREL.

           MOVE "FUSAOREL"           TO WRK-SPL-RELATORIO.
           MOVE "PRGFUSAG"           TO WRK-SPL-PROGRAMA.
           MOVE WRK-CAMINHO-FUSAOREL TO WRK-SPL-ARQUIVO.
           MOVE SPACES               TO WRK-SPL-DESTINATARIO.
           STRING "AGENCIA " WRK-AGENCIA-NOVA DELIMITED BY SIZE
               INTO WRK-SPL-DESTINATARIO.
           CALL "SPOOLREG" USING WRK-SPOOL.

       0500-RELATORIO-CONTROLE-FIM.              EXIT.

      *-----------------------------------------------------------------
      *    CONTA MIGRADA NESTA EXECUCAO ENTRA NA PROVA; JA MIGRADA EM
      *    EXECUCAO ANTERIOR SO E LISTADA (PODE TER TIDO MOVIMENTO
      *    DEPOIS) - O TOTAL DO SALDOCTA COBRE AS DUAS
      *-----------------------------------------------------------------
       0510-IMPRIME-CONTA                        SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-AGENCIA-NOVA TO REG-AGENCIA-SALDO.
           MOVE WRK-PLN-CONTA-NOVA(WRK-IDX-PLANO) TO REG-CONTA-SALDO.
           READ SALDOCTA KEY IS REG-CHAVE-SALDO
               INVALID KEY
                   MOVE ZEROS TO REG-SALDO
           END-READ.
           MOVE REG-SALDO TO WRK-PLN-SALDO-DEPOIS(WRK-IDX-PLANO).

           MOVE WRK-AGENCIA-ANTIGA TO REG-AGENCIA-SALDO.
           MOVE WRK-PLN-CONTA-ANTIGA(WRK-IDX-PLANO) TO REG-CONTA-SALDO.
           READ SALDOCTA KEY IS REG-CHAVE-SALDO
               INVALID KEY
                   MOVE ZEROS TO REG-SALDO
           END-READ.
           MOVE REG-SALDO TO WRK-PLN-SALDO-RESIDUO(WRK-IDX-PLANO).

           EVALUATE WRK-PLN-SITUACAO(WRK-IDX-PLANO)
               WHEN "M"
                   ADD WRK-PLN-SALDO-ANTES(WRK-IDX-PLANO)
                                         TO WRK-SOMA-ANTES
                   ADD WRK-PLN-SALDO-DEPOIS(WRK-IDX-PLANO)
                                         TO WRK-SOMA-DEPOIS
                   IF WRK-PLN-SALDO-DEPOIS(WRK-IDX-PLANO) EQUAL
                      WRK-PLN-SALDO-ANTES(WRK-IDX-PLANO)
                      AND WRK-PLN-SALDO-RESIDUO(WRK-IDX-PLANO)
                          EQUAL ZEROS
                       MOVE "OK"          TO WRK-DET-SITUACAO
                   ELSE
                       MOVE "DIVERGENTE"  TO WRK-DET-SITUACAO
                       ADD 1 TO ACU-DIVERGENTES
                   END-IF
               WHEN "J"
                   MOVE "JA MIGRADA"      TO WRK-DET-SITUACAO
               WHEN OTHER
                   MOVE "NAO MIGRADA"     TO WRK-DET-SITUACAO
           END-EVALUATE.

           MOVE WRK-AGENCIA-ANTIGA TO WRK-DET-AGENCIA-ANTIGA.
           MOVE WRK-PLN-CONTA-ANTIGA(WRK-IDX-PLANO)
                                   TO WRK-DET-CONTA-ANTIGA.
           MOVE WRK-PLN-DV-ANTIGO(WRK-IDX-PLANO)
                                   TO WRK-DET-DV-ANTIGO.
           MOVE WRK-AGENCIA-NOVA   TO WRK-DET-AGENCIA-NOVA.
           MOVE WRK-PLN-CONTA-NOVA(WRK-IDX-PLANO)
                                   TO WRK-DET-CONTA-NOVA.
           MOVE WRK-PLN-DV-NOVO(WRK-IDX-PLANO)
                                   TO WRK-DET-DV-NOVO.
           MOVE WRK-PLN-SALDO-ANTES(WRK-IDX-PLANO)
                                   TO WRK-DET-SALDO-ANTES.
           MOVE WRK-PLN-SALDO-DEPOIS(WRK-IDX-PLANO)
                                   TO WRK-DET-SALDO-DEPOIS.
           WRITE REG-FUSAOREL FROM WRK-LINHA-DETALHE.

       0510-IMPRIME-CONTA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0600-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           CLOSE CONTAS.
           CLOSE SALDOCTA.
           IF WRK-CONFIRMA-SIM
               CLOSE AUDITCTA
               CLOSE CTAXREF
           END-IF.

           DISPLAY WRK-LINHA.
           DISPLAY "CONTAS NO PLANO.............: " WRK-QT-PLANO.
           DISPLAY "MIGRADAS NESTA EXECUCAO.....: " ACU-MIGRADAS.
           DISPLAY "  RETOMADAS (PENDENTES).....: " ACU-RETOMADAS.
           DISPLAY "JA MIGRADAS ANTES...........: " ACU-JA-MIGRADAS.
           DISPLAY "ERROS NO PLANO..............: " ACU-ERROS-PLANO.
           DISPLAY "ERROS NA MIGRACAO...........: " ACU-ERROS-MIGRACAO.
           DISPLAY "LINHAS DO MAPA DE OUTRA AG..: " ACU-MAPA-IGNORADAS.
           DISPLAY "ORDENS PERMANENTES MOVIDAS..: " ACU-ORDENS.
           DISPLAY "BLOQUEIOS DE SALDO MOVIDOS..: " ACU-BLOQUEIOS.
           DISPLAY "CONTAS SALARIO MOVIDAS......: " ACU-FUNCIONARIOS.
           DISPLAY "EMPRESTIMOS MOVIDOS.........: " ACU-EMPRESTIMOS.
           DISPLAY "PARCELAS DE EMPRESTIMO......: " ACU-PARCELAS.
           DISPLAY "APLICACOES EM CDB MOVIDAS...: " ACU-CDB.
           DISPLAY "TALOES DE CHEQUE MOVIDOS....: " ACU-TALOES.
           DISPLAY "FOLHAS DE CHEQUE MOVIDAS....: " ACU-FOLHAS.
           DISPLAY "SUSTACOES DE CHEQUE MOVIDAS.: " ACU-SUSTACOES.
           DISPLAY "TITULARES MOVIDOS...........: " ACU-TITULARES.
           IF WRK-CONFIRMA-SIM
              AND WRK-PLANO-OK
               DISPLAY "RELATORIO DE CONTROLE.......: "
                   WRK-CAMINHO-FUSAOREL
           END-IF.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           EVALUATE TRUE
               WHEN WRK-PLANO-CANCELADO
                   MOVE 0  TO RETURN-CODE
               WHEN WRK-PLANO-COM-ERRO
                AND WRK-CONFIRMA-SIM
                   MOVE 16 TO RETURN-CODE
               WHEN WRK-PLANO-COM-ERRO
                   MOVE 12 TO RETURN-CODE
               WHEN ACU-DIVERGENTES GREATER ZEROS
                   MOVE 8  TO RETURN-CODE
               WHEN ACU-ERROS-MIGRACAO GREATER ZEROS
                   MOVE 4  TO RETURN-CODE
               WHEN OTHER
                   MOVE 0  TO RETURN-CODE
           END-EVALUATE.

           GOBACK.

       0600-FINALIZAR-FIM.                       EXIT.
