       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.                      PRGPARAM.
      *=================================================================
      * PROGRAMA   : PRGPARAM
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: MANUTENCAO CENTRAL DOS ARQUIVOS DE PARAMETROS DO
      *              BATCH (PARAMVAL, JUROSPAR, REMUNPAR, DORMEPRM,
      *              KYCPRM, REGUAPRM, COAFPRM, LIMIAPRV, SENHAPRM,
      *              FAIXAS E COMISSAO), QUE DEIXAM DE SER EDITADOS NA
      *              MAO. O CATALOGO DO PROGRAMA (WRK-CATALOGO-ARQUIVOS/
      *              WRK-CATALOGO-CAMPOS) CONHECE O LAYOUT DE CADA
      *              ARQUIVO E A FAIXA VALIDA DE CADA CAMPO - VALOR
      *              FORA DA FAIXA E RECUSADO. O OPERADOR ASSINA
      *              (OPERADORES.txt, SENHA PELO VALSEN) E:
      *              A) AGENDA A ALTERACAO DE UM CAMPO;
      *              I) AGENDA A INCLUSAO DE UMA FAIXA (FAIXAS/
      *                 COMISSAO);
      *              E) AGENDA A EXCLUSAO DE UMA FAIXA;
      *              C) CANCELA UMA MUDANCA AINDA PENDENTE;
      *              L) LISTA A AGENDA (PARAGEND.txt);
      *              V) APLICA AS MUDANCAS COM VIGENCIA ATE HOJE;
      *              R) EMITE OS PARAMETROS VIGENTES EM UMA DATA
      *                 QUALQUER (PARVIGEN.txt) - DATA PASSADA DESFAZ
      *                 AS MUDANCAS APLICADAS DEPOIS DELA PELO
      *                 PARAUDIT.txt, DATA FUTURA SOMA AS PENDENTES.
      *              TODA MUDANCA TEM DATA DE VIGENCIA (HOJE OU
      *              FUTURA) E CADA EVENTO (AGENDADA, APLICADA,
      *              CANCELADA, RECUSADA) VAI PARA O PARAUDIT.txt COM O
      *              CONTEUDO ANTERIOR E O NOVO. AGENDAR E CANCELAR SO
      *              PARA O NIVEL 3 (SUPERVISOR); LISTA E RELATORIO
      *              LIBERADOS PARA TODOS OS NIVEIS. AS MUDANCAS
      *              VENCIDAS SAO APLICADAS NA ENTRADA DO PROGRAMA E,
      *              COM PRGPARAM_MODO=BATCH NO AMBIENTE (ETAPA DO
      *              PLANJOBS), SEM OPERADOR - RC 4 SE ALGUMA FOR
      *              RECUSADA NA CRITICA DO DIA
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  OPERADORES            INPUT                  #OPERADOR
      *  PARAMVAL              INPUT/OUTPUT           #PARAMVAL
      *  JUROSPAR              INPUT/OUTPUT
      *  REMUNPAR              INPUT/OUTPUT
      *  DORMEPRM              INPUT/OUTPUT
      *  KYCPRM                INPUT/OUTPUT
      *  REGUAPRM              INPUT/OUTPUT
      *  COAFPRM               INPUT/OUTPUT
      *  LIMIAPRV              INPUT/OUTPUT
      *  SENHAPRM              INPUT/OUTPUT
      *  FAIXAS                INPUT/OUTPUT
      *  COMISSAO              INPUT/OUTPUT
      *  PARAGEND              INPUT/OUTPUT           #PARAGEND
      *  PARAUDIT              INPUT/OUTPUT (EXTEND)  #PARAUDIT
      *  PARVIGEN              OUTPUT
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

           SELECT PARAMVAL              ASSIGN TO
                                        WRK-CAMINHO-PARAMVAL
               FILE STATUS              IS FS-PARAMVAL.

           SELECT JUROSPAR              ASSIGN TO
                                        WRK-CAMINHO-JUROSPAR
               FILE STATUS              IS FS-JUROSPAR.

           SELECT REMUNPAR              ASSIGN TO
                                        WRK-CAMINHO-REMUNPAR
               FILE STATUS              IS FS-REMUNPAR.

           SELECT DORMEPRM              ASSIGN TO
                                        WRK-CAMINHO-DORMEPRM
               FILE STATUS              IS FS-DORMEPRM.

           SELECT KYCPRM ASSIGN TO
           "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\KYCPRM.txt"
               FILE STATUS              IS FS-KYCPRM.

           SELECT REGUAPRM              ASSIGN TO
                                        WRK-CAMINHO-REGUAPRM
               FILE STATUS              IS FS-REGUAPRM.

           SELECT COAFPRM               ASSIGN TO
                                        WRK-CAMINHO-COAFPRM
               FILE STATUS              IS FS-COAFPRM.

           SELECT LIMIAPRV ASSIGN TO
           "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\LIMIAPRV.txt"
               FILE STATUS              IS FS-LIMIAPRV.

           SELECT SENHAPRM ASSIGN TO
           "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\SENHAPRM.txt"
               FILE STATUS              IS FS-SENHAPRM.

           SELECT FAIXAS ASSIGN TO
           "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\FAIXAS.txt"
               FILE STATUS              IS FS-FAIXAS.

           SELECT COMISSAO ASSIGN TO
           "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\COMISSAO.txt"
               FILE STATUS              IS FS-COMISSAO.

           SELECT PARAGEND              ASSIGN TO
                                        WRK-CAMINHO-PARAGEND
               FILE STATUS              IS FS-PARAGEND.

           SELECT PARAUDIT              ASSIGN TO
                                        WRK-CAMINHO-PARAUDIT
               FILE STATUS              IS FS-PARAUDIT.

           SELECT PARVIGEN              ASSIGN TO
                                        WRK-CAMINHO-PARVIGEN
               FILE STATUS              IS FS-PARVIGEN.

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
      *     INPUT/OUTPUT - PARAMETROS DE VALIDACAO DO LANCAM (PARAMVAL)
      *                               LRECL = 014
      *----------------------------------------------------------------*
       FD  PARAMVAL.
       COPY '#PARAMVAL'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - TAXA DIARIA DO CHEQUE ESPECIAL (JUROSPAR)
      *     LAYOUT DOS ARQUIVOS DE PARAMETRO SEM BOOK: VER O CATALOGO
      *     WRK-CATALOGO-CAMPOS
      *                               LRECL = 007
      *----------------------------------------------------------------*
       FD  JUROSPAR.
       01  REG-JUROSPAR                 PIC X(007).

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - TAXA MENSAL DE REMUNERACAO (REMUNPAR)
      *                               LRECL = 007
      *----------------------------------------------------------------*
       FD  REMUNPAR.
       01  REG-REMUNPAR                 PIC X(007).

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - MESES PARA CONTA DORMENTE (DORMEPRM)
      *                               LRECL = 003
      *----------------------------------------------------------------*
       FD  DORMEPRM.
       01  REG-DORMEPRM                 PIC X(003).

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - VALIDADE DO CADASTRO KYC (KYCPRM)
      *                               LRECL = 002
      *----------------------------------------------------------------*
       FD  KYCPRM.
       01  REG-KYCPRM                   PIC X(002).

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - NIVEIS DA REGUA DE COBRANCA (REGUAPRM)
      *                               LRECL = 009
      *----------------------------------------------------------------*
       FD  REGUAPRM.
       01  REG-REGUAPRM                 PIC X(009).

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - LIMITE DE COMUNICACAO AO COAF (COAFPRM)
      *                               LRECL = 010
      *----------------------------------------------------------------*
       FD  COAFPRM.
       01  REG-COAFPRM                  PIC X(010).

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - ALTERACOES POR SESSAO SEM APROVACAO
      *                    (LIMIAPRV)
      *                               LRECL = 003
      *----------------------------------------------------------------*
       FD  LIMIAPRV.
       01  REG-LIMIAPRV                 PIC X(003).

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - VALIDADE DA SENHA EM DIAS (SENHAPRM)
      *                               LRECL = 003
      *----------------------------------------------------------------*
       FD  SENHAPRM.
       01  REG-SENHAPRM                 PIC X(003).

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - FAIXAS DE INSS (I) E IRRF (R) (FAIXAS)
      *                               LRECL = 021
      *----------------------------------------------------------------*
       FD  FAIXAS.
       01  REG-FAIXAS                   PIC X(021).

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - FAIXAS DE COMISSAO (COMISSAO)
      *                               LRECL = 016
      *----------------------------------------------------------------*
       FD  COMISSAO.
       01  REG-COMISSAO                 PIC X(016).

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - AGENDA DE MUDANCAS DE PARAMETROS (PARAGEND)
      *                               LRECL = 096
      *----------------------------------------------------------------*
       FD  PARAGEND.
       01  REG-PARAGEND-ARQ             PIC X(096).

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - AUDITORIA DOS PARAMETROS (PARAUDIT)
      *                               LRECL = 115
      *----------------------------------------------------------------*
       FD  PARAUDIT.
       01  REG-PARAUDIT-ARQ             PIC X(115).

      *----------------------------------------------------------------*
      *     OUTPUT - PARAMETROS VIGENTES EM UMA DATA (PARVIGEN)
      *                               LRECL = 080
      *----------------------------------------------------------------*
       FD  PARVIGEN.
       01  REG-PARVIGEN                 PIC X(080).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------

       77  FS-OPERADORES                PIC 9(002).
       77  FS-PARAMVAL                  PIC 9(002).
       77  FS-JUROSPAR                  PIC 9(002).
       77  FS-REMUNPAR                  PIC 9(002).
       77  FS-DORMEPRM                  PIC 9(002).
       77  FS-KYCPRM                    PIC 9(002).
       77  FS-REGUAPRM                  PIC 9(002).
       77  FS-COAFPRM                   PIC 9(002).
       77  FS-LIMIAPRV                  PIC 9(002).
       77  FS-SENHAPRM                  PIC 9(002).
       77  FS-FAIXAS                    PIC 9(002).
       77  FS-COMISSAO                  PIC 9(002).
       77  FS-PARAGEND                  PIC 9(002).
       77  FS-PARAUDIT                  PIC 9(002).
       77  FS-PARVIGEN                  PIC 9(002).
       77  WRK-FS-GRAVACAO              PIC 9(002)        VALUES ZEROS.
       77  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-PARAMVAL         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-JUROSPAR         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-REMUNPAR         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-DORMEPRM         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-REGUAPRM         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-COAFPRM          PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-PARAGEND         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-PARAUDIT         PIC X(060)        VALUES SPACES.
       01  WRK-CAMINHO-PARVIGEN         PIC X(060)        VALUES SPACES.

       01  WRK-MODO                     PIC X(008)        VALUES SPACES.
           88 WRK-MODO-BATCH                      VALUES "BATCH".

       01  WRK-OPCAO                    PIC X(001)        VALUES SPACES.
           88 WRK-OPCAO-ALTERAR                   VALUES "A".
           88 WRK-OPCAO-INCLUIR                   VALUES "I".
           88 WRK-OPCAO-EXCLUIR                   VALUES "E".
           88 WRK-OPCAO-CANCELAR                  VALUES "C".
           88 WRK-OPCAO-LISTAR                    VALUES "L".
           88 WRK-OPCAO-VIGENCIAS                 VALUES "V".
           88 WRK-OPCAO-RELATORIO                 VALUES "R".
           88 WRK-OPCAO-SAIR                      VALUES "S".

      *== SIGN-ON DO OPERADOR
       01  WRK-OPERADOR                 PIC X(010)        VALUES SPACES.
       01  WRK-OPERADOR-ACHADO          PIC X(001)        VALUES "N".
           88 WRK-OPERADOR-SIM                    VALUES "S".
           88 WRK-OPERADOR-NAO                    VALUES "N".
       01  WRK-NIVEL-OPERADOR           PIC X(001)        VALUES SPACES.
           88 WRK-NIVEL-SUPERVISOR                VALUES "3".

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** CATALOGO DOS ARQUIVOS DE PARAMETROS *** '.
      *-----------------------------------------------------------------
      *    POR ARQUIVO: NOME, LOCAL (A = WRK-DIR-DADOS, B = DADOS DO
      *    BANCO DE DADOS, Q = DADOS DO QSAM), LRECL, MULTIPLOS
      *    REGISTROS (S/N), MAXIMO DE REGISTROS E FAIXA DE CAMPOS NO
      *    WRK-CATALOGO-CAMPOS.
      *    POR CAMPO: NOME (O MESMO DO PROGRAMA QUE LE O ARQUIVO),
      *    POSICAO, TAMANHO, TIPO (N = NUMERICO, D = DATA AAAAMMDD OU
      *    ZERO, A = ALFANUMERICO), DECIMAIS, VALORES ACEITOS (TIPO A;
      *    BRANCO = QUALQUER NAO BRANCO), PADRAO DO PROGRAMA QUANDO O
      *    ARQUIVO NAO EXISTE, MINIMO E MAXIMO (9(10)V9(05)) E
      *    DESCRICAO. CAMPO NUMERICO ZERADO = PADRAO DO PROGRAMA.
      *-----------------------------------------------------------------
       01  WRK-CATALOGO-ARQUIVOS.
           05 FILLER                    PIC X(018)  VALUE
               "PARAMVALA14N010105".
           05 FILLER                    PIC X(018)  VALUE
               "JUROSPARA07N010601".
           05 FILLER                    PIC X(018)  VALUE
               "REMUNPARA07N010701".
           05 FILLER                    PIC X(018)  VALUE
               "DORMEPRMA03N010801".
           05 FILLER                    PIC X(018)  VALUE
               "KYCPRM  B02N010901".
           05 FILLER                    PIC X(018)  VALUE
               "REGUAPRMA09N011003".
           05 FILLER                    PIC X(018)  VALUE
               "COAFPRM A10N011301".
           05 FILLER                    PIC X(018)  VALUE
               "LIMIAPRVB03N011401".
           05 FILLER                    PIC X(018)  VALUE
               "SENHAPRMB03N011501".
           05 FILLER                    PIC X(018)  VALUE
               "FAIXAS  Q21S201604".
           05 FILLER                    PIC X(018)  VALUE
               "COMISSAOQ16S102002".
       01  FILLER                       REDEFINES
           WRK-CATALOGO-ARQUIVOS.
           05 WRK-ARQ-OCO               OCCURS 11 TIMES.
               10 WRK-ARQ-NOME              PIC X(08).
               10 WRK-ARQ-LOCAL             PIC X(01).
               10 WRK-ARQ-LRECL             PIC 9(02).
               10 WRK-ARQ-MULTIPLO          PIC X(01).
               10 WRK-ARQ-MAXIMO            PIC 9(02).
               10 WRK-ARQ-CAMPO-INI         PIC 9(02).
               10 WRK-ARQ-QT-CAMPOS         PIC 9(02).

       01  WRK-CATALOGO-CAMPOS.
      *    PARAMVAL - REG-TIPO-CLIENTE-VALIDO
           05 FILLER                    PIC X(035)  VALUE
               "REG-TIPO-CLIENTE-VALIDO0101A0FJ   F".
           05 FILLER                    PIC X(030)  VALUE
               "000000000000000000000000000000".
           05 FILLER                    PIC X(030)  VALUE
               "TIPO DE CLIENTE VALIDO (F/J)  ".
      *    PARAMVAL - REG-GERENTE-VALIDO
           05 FILLER                    PIC X(035)  VALUE
               "REG-GERENTE-VALIDO     0201A0     P".
           05 FILLER                    PIC X(030)  VALUE
               "000000000000000000000000000000".
           05 FILLER                    PIC X(030)  VALUE
               "GERENTE VALIDO PF             ".
      *    PARAMVAL - REG-GERENTE-VALIDO-PJ
           05 FILLER                    PIC X(035)  VALUE
               "REG-GERENTE-VALIDO-PJ  0301A0     G".
           05 FILLER                    PIC X(030)  VALUE
               "000000000000000000000000000000".
           05 FILLER                    PIC X(030)  VALUE
               "GERENTE VALIDO PJ             ".
      *    PARAMVAL - REG-DATA-MOVIMENTO
           05 FILLER                    PIC X(035)  VALUE
               "REG-DATA-MOVIMENTO     0408D0     0".
           05 FILLER                    PIC X(030)  VALUE
               "000000000000000009999999900000".
           05 FILLER                    PIC X(030)  VALUE
               "DATA MOVIMENTO (0 = HOJE)     ".
      *    PARAMVAL - REG-TOLERANCIA-DIAS
           05 FILLER                    PIC X(035)  VALUE
               "REG-TOLERANCIA-DIAS    1203N0     0".
           05 FILLER                    PIC X(030)  VALUE
               "000000000000000000000036500000".
           05 FILLER                    PIC X(030)  VALUE
               "TOLERANCIA DIAS DO LANCAMENTO ".
      *    JUROSPAR - REG-TAXA-DIARIA
           05 FILLER                    PIC X(035)  VALUE
               "REG-TAXA-DIARIA        0107N5     0".
           05 FILLER                    PIC X(030)  VALUE
               "000000000000000000000000100000".
           05 FILLER                    PIC X(030)  VALUE
               "TAXA DIARIA CHEQUE ESPECIAL % ".
      *    REMUNPAR - REG-TAXA-MENSAL
           05 FILLER                    PIC X(035)  VALUE
               "REG-TAXA-MENSAL        0107N5     0".
           05 FILLER                    PIC X(030)  VALUE
               "000000000000000000000000500000".
           05 FILLER                    PIC X(030)  VALUE
               "TAXA MENSAL REMUNERACAO %     ".
      *    DORMEPRM - PRM-MESES-DORMENCIA
           05 FILLER                    PIC X(035)  VALUE
               "PRM-MESES-DORMENCIA    0103N0     0".
           05 FILLER                    PIC X(030)  VALUE
               "000000000000000000000012000000".
           05 FILLER                    PIC X(030)  VALUE
               "MESES P/ CONTA DORMENTE       ".
      *    KYCPRM - PRM-ANOS-VALIDADE
           05 FILLER                    PIC X(035)  VALUE
               "PRM-ANOS-VALIDADE      0102N0     0".
           05 FILLER                    PIC X(030)  VALUE
               "000000000000000000000001000000".
           05 FILLER                    PIC X(030)  VALUE
               "ANOS DE VALIDADE DO CADASTRO  ".
      *    REGUAPRM - PRM-DIAS-NIVEL1
           05 FILLER                    PIC X(035)  VALUE
               "PRM-DIAS-NIVEL1        0103N0     0".
           05 FILLER                    PIC X(030)  VALUE
               "000000000000000000000036500000".
           05 FILLER                    PIC X(030)  VALUE
               "DIAS ATRASO NIVEL 1 LEMBRETE  ".
      *    REGUAPRM - PRM-DIAS-NIVEL2
           05 FILLER                    PIC X(035)  VALUE
               "PRM-DIAS-NIVEL2        0403N0     0".
           05 FILLER                    PIC X(030)  VALUE
               "000000000000000000000036500000".
           05 FILLER                    PIC X(030)  VALUE
               "DIAS ATRASO NIVEL 2           ".
      *    REGUAPRM - PRM-DIAS-NIVEL3
           05 FILLER                    PIC X(035)  VALUE
               "PRM-DIAS-NIVEL3        0703N0     0".
           05 FILLER                    PIC X(030)  VALUE
               "000000000000000000000036500000".
           05 FILLER                    PIC X(030)  VALUE
               "DIAS ATRASO NIVEL 3           ".
      *    COAFPRM - PRM-LIMITE
           05 FILLER                    PIC X(035)  VALUE
               "PRM-LIMITE             0110N2     0".
           05 FILLER                    PIC X(030)  VALUE
               "000000000000000000100000000000".
           05 FILLER                    PIC X(030)  VALUE
               "LIMITE COMUNICACAO COAF R$    ".
      *    LIMIAPRV - LIM-ALTERACOES-SESSAO
           05 FILLER                    PIC X(035)  VALUE
               "LIM-ALTERACOES-SESSAO  0103N0     0".
           05 FILLER                    PIC X(030)  VALUE
               "000000000000000000000010000000".
           05 FILLER                    PIC X(030)  VALUE
               "ALTERACOES POR SESSAO         ".
      *    SENHAPRM - PRM-VALIDADE-DIAS
           05 FILLER                    PIC X(035)  VALUE
               "PRM-VALIDADE-DIAS      0103N0     0".
           05 FILLER                    PIC X(030)  VALUE
               "000000000000000000000036500000".
           05 FILLER                    PIC X(030)  VALUE
               "DIAS DE VALIDADE DA SENHA     ".
      *    FAIXAS - FAI-TIPO
           05 FILLER                    PIC X(035)  VALUE
               "FAI-TIPO               0101A0IR   I".
           05 FILLER                    PIC X(030)  VALUE
               "000000000000000000000000000000".
           05 FILLER                    PIC X(030)  VALUE
               "TIPO I=INSS R=IRRF            ".
      *    FAIXAS - FAI-LIMITE
           05 FILLER                    PIC X(035)  VALUE
               "FAI-LIMITE             0208N2     0".
           05 FILLER                    PIC X(030)  VALUE
               "000000000001000000099999999000".
           05 FILLER                    PIC X(030)  VALUE
               "LIMITE SUPERIOR DA FAIXA R$   ".
      *    FAIXAS - FAI-ALIQUOTA
           05 FILLER                    PIC X(035)  VALUE
               "FAI-ALIQUOTA           1004N2     0".
           05 FILLER                    PIC X(030)  VALUE
               "000000000000000000000003000000".
           05 FILLER                    PIC X(030)  VALUE
               "ALIQUOTA DA FAIXA %           ".
      *    FAIXAS - FAI-DEDUZIR
           05 FILLER                    PIC X(035)  VALUE
               "FAI-DEDUZIR            1408N2     0".
           05 FILLER                    PIC X(030)  VALUE
               "000000000000000000099999999000".
           05 FILLER                    PIC X(030)  VALUE
               "PARCELA A DEDUZIR R$          ".
      *    COMISSAO - COM-LIMITE
           05 FILLER                    PIC X(035)  VALUE
               "COM-LIMITE             0112N2     0".
           05 FILLER                    PIC X(030)  VALUE
               "000000000001000999999999999000".
           05 FILLER                    PIC X(030)  VALUE
               "LIMITE SUPERIOR DA FAIXA R$   ".
      *    COMISSAO - COM-PERCENTUAL
           05 FILLER                    PIC X(035)  VALUE
               "COM-PERCENTUAL         1304N2     0".
           05 FILLER                    PIC X(030)  VALUE
               "000000000000000000000002000000".
           05 FILLER                    PIC X(030)  VALUE
               "PERCENTUAL DE COMISSAO %      ".
       01  FILLER                       REDEFINES
           WRK-CATALOGO-CAMPOS.
           05 WRK-CPO-OCO               OCCURS 22 TIMES.
               10 WRK-CPO-NOME              PIC X(23).
               10 WRK-CPO-POSICAO           PIC 9(02).
               10 WRK-CPO-TAMANHO           PIC 9(02).
               10 WRK-CPO-TIPO              PIC X(01).
               10 WRK-CPO-DECIMAIS          PIC 9(01).
               10 WRK-CPO-VALORES           PIC X(05).
               10 WRK-CPO-PADRAO            PIC X(01).
               10 WRK-CPO-MINIMO            PIC 9(10)V9(05).
               10 WRK-CPO-MAXIMO            PIC 9(10)V9(05).
               10 WRK-CPO-DESCRICAO         PIC X(30).

      *== IMAGENS DOS REGISTROS DO ARQUIVO EM TRABALHO
       01  WRK-IDX-ARQ                  PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-CPO                  PIC 9(002)        VALUES ZEROS.
       01  WRK-ULT-CPO                  PIC 9(002)        VALUES ZEROS.
       01  WRK-IDX-IMG                  PIC 9(002)        VALUES ZEROS.
       01  WRK-POS                      PIC 9(002)        VALUES ZEROS.
       01  WRK-TAM                      PIC 9(002)        VALUES ZEROS.
       01  WRK-ARQUIVO-LIDO             PIC X(001)        VALUES "S".
           88 WRK-ARQUIVO-PRESENTE                VALUES "S".
           88 WRK-ARQUIVO-AUSENTE                 VALUES "N".
       01  WRK-TAB-IMAGENS.
           05 WRK-QT-IMAGENS            PIC 9(002).
           05 WRK-IMAGENS.
               10 WRK-IMG-OCO           PIC X(021) OCCURS 20 TIMES.
       01  WRK-TAB-IMAGENS-ANT          PIC X(422)        VALUES SPACES.

      *== AGENDA DE MUDANCAS (PARAGEND.txt) EM MEMORIA
       COPY '#PARAGEND'.
       01  WRK-QT-AGENDA                PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-AGE                  PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-VARRE                PIC 9(003)        VALUES ZEROS.
       01  WRK-ULTIMO-NUMERO            PIC 9(006)        VALUES ZEROS.
       01  WRK-ALVO-NUMERO              PIC 9(006)        VALUES ZEROS.
       01  WRK-MENOR-VIGENCIA           PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-LIMITE              PIC 9(008)        VALUES ZEROS.
       01  WRK-FILTRO-ARQUIVO           PIC X(008)        VALUES SPACES.
       01  WRK-TAB-AGENDA.
           05 WRK-AGE-OCO               PIC X(096) OCCURS 999 TIMES.
       01  WRK-TAB-AGENDA-USADA.
           05 WRK-AGE-USADA             PIC X(001) OCCURS 999 TIMES.

      *== AUDITORIA (PARAUDIT.txt) - MUDANCAS APLICADAS A DESFAZER
       COPY '#PARAUDIT'.
       01  WRK-QT-DESFAZ                PIC 9(003)        VALUES ZEROS.
       01  WRK-IDX-DSF                  PIC 9(003)        VALUES ZEROS.
       01  WRK-TAB-DESFAZ.
           05 WRK-DSF-OCO               PIC X(115) OCCURS 999 TIMES.

      *-----------------------------------------------------------------
       01    FILLER                     PIC X(050)        VALUES
           '*** VARIAVEIS DA MUDANCA DIGITADA *** '.
      *-----------------------------------------------------------------

       01  WRK-DATA-HOJE                PIC 9(008)        VALUES ZEROS.
       01  WRK-HORA-AGORA               PIC 9(008)        VALUES ZEROS.
       01  WRK-DATA-REFERENCIA          PIC 9(008)        VALUES ZEROS.
       01  WRK-CONFIRMA                 PIC X(001)        VALUES SPACES.
       01  WRK-NUM-ARQUIVO              PIC 9(002)        VALUES ZEROS.
       01  WRK-NUM-CAMPO                PIC 9(002)        VALUES ZEROS.
       01  WRK-REGISTRO                 PIC 9(002)        VALUES ZEROS.
       01  WRK-NOME-ARQUIVO             PIC X(008)        VALUES SPACES.
       01  WRK-NOME-CAMPO               PIC X(023)        VALUES SPACES.
       01  WRK-CONTEUDO                 PIC X(021)        VALUES SPACES.
       01  WRK-ANTERIOR                 PIC X(021)        VALUES SPACES.
       01  WRK-NOVO                     PIC X(021)        VALUES SPACES.
       01  WRK-IMAGEM-NOVA              PIC X(021)        VALUES SPACES.
       01  WRK-ALFA-ENTRADA             PIC X(001)        VALUES SPACES.
       01  WRK-NUM-ENTRADA              PIC 9(10)V9(05)   VALUES ZEROS.

      *== VALOR NUMERICO NO FORMATO COMUM DO CATALOGO
       01  WRK-NUM-TEXTO                PIC X(015)        VALUES ZEROS.
       01  WRK-NUM-VALOR                REDEFINES
           WRK-NUM-TEXTO                PIC 9(10)V9(05).
       01  WRK-POS-NUM                  PIC 9(002)        VALUES ZEROS.
       01  WRK-NUM-ED                   PIC Z(009)9,99999.
       01  WRK-NUM-ED2                  PIC Z(009)9,99999.

       01  WRK-DATA-TESTE               PIC 9(008)        VALUES ZEROS.
       01  FILLER                       REDEFINES
           WRK-DATA-TESTE.
           05 WRK-DTT-ANO               PIC 9(004).
           05 WRK-DTT-MES               PIC 9(002).
           05 WRK-DTT-DIA               PIC 9(002).

      *== RESULTADOS DA CRITICA E DA APLICACAO
       01  WRK-VALOR-OK                 PIC X(001)        VALUES "S".
           88 WRK-VALOR-VALIDO                    VALUES "S".
           88 WRK-VALOR-INVALIDO                  VALUES "N".
       01  WRK-DATA-OK                  PIC X(001)        VALUES "S".
           88 WRK-DATA-VALIDA                     VALUES "S".
           88 WRK-DATA-INVALIDA                   VALUES "N".
       01  WRK-MUDANCA-OK               PIC X(001)        VALUES "S".
           88 WRK-MUDANCA-VALIDA                  VALUES "S".
           88 WRK-MUDANCA-INVALIDA                VALUES "N".
       01  WRK-MOSTRA-CRITICA           PIC X(001)        VALUES "S".
           88 WRK-CRITICA-VISIVEL                 VALUES "S".
           88 WRK-CRITICA-SILENCIOSA              VALUES "N".
       01  WRK-CAMPO-ACHADO             PIC X(001)        VALUES "N".
           88 WRK-CAMPO-SIM                       VALUES "S".
           88 WRK-CAMPO-NAO                       VALUES "N".
       01  WRK-ARQUIVO-ACHADO           PIC X(001)        VALUES "N".
           88 WRK-ARQUIVO-SIM                     VALUES "S".
           88 WRK-ARQUIVO-NAO                     VALUES "N".
       01  WRK-MENSAGEM                 PIC X(060)        VALUES SPACES.
       01  WRK-QT-OCORRE                PIC 9(002)        VALUES ZEROS.

      *== CRITICA CRUZADA (REGUA E TABELAS DE FAIXAS)
       01  WRK-NIVEL-1                  PIC 9(10)V9(05)   VALUES ZEROS.
       01  WRK-NIVEL-2                  PIC 9(10)V9(05)   VALUES ZEROS.
       01  WRK-NIVEL-3                  PIC 9(10)V9(05)   VALUES ZEROS.
       01  WRK-ULT-LIMITE               PIC 9(10)V9(05)   VALUES ZEROS.
       01  WRK-ULT-LIMITE-I             PIC 9(10)V9(05)   VALUES ZEROS.
       01  WRK-ULT-LIMITE-R             PIC 9(10)V9(05)   VALUES ZEROS.
       01  WRK-QT-FAIXA-I               PIC 9(002)        VALUES ZEROS.
       01  WRK-QT-FAIXA-R               PIC 9(002)        VALUES ZEROS.
       01  WRK-FAIXAS-ANTES             PIC X(001)        VALUES "N".
           88 WRK-FAIXAS-COMPLETAS                VALUES "S".
           88 WRK-FAIXAS-INCOMPLETAS              VALUES "N".

      *== TOTAIS DA APLICACAO DAS VIGENCIAS
       01  ACU-APLICADAS                PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-RECUSADAS                PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-LISTADAS                 PIC 9(005) COMP-3 VALUES ZEROS.
       01  WRK-RC-FINAL                 PIC 9(002)        VALUES ZEROS.

      *== LINHAS DO RELATORIO / DA TELA
       01  WRK-LIN-CABEC.
           05 FILLER                    PIC X(023)  VALUE
               "PARAMETROS VIGENTES EM ".
           05 WRK-CAB-DATA              PIC 9(008).
           05 FILLER                    PIC X(013)  VALUE
               " - EMITIDO EM".
           05 FILLER                    PIC X(001)  VALUE SPACES.
           05 WRK-CAB-HOJE              PIC 9(008).
           05 FILLER                    PIC X(005)  VALUE " POR ".
           05 WRK-CAB-OPERADOR          PIC X(010).
           05 FILLER                    PIC X(012)  VALUE SPACES.

       01  WRK-LIN-OBSERVACAO           PIC X(080)        VALUES SPACES.

       01  WRK-LIN-ARQUIVO.
           05 FILLER                    PIC X(008)  VALUE "ARQUIVO ".
           05 WRK-LAR-NOME              PIC X(008).
           05 FILLER                    PIC X(003)  VALUE " - ".
           05 WRK-LAR-QTD               PIC Z9.
           05 FILLER                    PIC X(013)  VALUE
               " REGISTRO(S) ".
           05 WRK-LAR-OBS               PIC X(046).

       01  WRK-LIN-DETALHE.
           05 FILLER                    PIC X(004)  VALUE "REG ".
           05 WRK-DET-REGISTRO          PIC 9(002).
           05 FILLER                    PIC X(001)  VALUE SPACES.
           05 WRK-DET-CAMPO             PIC X(023).
           05 FILLER                    PIC X(001)  VALUE SPACES.
           05 WRK-DET-DESCRICAO         PIC X(030).
           05 FILLER                    PIC X(001)  VALUE SPACES.
           05 WRK-DET-VALOR-ED          PIC Z(009)9,99999.
           05 WRK-DET-VALOR-ALFA        REDEFINES
              WRK-DET-VALOR-ED          PIC X(016).
           05 FILLER                    PIC X(002)  VALUE SPACES.

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

      *== BOOK DE MENSAGENS ERRO
       COPY "#BOOKMSG".

      *=================================================================
       PROCEDURE                                 DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       0001-PRINCIPAL                            SECTION.
      *-----------------------------------------------------------------

           PERFORM 0100-INICIAR.
           IF NOT WRK-MODO-BATCH
               PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-SAIR
           END-IF.
           PERFORM 0300-FINALIZAR.

       0001-PRINCIPAL-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-DIR-DADOS FROM ENVIRONMENT "ATIVIDADE3_DIR".
           IF WRK-DIR-DADOS EQUAL SPACES
               MOVE "C:\ATIVIDADE3" TO WRK-DIR-DADOS
           END-IF.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\PARAMVAL.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-PARAMVAL.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\JUROSPAR.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-JUROSPAR.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\REMUNPAR.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-REMUNPAR.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\DORMEPRM.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-DORMEPRM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\REGUAPRM.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-REGUAPRM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\COAFPRM.txt"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-COAFPRM.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\PARAGEND.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-PARAGEND.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\PARAUDIT.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-PARAUDIT.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\PARVIGEN.txt"      DELIMITED BY SIZE
                  INTO WRK-CAMINHO-PARVIGEN.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-MODO FROM ENVIRONMENT "PRGPARAM_MODO".

           DISPLAY "==== MANUTENCAO DE PARAMETROS ====".

           IF WRK-MODO-BATCH
               MOVE "PRGPARAM" TO WRK-OPERADOR
           ELSE
               PERFORM 0110-SIGNON
               IF WRK-OPERADOR-NAO
                   DISPLAY "OPERADOR NAO AUTORIZADO, ENCERRANDO."
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           PERFORM 0120-CARREGA-AGENDA.
           PERFORM 0400-APLICA-VIGENCIAS.

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
      *    AGENDA INTEIRA EM MEMORIA - SEM O ARQUIVO, AGENDA VAZIA
      *-----------------------------------------------------------------
       0120-CARREGA-AGENDA                       SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-QT-AGENDA
                         WRK-ULTIMO-NUMERO.

           OPEN INPUT PARAGEND.
           IF FS-PARAGEND NOT EQUAL 00
               GO TO 0120-CARREGA-AGENDA-FIM
           END-IF.

           READ PARAGEND.
           PERFORM 0121-GUARDA-AGENDA
               UNTIL FS-PARAGEND NOT EQUAL 00.

           CLOSE PARAGEND.

       0120-CARREGA-AGENDA-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0121-GUARDA-AGENDA                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-AGENDA LESS 999
               ADD 1 TO WRK-QT-AGENDA
               MOVE REG-PARAGEND-ARQ TO WRK-AGE-OCO(WRK-QT-AGENDA)
               MOVE REG-PARAGEND-ARQ TO REG-PARAGEND
               IF AGE-NUMERO GREATER WRK-ULTIMO-NUMERO
                   MOVE AGE-NUMERO TO WRK-ULTIMO-NUMERO
               END-IF
           ELSE
               DISPLAY "AGENDA CHEIA (999) - MUDANCA "
                   REG-PARAGEND-ARQ(1:6) " IGNORADA"
           END-IF.

           READ PARAGEND.

       0121-GUARDA-AGENDA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0130-GRAVA-AGENDA                         SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT PARAGEND.
           IF FS-PARAGEND NOT EQUAL 00
               CALL "FSTATUS" USING FS-PARAGEND WRK-FS-DESCRICAO
               DISPLAY WRK-ERRO-GRAVACAO " PARAGEND - "
                   WRK-FS-DESCRICAO
               GO TO 0130-GRAVA-AGENDA-FIM
           END-IF.

           PERFORM 0131-GRAVA-MUDANCA
               VARYING WRK-IDX-VARRE FROM 1 BY 1
               UNTIL WRK-IDX-VARRE GREATER WRK-QT-AGENDA.

           CLOSE PARAGEND.

       0130-GRAVA-AGENDA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0131-GRAVA-MUDANCA                        SECTION.
      *-----------------------------------------------------------------

           WRITE REG-PARAGEND-ARQ FROM WRK-AGE-OCO(WRK-IDX-VARRE).

       0131-GRAVA-MUDANCA-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.
      *-----------------------------------------------------------------

           DISPLAY "==== MANUTENCAO DE PARAMETROS ====".
           DISPLAY "A-ALTERAR CAMPO  I-INCLUIR FAIXA  E-EXCLUIR FAIXA"
               "  C-CANCELAR".
           DISPLAY "L-LISTAR AGENDA  V-APLICAR VIGENCIAS"
               "  R-RELATORIO DE VIGENTES  S-SAIR".
           DISPLAY "DIGITE A OPCAO..".
           ACCEPT WRK-OPCAO.

           IF NOT WRK-NIVEL-SUPERVISOR
              AND (WRK-OPCAO-ALTERAR  OR WRK-OPCAO-INCLUIR
                OR WRK-OPCAO-EXCLUIR  OR WRK-OPCAO-CANCELAR
                OR WRK-OPCAO-VIGENCIAS)
               DISPLAY "OPCAO EXCLUSIVA DO SUPERVISOR!"
               GO TO 0200-PROCESSAR-FIM
           END-IF.

           EVALUATE TRUE
               WHEN WRK-OPCAO-ALTERAR
                   PERFORM 0210-AGENDA-ALTERACAO
               WHEN WRK-OPCAO-INCLUIR
                   PERFORM 0220-AGENDA-INCLUSAO
               WHEN WRK-OPCAO-EXCLUIR
                   PERFORM 0230-AGENDA-EXCLUSAO
               WHEN WRK-OPCAO-CANCELAR
                   PERFORM 0240-CANCELA-MUDANCA
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 0250-LISTA-AGENDA
               WHEN WRK-OPCAO-VIGENCIAS
                   PERFORM 0400-APLICA-VIGENCIAS
                   IF ACU-APLICADAS EQUAL ZEROS
                      AND ACU-RECUSADAS EQUAL ZEROS
                       DISPLAY "NENHUMA MUDANCA PENDENTE ATE HOJE."
                   END-IF
               WHEN WRK-OPCAO-RELATORIO
                   PERFORM 0260-RELATORIO-VIGENTES
               WHEN WRK-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           END-EVALUATE.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    ALTERACAO DE UM CAMPO: ARQUIVO, VIGENCIA, REGISTRO, CAMPO E
      *    VALOR NOVO - CRITICADA SOBRE O ARQUIVO COMO ELE ESTARA NA
      *    VIGENCIA (COM AS PENDENTES ANTERIORES JA APLICADAS)
      *-----------------------------------------------------------------
       0210-AGENDA-ALTERACAO                     SECTION.
      *-----------------------------------------------------------------

           PERFORM 0270-PREPARA-MUDANCA.
           IF WRK-MUDANCA-INVALIDA
               GO TO 0210-AGENDA-ALTERACAO-FIM
           END-IF.

           IF WRK-ARQ-MULTIPLO(WRK-IDX-ARQ) EQUAL "S"
               DISPLAY "NUMERO DO REGISTRO.."
               ACCEPT WRK-REGISTRO
               IF WRK-REGISTRO EQUAL ZEROS
                  OR WRK-REGISTRO GREATER WRK-QT-IMAGENS
                   DISPLAY "REGISTRO INEXISTENTE!"
                   GO TO 0210-AGENDA-ALTERACAO-FIM
               END-IF
           ELSE
               MOVE 1 TO WRK-REGISTRO
           END-IF.

           PERFORM 0570-MOSTRA-CAMPOS.
           DISPLAY "NUMERO DO CAMPO..".
           ACCEPT WRK-NUM-CAMPO.
           IF WRK-NUM-CAMPO EQUAL ZEROS
              OR WRK-NUM-CAMPO GREATER WRK-ARQ-QT-CAMPOS(WRK-IDX-ARQ)
               DISPLAY "CAMPO INEXISTENTE!"
               GO TO 0210-AGENDA-ALTERACAO-FIM
           END-IF.
           COMPUTE WRK-IDX-CPO = WRK-ARQ-CAMPO-INI(WRK-IDX-ARQ)
                               + WRK-NUM-CAMPO - 1.

           PERFORM 0600-RECEBE-VALOR.
           IF WRK-VALOR-INVALIDO
               GO TO 0210-AGENDA-ALTERACAO-FIM
           END-IF.

           INITIALIZE REG-PARAGEND.
           MOVE WRK-ARQ-NOME(WRK-IDX-ARQ) TO AGE-ARQUIVO.
           SET AGE-ALTERA-CAMPO            TO TRUE.
           MOVE WRK-REGISTRO               TO AGE-REGISTRO.
           MOVE WRK-CPO-NOME(WRK-IDX-CPO)  TO AGE-CAMPO.
           MOVE WRK-CONTEUDO               TO AGE-CONTEUDO-NOVO.

           PERFORM 0280-CONFIRMA-MUDANCA.

       0210-AGENDA-ALTERACAO-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    INCLUSAO DE UMA FAIXA NAS TABELAS (FAIXAS/COMISSAO) - TODOS
      *    OS CAMPOS DO REGISTRO NOVO SAO PEDIDOS E CRITICADOS
      *-----------------------------------------------------------------
       0220-AGENDA-INCLUSAO                      SECTION.
      *-----------------------------------------------------------------

           PERFORM 0270-PREPARA-MUDANCA.
           IF WRK-MUDANCA-INVALIDA
               GO TO 0220-AGENDA-INCLUSAO-FIM
           END-IF.

           IF WRK-ARQ-MULTIPLO(WRK-IDX-ARQ) NOT EQUAL "S"
               DISPLAY "ARQUIVO DE REGISTRO UNICO - USE A ALTERACAO (A)"
               GO TO 0220-AGENDA-INCLUSAO-FIM
           END-IF.

           IF WRK-QT-IMAGENS NOT LESS WRK-ARQ-MAXIMO(WRK-IDX-ARQ)
               DISPLAY "TABELA CHEIA NA VIGENCIA - EXCLUA UMA FAIXA"
               GO TO 0220-AGENDA-INCLUSAO-FIM
           END-IF.

           DISPLAY "INCLUIR COMO REGISTRO NUMERO (0 = NO FIM).."
           ACCEPT WRK-REGISTRO.
           IF WRK-REGISTRO GREATER WRK-QT-IMAGENS
               MOVE ZEROS TO WRK-REGISTRO
           END-IF.

           MOVE SPACES TO WRK-IMAGEM-NOVA.
           SET WRK-VALOR-VALIDO TO TRUE.
           COMPUTE WRK-ULT-CPO = WRK-ARQ-CAMPO-INI(WRK-IDX-ARQ)
                               + WRK-ARQ-QT-CAMPOS(WRK-IDX-ARQ) - 1.
           PERFORM 0221-RECEBE-CAMPO-NOVO
               VARYING WRK-IDX-CPO
               FROM WRK-ARQ-CAMPO-INI(WRK-IDX-ARQ) BY 1
               UNTIL WRK-IDX-CPO GREATER WRK-ULT-CPO
                  OR WRK-VALOR-INVALIDO.
           IF WRK-VALOR-INVALIDO
               GO TO 0220-AGENDA-INCLUSAO-FIM
           END-IF.

           INITIALIZE REG-PARAGEND.
           MOVE WRK-ARQ-NOME(WRK-IDX-ARQ) TO AGE-ARQUIVO.
           SET AGE-INCLUI-REGISTRO         TO TRUE.
           MOVE WRK-REGISTRO               TO AGE-REGISTRO.
           MOVE WRK-IMAGEM-NOVA            TO AGE-CONTEUDO-NOVO.

           PERFORM 0280-CONFIRMA-MUDANCA.

       0220-AGENDA-INCLUSAO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0221-RECEBE-CAMPO-NOVO                    SECTION.
      *-----------------------------------------------------------------

           PERFORM 0600-RECEBE-VALOR.
           IF WRK-VALOR-VALIDO
               PERFORM 0545-POSICIONA-CAMPO
               MOVE WRK-CONTEUDO(1:WRK-TAM)
                   TO WRK-IMAGEM-NOVA(WRK-POS:WRK-TAM)
           END-IF.

       0221-RECEBE-CAMPO-NOVO-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    EXCLUSAO DE UMA FAIXA DAS TABELAS (FAIXAS/COMISSAO)
      *-----------------------------------------------------------------
       0230-AGENDA-EXCLUSAO                      SECTION.
      *-----------------------------------------------------------------

           PERFORM 0270-PREPARA-MUDANCA.
           IF WRK-MUDANCA-INVALIDA
               GO TO 0230-AGENDA-EXCLUSAO-FIM
           END-IF.

           IF WRK-ARQ-MULTIPLO(WRK-IDX-ARQ) NOT EQUAL "S"
               DISPLAY "ARQUIVO DE REGISTRO UNICO - USE A ALTERACAO (A)"
               GO TO 0230-AGENDA-EXCLUSAO-FIM
           END-IF.

           DISPLAY "NUMERO DO REGISTRO A EXCLUIR.."
           ACCEPT WRK-REGISTRO.
           IF WRK-REGISTRO EQUAL ZEROS
              OR WRK-REGISTRO GREATER WRK-QT-IMAGENS
               DISPLAY "REGISTRO INEXISTENTE!"
               GO TO 0230-AGENDA-EXCLUSAO-FIM
           END-IF.

           INITIALIZE REG-PARAGEND.
           MOVE WRK-ARQ-NOME(WRK-IDX-ARQ) TO AGE-ARQUIVO.
           SET AGE-EXCLUI-REGISTRO         TO TRUE.
           MOVE WRK-REGISTRO               TO AGE-REGISTRO.

           PERFORM 0280-CONFIRMA-MUDANCA.

       0230-AGENDA-EXCLUSAO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0240-CANCELA-MUDANCA                      SECTION.
      *-----------------------------------------------------------------

           DISPLAY "NUMERO DA MUDANCA A CANCELAR..".
           ACCEPT WRK-ALVO-NUMERO.

           MOVE ZEROS TO WRK-IDX-AGE.
           PERFORM 0241-PROCURA-MUDANCA
               VARYING WRK-IDX-VARRE FROM 1 BY 1
               UNTIL WRK-IDX-VARRE GREATER WRK-QT-AGENDA
                  OR WRK-IDX-AGE GREATER ZEROS.

           IF WRK-IDX-AGE EQUAL ZEROS
               DISPLAY "MUDANCA NAO ENCONTRADA!"
               GO TO 0240-CANCELA-MUDANCA-FIM
           END-IF.

           MOVE WRK-AGE-OCO(WRK-IDX-AGE) TO REG-PARAGEND.
           IF NOT AGE-PENDENTE
               DISPLAY "MUDANCA NAO ESTA PENDENTE (SITUACAO "
                   AGE-SITUACAO ")"
               GO TO 0240-CANCELA-MUDANCA-FIM
           END-IF.

           PERFORM 0251-MOSTRA-MUDANCA.
           DISPLAY "CONFIRMA O CANCELAMENTO (S/N)?".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "CANCELAMENTO DESISTIDO."
               GO TO 0240-CANCELA-MUDANCA-FIM
           END-IF.

           SET AGE-CANCELADA     TO TRUE.
           MOVE WRK-DATA-HOJE    TO AGE-DATA-SITUACAO.
           MOVE REG-PARAGEND     TO WRK-AGE-OCO(WRK-IDX-AGE).
           PERFORM 0130-GRAVA-AGENDA.

           INITIALIZE REG-PARAUDIT.
           MOVE WRK-OPERADOR     TO AUD-PAR-OPERADOR.
           SET AUD-PAR-CANCELADA TO TRUE.
           MOVE AGE-REGISTRO     TO AUD-PAR-REGISTRO.
           MOVE AGE-CONTEUDO-NOVO TO AUD-PAR-NOVO.
           PERFORM 0900-GRAVA-AUDITORIA.

           DISPLAY "MUDANCA " AGE-NUMERO " CANCELADA".

       0240-CANCELA-MUDANCA-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0241-PROCURA-MUDANCA                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-AGE-OCO(WRK-IDX-VARRE)(1:6) EQUAL WRK-ALVO-NUMERO
               MOVE WRK-IDX-VARRE TO WRK-IDX-AGE
           END-IF.

       0241-PROCURA-MUDANCA-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0250-LISTA-AGENDA                         SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO ACU-LISTADAS.

           DISPLAY WRK-LINHA.
           DISPLAY "NUMERO ARQUIVO  OP RG CAMPO                   "
               "VIGENCIA S OPERADOR".

           PERFORM 0252-LISTA-ITEM
               VARYING WRK-IDX-VARRE FROM 1 BY 1
               UNTIL WRK-IDX-VARRE GREATER WRK-QT-AGENDA.

           IF ACU-LISTADAS EQUAL ZEROS
               DISPLAY "AGENDA VAZIA"
           END-IF.
           DISPLAY WRK-LINHA.
           DISPLAY "S: P=PENDENTE V=VIGENTE C=CANCELADA R=RECUSADA".

       0250-LISTA-AGENDA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0251-MOSTRA-MUDANCA                       SECTION.
      *-----------------------------------------------------------------

           DISPLAY AGE-NUMERO " " AGE-ARQUIVO "  " AGE-OPERACAO
               "  " AGE-REGISTRO " " AGE-CAMPO " " AGE-VIGENCIA
               " " AGE-SITUACAO " " AGE-OPERADOR.

       0251-MOSTRA-MUDANCA-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0252-LISTA-ITEM                           SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-AGE-OCO(WRK-IDX-VARRE) TO REG-PARAGEND.
           PERFORM 0251-MOSTRA-MUDANCA.
           ADD 1 TO ACU-LISTADAS.

       0252-LISTA-ITEM-FIM.                      EXIT.

      *-----------------------------------------------------------------
      *    PARAMETROS VIGENTES NA DATA PEDIDA, ARQUIVO POR ARQUIVO
      *-----------------------------------------------------------------
       0260-RELATORIO-VIGENTES                   SECTION.
      *-----------------------------------------------------------------

           DISPLAY "DATA DE REFERENCIA (AAAAMMDD, 0 = HOJE)..".
           ACCEPT WRK-DATA-REFERENCIA.
           IF WRK-DATA-REFERENCIA EQUAL ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-REFERENCIA
           END-IF.

           MOVE WRK-DATA-REFERENCIA TO WRK-DATA-TESTE.
           PERFORM 0620-CRITICA-DATA.
           IF WRK-DATA-INVALIDA
               DISPLAY "DATA INVALIDA!"
               GO TO 0260-RELATORIO-VIGENTES-FIM
           END-IF.

           OPEN OUTPUT PARVIGEN.
           IF FS-PARVIGEN NOT EQUAL 00
               CALL "FSTATUS" USING FS-PARVIGEN WRK-FS-DESCRICAO
               DISPLAY WRK-ERRO-ABERTURA " PARVIGEN - "
                   WRK-FS-DESCRICAO
               GO TO 0260-RELATORIO-VIGENTES-FIM
           END-IF.

           MOVE WRK-DATA-REFERENCIA TO WRK-CAB-DATA.
           MOVE WRK-DATA-HOJE       TO WRK-CAB-HOJE.
           MOVE WRK-OPERADOR        TO WRK-CAB-OPERADOR.
           WRITE REG-PARVIGEN FROM WRK-LIN-CABEC.

           EVALUATE TRUE
               WHEN WRK-DATA-REFERENCIA LESS WRK-DATA-HOJE
                   MOVE "DATA PASSADA: DESFEITAS AS MUDANCAS APLICADAS"
                       TO WRK-LIN-OBSERVACAO
                   MOVE " COM VIGENCIA POSTERIOR (PARAUDIT)"
                       TO WRK-LIN-OBSERVACAO(46:35)
               WHEN WRK-DATA-REFERENCIA GREATER WRK-DATA-HOJE
                   MOVE "DATA FUTURA: INCLUI AS MUDANCAS PENDENTES COM"
                       TO WRK-LIN-OBSERVACAO
                   MOVE " VIGENCIA ATE A DATA (PARAGEND)"
                       TO WRK-LIN-OBSERVACAO(46:35)
               WHEN OTHER
                   MOVE "CONTEUDO ATUAL DOS ARQUIVOS"
                       TO WRK-LIN-OBSERVACAO
           END-EVALUATE.
           WRITE REG-PARVIGEN FROM WRK-LIN-OBSERVACAO.
           WRITE REG-PARVIGEN FROM WRK-LINHA.

           PERFORM 0261-RELATA-ARQUIVO
               VARYING WRK-IDX-ARQ FROM 1 BY 1
               UNTIL WRK-IDX-ARQ GREATER 11.

           CLOSE PARVIGEN.

           DISPLAY "PARAMETROS VIGENTES EM " WRK-DATA-REFERENCIA
               " GRAVADOS EM PARVIGEN.txt".

       0260-RELATORIO-VIGENTES-FIM.              EXIT.

      *-----------------------------------------------------------------
       0261-RELATA-ARQUIVO                       SECTION.
      *-----------------------------------------------------------------

           PERFORM 0500-MONTA-IMAGENS-DATA.

           MOVE WRK-ARQ-NOME(WRK-IDX-ARQ) TO WRK-LAR-NOME.
           MOVE WRK-QT-IMAGENS            TO WRK-LAR-QTD.
           MOVE SPACES                    TO WRK-LAR-OBS.
           IF WRK-ARQUIVO-AUSENTE
               MOVE "(ARQUIVO AUSENTE - PADRAO DOS PROGRAMAS)"
                   TO WRK-LAR-OBS
           END-IF.
           WRITE REG-PARVIGEN FROM WRK-LIN-ARQUIVO.

           PERFORM 0262-RELATA-REGISTRO
               VARYING WRK-IDX-IMG FROM 1 BY 1
               UNTIL WRK-IDX-IMG GREATER WRK-QT-IMAGENS.

           MOVE SPACES TO WRK-LIN-OBSERVACAO.
           WRITE REG-PARVIGEN FROM WRK-LIN-OBSERVACAO.

       0261-RELATA-ARQUIVO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0262-RELATA-REGISTRO                      SECTION.
      *-----------------------------------------------------------------

           COMPUTE WRK-ULT-CPO = WRK-ARQ-CAMPO-INI(WRK-IDX-ARQ)
                               + WRK-ARQ-QT-CAMPOS(WRK-IDX-ARQ) - 1.
           PERFORM 0263-RELATA-CAMPO
               VARYING WRK-IDX-CPO
               FROM WRK-ARQ-CAMPO-INI(WRK-IDX-ARQ) BY 1
               UNTIL WRK-IDX-CPO GREATER WRK-ULT-CPO.

       0262-RELATA-REGISTRO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0263-RELATA-CAMPO                         SECTION.
      *-----------------------------------------------------------------

           PERFORM 0580-MONTA-DETALHE.
           WRITE REG-PARVIGEN FROM WRK-LIN-DETALHE.

       0263-RELATA-CAMPO-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    ESCOLHE O ARQUIVO E A VIGENCIA DA MUDANCA E MONTA/MOSTRA O
      *    ARQUIVO COMO ELE ESTARA NA VIGENCIA
      *-----------------------------------------------------------------
       0270-PREPARA-MUDANCA                      SECTION.
      *-----------------------------------------------------------------

           SET WRK-MUDANCA-INVALIDA TO TRUE.

           IF WRK-QT-AGENDA NOT LESS 999
               DISPLAY "AGENDA CHEIA (999) - NAO HA COMO AGENDAR"
               GO TO 0270-PREPARA-MUDANCA-FIM
           END-IF.

           DISPLAY WRK-LINHA.
           PERFORM 0271-MOSTRA-ARQUIVO-CATALOGO
               VARYING WRK-IDX-ARQ FROM 1 BY 1
               UNTIL WRK-IDX-ARQ GREATER 11.
           DISPLAY "NUMERO DO ARQUIVO..".
           ACCEPT WRK-NUM-ARQUIVO.
           IF WRK-NUM-ARQUIVO EQUAL ZEROS
              OR WRK-NUM-ARQUIVO GREATER 11
               DISPLAY "ARQUIVO INEXISTENTE!"
               GO TO 0270-PREPARA-MUDANCA-FIM
           END-IF.
           MOVE WRK-NUM-ARQUIVO TO WRK-IDX-ARQ.

           DISPLAY "DATA DE VIGENCIA (AAAAMMDD, 0 = HOJE)..".
           ACCEPT WRK-DATA-REFERENCIA.
           IF WRK-DATA-REFERENCIA EQUAL ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-REFERENCIA
           END-IF.
           MOVE WRK-DATA-REFERENCIA TO WRK-DATA-TESTE.
           PERFORM 0620-CRITICA-DATA.
           IF WRK-DATA-INVALIDA
              OR WRK-DATA-REFERENCIA LESS WRK-DATA-HOJE
               DISPLAY "VIGENCIA INVALIDA - HOJE OU DATA FUTURA!"
               GO TO 0270-PREPARA-MUDANCA-FIM
           END-IF.

           PERFORM 0500-MONTA-IMAGENS-DATA.

           DISPLAY WRK-LINHA.
           DISPLAY "ARQUIVO " WRK-ARQ-NOME(WRK-IDX-ARQ)
               " NA VIGENCIA " WRK-DATA-REFERENCIA ":".
           PERFORM 0560-MOSTRA-ARQUIVO.

           SET WRK-MUDANCA-VALIDA TO TRUE.

       0270-PREPARA-MUDANCA-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0271-MOSTRA-ARQUIVO-CATALOGO              SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-IDX-ARQ " - " WRK-ARQ-NOME(WRK-IDX-ARQ).

       0271-MOSTRA-ARQUIVO-CATALOGO-FIM.         EXIT.

      *-----------------------------------------------------------------
      *    SIMULA A MUDANCA NO ARQUIVO DA VIGENCIA, CRITICA, PEDE A
      *    CONFIRMACAO E GRAVA NA AGENDA E NA AUDITORIA (EVENTO S).
      *    VIGENCIA HOJE JA E APLICADA NA HORA
      *-----------------------------------------------------------------
       0280-CONFIRMA-MUDANCA                     SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DATA-REFERENCIA TO AGE-VIGENCIA.

           SET WRK-CRITICA-VISIVEL TO TRUE.
           PERFORM 0430-EXECUTA-MUDANCA.
           IF WRK-MUDANCA-VALIDA
               PERFORM 0700-CRITICA-MUDANCA
           END-IF.
           IF WRK-MUDANCA-INVALIDA
               DISPLAY "MUDANCA RECUSADA NA CRITICA - NADA AGENDADO"
               GO TO 0280-CONFIRMA-MUDANCA-FIM
           END-IF.

           DISPLAY WRK-LINHA.
           DISPLAY "ARQUIVO...: " AGE-ARQUIVO " OPERACAO " AGE-OPERACAO
               " REGISTRO " WRK-REGISTRO.
           IF AGE-ALTERA-CAMPO
               DISPLAY "CAMPO.....: " AGE-CAMPO
           END-IF.
           DISPLAY "ANTERIOR..: " WRK-ANTERIOR.
           DISPLAY "NOVO......: " WRK-NOVO.
           DISPLAY "VIGENCIA..: " AGE-VIGENCIA.
           DISPLAY "CONFIRMA O AGENDAMENTO (S/N)?".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "AGENDAMENTO DESISTIDO."
               GO TO 0280-CONFIRMA-MUDANCA-FIM
           END-IF.

           ADD 1 TO WRK-ULTIMO-NUMERO.
           MOVE WRK-ULTIMO-NUMERO TO AGE-NUMERO.
           SET AGE-PENDENTE       TO TRUE.
           MOVE WRK-OPERADOR      TO AGE-OPERADOR.
           MOVE WRK-DATA-HOJE     TO AGE-DATA-AGENDA
                                     AGE-DATA-SITUACAO.

           ADD 1 TO WRK-QT-AGENDA.
           MOVE REG-PARAGEND TO WRK-AGE-OCO(WRK-QT-AGENDA).
           PERFORM 0130-GRAVA-AGENDA.

           INITIALIZE REG-PARAUDIT.
           MOVE WRK-OPERADOR     TO AUD-PAR-OPERADOR.
           SET AUD-PAR-AGENDADA  TO TRUE.
           MOVE WRK-REGISTRO     TO AUD-PAR-REGISTRO.
           MOVE WRK-ANTERIOR     TO AUD-PAR-ANTERIOR.
           MOVE WRK-NOVO         TO AUD-PAR-NOVO.
           PERFORM 0900-GRAVA-AUDITORIA.

           DISPLAY "MUDANCA " AGE-NUMERO " AGENDADA PARA "
               AGE-VIGENCIA.

           IF AGE-VIGENCIA EQUAL WRK-DATA-HOJE
               PERFORM 0400-APLICA-VIGENCIAS
           END-IF.

       0280-CONFIRMA-MUDANCA-FIM.                EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-FIM-PRG.

           MOVE WRK-RC-FINAL TO RETURN-CODE.
           GOBACK.

       0300-FINALIZAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    APLICA NOS ARQUIVOS AS MUDANCAS PENDENTES COM VIGENCIA ATE
      *    HOJE, NA ORDEM DE VIGENCIA E DE AGENDAMENTO. CADA UMA E
      *    CRITICADA DE NOVO NO ARQUIVO DO DIA: PASSA A VIGENTE OU E
      *    RECUSADA - AS DUAS VAO PARA A AUDITORIA
      *-----------------------------------------------------------------
       0400-APLICA-VIGENCIAS                     SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS         TO ACU-APLICADAS
                                 ACU-RECUSADAS.
           MOVE WRK-DATA-HOJE TO WRK-DATA-LIMITE.
           MOVE SPACES        TO WRK-FILTRO-ARQUIVO
                                 WRK-TAB-AGENDA-USADA.

           PERFORM 0410-PROXIMA-DEVIDA.
           PERFORM 0420-APLICA-AGENDADA
               UNTIL WRK-IDX-AGE EQUAL ZEROS.

           IF ACU-APLICADAS GREATER ZEROS
              OR ACU-RECUSADAS GREATER ZEROS
               PERFORM 0130-GRAVA-AGENDA
               DISPLAY "VIGENCIAS DO DIA: " ACU-APLICADAS
                   " APLICADA(S), " ACU-RECUSADAS " RECUSADA(S)"
           END-IF.

           IF ACU-RECUSADAS GREATER ZEROS
               MOVE 4 TO WRK-RC-FINAL
           END-IF.

       0400-APLICA-VIGENCIAS-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    PROXIMA PENDENTE NAO USADA COM VIGENCIA ATE WRK-DATA-LIMITE
      *    (DO ARQUIVO WRK-FILTRO-ARQUIVO, SE INFORMADO) - MENOR
      *    VIGENCIA PRIMEIRO; NA MESMA VIGENCIA, ORDEM DA AGENDA
      *-----------------------------------------------------------------
       0410-PROXIMA-DEVIDA                       SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS    TO WRK-IDX-AGE.
           MOVE 99999999 TO WRK-MENOR-VIGENCIA.

           PERFORM 0411-COMPARA-DEVIDA
               VARYING WRK-IDX-VARRE FROM 1 BY 1
               UNTIL WRK-IDX-VARRE GREATER WRK-QT-AGENDA.

       0410-PROXIMA-DEVIDA-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0411-COMPARA-DEVIDA                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-AGE-USADA(WRK-IDX-VARRE) EQUAL "S"
               GO TO 0411-COMPARA-DEVIDA-FIM
           END-IF.

           MOVE WRK-AGE-OCO(WRK-IDX-VARRE) TO REG-PARAGEND.

           IF AGE-PENDENTE
              AND AGE-VIGENCIA NOT GREATER WRK-DATA-LIMITE
              AND AGE-VIGENCIA LESS WRK-MENOR-VIGENCIA
              AND (WRK-FILTRO-ARQUIVO EQUAL SPACES
                OR WRK-FILTRO-ARQUIVO EQUAL AGE-ARQUIVO)
               MOVE WRK-IDX-VARRE TO WRK-IDX-AGE
               MOVE AGE-VIGENCIA  TO WRK-MENOR-VIGENCIA
           END-IF.

       0411-COMPARA-DEVIDA-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0420-APLICA-AGENDADA                      SECTION.
      *-----------------------------------------------------------------

           MOVE "S" TO WRK-AGE-USADA(WRK-IDX-AGE).
           MOVE WRK-AGE-OCO(WRK-IDX-AGE) TO REG-PARAGEND.

           SET WRK-CRITICA-VISIVEL TO TRUE.
           MOVE AGE-ARQUIVO TO WRK-NOME-ARQUIVO.
           PERFORM 0520-PROCURA-ARQUIVO.

           IF WRK-ARQUIVO-SIM
               PERFORM 0800-CARREGA-ARQUIVO
               PERFORM 0430-EXECUTA-MUDANCA
           ELSE
               DISPLAY "ARQUIVO " AGE-ARQUIVO " FORA DO CATALOGO"
               SET WRK-MUDANCA-INVALIDA TO TRUE
           END-IF.

           IF WRK-MUDANCA-VALIDA
               PERFORM 0700-CRITICA-MUDANCA
           END-IF.

           IF WRK-MUDANCA-VALIDA
               PERFORM 0820-GRAVA-ARQUIVO
           END-IF.

           INITIALIZE REG-PARAUDIT.
           IF WRK-MUDANCA-VALIDA
               SET AGE-VIGENTE       TO TRUE
               SET AUD-PAR-APLICADA  TO TRUE
               ADD 1 TO ACU-APLICADAS
               DISPLAY "MUDANCA " AGE-NUMERO " (" AGE-ARQUIVO
                   ") APLICADA"
           ELSE
               SET AGE-RECUSADA      TO TRUE
               SET AUD-PAR-RECUSADA  TO TRUE
               ADD 1 TO ACU-RECUSADAS
               DISPLAY "MUDANCA " AGE-NUMERO " (" AGE-ARQUIVO
                   ") RECUSADA NA APLICACAO"
           END-IF.
           MOVE WRK-DATA-HOJE TO AGE-DATA-SITUACAO.
           MOVE REG-PARAGEND  TO WRK-AGE-OCO(WRK-IDX-AGE).

           MOVE AGE-OPERADOR  TO AUD-PAR-OPERADOR.
           MOVE WRK-REGISTRO  TO AUD-PAR-REGISTRO.
           MOVE WRK-ANTERIOR  TO AUD-PAR-ANTERIOR.
           MOVE WRK-NOVO      TO AUD-PAR-NOVO.
           PERFORM 0900-GRAVA-AUDITORIA.

           PERFORM 0410-PROXIMA-DEVIDA.

       0420-APLICA-AGENDADA-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    EXECUTA A MUDANCA DE REG-PARAGEND NAS IMAGENS DO ARQUIVO
      *    (SEM GRAVAR): DEVOLVE O REGISTRO EFETIVO EM WRK-REGISTRO E
      *    O CONTEUDO ANTERIOR E O NOVO EM WRK-ANTERIOR/WRK-NOVO
      *-----------------------------------------------------------------
       0430-EXECUTA-MUDANCA                      SECTION.
      *-----------------------------------------------------------------

           SET WRK-MUDANCA-VALIDA TO TRUE.
           MOVE SPACES       TO WRK-ANTERIOR
                                WRK-NOVO.
           MOVE AGE-REGISTRO TO WRK-REGISTRO.

           IF WRK-IDX-ARQ EQUAL 10
               PERFORM 0725-CONTA-TIPOS-FAIXA
               IF WRK-QT-FAIXA-I GREATER ZEROS
                  AND WRK-QT-FAIXA-R GREATER ZEROS
                   SET WRK-FAIXAS-COMPLETAS TO TRUE
               ELSE
                   SET WRK-FAIXAS-INCOMPLETAS TO TRUE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN AGE-ALTERA-CAMPO
                   PERFORM 0431-ALTERA-CAMPO
               WHEN AGE-INCLUI-REGISTRO
                   PERFORM 0432-INCLUI-REGISTRO
               WHEN AGE-EXCLUI-REGISTRO
                   PERFORM 0433-EXCLUI-REGISTRO
               WHEN OTHER
                   MOVE "OPERACAO DESCONHECIDA NA AGENDA"
                       TO WRK-MENSAGEM
                   PERFORM 0790-MOSTRA-CRITICA
           END-EVALUATE.

       0430-EXECUTA-MUDANCA-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0431-ALTERA-CAMPO                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-REGISTRO EQUAL ZEROS
              OR WRK-REGISTRO GREATER WRK-QT-IMAGENS
               MOVE "REGISTRO INEXISTENTE NO ARQUIVO" TO WRK-MENSAGEM
               PERFORM 0790-MOSTRA-CRITICA
               GO TO 0431-ALTERA-CAMPO-FIM
           END-IF.

           MOVE AGE-CAMPO TO WRK-NOME-CAMPO.
           PERFORM 0540-PROCURA-CAMPO.
           IF WRK-CAMPO-NAO
               MOVE "CAMPO FORA DO CATALOGO DO ARQUIVO" TO WRK-MENSAGEM
               PERFORM 0790-MOSTRA-CRITICA
               GO TO 0431-ALTERA-CAMPO-FIM
           END-IF.

           PERFORM 0545-POSICIONA-CAMPO.
           MOVE WRK-IMG-OCO(WRK-REGISTRO)(WRK-POS:WRK-TAM)
               TO WRK-ANTERIOR.
           MOVE AGE-CONTEUDO-NOVO(1:WRK-TAM)
               TO WRK-IMG-OCO(WRK-REGISTRO)(WRK-POS:WRK-TAM)
                  WRK-NOVO.

       0431-ALTERA-CAMPO-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0432-INCLUI-REGISTRO                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-ARQ-MULTIPLO(WRK-IDX-ARQ) NOT EQUAL "S"
              OR WRK-QT-IMAGENS NOT LESS WRK-ARQ-MAXIMO(WRK-IDX-ARQ)
               MOVE "TABELA CHEIA OU DE REGISTRO UNICO" TO WRK-MENSAGEM
               PERFORM 0790-MOSTRA-CRITICA
               GO TO 0432-INCLUI-REGISTRO-FIM
           END-IF.

           IF WRK-REGISTRO EQUAL ZEROS
              OR WRK-REGISTRO GREATER WRK-QT-IMAGENS
               COMPUTE WRK-REGISTRO = WRK-QT-IMAGENS + 1
           END-IF.

           PERFORM 0434-ABRE-POSICAO.
           MOVE AGE-CONTEUDO-NOVO(1:WRK-ARQ-LRECL(WRK-IDX-ARQ))
               TO WRK-IMG-OCO(WRK-REGISTRO)
                  WRK-NOVO.

       0432-INCLUI-REGISTRO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0433-EXCLUI-REGISTRO                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-ARQ-MULTIPLO(WRK-IDX-ARQ) NOT EQUAL "S"
              OR WRK-REGISTRO EQUAL ZEROS
              OR WRK-REGISTRO GREATER WRK-QT-IMAGENS
               MOVE "REGISTRO INEXISTENTE NO ARQUIVO" TO WRK-MENSAGEM
               PERFORM 0790-MOSTRA-CRITICA
               GO TO 0433-EXCLUI-REGISTRO-FIM
           END-IF.

           IF WRK-QT-IMAGENS EQUAL 1
               MOVE "A TABELA NAO PODE FICAR VAZIA" TO WRK-MENSAGEM
               PERFORM 0790-MOSTRA-CRITICA
               GO TO 0433-EXCLUI-REGISTRO-FIM
           END-IF.

           MOVE WRK-IMG-OCO(WRK-REGISTRO) TO WRK-ANTERIOR.
           PERFORM 0435-FECHA-POSICAO.

       0433-EXCLUI-REGISTRO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    ABRE A POSICAO WRK-REGISTRO DESCENDO OS REGISTROS SEGUINTES
      *-----------------------------------------------------------------
       0434-ABRE-POSICAO                         SECTION.
      *-----------------------------------------------------------------

           PERFORM 0436-DESCE-REGISTRO
               VARYING WRK-IDX-IMG FROM WRK-QT-IMAGENS BY -1
               UNTIL WRK-IDX-IMG LESS WRK-REGISTRO.
           ADD 1 TO WRK-QT-IMAGENS.
           MOVE SPACES TO WRK-IMG-OCO(WRK-REGISTRO).

       0434-ABRE-POSICAO-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    FECHA A POSICAO WRK-REGISTRO SUBINDO OS REGISTROS SEGUINTES
      *-----------------------------------------------------------------
       0435-FECHA-POSICAO                        SECTION.
      *-----------------------------------------------------------------

           PERFORM 0437-SOBE-REGISTRO
               VARYING WRK-IDX-IMG FROM WRK-REGISTRO BY 1
               UNTIL WRK-IDX-IMG NOT LESS WRK-QT-IMAGENS.
           MOVE SPACES TO WRK-IMG-OCO(WRK-QT-IMAGENS).
           SUBTRACT 1 FROM WRK-QT-IMAGENS.

       0435-FECHA-POSICAO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0436-DESCE-REGISTRO                       SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-IMG-OCO(WRK-IDX-IMG)
               TO WRK-IMG-OCO(WRK-IDX-IMG + 1).

       0436-DESCE-REGISTRO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0437-SOBE-REGISTRO                        SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-IMG-OCO(WRK-IDX-IMG + 1)
               TO WRK-IMG-OCO(WRK-IDX-IMG).

       0437-SOBE-REGISTRO-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    MONTA AS IMAGENS DO ARQUIVO WRK-IDX-ARQ VIGENTES NA DATA
      *    WRK-DATA-REFERENCIA: CONTEUDO ATUAL, MENOS AS MUDANCAS
      *    APLICADAS COM VIGENCIA POSTERIOR A DATA (DESFEITAS DA MAIS
      *    RECENTE PARA A MAIS ANTIGA PELO PARAUDIT), MAIS AS PENDENTES
      *    COM VIGENCIA ATE A DATA (AS QUE NAO PASSAREM NA CRITICA SAO
      *    IGNORADAS, COMO SERIAM NA APLICACAO)
      *-----------------------------------------------------------------
       0500-MONTA-IMAGENS-DATA                   SECTION.
      *-----------------------------------------------------------------

           PERFORM 0800-CARREGA-ARQUIVO.

           PERFORM 0510-CARREGA-DESFAZER.
           PERFORM 0512-DESFAZ-MUDANCA
               VARYING WRK-IDX-DSF FROM WRK-QT-DESFAZ BY -1
               UNTIL WRK-IDX-DSF LESS 1.

           MOVE WRK-DATA-REFERENCIA        TO WRK-DATA-LIMITE.
           MOVE WRK-ARQ-NOME(WRK-IDX-ARQ)  TO WRK-FILTRO-ARQUIVO.
           MOVE SPACES                     TO WRK-TAB-AGENDA-USADA.
           SET WRK-CRITICA-SILENCIOSA      TO TRUE.

           PERFORM 0410-PROXIMA-DEVIDA.
           PERFORM 0515-SIMULA-PENDENTE
               UNTIL WRK-IDX-AGE EQUAL ZEROS.

           SET WRK-CRITICA-VISIVEL         TO TRUE.

       0500-MONTA-IMAGENS-DATA-FIM.              EXIT.

      *-----------------------------------------------------------------
      *    EVENTOS V DO ARQUIVO COM VIGENCIA POSTERIOR A DATA, NA
      *    ORDEM EM QUE FORAM APLICADOS
      *-----------------------------------------------------------------
       0510-CARREGA-DESFAZER                     SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-QT-DESFAZ.

           OPEN INPUT PARAUDIT.
           IF FS-PARAUDIT NOT EQUAL 00
               GO TO 0510-CARREGA-DESFAZER-FIM
           END-IF.

           READ PARAUDIT INTO REG-PARAUDIT.
           PERFORM 0511-GUARDA-DESFAZER
               UNTIL FS-PARAUDIT NOT EQUAL 00.

           CLOSE PARAUDIT.

       0510-CARREGA-DESFAZER-FIM.                EXIT.

      *-----------------------------------------------------------------
       0511-GUARDA-DESFAZER                      SECTION.
      *-----------------------------------------------------------------

           IF AUD-PAR-APLICADA
              AND AUD-PAR-ARQUIVO EQUAL WRK-ARQ-NOME(WRK-IDX-ARQ)
              AND AUD-PAR-VIGENCIA GREATER WRK-DATA-REFERENCIA
              AND WRK-QT-DESFAZ LESS 999
               ADD 1 TO WRK-QT-DESFAZ
               MOVE REG-PARAUDIT TO WRK-DSF-OCO(WRK-QT-DESFAZ)
           END-IF.

           READ PARAUDIT INTO REG-PARAUDIT.

       0511-GUARDA-DESFAZER-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0512-DESFAZ-MUDANCA                       SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-DSF-OCO(WRK-IDX-DSF) TO REG-PARAUDIT.
           MOVE AUD-PAR-REGISTRO         TO WRK-REGISTRO.

           EVALUATE AUD-PAR-OPERACAO
               WHEN "A"
                   MOVE AUD-PAR-CAMPO TO WRK-NOME-CAMPO
                   PERFORM 0540-PROCURA-CAMPO
                   IF WRK-CAMPO-SIM
                      AND WRK-REGISTRO GREATER ZEROS
                      AND WRK-REGISTRO NOT GREATER WRK-QT-IMAGENS
                       PERFORM 0545-POSICIONA-CAMPO
                       MOVE AUD-PAR-ANTERIOR(1:WRK-TAM)
                         TO WRK-IMG-OCO(WRK-REGISTRO)(WRK-POS:WRK-TAM)
                   END-IF
               WHEN "I"
                   IF WRK-REGISTRO GREATER ZEROS
                      AND WRK-REGISTRO NOT GREATER WRK-QT-IMAGENS
                       PERFORM 0435-FECHA-POSICAO
                   END-IF
               WHEN "E"
                   IF WRK-REGISTRO GREATER ZEROS
                      AND WRK-REGISTRO NOT GREATER WRK-QT-IMAGENS + 1
                      AND WRK-QT-IMAGENS LESS 20
                       PERFORM 0434-ABRE-POSICAO
                       MOVE AUD-PAR-ANTERIOR TO
                            WRK-IMG-OCO(WRK-REGISTRO)
                   END-IF
           END-EVALUATE.

       0512-DESFAZ-MUDANCA-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0515-SIMULA-PENDENTE                      SECTION.
      *-----------------------------------------------------------------

           MOVE "S" TO WRK-AGE-USADA(WRK-IDX-AGE).
           MOVE WRK-AGE-OCO(WRK-IDX-AGE) TO REG-PARAGEND.

           MOVE WRK-TAB-IMAGENS TO WRK-TAB-IMAGENS-ANT.
           PERFORM 0430-EXECUTA-MUDANCA.
           IF WRK-MUDANCA-VALIDA
               PERFORM 0700-CRITICA-MUDANCA
           END-IF.
           IF WRK-MUDANCA-INVALIDA
               MOVE WRK-TAB-IMAGENS-ANT TO WRK-TAB-IMAGENS
           END-IF.

           PERFORM 0410-PROXIMA-DEVIDA.

       0515-SIMULA-PENDENTE-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0520-PROCURA-ARQUIVO                      SECTION.
      *-----------------------------------------------------------------

           SET WRK-ARQUIVO-NAO TO TRUE.

           PERFORM 0521-COMPARA-ARQUIVO
               VARYING WRK-IDX-ARQ FROM 1 BY 1
               UNTIL WRK-IDX-ARQ GREATER 11
                  OR WRK-ARQUIVO-SIM.

           IF WRK-ARQUIVO-SIM
               SUBTRACT 1 FROM WRK-IDX-ARQ
           END-IF.

       0520-PROCURA-ARQUIVO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0521-COMPARA-ARQUIVO                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-ARQ-NOME(WRK-IDX-ARQ) EQUAL WRK-NOME-ARQUIVO
               SET WRK-ARQUIVO-SIM TO TRUE
           END-IF.

       0521-COMPARA-ARQUIVO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    CAMPO WRK-NOME-CAMPO ENTRE OS CAMPOS DO ARQUIVO WRK-IDX-ARQ
      *-----------------------------------------------------------------
       0540-PROCURA-CAMPO                        SECTION.
      *-----------------------------------------------------------------

           SET WRK-CAMPO-NAO TO TRUE.
           COMPUTE WRK-ULT-CPO = WRK-ARQ-CAMPO-INI(WRK-IDX-ARQ)
                               + WRK-ARQ-QT-CAMPOS(WRK-IDX-ARQ) - 1.

           PERFORM 0541-COMPARA-CAMPO
               VARYING WRK-IDX-CPO
               FROM WRK-ARQ-CAMPO-INI(WRK-IDX-ARQ) BY 1
               UNTIL WRK-IDX-CPO GREATER WRK-ULT-CPO
                  OR WRK-CAMPO-SIM.

           IF WRK-CAMPO-SIM
               SUBTRACT 1 FROM WRK-IDX-CPO
           END-IF.

       0540-PROCURA-CAMPO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0541-COMPARA-CAMPO                        SECTION.
      *-----------------------------------------------------------------

           IF WRK-CPO-NOME(WRK-IDX-CPO) EQUAL WRK-NOME-CAMPO
               SET WRK-CAMPO-SIM TO TRUE
           END-IF.

       0541-COMPARA-CAMPO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0545-POSICIONA-CAMPO                      SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-CPO-POSICAO(WRK-IDX-CPO) TO WRK-POS.
           MOVE WRK-CPO-TAMANHO(WRK-IDX-CPO) TO WRK-TAM.

       0545-POSICIONA-CAMPO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0560-MOSTRA-ARQUIVO                       SECTION.
      *-----------------------------------------------------------------

           IF WRK-ARQUIVO-AUSENTE
               DISPLAY "(ARQUIVO AUSENTE - PADRAO DOS PROGRAMAS)"
           END-IF.

           IF WRK-QT-IMAGENS EQUAL ZEROS
               DISPLAY "TABELA SEM REGISTROS"
           END-IF.

           COMPUTE WRK-ULT-CPO = WRK-ARQ-CAMPO-INI(WRK-IDX-ARQ)
                               + WRK-ARQ-QT-CAMPOS(WRK-IDX-ARQ) - 1.
           PERFORM 0561-MOSTRA-REGISTRO
               VARYING WRK-IDX-IMG FROM 1 BY 1
               UNTIL WRK-IDX-IMG GREATER WRK-QT-IMAGENS.

       0560-MOSTRA-ARQUIVO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0561-MOSTRA-REGISTRO                      SECTION.
      *-----------------------------------------------------------------

           PERFORM 0562-MOSTRA-CAMPO
               VARYING WRK-IDX-CPO
               FROM WRK-ARQ-CAMPO-INI(WRK-IDX-ARQ) BY 1
               UNTIL WRK-IDX-CPO GREATER WRK-ULT-CPO.

       0561-MOSTRA-REGISTRO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0562-MOSTRA-CAMPO                         SECTION.
      *-----------------------------------------------------------------

           PERFORM 0580-MONTA-DETALHE.
           DISPLAY WRK-LIN-DETALHE.

       0562-MOSTRA-CAMPO-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    CAMPOS DO ARQUIVO NUMERADOS, COM A FAIXA VALIDA
      *-----------------------------------------------------------------
       0570-MOSTRA-CAMPOS                        SECTION.
      *-----------------------------------------------------------------

           DISPLAY WRK-LINHA.
           COMPUTE WRK-ULT-CPO = WRK-ARQ-CAMPO-INI(WRK-IDX-ARQ)
                               + WRK-ARQ-QT-CAMPOS(WRK-IDX-ARQ) - 1.
           MOVE ZEROS TO WRK-NUM-CAMPO.
           PERFORM 0571-MOSTRA-FAIXA-CAMPO
               VARYING WRK-IDX-CPO
               FROM WRK-ARQ-CAMPO-INI(WRK-IDX-ARQ) BY 1
               UNTIL WRK-IDX-CPO GREATER WRK-ULT-CPO.

       0570-MOSTRA-CAMPOS-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0571-MOSTRA-FAIXA-CAMPO                   SECTION.
      *-----------------------------------------------------------------

           ADD 1 TO WRK-NUM-CAMPO.
           DISPLAY WRK-NUM-CAMPO " - " WRK-CPO-NOME(WRK-IDX-CPO)
               " " WRK-CPO-DESCRICAO(WRK-IDX-CPO).
           PERFORM 0572-MOSTRA-FAIXA-VALIDA.

       0571-MOSTRA-FAIXA-CAMPO-FIM.              EXIT.

      *-----------------------------------------------------------------
       0572-MOSTRA-FAIXA-VALIDA                  SECTION.
      *-----------------------------------------------------------------

           EVALUATE WRK-CPO-TIPO(WRK-IDX-CPO)
               WHEN "A"
                   IF WRK-CPO-VALORES(WRK-IDX-CPO) EQUAL SPACES
                       DISPLAY "     VALORES: QUALQUER CARACTER"
                           " NAO BRANCO"
                   ELSE
                       DISPLAY "     VALORES: "
                           WRK-CPO-VALORES(WRK-IDX-CPO)
                   END-IF
               WHEN "D"
                   DISPLAY "     DATA AAAAMMDD OU ZERO"
               WHEN OTHER
                   MOVE WRK-CPO-MINIMO(WRK-IDX-CPO) TO WRK-NUM-ED
                   MOVE WRK-CPO-MAXIMO(WRK-IDX-CPO) TO WRK-NUM-ED2
                   DISPLAY "     DE " WRK-NUM-ED " A " WRK-NUM-ED2
                       " (" WRK-CPO-DECIMAIS(WRK-IDX-CPO)
                       " DECIMAIS)"
           END-EVALUATE.

       0572-MOSTRA-FAIXA-VALIDA-FIM.             EXIT.

      *-----------------------------------------------------------------
      *    LINHA DE DETALHE DO CAMPO WRK-IDX-CPO DO REGISTRO
      *    WRK-IDX-IMG (TELA E RELATORIO)
      *-----------------------------------------------------------------
       0580-MONTA-DETALHE                        SECTION.
      *-----------------------------------------------------------------

           PERFORM 0545-POSICIONA-CAMPO.
           MOVE WRK-IDX-IMG                  TO WRK-DET-REGISTRO.
           MOVE WRK-CPO-NOME(WRK-IDX-CPO)    TO WRK-DET-CAMPO.
           MOVE WRK-CPO-DESCRICAO(WRK-IDX-CPO)
                                             TO WRK-DET-DESCRICAO.
           MOVE SPACES                       TO WRK-CONTEUDO.
           MOVE WRK-IMG-OCO(WRK-IDX-IMG)(WRK-POS:WRK-TAM)
                                             TO WRK-CONTEUDO.

           IF WRK-CPO-TIPO(WRK-IDX-CPO) EQUAL "N"
              AND WRK-CONTEUDO(1:WRK-TAM) IS NUMERIC
               PERFORM 0730-CONVERTE-CAMPO
               MOVE WRK-NUM-VALOR TO WRK-DET-VALOR-ED
           ELSE
               MOVE WRK-CONTEUDO  TO WRK-DET-VALOR-ALFA
           END-IF.

       0580-MONTA-DETALHE-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    RECEBE E CRITICA O VALOR DO CAMPO WRK-IDX-CPO - DEVOLVE O
      *    CONTEUDO NO FORMATO DO ARQUIVO EM WRK-CONTEUDO
      *-----------------------------------------------------------------
       0600-RECEBE-VALOR                         SECTION.
      *-----------------------------------------------------------------

           SET WRK-VALOR-VALIDO TO TRUE.
           MOVE SPACES TO WRK-CONTEUDO.

           DISPLAY WRK-CPO-NOME(WRK-IDX-CPO) " - "
               WRK-CPO-DESCRICAO(WRK-IDX-CPO).
           PERFORM 0572-MOSTRA-FAIXA-VALIDA.
           DISPLAY "DIGITE O VALOR NOVO..".

           IF WRK-CPO-TIPO(WRK-IDX-CPO) EQUAL "A"
               ACCEPT WRK-ALFA-ENTRADA
               MOVE WRK-ALFA-ENTRADA TO WRK-CONTEUDO
           ELSE
               ACCEPT WRK-NUM-ENTRADA
               MOVE WRK-NUM-ENTRADA TO WRK-NUM-VALOR
               PERFORM 0740-FORMATA-CAMPO
           END-IF.

           IF WRK-VALOR-VALIDO
               PERFORM 0710-CRITICA-CAMPO
           END-IF.

       0600-RECEBE-VALOR-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    DATA AAAAMMDD EM WRK-DATA-TESTE
      *-----------------------------------------------------------------
       0620-CRITICA-DATA                         SECTION.
      *-----------------------------------------------------------------

           SET WRK-DATA-VALIDA TO TRUE.

           IF WRK-DTT-ANO LESS 1900
              OR WRK-DTT-MES LESS 01
              OR WRK-DTT-MES GREATER 12
              OR WRK-DTT-DIA LESS 01
              OR WRK-DTT-DIA GREATER 31
               SET WRK-DATA-INVALIDA TO TRUE
               GO TO 0620-CRITICA-DATA-FIM
           END-IF.

           IF (WRK-DTT-MES EQUAL 04 OR 06 OR 09 OR 11)
              AND WRK-DTT-DIA GREATER 30
               SET WRK-DATA-INVALIDA TO TRUE
           END-IF.

           IF WRK-DTT-MES EQUAL 02
              AND WRK-DTT-DIA GREATER 29
               SET WRK-DATA-INVALIDA TO TRUE
           END-IF.

       0620-CRITICA-DATA-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    CRITICA DA MUDANCA JA EXECUTADA NAS IMAGENS: O(S) CAMPO(S)
      *    MEXIDO(S) DENTRO DA FAIXA DO CATALOGO E AS REGRAS ENTRE
      *    CAMPOS/REGISTROS DO ARQUIVO
      *-----------------------------------------------------------------
       0700-CRITICA-MUDANCA                      SECTION.
      *-----------------------------------------------------------------

           SET WRK-MUDANCA-VALIDA TO TRUE.
           SET WRK-VALOR-VALIDO   TO TRUE.
           MOVE WRK-REGISTRO      TO WRK-IDX-IMG.

           EVALUATE TRUE
               WHEN AGE-ALTERA-CAMPO
                   PERFORM 0545-POSICIONA-CAMPO
                   MOVE SPACES TO WRK-CONTEUDO
                   MOVE WRK-IMG-OCO(WRK-IDX-IMG)(WRK-POS:WRK-TAM)
                       TO WRK-CONTEUDO
                   PERFORM 0710-CRITICA-CAMPO
               WHEN AGE-INCLUI-REGISTRO
                   COMPUTE WRK-ULT-CPO =
                       WRK-ARQ-CAMPO-INI(WRK-IDX-ARQ)
                     + WRK-ARQ-QT-CAMPOS(WRK-IDX-ARQ) - 1
                   PERFORM 0701-CRITICA-CAMPO-REGISTRO
                       VARYING WRK-IDX-CPO
                       FROM WRK-ARQ-CAMPO-INI(WRK-IDX-ARQ) BY 1
                       UNTIL WRK-IDX-CPO GREATER WRK-ULT-CPO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WRK-VALOR-INVALIDO
               SET WRK-MUDANCA-INVALIDA TO TRUE
               GO TO 0700-CRITICA-MUDANCA-FIM
           END-IF.

           EVALUATE WRK-IDX-ARQ
               WHEN 06
                   PERFORM 0720-CRITICA-REGUA
               WHEN 10
                   PERFORM 0722-CRITICA-FAIXAS
               WHEN 11
                   PERFORM 0724-CRITICA-COMISSAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0700-CRITICA-MUDANCA-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0701-CRITICA-CAMPO-REGISTRO               SECTION.
      *-----------------------------------------------------------------

           PERFORM 0545-POSICIONA-CAMPO.
           MOVE SPACES TO WRK-CONTEUDO.
           MOVE WRK-IMG-OCO(WRK-IDX-IMG)(WRK-POS:WRK-TAM)
               TO WRK-CONTEUDO.
           PERFORM 0710-CRITICA-CAMPO.

       0701-CRITICA-CAMPO-REGISTRO-FIM.          EXIT.

      *-----------------------------------------------------------------
      *    CONTEUDO WRK-CONTEUDO CONTRA O CATALOGO DO CAMPO WRK-IDX-CPO
      *-----------------------------------------------------------------
       0710-CRITICA-CAMPO                        SECTION.
      *-----------------------------------------------------------------

           PERFORM 0545-POSICIONA-CAMPO.

           IF WRK-CPO-TIPO(WRK-IDX-CPO) EQUAL "A"
               IF WRK-CONTEUDO(1:1) EQUAL SPACES
                   SET WRK-VALOR-INVALIDO TO TRUE
               ELSE
                   IF WRK-CPO-VALORES(WRK-IDX-CPO) NOT EQUAL SPACES
                       MOVE ZEROS TO WRK-QT-OCORRE
                       INSPECT WRK-CPO-VALORES(WRK-IDX-CPO)
                           TALLYING WRK-QT-OCORRE
                           FOR ALL WRK-CONTEUDO(1:1)
                       IF WRK-QT-OCORRE EQUAL ZEROS
                           SET WRK-VALOR-INVALIDO TO TRUE
                       END-IF
                   END-IF
               END-IF
               GO TO 0710-CRITICA-CAMPO-SAIDA
           END-IF.

           IF WRK-CONTEUDO(1:WRK-TAM) NOT NUMERIC
               SET WRK-VALOR-INVALIDO TO TRUE
               GO TO 0710-CRITICA-CAMPO-SAIDA
           END-IF.

           PERFORM 0730-CONVERTE-CAMPO.
           IF WRK-NUM-VALOR LESS WRK-CPO-MINIMO(WRK-IDX-CPO)
              OR WRK-NUM-VALOR GREATER WRK-CPO-MAXIMO(WRK-IDX-CPO)
               SET WRK-VALOR-INVALIDO TO TRUE
               GO TO 0710-CRITICA-CAMPO-SAIDA
           END-IF.

           IF WRK-CPO-TIPO(WRK-IDX-CPO) EQUAL "D"
              AND WRK-NUM-VALOR GREATER ZEROS
               MOVE WRK-CONTEUDO(1:8) TO WRK-DATA-TESTE
               PERFORM 0620-CRITICA-DATA
               IF WRK-DATA-INVALIDA
                   SET WRK-VALOR-INVALIDO TO TRUE
               END-IF
           END-IF.

       0710-CRITICA-CAMPO-SAIDA.

           IF WRK-VALOR-INVALIDO
               STRING "VALOR INVALIDO PARA "  DELIMITED BY SIZE
                      WRK-CPO-NOME(WRK-IDX-CPO) DELIMITED BY SPACE
                      ": "                     DELIMITED BY SIZE
                      WRK-CONTEUDO             DELIMITED BY SIZE
                      INTO WRK-MENSAGEM
               PERFORM 0790-MOSTRA-CRITICA
               SET WRK-VALOR-INVALIDO TO TRUE
           END-IF.

       0710-CRITICA-CAMPO-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    REGUA DE COBRANCA: NIVEIS INFORMADOS (NAO ZERO) CRESCENTES
      *-----------------------------------------------------------------
       0720-CRITICA-REGUA                        SECTION.
      *-----------------------------------------------------------------

           MOVE 1 TO WRK-IDX-IMG.
           MOVE WRK-ARQ-CAMPO-INI(WRK-IDX-ARQ) TO WRK-IDX-CPO.
           PERFORM 0726-VALOR-DO-CAMPO.
           MOVE WRK-NUM-VALOR TO WRK-NIVEL-1.
           ADD 1 TO WRK-IDX-CPO.
           PERFORM 0726-VALOR-DO-CAMPO.
           MOVE WRK-NUM-VALOR TO WRK-NIVEL-2.
           ADD 1 TO WRK-IDX-CPO.
           PERFORM 0726-VALOR-DO-CAMPO.
           MOVE WRK-NUM-VALOR TO WRK-NIVEL-3.

           IF (WRK-NIVEL-1 GREATER ZEROS
               AND WRK-NIVEL-2 GREATER ZEROS
               AND WRK-NIVEL-1 NOT LESS WRK-NIVEL-2)
           OR (WRK-NIVEL-2 GREATER ZEROS
               AND WRK-NIVEL-3 GREATER ZEROS
               AND WRK-NIVEL-2 NOT LESS WRK-NIVEL-3)
           OR (WRK-NIVEL-1 GREATER ZEROS
               AND WRK-NIVEL-3 GREATER ZEROS
               AND WRK-NIVEL-1 NOT LESS WRK-NIVEL-3)
               MOVE "OS DIAS DOS NIVEIS DA REGUA DEVEM SER CRESCENTES"
                   TO WRK-MENSAGEM
               PERFORM 0790-MOSTRA-CRITICA
           END-IF.

       0720-CRITICA-REGUA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    FAIXAS: LIMITES CRESCENTES DENTRO DE CADA TIPO, NO MAXIMO
      *    10 FAIXAS POR TIPO (TABELAS DO PRGFOLHA) E NENHUM TIPO
      *    PODE SUMIR DA TABELA - COM O ARQUIVO PRESENTE O PRGFOLHA
      *    DESPREZA AS FAIXAS PADRAO DOS DOIS TIPOS
      *-----------------------------------------------------------------
       0722-CRITICA-FAIXAS                       SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-ULT-LIMITE-I
                         WRK-ULT-LIMITE-R.
           COMPUTE WRK-IDX-CPO = WRK-ARQ-CAMPO-INI(WRK-IDX-ARQ) + 1.

           PERFORM 0723-COMPARA-FAIXA
               VARYING WRK-IDX-IMG FROM 1 BY 1
               UNTIL WRK-IDX-IMG GREATER WRK-QT-IMAGENS
                  OR WRK-MUDANCA-INVALIDA.
           IF WRK-MUDANCA-INVALIDA
               GO TO 0722-CRITICA-FAIXAS-FIM
           END-IF.

           PERFORM 0725-CONTA-TIPOS-FAIXA.
           IF WRK-QT-FAIXA-I GREATER 10
              OR WRK-QT-FAIXA-R GREATER 10
               MOVE "MAXIMO DE 10 FAIXAS POR TIPO (I/R)"
                   TO WRK-MENSAGEM
               PERFORM 0790-MOSTRA-CRITICA
               GO TO 0722-CRITICA-FAIXAS-FIM
           END-IF.

           IF WRK-FAIXAS-COMPLETAS
              AND (WRK-QT-FAIXA-I EQUAL ZEROS
                OR WRK-QT-FAIXA-R EQUAL ZEROS)
               MOVE "A TABELA FICARIA SEM FAIXAS DE INSS OU DE IRRF"
                   TO WRK-MENSAGEM
               PERFORM 0790-MOSTRA-CRITICA
           END-IF.

       0722-CRITICA-FAIXAS-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0723-COMPARA-FAIXA                        SECTION.
      *-----------------------------------------------------------------

           PERFORM 0726-VALOR-DO-CAMPO.

           IF WRK-IMG-OCO(WRK-IDX-IMG)(1:1) EQUAL "I"
               IF WRK-NUM-VALOR NOT GREATER WRK-ULT-LIMITE-I
                   MOVE "LIMITES DAS FAIXAS DE INSS NAO CRESCENTES"
                       TO WRK-MENSAGEM
                   PERFORM 0790-MOSTRA-CRITICA
               END-IF
               MOVE WRK-NUM-VALOR TO WRK-ULT-LIMITE-I
           ELSE
               IF WRK-NUM-VALOR NOT GREATER WRK-ULT-LIMITE-R
                   MOVE "LIMITES DAS FAIXAS DE IRRF NAO CRESCENTES"
                       TO WRK-MENSAGEM
                   PERFORM 0790-MOSTRA-CRITICA
               END-IF
               MOVE WRK-NUM-VALOR TO WRK-ULT-LIMITE-R
           END-IF.

       0723-COMPARA-FAIXA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    COMISSAO: LIMITES CRESCENTES, NO MAXIMO 10 FAIXAS
      *-----------------------------------------------------------------
       0724-CRITICA-COMISSAO                     SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-ULT-LIMITE.
           MOVE WRK-ARQ-CAMPO-INI(WRK-IDX-ARQ) TO WRK-IDX-CPO.

           PERFORM 0727-COMPARA-COMISSAO
               VARYING WRK-IDX-IMG FROM 1 BY 1
               UNTIL WRK-IDX-IMG GREATER WRK-QT-IMAGENS
                  OR WRK-MUDANCA-INVALIDA.

       0724-CRITICA-COMISSAO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0725-CONTA-TIPOS-FAIXA                    SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-QT-FAIXA-I
                         WRK-QT-FAIXA-R.
           PERFORM 0728-CONTA-FAIXA
               VARYING WRK-IDX-IMG FROM 1 BY 1
               UNTIL WRK-IDX-IMG GREATER WRK-QT-IMAGENS.

       0725-CONTA-TIPOS-FAIXA-FIM.               EXIT.

      *-----------------------------------------------------------------
      *    VALOR NUMERICO DO CAMPO WRK-IDX-CPO NO REGISTRO WRK-IDX-IMG
      *    (CONTEUDO NAO NUMERICO VALE ZERO)
      *-----------------------------------------------------------------
       0726-VALOR-DO-CAMPO                       SECTION.
      *-----------------------------------------------------------------

           PERFORM 0545-POSICIONA-CAMPO.
           MOVE SPACES TO WRK-CONTEUDO.
           MOVE WRK-IMG-OCO(WRK-IDX-IMG)(WRK-POS:WRK-TAM)
               TO WRK-CONTEUDO.
           IF WRK-CONTEUDO(1:WRK-TAM) IS NUMERIC
               PERFORM 0730-CONVERTE-CAMPO
           ELSE
               MOVE ZEROS TO WRK-NUM-VALOR
           END-IF.

       0726-VALOR-DO-CAMPO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0727-COMPARA-COMISSAO                     SECTION.
      *-----------------------------------------------------------------

           IF WRK-IDX-IMG GREATER 10
               MOVE "MAXIMO DE 10 FAIXAS DE COMISSAO" TO WRK-MENSAGEM
               PERFORM 0790-MOSTRA-CRITICA
               GO TO 0727-COMPARA-COMISSAO-FIM
           END-IF.

           PERFORM 0726-VALOR-DO-CAMPO.
           IF WRK-NUM-VALOR NOT GREATER WRK-ULT-LIMITE
               MOVE "LIMITES DA COMISSAO NAO CRESCENTES"
                   TO WRK-MENSAGEM
               PERFORM 0790-MOSTRA-CRITICA
           END-IF.
           MOVE WRK-NUM-VALOR TO WRK-ULT-LIMITE.

       0727-COMPARA-COMISSAO-FIM.                EXIT.

      *-----------------------------------------------------------------
       0728-CONTA-FAIXA                          SECTION.
      *-----------------------------------------------------------------

           EVALUATE WRK-IMG-OCO(WRK-IDX-IMG)(1:1)
               WHEN "I"
                   ADD 1 TO WRK-QT-FAIXA-I
               WHEN "R"
                   ADD 1 TO WRK-QT-FAIXA-R
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0728-CONTA-FAIXA-FIM.                     EXIT.

      *-----------------------------------------------------------------
      *    CONTEUDO DO ARQUIVO (WRK-CONTEUDO, TAMANHO E DECIMAIS DO
      *    CAMPO WRK-IDX-CPO) PARA O FORMATO COMUM WRK-NUM-VALOR
      *-----------------------------------------------------------------
       0730-CONVERTE-CAMPO                       SECTION.
      *-----------------------------------------------------------------

           PERFORM 0545-POSICIONA-CAMPO.
           MOVE ZEROS TO WRK-NUM-TEXTO.
           COMPUTE WRK-POS-NUM = 11 - WRK-TAM
                               + WRK-CPO-DECIMAIS(WRK-IDX-CPO).
           MOVE WRK-CONTEUDO(1:WRK-TAM)
               TO WRK-NUM-TEXTO(WRK-POS-NUM:WRK-TAM).

       0730-CONVERTE-CAMPO-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    VALOR DIGITADO (WRK-NUM-VALOR) PARA O FORMATO DO ARQUIVO EM
      *    WRK-CONTEUDO - RECUSA O QUE NAO CABE NO CAMPO (INTEIROS
      *    DEMAIS OU DECIMAIS ALEM DAS DO CAMPO)
      *-----------------------------------------------------------------
       0740-FORMATA-CAMPO                        SECTION.
      *-----------------------------------------------------------------

           PERFORM 0545-POSICIONA-CAMPO.
           COMPUTE WRK-POS-NUM = 11 - WRK-TAM
                               + WRK-CPO-DECIMAIS(WRK-IDX-CPO).

           IF WRK-POS-NUM GREATER 1
               IF WRK-NUM-TEXTO(1:WRK-POS-NUM - 1) NOT EQUAL ZEROS
                   SET WRK-VALOR-INVALIDO TO TRUE
               END-IF
           END-IF.

           IF WRK-CPO-DECIMAIS(WRK-IDX-CPO) LESS 5
               IF WRK-NUM-TEXTO(11 + WRK-CPO-DECIMAIS(WRK-IDX-CPO):
                                5 - WRK-CPO-DECIMAIS(WRK-IDX-CPO))
                  NOT EQUAL ZEROS
                   SET WRK-VALOR-INVALIDO TO TRUE
               END-IF
           END-IF.

           IF WRK-VALOR-INVALIDO
               DISPLAY "VALOR NAO CABE NO CAMPO "
                   WRK-CPO-NOME(WRK-IDX-CPO)
               GO TO 0740-FORMATA-CAMPO-FIM
           END-IF.

           MOVE SPACES TO WRK-CONTEUDO.
           MOVE WRK-NUM-TEXTO(WRK-POS-NUM:WRK-TAM)
               TO WRK-CONTEUDO(1:WRK-TAM).

       0740-FORMATA-CAMPO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0790-MOSTRA-CRITICA                       SECTION.
      *-----------------------------------------------------------------

           SET WRK-MUDANCA-INVALIDA TO TRUE.
           IF WRK-CRITICA-VISIVEL
               DISPLAY WRK-MENSAGEM
           END-IF.
           MOVE SPACES TO WRK-MENSAGEM.

       0790-MOSTRA-CRITICA-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    LE O ARQUIVO WRK-IDX-ARQ PARA AS IMAGENS. ARQUIVO DE
      *    REGISTRO UNICO AUSENTE GANHA UM REGISTRO COM OS PADROES
      *    DOS PROGRAMAS (NUMERICOS ZERADOS)
      *-----------------------------------------------------------------
       0800-CARREGA-ARQUIVO                      SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS  TO WRK-QT-IMAGENS.
           MOVE SPACES TO WRK-IMAGENS.
           SET WRK-ARQUIVO-PRESENTE TO TRUE.

           EVALUATE WRK-IDX-ARQ
               WHEN 01
                   PERFORM 0801-LE-PARAMVAL
               WHEN 02
                   PERFORM 0802-LE-JUROSPAR
               WHEN 03
                   PERFORM 0803-LE-REMUNPAR
               WHEN 04
                   PERFORM 0804-LE-DORMEPRM
               WHEN 05
                   PERFORM 0805-LE-KYCPRM
               WHEN 06
                   PERFORM 0806-LE-REGUAPRM
               WHEN 07
                   PERFORM 0807-LE-COAFPRM
               WHEN 08
                   PERFORM 0808-LE-LIMIAPRV
               WHEN 09
                   PERFORM 0809-LE-SENHAPRM
               WHEN 10
                   PERFORM 0810-LE-FAIXAS
               WHEN 11
                   PERFORM 0811-LE-COMISSAO
           END-EVALUATE.

           IF WRK-QT-IMAGENS EQUAL ZEROS
               SET WRK-ARQUIVO-AUSENTE TO TRUE
               IF WRK-ARQ-MULTIPLO(WRK-IDX-ARQ) NOT EQUAL "S"
                   PERFORM 0815-MONTA-PADRAO
               END-IF
           END-IF.

       0800-CARREGA-ARQUIVO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0801-LE-PARAMVAL                          SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT PARAMVAL.
           IF FS-PARAMVAL EQUAL 00
               READ PARAMVAL
               IF FS-PARAMVAL EQUAL 00
                   MOVE 1            TO WRK-QT-IMAGENS
                   MOVE REG-PARAMVAL TO WRK-IMG-OCO(1)
               END-IF
               CLOSE PARAMVAL
           END-IF.

       0801-LE-PARAMVAL-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0802-LE-JUROSPAR                          SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT JUROSPAR.
           IF FS-JUROSPAR EQUAL 00
               READ JUROSPAR
               IF FS-JUROSPAR EQUAL 00
                   MOVE 1            TO WRK-QT-IMAGENS
                   MOVE REG-JUROSPAR TO WRK-IMG-OCO(1)
               END-IF
               CLOSE JUROSPAR
           END-IF.

       0802-LE-JUROSPAR-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0803-LE-REMUNPAR                          SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT REMUNPAR.
           IF FS-REMUNPAR EQUAL 00
               READ REMUNPAR
               IF FS-REMUNPAR EQUAL 00
                   MOVE 1            TO WRK-QT-IMAGENS
                   MOVE REG-REMUNPAR TO WRK-IMG-OCO(1)
               END-IF
               CLOSE REMUNPAR
           END-IF.

       0803-LE-REMUNPAR-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0804-LE-DORMEPRM                          SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT DORMEPRM.
           IF FS-DORMEPRM EQUAL 00
               READ DORMEPRM
               IF FS-DORMEPRM EQUAL 00
                   MOVE 1            TO WRK-QT-IMAGENS
                   MOVE REG-DORMEPRM TO WRK-IMG-OCO(1)
               END-IF
               CLOSE DORMEPRM
           END-IF.

       0804-LE-DORMEPRM-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0805-LE-KYCPRM                            SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT KYCPRM.
           IF FS-KYCPRM EQUAL 00
               READ KYCPRM
               IF FS-KYCPRM EQUAL 00
                   MOVE 1            TO WRK-QT-IMAGENS
                   MOVE REG-KYCPRM   TO WRK-IMG-OCO(1)
               END-IF
               CLOSE KYCPRM
           END-IF.

       0805-LE-KYCPRM-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0806-LE-REGUAPRM                          SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT REGUAPRM.
           IF FS-REGUAPRM EQUAL 00
               READ REGUAPRM
               IF FS-REGUAPRM EQUAL 00
                   MOVE 1            TO WRK-QT-IMAGENS
                   MOVE REG-REGUAPRM TO WRK-IMG-OCO(1)
               END-IF
               CLOSE REGUAPRM
           END-IF.

       0806-LE-REGUAPRM-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0807-LE-COAFPRM                           SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT COAFPRM.
           IF FS-COAFPRM EQUAL 00
               READ COAFPRM
               IF FS-COAFPRM EQUAL 00
                   MOVE 1            TO WRK-QT-IMAGENS
                   MOVE REG-COAFPRM  TO WRK-IMG-OCO(1)
               END-IF
               CLOSE COAFPRM
           END-IF.

       0807-LE-COAFPRM-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0808-LE-LIMIAPRV                          SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT LIMIAPRV.
           IF FS-LIMIAPRV EQUAL 00
               READ LIMIAPRV
               IF FS-LIMIAPRV EQUAL 00
                   MOVE 1            TO WRK-QT-IMAGENS
                   MOVE REG-LIMIAPRV TO WRK-IMG-OCO(1)
               END-IF
               CLOSE LIMIAPRV
           END-IF.

       0808-LE-LIMIAPRV-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0809-LE-SENHAPRM                          SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT SENHAPRM.
           IF FS-SENHAPRM EQUAL 00
               READ SENHAPRM
               IF FS-SENHAPRM EQUAL 00
                   MOVE 1            TO WRK-QT-IMAGENS
                   MOVE REG-SENHAPRM TO WRK-IMG-OCO(1)
               END-IF
               CLOSE SENHAPRM
           END-IF.

       0809-LE-SENHAPRM-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0810-LE-FAIXAS                            SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT FAIXAS.
           IF FS-FAIXAS NOT EQUAL 00
               GO TO 0810-LE-FAIXAS-FIM
           END-IF.

           READ FAIXAS.
           PERFORM 0812-GUARDA-FAIXA
               UNTIL FS-FAIXAS NOT EQUAL 00.

           CLOSE FAIXAS.

       0810-LE-FAIXAS-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0811-LE-COMISSAO                          SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT COMISSAO.
           IF FS-COMISSAO NOT EQUAL 00
               GO TO 0811-LE-COMISSAO-FIM
           END-IF.

           READ COMISSAO.
           PERFORM 0813-GUARDA-COMISSAO
               UNTIL FS-COMISSAO NOT EQUAL 00.

           CLOSE COMISSAO.

       0811-LE-COMISSAO-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0812-GUARDA-FAIXA                         SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-IMAGENS LESS 20
               ADD 1 TO WRK-QT-IMAGENS
               MOVE REG-FAIXAS TO WRK-IMG-OCO(WRK-QT-IMAGENS)
           ELSE
               DISPLAY "FAIXAS.txt COM MAIS DE 20 REGISTROS - EXCESSO"
                   " IGNORADO"
           END-IF.

           READ FAIXAS.

       0812-GUARDA-FAIXA-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0813-GUARDA-COMISSAO                      SECTION.
      *-----------------------------------------------------------------

           IF WRK-QT-IMAGENS LESS 20
               ADD 1 TO WRK-QT-IMAGENS
               MOVE REG-COMISSAO TO WRK-IMG-OCO(WRK-QT-IMAGENS)
           ELSE
               DISPLAY "COMISSAO.txt COM MAIS DE 20 REGISTROS - EXCESSO"
                   " IGNORADO"
           END-IF.

           READ COMISSAO.

       0813-GUARDA-COMISSAO-FIM.                 EXIT.

      *-----------------------------------------------------------------
       0815-MONTA-PADRAO                         SECTION.
      *-----------------------------------------------------------------

           MOVE 1 TO WRK-QT-IMAGENS.
           COMPUTE WRK-ULT-CPO = WRK-ARQ-CAMPO-INI(WRK-IDX-ARQ)
                               + WRK-ARQ-QT-CAMPOS(WRK-IDX-ARQ) - 1.
           PERFORM 0816-PADRAO-CAMPO
               VARYING WRK-IDX-CPO
               FROM WRK-ARQ-CAMPO-INI(WRK-IDX-ARQ) BY 1
               UNTIL WRK-IDX-CPO GREATER WRK-ULT-CPO.

       0815-MONTA-PADRAO-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0816-PADRAO-CAMPO                         SECTION.
      *-----------------------------------------------------------------

           PERFORM 0545-POSICIONA-CAMPO.
           IF WRK-CPO-TIPO(WRK-IDX-CPO) EQUAL "A"
               MOVE WRK-CPO-PADRAO(WRK-IDX-CPO)
                   TO WRK-IMG-OCO(1)(WRK-POS:WRK-TAM)
           ELSE
               MOVE ZEROS TO WRK-IMG-OCO(1)(WRK-POS:WRK-TAM)
           END-IF.

       0816-PADRAO-CAMPO-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    REGRAVA O ARQUIVO WRK-IDX-ARQ A PARTIR DAS IMAGENS - ERRO
      *    DE ABERTURA RECUSA A MUDANCA
      *-----------------------------------------------------------------
       0820-GRAVA-ARQUIVO                        SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS TO WRK-FS-GRAVACAO.

           EVALUATE WRK-IDX-ARQ
               WHEN 01
                   PERFORM 0821-GRAVA-PARAMVAL
               WHEN 02
                   PERFORM 0822-GRAVA-JUROSPAR
               WHEN 03
                   PERFORM 0823-GRAVA-REMUNPAR
               WHEN 04
                   PERFORM 0824-GRAVA-DORMEPRM
               WHEN 05
                   PERFORM 0825-GRAVA-KYCPRM
               WHEN 06
                   PERFORM 0826-GRAVA-REGUAPRM
               WHEN 07
                   PERFORM 0827-GRAVA-COAFPRM
               WHEN 08
                   PERFORM 0828-GRAVA-LIMIAPRV
               WHEN 09
                   PERFORM 0829-GRAVA-SENHAPRM
               WHEN 10
                   PERFORM 0830-GRAVA-FAIXAS
               WHEN 11
                   PERFORM 0831-GRAVA-COMISSAO
           END-EVALUATE.

           IF WRK-FS-GRAVACAO NOT EQUAL ZEROS
               CALL "FSTATUS" USING WRK-FS-GRAVACAO WRK-FS-DESCRICAO
               DISPLAY WRK-ERRO-GRAVACAO " "
                   WRK-ARQ-NOME(WRK-IDX-ARQ) " - " WRK-FS-DESCRICAO
               SET WRK-MUDANCA-INVALIDA TO TRUE
           END-IF.

       0820-GRAVA-ARQUIVO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0821-GRAVA-PARAMVAL                       SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT PARAMVAL.
           IF FS-PARAMVAL NOT EQUAL 00
               MOVE FS-PARAMVAL TO WRK-FS-GRAVACAO
               GO TO 0821-GRAVA-PARAMVAL-FIM
           END-IF.
           WRITE REG-PARAMVAL FROM WRK-IMG-OCO(1).
           CLOSE PARAMVAL.

       0821-GRAVA-PARAMVAL-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0822-GRAVA-JUROSPAR                       SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT JUROSPAR.
           IF FS-JUROSPAR NOT EQUAL 00
               MOVE FS-JUROSPAR TO WRK-FS-GRAVACAO
               GO TO 0822-GRAVA-JUROSPAR-FIM
           END-IF.
           WRITE REG-JUROSPAR FROM WRK-IMG-OCO(1).
           CLOSE JUROSPAR.

       0822-GRAVA-JUROSPAR-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0823-GRAVA-REMUNPAR                       SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT REMUNPAR.
           IF FS-REMUNPAR NOT EQUAL 00
               MOVE FS-REMUNPAR TO WRK-FS-GRAVACAO
               GO TO 0823-GRAVA-REMUNPAR-FIM
           END-IF.
           WRITE REG-REMUNPAR FROM WRK-IMG-OCO(1).
           CLOSE REMUNPAR.

       0823-GRAVA-REMUNPAR-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0824-GRAVA-DORMEPRM                       SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT DORMEPRM.
           IF FS-DORMEPRM NOT EQUAL 00
               MOVE FS-DORMEPRM TO WRK-FS-GRAVACAO
               GO TO 0824-GRAVA-DORMEPRM-FIM
           END-IF.
           WRITE REG-DORMEPRM FROM WRK-IMG-OCO(1).
           CLOSE DORMEPRM.

       0824-GRAVA-DORMEPRM-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0825-GRAVA-KYCPRM                         SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT KYCPRM.
           IF FS-KYCPRM NOT EQUAL 00
               MOVE FS-KYCPRM TO WRK-FS-GRAVACAO
               GO TO 0825-GRAVA-KYCPRM-FIM
           END-IF.
           WRITE REG-KYCPRM FROM WRK-IMG-OCO(1).
           CLOSE KYCPRM.

       0825-GRAVA-KYCPRM-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0826-GRAVA-REGUAPRM                       SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT REGUAPRM.
           IF FS-REGUAPRM NOT EQUAL 00
               MOVE FS-REGUAPRM TO WRK-FS-GRAVACAO
               GO TO 0826-GRAVA-REGUAPRM-FIM
           END-IF.
           WRITE REG-REGUAPRM FROM WRK-IMG-OCO(1).
           CLOSE REGUAPRM.

       0826-GRAVA-REGUAPRM-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0827-GRAVA-COAFPRM                        SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT COAFPRM.
           IF FS-COAFPRM NOT EQUAL 00
               MOVE FS-COAFPRM TO WRK-FS-GRAVACAO
               GO TO 0827-GRAVA-COAFPRM-FIM
           END-IF.
           WRITE REG-COAFPRM FROM WRK-IMG-OCO(1).
           CLOSE COAFPRM.

       0827-GRAVA-COAFPRM-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0828-GRAVA-LIMIAPRV                       SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT LIMIAPRV.
           IF FS-LIMIAPRV NOT EQUAL 00
               MOVE FS-LIMIAPRV TO WRK-FS-GRAVACAO
               GO TO 0828-GRAVA-LIMIAPRV-FIM
           END-IF.
           WRITE REG-LIMIAPRV FROM WRK-IMG-OCO(1).
           CLOSE LIMIAPRV.

       0828-GRAVA-LIMIAPRV-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0829-GRAVA-SENHAPRM                       SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT SENHAPRM.
           IF FS-SENHAPRM NOT EQUAL 00
               MOVE FS-SENHAPRM TO WRK-FS-GRAVACAO
               GO TO 0829-GRAVA-SENHAPRM-FIM
           END-IF.
           WRITE REG-SENHAPRM FROM WRK-IMG-OCO(1).
           CLOSE SENHAPRM.

       0829-GRAVA-SENHAPRM-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0830-GRAVA-FAIXAS                         SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT FAIXAS.
           IF FS-FAIXAS NOT EQUAL 00
               MOVE FS-FAIXAS TO WRK-FS-GRAVACAO
               GO TO 0830-GRAVA-FAIXAS-FIM
           END-IF.
           PERFORM 0832-GRAVA-FAIXA
               VARYING WRK-IDX-IMG FROM 1 BY 1
               UNTIL WRK-IDX-IMG GREATER WRK-QT-IMAGENS.
           CLOSE FAIXAS.

       0830-GRAVA-FAIXAS-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0831-GRAVA-COMISSAO                       SECTION.
      *-----------------------------------------------------------------

           OPEN OUTPUT COMISSAO.
           IF FS-COMISSAO NOT EQUAL 00
               MOVE FS-COMISSAO TO WRK-FS-GRAVACAO
               GO TO 0831-GRAVA-COMISSAO-FIM
           END-IF.
           PERFORM 0833-GRAVA-COMISSAO-REG
               VARYING WRK-IDX-IMG FROM 1 BY 1
               UNTIL WRK-IDX-IMG GREATER WRK-QT-IMAGENS.
           CLOSE COMISSAO.

       0831-GRAVA-COMISSAO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0832-GRAVA-FAIXA                          SECTION.
      *-----------------------------------------------------------------

           WRITE REG-FAIXAS FROM WRK-IMG-OCO(WRK-IDX-IMG).

       0832-GRAVA-FAIXA-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0833-GRAVA-COMISSAO-REG                   SECTION.
      *-----------------------------------------------------------------

           WRITE REG-COMISSAO FROM WRK-IMG-OCO(WRK-IDX-IMG).

       0833-GRAVA-COMISSAO-REG-FIM.              EXIT.

      *-----------------------------------------------------------------
      *    EVENTO NA AUDITORIA: OS DADOS DA MUDANCA VEM DE REG-PARAGEND,
      *    QUEM CHAMA PREENCHE OPERADOR, ACAO, REGISTRO E CONTEUDOS
      *-----------------------------------------------------------------
       0900-GRAVA-AUDITORIA                      SECTION.
      *-----------------------------------------------------------------

           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE WRK-DATA-HOJE        TO AUD-PAR-DATA.
           MOVE WRK-HORA-AGORA(1:6)  TO AUD-PAR-HORA.
           MOVE AGE-NUMERO           TO AUD-PAR-NUMERO.
           MOVE AGE-ARQUIVO          TO AUD-PAR-ARQUIVO.
           MOVE AGE-OPERACAO         TO AUD-PAR-OPERACAO.
           MOVE AGE-CAMPO            TO AUD-PAR-CAMPO.
           MOVE AGE-VIGENCIA         TO AUD-PAR-VIGENCIA.

           OPEN EXTEND PARAUDIT.
           IF FS-PARAUDIT EQUAL 35
               OPEN OUTPUT PARAUDIT
               CLOSE PARAUDIT
               OPEN EXTEND PARAUDIT
           END-IF.
           IF FS-PARAUDIT NOT EQUAL 00
               CALL "FSTATUS" USING FS-PARAUDIT WRK-FS-DESCRICAO
               DISPLAY WRK-ERRO-GRAVACAO " PARAUDIT - "
                   WRK-FS-DESCRICAO
               GO TO 0900-GRAVA-AUDITORIA-FIM
           END-IF.
           WRITE REG-PARAUDIT-ARQ FROM REG-PARAUDIT.
           CLOSE PARAUDIT.

       0900-GRAVA-AUDITORIA-FIM.                 EXIT.
