       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGCUSTO.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : CUSTO DA FOLHA POR CENTRO DE CUSTO - PARA A
      *==               COMPETENCIA INFORMADA (AAAAMM) RATEIA, PELA
      *==               LOTACAO DE CADA FUNCIONARIO (FUNCCCU.txt, BOOK
      *==               #FUNCCCU, MANTIDA PELO PRGCCUST: VALE A DE
      *==               INICIO MAIS RECENTE ATE O ULTIMO DIA DO MES QUE
      *==               AINDA ESTAVA EM VIGOR NO MES; SEM LOTACAO CAI NO
      *==               CENTRO 0000), O RESULTADO DA FOLHA DO MES
      *==               (FOLHAHIST.txt - VALE O ULTIMO REGISTRO DO
      *==               FUNCIONARIO), A COMISSAO DE GERENTE DO
      *==               COMISSOES.txt (PRGCOMIS), OS ENCARGOS DA EMPRESA
      *==               SOBRE O BRUTO (INSS PATRONAL, RAT + TERCEIROS E
      *==               FGTS), A PARTE DA EMPRESA NOS BENEFICIOS E A
      *==               DESPESA DO MES DAS PROVISOES DE 13o E FERIAS
      *==               (SALDO DO PROVHIST.txt NA COMPETENCIA MENOS O DA
      *==               ANTERIOR; EM JANEIRO O SALDO INTEIRO). IMPRIME
      *==               CUSTOREL.txt POR CENTRO DE CUSTO COM SUBTOTAL
      *==               POR REGIAO (A DA AGENCIA DO CENTRO NO
      *==               AGENCIAS.txt) E GRAVA FOLHACTB.txt NO LAYOUT DO
      *==               DIARIO CONTABIL (#PARTIDA) - PARTIDAS DOBRADAS
      *==               POR CENTRO DE DESPESA DE SALARIOS, COMISSOES,
      *==               ENCARGOS, BENEFICIOS E PROVISOES CONTRA AS
      *==               OBRIGACOES (SALARIOS A PAGAR, INSS, IRRF E FGTS
      *==               A RECOLHER, CONSIGNACOES, BENEFICIOS A PAGAR E
      *==               PROVISOES). ALIQUOTAS E CONTAS VEM DO
      *==               CUSTOPRM.txt (BOOK #CUSTPRM; AUSENTE USA OS
      *==               VALORES PADRAO COMPILADOS)
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
           SELECT CUSTOPRM ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\CUSTOPRM.txt"
               FILE STATUS IS FS-CUSTOPRM.

           SELECT AGENCIAS ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\AGENCIAS.txt"
               FILE STATUS IS FS-AGENCIAS.

           SELECT CCUSTO ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\CCUSTO.txt"
               FILE STATUS IS FS-CCUSTO.

           SELECT FOLHAHIST ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\FOLHAHIST.txt"
               FILE STATUS IS FS-FOLHAHIST.

           SELECT COMISSOES ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\COMISSOES.txt"
               FILE STATUS IS FS-COMISSOES.

           SELECT PROVHIST ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\PROVHIST.txt"
               FILE STATUS IS FS-PROVHIST.

           SELECT FUNCCCU ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\FUNCCCU.txt"
               FILE STATUS IS FS-FUNCCCU.

           SELECT CUSTOREL ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\CUSTOREL.txt"
               FILE STATUS IS FS-CUSTOREL.

           SELECT FOLHACTB ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\FOLHACTB.txt"
               FILE STATUS IS FS-FOLHACTB.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
      *----------------------------------------------------------------*
      *     INPUT -  PARAMETROS DO CUSTO DA FOLHA (REGISTRO UNICO)
      *                               LRECL = 152
      *----------------------------------------------------------------*
       FD  CUSTOPRM.
       COPY "#CUSTPRM".

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE AGENCIAS (PRGAGENC)
      *                               LRECL = 047
      *----------------------------------------------------------------*
       FD  AGENCIAS.
       COPY "#AGENCIAS".

      *----------------------------------------------------------------*
      *     INPUT -  TABELA DE CENTROS DE CUSTO (PRGCCUST)
      *                               LRECL = 034
      *----------------------------------------------------------------*
       FD  CCUSTO.
       COPY "#CCUSTO".

      *----------------------------------------------------------------*
      *     INPUT -  HISTORICO MENSAL DE FOLHA (PRGFOLHA)
      *                               LRECL = 155
      *----------------------------------------------------------------*
       FD  FOLHAHIST.
       COPY "#FOLHAHIS".

      *----------------------------------------------------------------*
      *     INPUT -  COMISSOES DE GERENTE DA COMPETENCIA (PRGCOMIS)
      *                               LRECL = 035
      *----------------------------------------------------------------*
       FD  COMISSOES.
       01  REG-COMISSOES.
           05 CMS-COMPETENCIA            PIC 9(06).
           05 CMS-CODIGO-FUNC            PIC 9(04).
           05 CMS-GERENTE                PIC X(01).
           05 CMS-PRODUCAO               PIC 9(10)V99.
           05 CMS-COMISSAO               PIC 9(10)V99.

      *----------------------------------------------------------------*
      *     INPUT -  HISTORICO DA PROVISAO DE 13o E FERIAS (PRGPROVI)
      *                               LRECL = 032
      *----------------------------------------------------------------*
       FD  PROVHIST.
       COPY "#PROVHIS".

      *----------------------------------------------------------------*
      *     INPUT -  LOTACAO DO FUNCIONARIO EM CENTRO DE CUSTO
      *                               LRECL = 024
      *----------------------------------------------------------------*
       FD  FUNCCCU.
       COPY "#FUNCCCU".

      *----------------------------------------------------------------*
      *     OUTPUT - RELATORIO DO CUSTO DA FOLHA POR CENTRO E REGIAO
      *                               LRECL = 132
      *----------------------------------------------------------------*
       FD  CUSTOREL.
       01  REG-CUSTOREL                  PIC X(132).

      *----------------------------------------------------------------*
      *     OUTPUT - PARTIDAS CONTABEIS DA FOLHA (LAYOUT DO DIARIO)
      *                               LRECL = 104
      *----------------------------------------------------------------*
       FD  FOLHACTB.
       COPY "#PARTIDA".

       WORKING-STORAGE                           SECTION.
       77  FS-CUSTOPRM           PIC 9(02) VALUE ZEROS.
       77  FS-AGENCIAS           PIC 9(02) VALUE ZEROS.
       77  FS-CCUSTO             PIC 9(02) VALUE ZEROS.
       77  FS-FOLHAHIST          PIC 9(02) VALUE ZEROS.
       77  FS-COMISSOES          PIC 9(02) VALUE ZEROS.
       77  FS-PROVHIST           PIC 9(02) VALUE ZEROS.
       77  FS-FUNCCCU            PIC 9(02) VALUE ZEROS.
       77  FS-CUSTOREL           PIC 9(02) VALUE ZEROS.
       77  FS-FOLHACTB           PIC 9(02) VALUE ZEROS.

      *========== PARAMETROS - VALORES PADRAO (CUSTOPRM.txt SUBSTITUI)
       01  WRK-CUSTOPRM.
           05 WRK-PRM-PERC-INSS          PIC 9(02)V99 VALUE 20,00.
           05 WRK-PRM-PERC-RAT           PIC 9(02)V99 VALUE 07,80.
           05 WRK-PRM-PERC-FGTS          PIC 9(02)V99 VALUE 08,00.
           05 WRK-PRM-DESP-SALARIO       PIC X(10) VALUE "4.1.01.001".
           05 WRK-PRM-DESP-COMISSAO      PIC X(10) VALUE "4.1.01.002".
           05 WRK-PRM-DESP-ENCARGOS      PIC X(10) VALUE "4.1.01.003".
           05 WRK-PRM-DESP-BENEFICIOS    PIC X(10) VALUE "4.1.01.004".
           05 WRK-PRM-DESP-PROV-DECIMO   PIC X(10) VALUE "4.1.01.005".
           05 WRK-PRM-DESP-PROV-FERIAS   PIC X(10) VALUE "4.1.01.006".
           05 WRK-PRM-SALARIOS-PAGAR     PIC X(10) VALUE "2.1.03.001".
           05 WRK-PRM-INSS-RECOLHER      PIC X(10) VALUE "2.1.03.002".
           05 WRK-PRM-IRRF-RECOLHER      PIC X(10) VALUE "2.1.03.003".
           05 WRK-PRM-FGTS-RECOLHER      PIC X(10) VALUE "2.1.03.004".
           05 WRK-PRM-CONSIGNACOES       PIC X(10) VALUE "2.1.03.005".
           05 WRK-PRM-BENEF-PAGAR        PIC X(10) VALUE "2.1.03.006".
           05 WRK-PRM-PROV-DECIMO        PIC X(10) VALUE "2.1.03.007".
           05 WRK-PRM-PROV-FERIAS        PIC X(10) VALUE "2.1.03.008".

      *========== COMPETENCIA E DATAS DE REFERENCIA
       01  WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO       PIC 9(04).
           05 WRK-COMP-MES       PIC 9(02).
       77  WRK-COMP-ANTERIOR     PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-REF          PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-REF-R REDEFINES WRK-DATA-REF.
           05 WRK-REF-ANOMES     PIC 9(06).
           05 WRK-REF-DIA        PIC 9(02).
       77  WRK-DATA-INI-MES      PIC 9(08) VALUE ZEROS.
       77  WRK-QUOCIENTE         PIC 9(04) VALUE ZEROS.
       77  WRK-RESTO-4           PIC 9(04) VALUE ZEROS.
       77  WRK-RESTO-100         PIC 9(04) VALUE ZEROS.
       77  WRK-RESTO-400         PIC 9(04) VALUE ZEROS.

      *========== AGENCIAS (REGIAO DO CENTRO DE CUSTO)
       77  WRK-QT-AGE            PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-AGE           PIC 9(03) VALUE ZEROS.
       77  WRK-AGE-ACHADA        PIC X(01) VALUE "N".
           88 WRK-AGE-SIM                   VALUE "S".
           88 WRK-AGE-NAO                   VALUE "N".
       01  WRK-TAB-AGE.
           05 WRK-AGE-OCO OCCURS 200 TIMES.
               10 WRK-AGE-CODIGO         PIC 9(04).
               10 WRK-AGE-REGIAO         PIC X(10).

      *========== CENTROS DE CUSTO E ACUMULADORES DO RATEIO
       77  WRK-QT-CCU            PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-CCU           PIC 9(03) VALUE ZEROS.
       77  WRK-CCU-ACHADO        PIC X(01) VALUE "N".
           88 WRK-CCU-SIM                   VALUE "S".
           88 WRK-CCU-NAO                   VALUE "N".
       77  WRK-CENTRO-BUSCA      PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-CCU.
           05 WRK-CCU-OCO OCCURS 100 TIMES.
               10 WRK-CCU-CODIGO         PIC 9(04).
               10 WRK-CCU-DESCRICAO      PIC X(25).
               10 WRK-CCU-AGENCIA        PIC 9(04).
               10 WRK-CCU-REGIAO         PIC X(10).
               10 WRK-CCU-QTD-FUNC       PIC 9(03).
               10 WRK-CCU-SALARIO        PIC 9(10)V99.
               10 WRK-CCU-COMISSAO       PIC 9(10)V99.
               10 WRK-CCU-INSS-EMPRESA   PIC 9(10)V99.
               10 WRK-CCU-FGTS           PIC 9(10)V99.
               10 WRK-CCU-BENEFICIOS     PIC 9(10)V99.
               10 WRK-CCU-PROV-DECIMO    PIC 9(10)V99.
               10 WRK-CCU-PROV-FERIAS    PIC 9(10)V99.
               10 WRK-CCU-INSS-RETIDO    PIC 9(10)V99.
               10 WRK-CCU-IRRF           PIC 9(10)V99.
               10 WRK-CCU-CONSIGNACOES   PIC 9(10)V99.
               10 WRK-CCU-IMPRESSO       PIC X(01).

      *========== FUNCIONARIOS DA COMPETENCIA
       77  WRK-QT-FUNC           PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-FUNC          PIC 9(03) VALUE ZEROS.
       77  WRK-FUNC-ACHADO       PIC X(01) VALUE "N".
           88 WRK-FUNC-SIM                  VALUE "S".
           88 WRK-FUNC-NAO                  VALUE "N".
       77  WRK-CODIGO-BUSCA      PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-FUNC.
           05 WRK-FUNC-OCO OCCURS 200 TIMES.
               10 WRK-FUN-CODIGO         PIC 9(04).
               10 WRK-FUN-NOME           PIC X(15).
               10 WRK-FUN-CENTRO         PIC 9(04).
               10 WRK-FUN-INICIO-LOT     PIC 9(08).
               10 WRK-FUN-NA-FOLHA       PIC X(01).
               10 WRK-FUN-BRUTO          PIC 9(08)V99.
               10 WRK-FUN-COMIS-FOLHA    PIC 9(08)V99.
               10 WRK-FUN-INSS           PIC 9(08)V99.
               10 WRK-FUN-IRRF           PIC 9(08)V99.
               10 WRK-FUN-CONSIGNACOES   PIC 9(08)V99.
               10 WRK-FUN-BENEF-EMPRESA  PIC 9(08)V99.
               10 WRK-FUN-LIQUIDO        PIC 9(08)V99.
               10 WRK-FUN-TEM-COMISSAO   PIC X(01).
               10 WRK-FUN-COMISSAO       PIC 9(08)V99.
               10 WRK-FUN-DECIMO-ATUAL   PIC 9(08)V99.
               10 WRK-FUN-FERIAS-ATUAL   PIC 9(08)V99.
               10 WRK-FUN-TEM-ANTERIOR   PIC X(01).
               10 WRK-FUN-DECIMO-ANT     PIC 9(08)V99.
               10 WRK-FUN-FERIAS-ANT     PIC 9(08)V99.

      *========== CALCULO DO FUNCIONARIO
       77  WRK-SALARIO           PIC 9(08)V99 VALUE ZEROS.
       77  WRK-COMISSAO          PIC 9(08)V99 VALUE ZEROS.
       77  WRK-BASE-ENCARGOS     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-INSS-EMPRESA      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-FGTS              PIC 9(08)V99 VALUE ZEROS.
       77  WRK-PROV-DECIMO       PIC 9(08)V99 VALUE ZEROS.
       77  WRK-PROV-FERIAS       PIC 9(08)V99 VALUE ZEROS.

      *========== REGIOES DO RELATORIO
       77  WRK-QT-RGI            PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-RGI           PIC 9(03) VALUE ZEROS.
       77  WRK-RGI-ACHADA        PIC X(01) VALUE "N".
           88 WRK-RGI-SIM                   VALUE "S".
           88 WRK-RGI-NAO                   VALUE "N".
       01  WRK-TAB-RGI.
           05 WRK-RGI-NOME OCCURS 100 TIMES PIC X(10).

      *========== TOTAIS DA REGIAO E GERAL (SALARIO, COMISSAO,
      *========== ENCARGOS, BENEFICIOS, PROV.13o, PROV.FERIAS, TOTAL)
       77  WRK-IDX-COL           PIC 9(02) VALUE ZEROS.
       01  WRK-VALORES-LINHA.
           05 WRK-VLN-QTD                PIC 9(05).
           05 WRK-VLN-VALOR OCCURS 7 TIMES PIC 9(10)V99.
       01  WRK-TOTAIS-REGIAO.
           05 WRK-TRG-QTD                PIC 9(05).
           05 WRK-TRG-VALOR OCCURS 7 TIMES PIC 9(10)V99.
       01  WRK-TOTAIS-GERAL.
           05 WRK-TGE-QTD                PIC 9(05).
           05 WRK-TGE-VALOR OCCURS 7 TIMES PIC 9(10)V99.

      *========== PARTIDAS CONTABEIS
       77  WRK-NUMERO-LANCAMENTO PIC 9(06) VALUE ZEROS.
       77  WRK-CTA-DEBITO        PIC X(10) VALUE SPACES.
       77  WRK-CTA-CREDITO       PIC X(10) VALUE SPACES.
       77  WRK-VALOR-PARTIDA     PIC 9(10)V99 VALUE ZEROS.
       77  WRK-HISTORICO         PIC X(30) VALUE SPACES.
       77  WRK-ORIGEM-FOLHA      PIC 9(04) VALUE 9011.
       77  WRK-QT-PARTIDAS       PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-DEBITOS       PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-CREDITOS      PIC 9(12)V99 VALUE ZEROS.
       77  WRK-RETENCOES         PIC 9(10)V99 VALUE ZEROS.

      *========== CONFERENCIAS
       77  WRK-QT-REG-FOLHA      PIC 9(05) VALUE ZEROS.
       77  WRK-QT-REPETIDOS      PIC 9(05) VALUE ZEROS.
       77  WRK-QT-REG-PROV       PIC 9(05) VALUE ZEROS.
       77  WRK-QT-SEM-LOTACAO    PIC 9(05) VALUE ZEROS.
       77  WRK-QT-SEM-ANTERIOR   PIC 9(05) VALUE ZEROS.
       77  WRK-QT-COMIS-DIVERG   PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-LIQUIDO-HIST  PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-BRUTO         PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-RETENCOES     PIC 9(10)V99 VALUE ZEROS.
       77  WRK-LIQUIDO-PAGAR     PIC S9(10)V99 VALUE ZEROS.
       77  WRK-DIFERENCA         PIC S9(10)V99 VALUE ZEROS.

      *========== LINHAS DO RELATORIO
       01  WRK-LIN-SEPARA        PIC X(132) VALUE ALL "=".
       01  WRK-LIN-TRACO         PIC X(132) VALUE ALL "-".
       01  WRK-LIN-TITULO.
           05 FILLER             PIC X(45) VALUE
               "CUSTO DA FOLHA POR CENTRO DE CUSTO - COMPET. ".
           05 WRK-TIT-COMPETENCIA PIC 9(06).
           05 FILLER             PIC X(81) VALUE SPACES.
       01  WRK-LIN-REGIAO.
           05 FILLER             PIC X(08) VALUE "REGIAO: ".
           05 WRK-RGL-NOME       PIC X(10).
           05 FILLER             PIC X(114) VALUE SPACES.
       01  WRK-LIN-CABEC.
           05 FILLER             PIC X(45) VALUE
               "CC   DESCRICAO            AGEN QTD      SALAR".
           05 FILLER             PIC X(45) VALUE
               "IOS     COMISSOES      ENCARGOS    BENEFICIOS".
           05 FILLER             PIC X(42) VALUE
               "     PROV. 13o  PROV. FERIAS   CUSTO TOTAL".
       01  WRK-LIN-DETALHE.
           05 WRK-DET-IDENT              PIC X(34).
           05 WRK-DET-IDENT-R REDEFINES WRK-DET-IDENT.
               10 WRK-DET-CODIGO         PIC 9(04).
               10 FILLER                 PIC X(01).
               10 WRK-DET-DESCRICAO      PIC X(20).
               10 FILLER                 PIC X(01).
               10 WRK-DET-AGENCIA        PIC 9(04).
               10 FILLER                 PIC X(01).
               10 WRK-DET-QTD            PIC ZZ9.
           05 WRK-DET-COLUNA OCCURS 7 TIMES.
               10 FILLER                 PIC X(01).
               10 WRK-DET-VALOR          PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-LIN-SUBTOTAL.
           05 WRK-SUB-ROTULO             PIC X(28).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-SUB-QTD                PIC ZZZZ9.
       01  WRK-LIN-VALOR.
           05 WRK-VAL-ROTULO     PIC X(30).
           05 WRK-VAL-VALOR      PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(85) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR
               VARYING WRK-IDX-FUNC FROM 1 BY 1
               UNTIL WRK-IDX-FUNC GREATER WRK-QT-FUNC.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                          SECTION.

           DISPLAY "====== CUSTO DA FOLHA POR CENTRO DE CUSTO ======".
           DISPLAY "COMPETENCIA (AAAAMM)?".
           ACCEPT WRK-COMPETENCIA.

           IF WRK-COMP-MES LESS 1 OR WRK-COMP-MES GREATER 12
               DISPLAY "COMPETENCIA INVALIDA - NADA FEITO."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0105-DATAS-REFERENCIA.
           PERFORM 0110-CARREGA-PARAMETROS.
           PERFORM 0120-CARREGA-AGENCIAS.
           PERFORM 0130-CARREGA-CENTROS.
           PERFORM 0140-CARREGA-FOLHA.

           IF WRK-QT-FUNC EQUAL ZEROS
               DISPLAY "NENHUMA FOLHA NA COMPETENCIA " WRK-COMPETENCIA
                   " - RODE O PRGFOLHA ANTES. NADA FEITO."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0150-CARREGA-COMISSOES.
           PERFORM 0160-CARREGA-PROVISOES.
           PERFORM 0170-CARREGA-LOTACOES.

           OPEN OUTPUT CUSTOREL.
           OPEN OUTPUT FOLHACTB.

           MOVE WRK-COMPETENCIA TO WRK-TIT-COMPETENCIA.
           WRITE REG-CUSTOREL FROM WRK-LIN-TITULO.
           WRITE REG-CUSTOREL FROM WRK-LIN-SEPARA.

       0100-INICIALIZAR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    PRIMEIRO E ULTIMO DIA DA COMPETENCIA (DATA DAS PARTIDAS E
      *    DA LOTACAO) E COMPETENCIA ANTERIOR DA PROVISAO - EM JANEIRO
      *    NAO HA ANTERIOR, OS AVOS DO ANO RECOMECAM
      *-----------------------------------------------------------------
       0105-DATAS-REFERENCIA                     SECTION.

           MOVE WRK-COMPETENCIA TO WRK-REF-ANOMES.

           EVALUATE WRK-COMP-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WRK-REF-DIA
               WHEN 02
                   DIVIDE WRK-COMP-ANO BY 4   GIVING WRK-QUOCIENTE
                       REMAINDER WRK-RESTO-4
                   DIVIDE WRK-COMP-ANO BY 100 GIVING WRK-QUOCIENTE
                       REMAINDER WRK-RESTO-100
                   DIVIDE WRK-COMP-ANO BY 400 GIVING WRK-QUOCIENTE
                       REMAINDER WRK-RESTO-400
                   IF WRK-RESTO-400 EQUAL ZEROS
                      OR (WRK-RESTO-4 EQUAL ZEROS
                          AND WRK-RESTO-100 NOT EQUAL ZEROS)
                       MOVE 29 TO WRK-REF-DIA
                   ELSE
                       MOVE 28 TO WRK-REF-DIA
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WRK-REF-DIA
           END-EVALUATE.

           COMPUTE WRK-DATA-INI-MES = WRK-COMPETENCIA * 100 + 1.

           IF WRK-COMP-MES EQUAL 01
               MOVE ZEROS TO WRK-COMP-ANTERIOR
           ELSE
               COMPUTE WRK-COMP-ANTERIOR = WRK-COMPETENCIA - 1
           END-IF.

       0105-DATAS-REFERENCIA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    ALIQUOTAS E CONTAS - ARQUIVO AUSENTE OU VAZIO FICA COM OS
      *    VALORES PADRAO COMPILADOS
      *-----------------------------------------------------------------
       0110-CARREGA-PARAMETROS                   SECTION.

           OPEN INPUT CUSTOPRM.
           IF FS-CUSTOPRM NOT EQUAL 00
               DISPLAY "CUSTOPRM.txt AUSENTE - USANDO VALORES PADRAO"
               GO TO 0110-CARREGA-PARAMETROS-FIM
           END-IF.

           READ CUSTOPRM.
           IF FS-CUSTOPRM EQUAL 00
               MOVE REG-CUSTOPRM TO WRK-CUSTOPRM
           ELSE
               DISPLAY "CUSTOPRM.txt VAZIO - USANDO VALORES PADRAO"
           END-IF.

           CLOSE CUSTOPRM.

       0110-CARREGA-PARAMETROS-FIM. EXIT.

      *-----------------------------------------------------------------
       0120-CARREGA-AGENCIAS                     SECTION.

           OPEN INPUT AGENCIAS.
           IF FS-AGENCIAS NOT EQUAL 00
               DISPLAY "AGENCIAS.txt NAO ABRIU! FS: " FS-AGENCIAS
                   " - CENTROS SEM REGIAO"
               GO TO 0120-CARREGA-AGENCIAS-FIM
           END-IF.

           READ AGENCIAS.
           PERFORM 0121-GUARDA-AGENCIA
               UNTIL FS-AGENCIAS NOT EQUAL 00.

           CLOSE AGENCIAS.

       0120-CARREGA-AGENCIAS-FIM. EXIT.

      *-----------------------------------------------------------------
       0121-GUARDA-AGENCIA                       SECTION.

           IF WRK-QT-AGE LESS 200
               ADD 1 TO WRK-QT-AGE
               MOVE AGE-CODIGO TO WRK-AGE-CODIGO(WRK-QT-AGE)
               MOVE AGE-REGIAO TO WRK-AGE-REGIAO(WRK-QT-AGE)
           END-IF.

           READ AGENCIAS.

       0121-GUARDA-AGENCIA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    CENTROS DE CUSTO COM A REGIAO DA AGENCIA - AGENCIA ZERADA E
      *    A MATRIZ; AGENCIA FORA DO CADASTRO FICA SEM REGIAO
      *-----------------------------------------------------------------
       0130-CARREGA-CENTROS                      SECTION.

           OPEN INPUT CCUSTO.
           IF FS-CCUSTO NOT EQUAL 00
               DISPLAY "CCUSTO.txt NAO ABRIU! FS: " FS-CCUSTO
                   " - TODA A FOLHA CAI NO CENTRO 0000"
               GO TO 0130-CARREGA-CENTROS-FIM
           END-IF.

           READ CCUSTO.
           PERFORM 0131-GUARDA-CENTRO
               UNTIL FS-CCUSTO NOT EQUAL 00.

           CLOSE CCUSTO.

       0130-CARREGA-CENTROS-FIM. EXIT.

      *-----------------------------------------------------------------
       0131-GUARDA-CENTRO                        SECTION.

           IF WRK-QT-CCU NOT LESS 100
               DISPLAY "TABELA DE CENTROS CHEIA - CENTRO "
                   CCU-CODIGO " IGNORADO!"
               GO TO 0131-GUARDA-CENTRO-LER
           END-IF.

           ADD 1 TO WRK-QT-CCU.
           MOVE WRK-QT-CCU TO WRK-IDX-CCU.
           PERFORM 0255-ZERA-CENTRO.
           MOVE CCU-CODIGO    TO WRK-CCU-CODIGO(WRK-IDX-CCU).
           MOVE CCU-DESCRICAO TO WRK-CCU-DESCRICAO(WRK-IDX-CCU).
           MOVE CCU-AGENCIA   TO WRK-CCU-AGENCIA(WRK-IDX-CCU).

           IF CCU-AGENCIA EQUAL ZEROS
               MOVE "MATRIZ"     TO WRK-CCU-REGIAO(WRK-IDX-CCU)
               GO TO 0131-GUARDA-CENTRO-LER
           END-IF.

           SET WRK-AGE-NAO TO TRUE.
           PERFORM 0132-COMPARA-AGENCIA
               VARYING WRK-IDX-AGE FROM 1 BY 1
               UNTIL WRK-IDX-AGE GREATER WRK-QT-AGE
                  OR WRK-AGE-SIM.

           IF WRK-AGE-SIM
               SUBTRACT 1 FROM WRK-IDX-AGE
               MOVE WRK-AGE-REGIAO(WRK-IDX-AGE)
                                 TO WRK-CCU-REGIAO(WRK-IDX-CCU)
           ELSE
               MOVE "SEM REGIAO" TO WRK-CCU-REGIAO(WRK-IDX-CCU)
           END-IF.

       0131-GUARDA-CENTRO-LER.
           READ CCUSTO.

       0131-GUARDA-CENTRO-FIM. EXIT.

      *-----------------------------------------------------------------
       0132-COMPARA-AGENCIA                      SECTION.

           IF WRK-AGE-CODIGO(WRK-IDX-AGE) EQUAL CCU-AGENCIA
               SET WRK-AGE-SIM TO TRUE
           END-IF.

       0132-COMPARA-AGENCIA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    RESULTADO DA FOLHA DE CADA FUNCIONARIO NA COMPETENCIA -
      *    FOLHA RODADA DE NOVO NO MES DEIXA REGISTRO REPETIDO; VALE O
      *    ULTIMO
      *-----------------------------------------------------------------
       0140-CARREGA-FOLHA                        SECTION.

           OPEN INPUT FOLHAHIST.
           IF FS-FOLHAHIST NOT EQUAL 00
               DISPLAY "FOLHAHIST.txt NAO ABRIU! FS: " FS-FOLHAHIST
               GO TO 0140-CARREGA-FOLHA-FIM
           END-IF.

           READ FOLHAHIST.
           PERFORM 0141-GUARDA-FOLHA
               UNTIL FS-FOLHAHIST NOT EQUAL 00.

           CLOSE FOLHAHIST.

           DISPLAY "REGISTROS DE FOLHA...: " WRK-QT-REG-FOLHA.

       0140-CARREGA-FOLHA-FIM. EXIT.

      *-----------------------------------------------------------------
       0141-GUARDA-FOLHA                         SECTION.

           IF FHI-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
               GO TO 0141-GUARDA-FOLHA-LER
           END-IF.

           ADD 1 TO WRK-QT-REG-FOLHA.

           MOVE FHI-CODIGO TO WRK-CODIGO-BUSCA.
           PERFORM 0180-INCLUI-FUNCIONARIO.
           IF WRK-FUNC-NAO
               GO TO 0141-GUARDA-FOLHA-LER
           END-IF.

           IF WRK-FUN-NA-FOLHA(WRK-IDX-FUNC) EQUAL "S"
               ADD 1 TO WRK-QT-REPETIDOS
           END-IF.

           MOVE "S"              TO WRK-FUN-NA-FOLHA(WRK-IDX-FUNC).
           MOVE FHI-NOME         TO WRK-FUN-NOME(WRK-IDX-FUNC).
           MOVE FHI-BRUTO        TO WRK-FUN-BRUTO(WRK-IDX-FUNC).
           MOVE FHI-COMISSAO     TO WRK-FUN-COMIS-FOLHA(WRK-IDX-FUNC).
           MOVE FHI-INSS         TO WRK-FUN-INSS(WRK-IDX-FUNC).
           MOVE FHI-IRRF         TO WRK-FUN-IRRF(WRK-IDX-FUNC).
           COMPUTE WRK-FUN-CONSIGNACOES(WRK-IDX-FUNC) =
               FHI-DESC-VT + FHI-DESC-VR + FHI-DESC-SAUDE
             + FHI-DESC-EMPREST.
           MOVE FHI-BENEF-EMPRESA
                                 TO WRK-FUN-BENEF-EMPRESA(WRK-IDX-FUNC).
           MOVE FHI-LIQUIDO      TO WRK-FUN-LIQUIDO(WRK-IDX-FUNC).

       0141-GUARDA-FOLHA-LER.
           READ FOLHAHIST.

       0141-GUARDA-FOLHA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    COMISSAO DE GERENTE DA COMPETENCIA - ARQUIVO AUSENTE
      *    SIGNIFICA USAR A COMISSAO QUE ENTROU NO BRUTO DA FOLHA
      *-----------------------------------------------------------------
       0150-CARREGA-COMISSOES                    SECTION.

           OPEN INPUT COMISSOES.
           IF FS-COMISSOES NOT EQUAL 00
               DISPLAY "COMISSOES.txt AUSENTE - VALE A COMISSAO DA "
                   "FOLHA"
               GO TO 0150-CARREGA-COMISSOES-FIM
           END-IF.

           READ COMISSOES.
           PERFORM 0151-GUARDA-COMISSAO
               UNTIL FS-COMISSOES NOT EQUAL 00.

           CLOSE COMISSOES.

       0150-CARREGA-COMISSOES-FIM. EXIT.

      *-----------------------------------------------------------------
       0151-GUARDA-COMISSAO                      SECTION.

           IF CMS-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
               GO TO 0151-GUARDA-COMISSAO-LER
           END-IF.

           MOVE CMS-CODIGO-FUNC TO WRK-CODIGO-BUSCA.
           PERFORM 0180-INCLUI-FUNCIONARIO.
           IF WRK-FUNC-SIM
               MOVE "S"          TO WRK-FUN-TEM-COMISSAO(WRK-IDX-FUNC)
               MOVE CMS-COMISSAO TO WRK-FUN-COMISSAO(WRK-IDX-FUNC)
           END-IF.

       0151-GUARDA-COMISSAO-LER.
           READ COMISSOES.

       0151-GUARDA-COMISSAO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    SALDO DAS PROVISOES NA COMPETENCIA E NA ANTERIOR
      *-----------------------------------------------------------------
       0160-CARREGA-PROVISOES                    SECTION.

           OPEN INPUT PROVHIST.
           IF FS-PROVHIST NOT EQUAL 00
               DISPLAY "PROVHIST.txt AUSENTE - CUSTO SEM PROVISOES"
               GO TO 0160-CARREGA-PROVISOES-FIM
           END-IF.

           READ PROVHIST.
           PERFORM 0161-GUARDA-PROVISAO
               UNTIL FS-PROVHIST NOT EQUAL 00.

           CLOSE PROVHIST.

           IF WRK-QT-REG-PROV EQUAL ZEROS
               DISPLAY "PROVHIST.txt SEM A COMPETENCIA "
                   WRK-COMPETENCIA " - RODE O PRGPROVI ANTES PARA "
                   "INCLUIR AS PROVISOES"
           END-IF.

       0160-CARREGA-PROVISOES-FIM. EXIT.

      *-----------------------------------------------------------------
       0161-GUARDA-PROVISAO                      SECTION.

           IF PVH-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
              AND (PVH-COMPETENCIA NOT EQUAL WRK-COMP-ANTERIOR
                   OR WRK-COMP-ANTERIOR EQUAL ZEROS)
               GO TO 0161-GUARDA-PROVISAO-LER
           END-IF.

           MOVE PVH-CODIGO TO WRK-CODIGO-BUSCA.
           PERFORM 0180-INCLUI-FUNCIONARIO.
           IF WRK-FUNC-NAO
               GO TO 0161-GUARDA-PROVISAO-LER
           END-IF.

           IF PVH-COMPETENCIA EQUAL WRK-COMPETENCIA
               ADD 1 TO WRK-QT-REG-PROV
               MOVE PVH-PROV-DECIMO
                                 TO WRK-FUN-DECIMO-ATUAL(WRK-IDX-FUNC)
               MOVE PVH-PROV-FERIAS
                                 TO WRK-FUN-FERIAS-ATUAL(WRK-IDX-FUNC)
           ELSE
               MOVE "S"          TO WRK-FUN-TEM-ANTERIOR(WRK-IDX-FUNC)
               MOVE PVH-PROV-DECIMO
                                 TO WRK-FUN-DECIMO-ANT(WRK-IDX-FUNC)
               MOVE PVH-PROV-FERIAS
                                 TO WRK-FUN-FERIAS-ANT(WRK-IDX-FUNC)
           END-IF.

       0161-GUARDA-PROVISAO-LER.
           READ PROVHIST.

       0161-GUARDA-PROVISAO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    LOTACAO DE CADA FUNCIONARIO - ENTRE AS QUE COMECARAM ATE O
      *    ULTIMO DIA DO MES E NAO TERMINARAM ANTES DO PRIMEIRO, VALE
      *    A DE INICIO MAIS RECENTE
      *-----------------------------------------------------------------
       0170-CARREGA-LOTACOES                     SECTION.

           OPEN INPUT FUNCCCU.
           IF FS-FUNCCCU NOT EQUAL 00
               DISPLAY "FUNCCCU.txt AUSENTE - TODA A FOLHA CAI NO "
                   "CENTRO 0000"
               GO TO 0170-CARREGA-LOTACOES-FIM
           END-IF.

           READ FUNCCCU.
           PERFORM 0171-GUARDA-LOTACAO
               UNTIL FS-FUNCCCU NOT EQUAL 00.

           CLOSE FUNCCCU.

       0170-CARREGA-LOTACOES-FIM. EXIT.

      *-----------------------------------------------------------------
       0171-GUARDA-LOTACAO                       SECTION.

           IF FCC-DATA-INICIO GREATER WRK-DATA-REF
               GO TO 0171-GUARDA-LOTACAO-LER
           END-IF.
           IF FCC-DATA-FIM NOT EQUAL ZEROS
              AND FCC-DATA-FIM LESS WRK-DATA-INI-MES
               GO TO 0171-GUARDA-LOTACAO-LER
           END-IF.

           MOVE FCC-CODIGO TO WRK-CODIGO-BUSCA.
           PERFORM 0185-ACHA-FUNCIONARIO.

           IF WRK-FUNC-SIM
              AND FCC-DATA-INICIO
                  NOT LESS WRK-FUN-INICIO-LOT(WRK-IDX-FUNC)
               MOVE FCC-CENTRO      TO WRK-FUN-CENTRO(WRK-IDX-FUNC)
               MOVE FCC-DATA-INICIO TO WRK-FUN-INICIO-LOT(WRK-IDX-FUNC)
           END-IF.

       0171-GUARDA-LOTACAO-LER.
           READ FUNCCCU.

       0171-GUARDA-LOTACAO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    POSICIONA WRK-IDX-FUNC NO FUNCIONARIO WRK-CODIGO-BUSCA,
      *    INCLUINDO-O ZERADO NA TABELA SE AINDA NAO ESTIVER LA
      *-----------------------------------------------------------------
       0180-INCLUI-FUNCIONARIO                   SECTION.

           PERFORM 0185-ACHA-FUNCIONARIO.

           IF WRK-FUNC-SIM
               GO TO 0180-INCLUI-FUNCIONARIO-FIM
           END-IF.

           IF WRK-QT-FUNC NOT LESS 200
               DISPLAY "TABELA DE FUNCIONARIOS CHEIA - FUNC "
                   WRK-CODIGO-BUSCA " FORA DO CUSTO!"
               GO TO 0180-INCLUI-FUNCIONARIO-FIM
           END-IF.

           ADD 1 TO WRK-QT-FUNC.
           MOVE WRK-QT-FUNC TO WRK-IDX-FUNC.
           INITIALIZE WRK-FUNC-OCO(WRK-IDX-FUNC).
           MOVE WRK-CODIGO-BUSCA TO WRK-FUN-CODIGO(WRK-IDX-FUNC).
           MOVE "N"              TO WRK-FUN-NA-FOLHA(WRK-IDX-FUNC)
                                    WRK-FUN-TEM-COMISSAO(WRK-IDX-FUNC)
                                    WRK-FUN-TEM-ANTERIOR(WRK-IDX-FUNC).
           SET WRK-FUNC-SIM TO TRUE.

       0180-INCLUI-FUNCIONARIO-FIM. EXIT.

      *-----------------------------------------------------------------
       0185-ACHA-FUNCIONARIO                     SECTION.

           SET WRK-FUNC-NAO TO TRUE.

           PERFORM 0186-COMPARA-FUNCIONARIO
               VARYING WRK-IDX-FUNC FROM 1 BY 1
               UNTIL WRK-IDX-FUNC GREATER WRK-QT-FUNC
                  OR WRK-FUNC-SIM.

           IF WRK-FUNC-SIM
               SUBTRACT 1 FROM WRK-IDX-FUNC
           END-IF.

       0185-ACHA-FUNCIONARIO-FIM. EXIT.

      *-----------------------------------------------------------------
       0186-COMPARA-FUNCIONARIO                  SECTION.

           IF WRK-FUN-CODIGO(WRK-IDX-FUNC) EQUAL WRK-CODIGO-BUSCA
               SET WRK-FUNC-SIM TO TRUE
           END-IF.

       0186-COMPARA-FUNCIONARIO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    CUSTO DO FUNCIONARIO SOMADO NO CENTRO DA LOTACAO - O
      *    SALARIO E O BRUTO DA FOLHA SEM A COMISSAO QUE ENTROU NELE; A
      *    COMISSAO E A DO COMISSOES.txt QUANDO HOUVER
      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           MOVE ZEROS TO WRK-SALARIO.
           IF WRK-FUN-NA-FOLHA(WRK-IDX-FUNC) EQUAL "S"
               COMPUTE WRK-SALARIO =
                   WRK-FUN-BRUTO(WRK-IDX-FUNC)
                 - WRK-FUN-COMIS-FOLHA(WRK-IDX-FUNC)
           END-IF.

           IF WRK-FUN-TEM-COMISSAO(WRK-IDX-FUNC) EQUAL "S"
               MOVE WRK-FUN-COMISSAO(WRK-IDX-FUNC) TO WRK-COMISSAO
               IF WRK-COMISSAO NOT EQUAL
                  WRK-FUN-COMIS-FOLHA(WRK-IDX-FUNC)
                   ADD 1 TO WRK-QT-COMIS-DIVERG
                   DISPLAY "ATENCAO: FUNC " WRK-FUN-CODIGO(WRK-IDX-FUNC)
                       " COMISSAO DO COMISSOES.txt DIFERENTE DA FOLHA"
               END-IF
           ELSE
               MOVE WRK-FUN-COMIS-FOLHA(WRK-IDX-FUNC) TO WRK-COMISSAO
           END-IF.

           COMPUTE WRK-BASE-ENCARGOS = WRK-SALARIO + WRK-COMISSAO.
           COMPUTE WRK-INSS-EMPRESA ROUNDED =
               WRK-BASE-ENCARGOS
               * (WRK-PRM-PERC-INSS + WRK-PRM-PERC-RAT) / 100.
           COMPUTE WRK-FGTS ROUNDED =
               WRK-BASE-ENCARGOS * WRK-PRM-PERC-FGTS / 100.

           PERFORM 0210-PROVISAO-DO-MES.

           IF WRK-BASE-ENCARGOS EQUAL ZEROS
              AND WRK-PROV-DECIMO EQUAL ZEROS
              AND WRK-PROV-FERIAS EQUAL ZEROS
              AND WRK-FUN-BENEF-EMPRESA(WRK-IDX-FUNC) EQUAL ZEROS
               GO TO 0200-PROCESSAR-FIM
           END-IF.

           IF WRK-FUN-INICIO-LOT(WRK-IDX-FUNC) EQUAL ZEROS
               ADD 1 TO WRK-QT-SEM-LOTACAO
           END-IF.

           MOVE WRK-FUN-CENTRO(WRK-IDX-FUNC) TO WRK-CENTRO-BUSCA.
           PERFORM 0250-ACHA-CENTRO.
           IF WRK-CCU-NAO
               GO TO 0200-PROCESSAR-FIM
           END-IF.

           IF WRK-FUN-NA-FOLHA(WRK-IDX-FUNC) EQUAL "S"
               ADD 1 TO WRK-CCU-QTD-FUNC(WRK-IDX-CCU)
           END-IF.
           ADD WRK-SALARIO       TO WRK-CCU-SALARIO(WRK-IDX-CCU).
           ADD WRK-COMISSAO      TO WRK-CCU-COMISSAO(WRK-IDX-CCU).
           ADD WRK-INSS-EMPRESA  TO WRK-CCU-INSS-EMPRESA(WRK-IDX-CCU).
           ADD WRK-FGTS          TO WRK-CCU-FGTS(WRK-IDX-CCU).
           ADD WRK-FUN-BENEF-EMPRESA(WRK-IDX-FUNC)
                                 TO WRK-CCU-BENEFICIOS(WRK-IDX-CCU).
           ADD WRK-PROV-DECIMO   TO WRK-CCU-PROV-DECIMO(WRK-IDX-CCU).
           ADD WRK-PROV-FERIAS   TO WRK-CCU-PROV-FERIAS(WRK-IDX-CCU).
           ADD WRK-FUN-INSS(WRK-IDX-FUNC)
                                 TO WRK-CCU-INSS-RETIDO(WRK-IDX-CCU).
           ADD WRK-FUN-IRRF(WRK-IDX-FUNC)
                                 TO WRK-CCU-IRRF(WRK-IDX-CCU).
           ADD WRK-FUN-CONSIGNACOES(WRK-IDX-FUNC)
                                 TO WRK-CCU-CONSIGNACOES(WRK-IDX-CCU).

           ADD WRK-FUN-LIQUIDO(WRK-IDX-FUNC) TO WRK-TOT-LIQUIDO-HIST.

       0200-PROCESSAR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    DESPESA DO MES = SALDO DA PROVISAO NA COMPETENCIA MENOS O DA
      *    ANTERIOR (SALDO QUE CAIU - FERIAS GOZADAS, REAJUSTE PARA
      *    BAIXO - NAO GERA DESPESA NEGATIVA)
      *-----------------------------------------------------------------
       0210-PROVISAO-DO-MES                      SECTION.

           MOVE ZEROS TO WRK-PROV-DECIMO WRK-PROV-FERIAS.

           IF WRK-COMP-ANTERIOR NOT EQUAL ZEROS
              AND WRK-FUN-TEM-ANTERIOR(WRK-IDX-FUNC) NOT EQUAL "S"
              AND WRK-FUN-DECIMO-ATUAL(WRK-IDX-FUNC) GREATER ZEROS
               ADD 1 TO WRK-QT-SEM-ANTERIOR
           END-IF.

           IF WRK-FUN-DECIMO-ATUAL(WRK-IDX-FUNC)
              GREATER WRK-FUN-DECIMO-ANT(WRK-IDX-FUNC)
               COMPUTE WRK-PROV-DECIMO =
                   WRK-FUN-DECIMO-ATUAL(WRK-IDX-FUNC)
                 - WRK-FUN-DECIMO-ANT(WRK-IDX-FUNC)
           END-IF.

           IF WRK-FUN-FERIAS-ATUAL(WRK-IDX-FUNC)
              GREATER WRK-FUN-FERIAS-ANT(WRK-IDX-FUNC)
               COMPUTE WRK-PROV-FERIAS =
                   WRK-FUN-FERIAS-ATUAL(WRK-IDX-FUNC)
                 - WRK-FUN-FERIAS-ANT(WRK-IDX-FUNC)
           END-IF.

       0210-PROVISAO-DO-MES-FIM. EXIT.

      *-----------------------------------------------------------------
      *    POSICIONA WRK-IDX-CCU NO CENTRO WRK-CENTRO-BUSCA - CENTRO
      *    FORA DA TABELA (0000 = SEM LOTACAO) ENTRA NA HORA
      *-----------------------------------------------------------------
       0250-ACHA-CENTRO                          SECTION.

           SET WRK-CCU-NAO TO TRUE.

           PERFORM 0251-COMPARA-CENTRO
               VARYING WRK-IDX-CCU FROM 1 BY 1
               UNTIL WRK-IDX-CCU GREATER WRK-QT-CCU
                  OR WRK-CCU-SIM.

           IF WRK-CCU-SIM
               SUBTRACT 1 FROM WRK-IDX-CCU
               GO TO 0250-ACHA-CENTRO-FIM
           END-IF.

           IF WRK-QT-CCU NOT LESS 100
               DISPLAY "TABELA DE CENTROS CHEIA - CENTRO "
                   WRK-CENTRO-BUSCA " FORA DO CUSTO!"
               GO TO 0250-ACHA-CENTRO-FIM
           END-IF.

           ADD 1 TO WRK-QT-CCU.
           MOVE WRK-QT-CCU TO WRK-IDX-CCU.
           PERFORM 0255-ZERA-CENTRO.
           MOVE WRK-CENTRO-BUSCA TO WRK-CCU-CODIGO(WRK-IDX-CCU).
           MOVE ZEROS            TO WRK-CCU-AGENCIA(WRK-IDX-CCU).
           MOVE "SEM REGIAO"     TO WRK-CCU-REGIAO(WRK-IDX-CCU).
           IF WRK-CENTRO-BUSCA EQUAL ZEROS
               MOVE "SEM CENTRO DE CUSTO"
                                 TO WRK-CCU-DESCRICAO(WRK-IDX-CCU)
           ELSE
               MOVE "CENTRO NAO CADASTRADO"
                                 TO WRK-CCU-DESCRICAO(WRK-IDX-CCU)
           END-IF.
           SET WRK-CCU-SIM TO TRUE.

       0250-ACHA-CENTRO-FIM. EXIT.

      *-----------------------------------------------------------------
       0251-COMPARA-CENTRO                       SECTION.

           IF WRK-CCU-CODIGO(WRK-IDX-CCU) EQUAL WRK-CENTRO-BUSCA
               SET WRK-CCU-SIM TO TRUE
           END-IF.

       0251-COMPARA-CENTRO-FIM. EXIT.

      *-----------------------------------------------------------------
       0255-ZERA-CENTRO                          SECTION.

           INITIALIZE WRK-CCU-OCO(WRK-IDX-CCU).
           MOVE "N" TO WRK-CCU-IMPRESSO(WRK-IDX-CCU).

       0255-ZERA-CENTRO-FIM. EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

           INITIALIZE WRK-TOTAIS-GERAL.

           PERFORM 0310-MONTA-REGIOES
               VARYING WRK-IDX-CCU FROM 1 BY 1
               UNTIL WRK-IDX-CCU GREATER WRK-QT-CCU.

           PERFORM 0320-IMPRIME-REGIAO
               VARYING WRK-IDX-RGI FROM 1 BY 1
               UNTIL WRK-IDX-RGI GREATER WRK-QT-RGI.

           MOVE "TOTAL GERAL DA FOLHA" TO WRK-SUB-ROTULO.
           MOVE WRK-TOTAIS-GERAL       TO WRK-VALORES-LINHA.
           WRITE REG-CUSTOREL FROM WRK-LIN-SEPARA.
           PERFORM 0340-IMPRIME-TOTAL.

           PERFORM 0400-GRAVA-CONTABIL
               VARYING WRK-IDX-CCU FROM 1 BY 1
               UNTIL WRK-IDX-CCU GREATER WRK-QT-CCU.

           PERFORM 0350-CONFERENCIAS.

           CLOSE CUSTOREL.
           CLOSE FOLHACTB.

           DISPLAY "PARTIDAS CONTABEIS...: " WRK-QT-PARTIDAS.
           DISPLAY "======= FIM PROGRAMA CUSTO DA FOLHA =======".

       0300-FINALIZAR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    REGIOES DOS CENTROS COM CUSTO, NA ORDEM EM QUE APARECEM
      *-----------------------------------------------------------------
       0310-MONTA-REGIOES                        SECTION.

           PERFORM 0315-VALORES-CENTRO.
           IF WRK-VLN-VALOR(7) EQUAL ZEROS
               GO TO 0310-MONTA-REGIOES-FIM
           END-IF.

           SET WRK-RGI-NAO TO TRUE.
           PERFORM 0311-COMPARA-REGIAO
               VARYING WRK-IDX-RGI FROM 1 BY 1
               UNTIL WRK-IDX-RGI GREATER WRK-QT-RGI
                  OR WRK-RGI-SIM.

           IF WRK-RGI-NAO
               ADD 1 TO WRK-QT-RGI
               MOVE WRK-CCU-REGIAO(WRK-IDX-CCU)
                                 TO WRK-RGI-NOME(WRK-QT-RGI)
           END-IF.

       0310-MONTA-REGIOES-FIM. EXIT.

      *-----------------------------------------------------------------
       0311-COMPARA-REGIAO                       SECTION.

           IF WRK-RGI-NOME(WRK-IDX-RGI)
              EQUAL WRK-CCU-REGIAO(WRK-IDX-CCU)
               SET WRK-RGI-SIM TO TRUE
           END-IF.

       0311-COMPARA-REGIAO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    COLUNAS DO CENTRO WRK-IDX-CCU - SALARIO, COMISSAO, ENCARGOS,
      *    BENEFICIOS, PROV.13o, PROV.FERIAS E O CUSTO TOTAL
      *-----------------------------------------------------------------
       0315-VALORES-CENTRO                       SECTION.

           MOVE WRK-CCU-QTD-FUNC(WRK-IDX-CCU)    TO WRK-VLN-QTD.
           MOVE WRK-CCU-SALARIO(WRK-IDX-CCU)     TO WRK-VLN-VALOR(1).
           MOVE WRK-CCU-COMISSAO(WRK-IDX-CCU)    TO WRK-VLN-VALOR(2).
           COMPUTE WRK-VLN-VALOR(3) =
               WRK-CCU-INSS-EMPRESA(WRK-IDX-CCU)
             + WRK-CCU-FGTS(WRK-IDX-CCU).
           MOVE WRK-CCU-BENEFICIOS(WRK-IDX-CCU)  TO WRK-VLN-VALOR(4).
           MOVE WRK-CCU-PROV-DECIMO(WRK-IDX-CCU) TO WRK-VLN-VALOR(5).
           MOVE WRK-CCU-PROV-FERIAS(WRK-IDX-CCU) TO WRK-VLN-VALOR(6).
           COMPUTE WRK-VLN-VALOR(7) =
               WRK-VLN-VALOR(1) + WRK-VLN-VALOR(2) + WRK-VLN-VALOR(3)
             + WRK-VLN-VALOR(4) + WRK-VLN-VALOR(5) + WRK-VLN-VALOR(6).

       0315-VALORES-CENTRO-FIM. EXIT.

      *-----------------------------------------------------------------
       0320-IMPRIME-REGIAO                       SECTION.

           INITIALIZE WRK-TOTAIS-REGIAO.

           MOVE WRK-RGI-NOME(WRK-IDX-RGI) TO WRK-RGL-NOME.
           WRITE REG-CUSTOREL FROM WRK-LIN-REGIAO.
           WRITE REG-CUSTOREL FROM WRK-LIN-CABEC.
           WRITE REG-CUSTOREL FROM WRK-LIN-TRACO.

           PERFORM 0330-IMPRIME-CENTRO
               VARYING WRK-IDX-CCU FROM 1 BY 1
               UNTIL WRK-IDX-CCU GREATER WRK-QT-CCU.

           WRITE REG-CUSTOREL FROM WRK-LIN-TRACO.
           MOVE "SUBTOTAL DA REGIAO" TO WRK-SUB-ROTULO.
           MOVE WRK-TOTAIS-REGIAO    TO WRK-VALORES-LINHA.
           PERFORM 0340-IMPRIME-TOTAL.
           MOVE SPACES TO REG-CUSTOREL.
           WRITE REG-CUSTOREL.

           ADD WRK-TRG-QTD TO WRK-TGE-QTD.
           PERFORM 0321-SOMA-GERAL
               VARYING WRK-IDX-COL FROM 1 BY 1
               UNTIL WRK-IDX-COL GREATER 7.

       0320-IMPRIME-REGIAO-FIM. EXIT.

      *-----------------------------------------------------------------
       0321-SOMA-GERAL                           SECTION.

           ADD WRK-TRG-VALOR(WRK-IDX-COL) TO WRK-TGE-VALOR(WRK-IDX-COL).

       0321-SOMA-GERAL-FIM. EXIT.

      *-----------------------------------------------------------------
       0330-IMPRIME-CENTRO                       SECTION.

           IF WRK-CCU-REGIAO(WRK-IDX-CCU) NOT EQUAL
              WRK-RGI-NOME(WRK-IDX-RGI)
              OR WRK-CCU-IMPRESSO(WRK-IDX-CCU) EQUAL "S"
               GO TO 0330-IMPRIME-CENTRO-FIM
           END-IF.

           PERFORM 0315-VALORES-CENTRO.
           IF WRK-VLN-VALOR(7) EQUAL ZEROS
               GO TO 0330-IMPRIME-CENTRO-FIM
           END-IF.

           MOVE "S" TO WRK-CCU-IMPRESSO(WRK-IDX-CCU).

           MOVE SPACES                         TO WRK-DET-IDENT.
           MOVE WRK-CCU-CODIGO(WRK-IDX-CCU)    TO WRK-DET-CODIGO.
           MOVE WRK-CCU-DESCRICAO(WRK-IDX-CCU) TO WRK-DET-DESCRICAO.
           MOVE WRK-CCU-AGENCIA(WRK-IDX-CCU)   TO WRK-DET-AGENCIA.
           MOVE WRK-VLN-QTD                    TO WRK-DET-QTD.
           PERFORM 0331-COLUNA-CENTRO
               VARYING WRK-IDX-COL FROM 1 BY 1
               UNTIL WRK-IDX-COL GREATER 7.
           WRITE REG-CUSTOREL FROM WRK-LIN-DETALHE.

           ADD WRK-VLN-QTD TO WRK-TRG-QTD.

       0330-IMPRIME-CENTRO-FIM. EXIT.

      *-----------------------------------------------------------------
       0331-COLUNA-CENTRO                        SECTION.

           MOVE WRK-VLN-VALOR(WRK-IDX-COL)
                                 TO WRK-DET-VALOR(WRK-IDX-COL).
           ADD WRK-VLN-VALOR(WRK-IDX-COL) TO WRK-TRG-VALOR(WRK-IDX-COL).

       0331-COLUNA-CENTRO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    LINHA DE TOTAL - ROTULO EM WRK-SUB-ROTULO E VALORES EM
      *    WRK-VALORES-LINHA
      *-----------------------------------------------------------------
       0340-IMPRIME-TOTAL                        SECTION.

           MOVE WRK-VLN-QTD  TO WRK-SUB-QTD.
           MOVE WRK-LIN-SUBTOTAL TO WRK-DET-IDENT.
           PERFORM 0341-COLUNA-TOTAL
               VARYING WRK-IDX-COL FROM 1 BY 1
               UNTIL WRK-IDX-COL GREATER 7.
           WRITE REG-CUSTOREL FROM WRK-LIN-DETALHE.

       0340-IMPRIME-TOTAL-FIM. EXIT.

      *-----------------------------------------------------------------
       0341-COLUNA-TOTAL                         SECTION.

           MOVE WRK-VLN-VALOR(WRK-IDX-COL)
                                 TO WRK-DET-VALOR(WRK-IDX-COL).

       0341-COLUNA-TOTAL-FIM. EXIT.

      *-----------------------------------------------------------------
      *    CONFERENCIAS - PARTIDAS DEBITO X CREDITO E O LIQUIDO A PAGAR
      *    DAS PARTIDAS CONTRA O LIQUIDO DO FOLHAHIST (DIFERENCA SO
      *    COM COMISSAO DO COMISSOES.txt DIFERENTE DA QUE ENTROU NA
      *    FOLHA)
      *-----------------------------------------------------------------
       0350-CONFERENCIAS                         SECTION.

           WRITE REG-CUSTOREL FROM WRK-LIN-SEPARA.

           MOVE "TOTAL DE DEBITOS.............:" TO WRK-VAL-ROTULO.
           MOVE WRK-TOT-DEBITOS                  TO WRK-VAL-VALOR.
           PERFORM 0351-LINHA-VALOR.

           MOVE "TOTAL DE CREDITOS............:" TO WRK-VAL-ROTULO.
           MOVE WRK-TOT-CREDITOS                 TO WRK-VAL-VALOR.
           PERFORM 0351-LINHA-VALOR.

           COMPUTE WRK-DIFERENCA = WRK-TOT-DEBITOS - WRK-TOT-CREDITOS.
           MOVE "DIFERENCA DEBITO X CREDITO...:" TO WRK-VAL-ROTULO.
           MOVE WRK-DIFERENCA                    TO WRK-VAL-VALOR.
           PERFORM 0351-LINHA-VALOR.

           COMPUTE WRK-LIQUIDO-PAGAR =
               WRK-TOT-BRUTO - WRK-TOT-RETENCOES.
           MOVE "SALARIOS LIQUIDOS A PAGAR....:" TO WRK-VAL-ROTULO.
           MOVE WRK-LIQUIDO-PAGAR                TO WRK-VAL-VALOR.
           PERFORM 0351-LINHA-VALOR.

           MOVE "LIQUIDO NO FOLHAHIST.........:" TO WRK-VAL-ROTULO.
           MOVE WRK-TOT-LIQUIDO-HIST             TO WRK-VAL-VALOR.
           PERFORM 0351-LINHA-VALOR.

           COMPUTE WRK-DIFERENCA =
               WRK-LIQUIDO-PAGAR - WRK-TOT-LIQUIDO-HIST.
           MOVE "DIFERENCA LIQUIDO............:" TO WRK-VAL-ROTULO.
           MOVE WRK-DIFERENCA                    TO WRK-VAL-VALOR.
           PERFORM 0351-LINHA-VALOR.

           IF WRK-QT-REPETIDOS GREATER ZEROS
               DISPLAY "ATENCAO: " WRK-QT-REPETIDOS
                   " REGISTRO(S) DE FOLHA REPETIDO(S) NA COMPETENCIA"
                   " - VALEU O ULTIMO"
           END-IF.
           IF WRK-QT-SEM-LOTACAO GREATER ZEROS
               DISPLAY "ATENCAO: " WRK-QT-SEM-LOTACAO
                   " FUNCIONARIO(S) SEM LOTACAO - CENTRO 0000"
           END-IF.
           IF WRK-QT-SEM-ANTERIOR GREATER ZEROS
               DISPLAY "ATENCAO: " WRK-QT-SEM-ANTERIOR
                   " FUNCIONARIO(S) SEM PROVISAO EM " WRK-COMP-ANTERIOR
                   " - DESPESA DO MES E O SALDO INTEIRO"
           END-IF.
           IF WRK-QT-COMIS-DIVERG GREATER ZEROS
               DISPLAY "ATENCAO: " WRK-QT-COMIS-DIVERG
                   " COMISSAO(OES) DIFERENTE(S) DA FOLHA - VALEU A DO "
                   "COMISSOES.txt"
           END-IF.

       0350-CONFERENCIAS-FIM. EXIT.

      *-----------------------------------------------------------------
       0351-LINHA-VALOR                          SECTION.

           WRITE REG-CUSTOREL FROM WRK-LIN-VALOR.
           DISPLAY WRK-LIN-VALOR.

       0351-LINHA-VALOR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    PARTIDAS DO CENTRO WRK-IDX-CCU - A DESPESA DE SALARIO E
      *    COMISSAO VAI A SALARIOS A PAGAR, DE ONDE SAEM AS RETENCOES
      *    (INSS, IRRF E CONSIGNACOES), FICANDO O LIQUIDO; ENCARGOS,
      *    BENEFICIOS E PROVISOES VAO CADA UM A SUA OBRIGACAO
      *-----------------------------------------------------------------
       0400-GRAVA-CONTABIL                       SECTION.

           MOVE WRK-PRM-DESP-SALARIO     TO WRK-CTA-DEBITO.
           MOVE WRK-PRM-SALARIOS-PAGAR   TO WRK-CTA-CREDITO.
           MOVE WRK-CCU-SALARIO(WRK-IDX-CCU) TO WRK-VALOR-PARTIDA.
           MOVE "SALARIOS DA COMPETENCIA"    TO WRK-HISTORICO.
           PERFORM 0410-GRAVA-PARTIDAS.

           MOVE WRK-PRM-DESP-COMISSAO    TO WRK-CTA-DEBITO.
           MOVE WRK-PRM-SALARIOS-PAGAR   TO WRK-CTA-CREDITO.
           MOVE WRK-CCU-COMISSAO(WRK-IDX-CCU) TO WRK-VALOR-PARTIDA.
           MOVE "COMISSOES DE GERENTE"        TO WRK-HISTORICO.
           PERFORM 0410-GRAVA-PARTIDAS.

           COMPUTE WRK-TOT-BRUTO = WRK-TOT-BRUTO
             + WRK-CCU-SALARIO(WRK-IDX-CCU)
             + WRK-CCU-COMISSAO(WRK-IDX-CCU).

           MOVE WRK-PRM-SALARIOS-PAGAR   TO WRK-CTA-DEBITO.
           MOVE WRK-PRM-INSS-RECOLHER    TO WRK-CTA-CREDITO.
           MOVE WRK-CCU-INSS-RETIDO(WRK-IDX-CCU) TO WRK-VALOR-PARTIDA.
           MOVE "INSS RETIDO DOS FUNCIONARIOS"   TO WRK-HISTORICO.
           PERFORM 0410-GRAVA-PARTIDAS.

           MOVE WRK-PRM-SALARIOS-PAGAR   TO WRK-CTA-DEBITO.
           MOVE WRK-PRM-IRRF-RECOLHER    TO WRK-CTA-CREDITO.
           MOVE WRK-CCU-IRRF(WRK-IDX-CCU)    TO WRK-VALOR-PARTIDA.
           MOVE "IRRF RETIDO DOS FUNCIONARIOS" TO WRK-HISTORICO.
           PERFORM 0410-GRAVA-PARTIDAS.

           MOVE WRK-PRM-SALARIOS-PAGAR   TO WRK-CTA-DEBITO.
           MOVE WRK-PRM-CONSIGNACOES     TO WRK-CTA-CREDITO.
           MOVE WRK-CCU-CONSIGNACOES(WRK-IDX-CCU) TO WRK-VALOR-PARTIDA.
           MOVE "BENEFICIOS E EMPRESTIMOS DESC."  TO WRK-HISTORICO.
           PERFORM 0410-GRAVA-PARTIDAS.

           COMPUTE WRK-TOT-RETENCOES = WRK-TOT-RETENCOES
             + WRK-CCU-INSS-RETIDO(WRK-IDX-CCU)
             + WRK-CCU-IRRF(WRK-IDX-CCU)
             + WRK-CCU-CONSIGNACOES(WRK-IDX-CCU).

           MOVE WRK-PRM-DESP-ENCARGOS    TO WRK-CTA-DEBITO.
           MOVE WRK-PRM-INSS-RECOLHER    TO WRK-CTA-CREDITO.
           MOVE WRK-CCU-INSS-EMPRESA(WRK-IDX-CCU) TO WRK-VALOR-PARTIDA.
           MOVE "INSS PATRONAL E RAT/TERCEIROS"   TO WRK-HISTORICO.
           PERFORM 0410-GRAVA-PARTIDAS.

           MOVE WRK-PRM-DESP-ENCARGOS    TO WRK-CTA-DEBITO.
           MOVE WRK-PRM-FGTS-RECOLHER    TO WRK-CTA-CREDITO.
           MOVE WRK-CCU-FGTS(WRK-IDX-CCU)    TO WRK-VALOR-PARTIDA.
           MOVE "FGTS DA COMPETENCIA"        TO WRK-HISTORICO.
           PERFORM 0410-GRAVA-PARTIDAS.

           MOVE WRK-PRM-DESP-BENEFICIOS  TO WRK-CTA-DEBITO.
           MOVE WRK-PRM-BENEF-PAGAR      TO WRK-CTA-CREDITO.
           MOVE WRK-CCU-BENEFICIOS(WRK-IDX-CCU) TO WRK-VALOR-PARTIDA.
           MOVE "BENEFICIOS - PARTE DA EMPRESA" TO WRK-HISTORICO.
           PERFORM 0410-GRAVA-PARTIDAS.

           MOVE WRK-PRM-DESP-PROV-DECIMO TO WRK-CTA-DEBITO.
           MOVE WRK-PRM-PROV-DECIMO      TO WRK-CTA-CREDITO.
           MOVE WRK-CCU-PROV-DECIMO(WRK-IDX-CCU) TO WRK-VALOR-PARTIDA.
           MOVE "PROVISAO DE 13o SALARIO"        TO WRK-HISTORICO.
           PERFORM 0410-GRAVA-PARTIDAS.

           MOVE WRK-PRM-DESP-PROV-FERIAS TO WRK-CTA-DEBITO.
           MOVE WRK-PRM-PROV-FERIAS      TO WRK-CTA-CREDITO.
           MOVE WRK-CCU-PROV-FERIAS(WRK-IDX-CCU) TO WRK-VALOR-PARTIDA.
           MOVE "PROVISAO DE FERIAS E 1/3"       TO WRK-HISTORICO.
           PERFORM 0410-GRAVA-PARTIDAS.

       0400-GRAVA-CONTABIL-FIM. EXIT.

      *-----------------------------------------------------------------
      *    UM LANCAMENTO, DUAS PARTIDAS DO MESMO VALOR - O CENTRO DE
      *    CUSTO VAI NO CAMPO DA CONTA E A AGENCIA DELE NO DA AGENCIA;
      *    O LOTE E A COMPETENCIA E A ORIGEM E A DE SALARIOS (9011)
      *-----------------------------------------------------------------
       0410-GRAVA-PARTIDAS                       SECTION.

           IF WRK-VALOR-PARTIDA EQUAL ZEROS
               GO TO 0410-GRAVA-PARTIDAS-FIM
           END-IF.

           ADD 1 TO WRK-NUMERO-LANCAMENTO.

           INITIALIZE REG-PARTIDA.
           MOVE WRK-DATA-REF                 TO PTD-DATA.
           MOVE WRK-NUMERO-LANCAMENTO        TO PTD-LANCAMENTO.
           MOVE "D"                          TO PTD-DC.
           MOVE WRK-CTA-DEBITO               TO PTD-CONTA-CONTABIL.
           MOVE WRK-VALOR-PARTIDA            TO PTD-VALOR.
           MOVE WRK-CCU-AGENCIA(WRK-IDX-CCU) TO PTD-AGENCIA.
           MOVE WRK-CCU-CODIGO(WRK-IDX-CCU)  TO PTD-CONTA.
           MOVE WRK-COMPETENCIA              TO PTD-ID-LOTE.
           MOVE WRK-NUMERO-LANCAMENTO        TO PTD-ID-SEQ.
           MOVE WRK-ORIGEM-FOLHA             TO PTD-ORIGEM.
           MOVE "BRL"                        TO PTD-MOEDA.
           MOVE WRK-VALOR-PARTIDA            TO PTD-VALOR-MOEDA.
           MOVE WRK-HISTORICO                TO PTD-HISTORICO.
           WRITE REG-PARTIDA.

           MOVE "C"                          TO PTD-DC.
           MOVE WRK-CTA-CREDITO              TO PTD-CONTA-CONTABIL.
           WRITE REG-PARTIDA.

           ADD 2                 TO WRK-QT-PARTIDAS.
           ADD WRK-VALOR-PARTIDA TO WRK-TOT-DEBITOS.
           ADD WRK-VALOR-PARTIDA TO WRK-TOT-CREDITOS.

       0410-GRAVA-PARTIDAS-FIM. EXIT.
