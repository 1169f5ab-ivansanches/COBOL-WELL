..    *==  CALCULADA PELO PRGCOMIS SOBRE A PRODUCAO DO GERPROD.txt)
..    *==  PASSOU A SOMAR NO BRUTO, ITEMIZADA NO HOLERITE E
..    *==  CARREGADA PARA O HISTORICO
ALT5  *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
..    *==  DESCONTO DE BENEFICIOS - AS ADESOES EM VIGOR NA
..    *==  COMPETENCIA (BENEFICIOS.txt, BOOK #BENEFIC, DIGITADO PELO
..    *==  PRGBENEF) SAO CALCULADAS PELA TABELA BENREGRA.txt (BOOK
..    *==  #BENREGRA; AUSENTE USA AS REGRAS PADRAO COMPILADAS): VALE-
..    *==  TRANSPORTE ATE 6% DO SALARIO BASE, COPARTICIPACAO FIXA DO
..    *==  VALE-REFEICAO E PLANO DE SAUDE POR VIDA. A PARTE DO
..    *==  FUNCIONARIO SAI DO LIQUIDO (ITEMIZADA NO HOLERITE, NO
..    *==  FOLHA.txt E NO HISTORICO) E O RELATORIO MENSAL DE CUSTO
..    *==  DE BENEFICIOS (BENEFREL.txt) SEPARA A PARTE DO
..    *==  FUNCIONARIO DA PARTE DA EMPRESA
ALT6  *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
..    *==  DESCONTO DE EMPRESTIMO CONSIGNADO - A PARCELA DEVIDA NA
..    *==  COMPETENCIA DE CADA CONTRATO ATIVO DO EMPRESTIMOS.txt
..    *==  (BOOK #EMPFOLHA, CONCEDIDO PELO PRGEMPFO) SAI DO LIQUIDO,
..    *==  ITEMIZADA NO HOLERITE, NO FOLHA.txt E NO HISTORICO. PARCELA
..    *==  MAIOR QUE O LIQUIDO QUE SOBROU NAO E DESCONTADA E FICA
..    *==  PARA O MES SEGUINTE. O CONTRATO E REGRAVADO COM PARCELAS
..    *==  PAGAS, SALDO DEVEDOR E QUITACAO (RODADA REPETIDA DA MESMA
..    *==  COMPETENCIA DESCONTA DE NOVO SEM AVANCAR O CONTRATO) E O
..    *==  RELATORIO MENSAL EMPREREL.txt LISTA AS PARCELAS
..    *==  DESCONTADAS, OS CONTRATOS CONCEDIDOS NA COMPETENCIA E OS
..    *==  SALDOS DEVEDORES EM ABERTO
      *=================================================================
       ENVIRONMENT                               DIVISION.

ALT3       SELECT FOLHAHIST ASSIGN
ALT3       TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\FOLHAHIST.txt"
ALT3           FILE STATUS IS FS-FOLHAHIST.

ALT5       SELECT BENEFICIOS ASSIGN
ALT5       TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\BENEFICIOS.txt"
ALT5           FILE STATUS IS FS-BENEFICIOS.

ALT5       SELECT BENREGRA ASSIGN
ALT5       TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\BENREGRA.txt"
ALT5           FILE STATUS IS FS-BENREGRA.

ALT5       SELECT BENEFREL ASSIGN
ALT5       TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\BENEFREL.txt"
ALT5           FILE STATUS IS FS-BENEFREL.

ALT6       SELECT EMPRESTIMOS ASSIGN
ALT6       TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\EMPRESTIMOS.txt"
ALT6           FILE STATUS IS FS-EMPRESTIMOS.

ALT6       SELECT EMPRETMP ASSIGN
ALT6       TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\EMPRETMP.txt"
ALT6           FILE STATUS IS FS-EMPRETMP.

ALT6       SELECT EMPREREL ASSIGN
ALT6       TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\EMPREREL.txt"
ALT6           FILE STATUS IS FS-EMPREREL.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.

      *----------------------------------------------------------------*
      *     OUTPUT - FOLHA CALCULADA POR FUNCIONARIO
ALT6  *                               LRECL = 079
      *----------------------------------------------------------------*
       FD  FOLHA.
       01  REG-FOLHA.
           05 FOL-INSS                   PIC 9(08)V99.
           05 FOL-IRRF                   PIC 9(08)V99.
           05 FOL-LIQUIDO                PIC 9(08)V99.
ALT5       05 FOL-BENEFICIOS             PIC 9(08)V99.
ALT6       05 FOL-EMPRESTIMOS            PIC 9(08)V99.

      *----------------------------------------------------------------*
      *     OUTPUT - DEMONSTRATIVO IMPRESSO (HOLERITE)

      *----------------------------------------------------------------*
ALT3  *     OUTPUT - HISTORICO MENSAL DE FOLHA (EXTEND)
ALT6  *                               LRECL = 155
      *----------------------------------------------------------------*
ALT3   FD  FOLHAHIST.
ALT3   COPY "#FOLHAHIS".
ALT4       05 CMS-PRODUCAO               PIC 9(10)V99.
ALT4       05 CMS-COMISSAO               PIC 9(10)V99.

      *----------------------------------------------------------------*
ALT5  *     INPUT -  ADESOES A BENEFICIOS (PRGBENEF)
ALT5  *                               LRECL = 034
      *----------------------------------------------------------------*
ALT5   FD  BENEFICIOS.
ALT5   COPY "#BENEFIC".

      *----------------------------------------------------------------*
ALT5  *     INPUT -  REGRAS DE CALCULO DOS BENEFICIOS
ALT5  *                               LRECL = 030
      *----------------------------------------------------------------*
ALT5   FD  BENREGRA.
ALT5   COPY "#BENREGRA".

      *----------------------------------------------------------------*
ALT5  *     OUTPUT - RELATORIO MENSAL DE CUSTO DE BENEFICIOS
ALT5  *                               LRECL = 080
      *----------------------------------------------------------------*
ALT5   FD  BENEFREL.
ALT5   01  REG-BENEFREL                  PIC X(80).

ALT6  *----------------------------------------------------------------*
ALT6  *     INPUT/OUTPUT - CONTRATOS DE EMPRESTIMO CONSIGNADO
ALT6  *                               LRECL = 083
ALT6  *----------------------------------------------------------------*
ALT6   FD  EMPRESTIMOS.
ALT6   COPY "#EMPFOLHA".

ALT6   FD  EMPRETMP.
ALT6   01  REG-EMPRETMP                  PIC X(83).

ALT6  *----------------------------------------------------------------*
ALT6  *     OUTPUT - RELATORIO MENSAL DE EMPRESTIMOS CONSIGNADOS
ALT6  *                               LRECL = 080
ALT6  *----------------------------------------------------------------*
ALT6   FD  EMPREREL.
ALT6   01  REG-EMPREREL                  PIC X(80).

       WORKING-STORAGE                           SECTION.
       77  FS-FUNCIONARIOS       PIC 9(02) VALUE ZEROS.
       77  FS-FAIXAS             PIC 9(02) VALUE ZEROS.
ALT1   77  FS-HORAS              PIC 9(02) VALUE ZEROS.
ALT3   77  FS-FOLHAHIST          PIC 9(02) VALUE ZEROS.
ALT4   77  FS-COMISSOES          PIC 9(02) VALUE ZEROS.
ALT5   77  FS-BENEFICIOS         PIC 9(02) VALUE ZEROS.
ALT5   77  FS-BENREGRA           PIC 9(02) VALUE ZEROS.
ALT5   77  FS-BENEFREL           PIC 9(02) VALUE ZEROS.
ALT6   77  FS-EMPRESTIMOS        PIC 9(02) VALUE ZEROS.
ALT6   77  FS-EMPRETMP           PIC 9(02) VALUE ZEROS.
ALT6   77  FS-EMPREREL           PIC 9(02) VALUE ZEROS.

ALT6  *========== CONTRATOS DE EMPRESTIMO A DESCONTAR NA COMPETENCIA
ALT6   77  WRK-QT-EMPREST        PIC 9(03) VALUE ZEROS.
ALT6   77  WRK-IDX-EMPREST       PIC 9(03) VALUE ZEROS.
ALT6   77  WRK-EMPREST-ACHADO    PIC X(01) VALUE "N".
ALT6       88 WRK-EMPREST-SIM               VALUE "S".
ALT6   01  WRK-TAB-EMPREST.
ALT6       05 WRK-EMPREST-OCO OCCURS 300 TIMES.
ALT6           10 WRK-EMP-NUMERO         PIC 9(06).
ALT6           10 WRK-EMP-CODIGO         PIC 9(04).
ALT6           10 WRK-EMP-TAXA           PIC 9(02)V9999.
ALT6           10 WRK-EMP-PARCELAS       PIC 9(03).
ALT6           10 WRK-EMP-VALOR-PARCELA  PIC 9(08)V99.
ALT6           10 WRK-EMP-PAGAS          PIC 9(03).
ALT6           10 WRK-EMP-ULT-DESCONTO   PIC 9(06).
ALT6           10 WRK-EMP-SALDO          PIC 9(08)V99.
ALT6           10 WRK-EMP-SITUACAO       PIC X(01).

ALT6  *========== EMPRESTIMOS DO FUNCIONARIO DA VEZ
ALT6   77  WRK-DESC-EMPREST      PIC 9(08)V99 VALUE ZEROS.
ALT6   77  WRK-PARCELA-DESCONT   PIC X(01) VALUE "N".
ALT6       88 WRK-PARCELA-DESCONTADA        VALUE "S".
ALT6   77  WRK-SOBRA-LIQUIDO     PIC S9(08)V99 VALUE ZEROS.
ALT6   77  WRK-PARC-RESTANTES    PIC 9(03) VALUE ZEROS.
ALT6   77  WRK-TAXA-UNIT         PIC 9(01)V9(08) VALUE ZEROS.
ALT6   77  WRK-FATOR             PIC 9(05)V9(08) VALUE ZEROS.
ALT6   77  WRK-COEFICIENTE       PIC 9(05)V9(08) VALUE ZEROS.
ALT6   01  WRK-DATA-CONCESSAO    PIC 9(08) VALUE ZEROS.
ALT6   01  WRK-DATA-CONCESSAO-R REDEFINES WRK-DATA-CONCESSAO.
ALT6       05 WRK-CONC-COMPETENCIA   PIC 9(06).
ALT6       05 WRK-CONC-DIA           PIC 9(02).

ALT6  *========== TOTAIS DO RELATORIO DE EMPRESTIMOS
ALT6   77  WRK-TOT-EMPREST       PIC 9(10)V99 VALUE ZEROS.
ALT6   77  WRK-QT-DESCONTADAS    PIC 9(05) VALUE ZEROS.
ALT6   77  WRK-QT-NAO-DESCONT    PIC 9(05) VALUE ZEROS.
ALT6   77  WRK-TOT-NAO-DESCONT   PIC 9(10)V99 VALUE ZEROS.
ALT6   77  WRK-QT-CONCEDIDOS     PIC 9(05) VALUE ZEROS.
ALT6   77  WRK-TOT-CONCEDIDO     PIC 9(10)V99 VALUE ZEROS.
ALT6   77  WRK-QT-EM-ABERTO      PIC 9(05) VALUE ZEROS.
ALT6   77  WRK-TOT-EM-ABERTO     PIC 9(10)V99 VALUE ZEROS.

ALT5  *========== REGRAS DE BENEFICIOS (PADRAO SE BENREGRA.txt AUSENTE)
ALT5   77  WRK-QT-REGRAS         PIC 9(02) VALUE 4.
ALT5   77  WRK-IDX-REGRA         PIC 9(02) VALUE ZEROS.
ALT5   77  WRK-REGRA-USADA       PIC 9(02) VALUE ZEROS.
ALT5   77  WRK-REGRA-EXATA       PIC X(01) VALUE "N".
ALT5       88 WRK-REGRA-EXATA-SIM           VALUE "S".
ALT5   77  WRK-CARREGOU-REGRAS   PIC X(01) VALUE "N".
ALT5       88 WRK-REGRAS-DO-ARQUIVO         VALUE "S".
ALT5   01  WRK-TAB-REGRAS.
ALT5       05 WRK-REGRA-OCO OCCURS 30 TIMES.
ALT5           10 WRK-RGR-TIPO           PIC X(02).
ALT5           10 WRK-RGR-OPCAO          PIC X(02).
ALT5           10 WRK-RGR-CUSTO          PIC 9(06)V99.
ALT5           10 WRK-RGR-POR-VIDA       PIC X(01).
ALT5           10 WRK-RGR-PERC-CUSTO     PIC 9(03)V99.
ALT5           10 WRK-RGR-VALOR-FIXO     PIC 9(06)V99.
ALT5           10 WRK-RGR-TETO-PERC-SAL  PIC 9(02)V99.

ALT5  *========== ADESOES EM VIGOR NA COMPETENCIA
ALT5   77  WRK-COMP-INICIO       PIC 9(08) VALUE ZEROS.
ALT5   77  WRK-COMP-FIM          PIC 9(08) VALUE ZEROS.
ALT5   77  WRK-QT-ADESOES        PIC 9(03) VALUE ZEROS.
ALT5   77  WRK-IDX-ADESAO        PIC 9(03) VALUE ZEROS.
ALT5   01  WRK-TAB-ADESOES.
ALT5       05 WRK-ADESAO-OCO OCCURS 300 TIMES.
ALT5           10 WRK-ADE-CODIGO         PIC 9(04).
ALT5           10 WRK-ADE-TIPO           PIC X(02).
ALT5           10 WRK-ADE-OPCAO          PIC X(02).
ALT5           10 WRK-ADE-DEPENDENTES    PIC 9(02).
ALT5           10 WRK-ADE-VALOR          PIC 9(06)V99.

ALT5  *========== BENEFICIOS DO FUNCIONARIO DA VEZ
ALT5   77  WRK-VIDAS             PIC 9(03) VALUE ZEROS.
ALT5   77  WRK-BEN-CUSTO         PIC 9(08)V99 VALUE ZEROS.
ALT5   77  WRK-BEN-FUNC          PIC 9(08)V99 VALUE ZEROS.
ALT5   77  WRK-BEN-EMPRESA       PIC 9(08)V99 VALUE ZEROS.
ALT5   77  WRK-BEN-TETO          PIC 9(08)V99 VALUE ZEROS.
ALT5   77  WRK-DESC-VT           PIC 9(08)V99 VALUE ZEROS.
ALT5   77  WRK-DESC-VR           PIC 9(08)V99 VALUE ZEROS.
ALT5   77  WRK-DESC-SAUDE        PIC 9(08)V99 VALUE ZEROS.
ALT5   77  WRK-DESC-BENEFICIOS   PIC 9(08)V99 VALUE ZEROS.
ALT5   77  WRK-EMPRESA-BENEF     PIC 9(08)V99 VALUE ZEROS.

ALT5  *========== TOTAIS DE BENEFICIOS POR TIPO (4 = TOTAL GERAL)
ALT5   77  WRK-IDX-TIPO          PIC 9(01) VALUE ZEROS.
ALT5   01  WRK-TAB-TIPOS-VALORES.
ALT5       05 FILLER             PIC X(20) VALUE
ALT5           "VTVALE-TRANSPORTE   ".
ALT5       05 FILLER             PIC X(20) VALUE
ALT5           "VRVALE-REFEICAO     ".
ALT5       05 FILLER             PIC X(20) VALUE
ALT5           "PSPLANO DE SAUDE    ".
ALT5       05 FILLER             PIC X(20) VALUE
ALT5           "  TOTAL GERAL       ".
ALT5   01  WRK-TAB-TIPOS REDEFINES WRK-TAB-TIPOS-VALORES.
ALT5       05 WRK-TIPO-OCO OCCURS 4 TIMES.
ALT5           10 WRK-TIP-CODIGO         PIC X(02).
ALT5           10 WRK-TIP-NOME           PIC X(18).
ALT5   01  WRK-TAB-TOT-BENEF.
ALT5       05 WRK-TOTB-OCO OCCURS 4 TIMES.
ALT5           10 WRK-TOTB-ADESOES       PIC 9(05).
ALT5           10 WRK-TOTB-VIDAS         PIC 9(05).
ALT5           10 WRK-TOTB-CUSTO         PIC 9(10)V99.
ALT5           10 WRK-TOTB-FUNC          PIC 9(10)V99.
ALT5           10 WRK-TOTB-EMPRESA       PIC 9(10)V99.
ALT5   77  WRK-TOT-BENEFICIOS    PIC 9(10)V99 VALUE ZEROS.

ALT4  *========== COMISSOES DA COMPETENCIA CARREGADAS
ALT4   77  WRK-QT-COMIS          PIC 9(02) VALUE ZEROS.
           05 WRK-VAL-VALOR      PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(47) VALUE SPACES.

ALT5  *========== LINHAS DO RELATORIO DE CUSTO DE BENEFICIOS
ALT5   01  WRK-LIN-BEN-TITULO.
ALT5       05 FILLER             PIC X(40) VALUE
ALT5           "CUSTO DE BENEFICIOS - COMPETENCIA".
ALT5       05 WRK-BTI-COMPETENCIA PIC 9(06).
ALT5       05 FILLER             PIC X(34) VALUE SPACES.
ALT5   01  WRK-LIN-BEN-CABEC.
ALT5       05 FILLER             PIC X(80) VALUE
ALT5           "FUNC NOME            TP OP VIDAS      CUSTO FUNCIONARIO
ALT5  -    "    EMPRESA".
ALT5   01  WRK-LIN-BEN-DETALHE.
ALT5       05 WRK-BDE-CODIGO     PIC 9(04).
ALT5       05 FILLER             PIC X(01) VALUE SPACES.
ALT5       05 WRK-BDE-NOME       PIC X(15).
ALT5       05 FILLER             PIC X(01) VALUE SPACES.
ALT5       05 WRK-BDE-TIPO       PIC X(02).
ALT5       05 FILLER             PIC X(01) VALUE SPACES.
ALT5       05 WRK-BDE-OPCAO      PIC X(02).
ALT5       05 FILLER             PIC X(01) VALUE SPACES.
ALT5       05 WRK-BDE-VIDAS      PIC ZZZZ9.
ALT5       05 FILLER             PIC X(01) VALUE SPACES.
ALT5       05 WRK-BDE-CUSTO      PIC ZZZ.ZZ9,99.
ALT5       05 FILLER             PIC X(02) VALUE SPACES.
ALT5       05 WRK-BDE-FUNC       PIC ZZZ.ZZ9,99.
ALT5       05 FILLER             PIC X(01) VALUE SPACES.
ALT5       05 WRK-BDE-EMPRESA    PIC ZZZ.ZZ9,99.
ALT5       05 FILLER             PIC X(14) VALUE SPACES.
ALT5   01  WRK-LIN-BEN-TOTAL.
ALT5       05 WRK-BTO-NOME       PIC X(18).
ALT5       05 FILLER             PIC X(01) VALUE SPACES.
ALT5       05 WRK-BTO-ADESOES    PIC ZZZZ9.
ALT5       05 FILLER             PIC X(01) VALUE SPACES.
ALT5       05 WRK-BTO-VIDAS      PIC ZZZZ9.
ALT5       05 FILLER             PIC X(01) VALUE SPACES.
ALT5       05 WRK-BTO-CUSTO      PIC Z.ZZZ.ZZ9,99.
ALT5       05 FILLER             PIC X(01) VALUE SPACES.
ALT5       05 WRK-BTO-FUNC       PIC Z.ZZZ.ZZ9,99.
ALT5       05 FILLER             PIC X(01) VALUE SPACES.
ALT5       05 WRK-BTO-EMPRESA    PIC Z.ZZZ.ZZ9,99.
ALT5       05 FILLER             PIC X(11) VALUE SPACES.

ALT6  *========== LINHAS DO RELATORIO DE EMPRESTIMOS CONSIGNADOS
ALT6   01  WRK-LIN-EMP-TITULO.
ALT6       05 FILLER             PIC X(40) VALUE
ALT6           "EMPRESTIMOS CONSIGNADOS - COMPETENCIA".
ALT6       05 WRK-ETI-COMPETENCIA PIC 9(06).
ALT6       05 FILLER             PIC X(34) VALUE SPACES.
ALT6   01  WRK-LIN-EMP-SECAO     PIC X(80) VALUE SPACES.
ALT6   01  WRK-LIN-EMP-CABEC.
ALT6       05 FILLER             PIC X(40) VALUE
ALT6           "CONTR. FUNC PARCELA         VALOR       ".
ALT6       05 FILLER             PIC X(40) VALUE
ALT6           "  SALDO OBSERVACAO".
ALT6   01  WRK-LIN-EMP-DETALHE.
ALT6       05 WRK-EDE-NUMERO     PIC 9(06).
ALT6       05 FILLER             PIC X(01) VALUE SPACES.
ALT6       05 WRK-EDE-CODIGO     PIC 9(04).
ALT6       05 FILLER             PIC X(01) VALUE SPACES.
ALT6       05 WRK-EDE-PARCELA    PIC ZZ9.
ALT6       05 FILLER             PIC X(01) VALUE "/".
ALT6       05 WRK-EDE-PARCELAS   PIC ZZ9.
ALT6       05 FILLER             PIC X(01) VALUE SPACES.
ALT6       05 WRK-EDE-VALOR      PIC ZZ.ZZZ.ZZ9,99.
ALT6       05 FILLER             PIC X(01) VALUE SPACES.
ALT6       05 WRK-EDE-SALDO      PIC ZZ.ZZZ.ZZ9,99.
ALT6       05 FILLER             PIC X(01) VALUE SPACES.
ALT6       05 WRK-EDE-OBS        PIC X(25).
ALT6       05 FILLER             PIC X(07) VALUE SPACES.
ALT6   01  WRK-LIN-EMP-TOTAL.
ALT6       05 WRK-ETO-ROTULO     PIC X(30).
ALT6       05 WRK-ETO-QTD        PIC ZZZZ9.
ALT6       05 FILLER             PIC X(01) VALUE SPACES.
ALT6       05 WRK-ETO-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99.
ALT6       05 FILLER             PIC X(28) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.
ALT1       ACCEPT WRK-COMPETENCIA.
ALT1       PERFORM 0130-CARREGA-HORAS.
ALT4       PERFORM 0140-CARREGA-COMISSOES.
ALT5       PERFORM 0150-REGRAS-PADRAO.
ALT5       PERFORM 0160-CARREGA-REGRAS.
ALT5       PERFORM 0170-CARREGA-ADESOES.
ALT6       PERFORM 0180-CARREGA-EMPRESTIMOS.

           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL 00
ALT3           OPEN EXTEND FOLHAHIST
ALT3       END-IF.

ALT5       OPEN OUTPUT BENEFREL.
ALT5       MOVE WRK-COMPETENCIA TO WRK-BTI-COMPETENCIA.
ALT5       WRITE REG-BENEFREL FROM WRK-LIN-BEN-TITULO.
ALT5       WRITE REG-BENEFREL FROM WRK-LIN-BEN-CABEC.
ALT5       INITIALIZE WRK-TAB-TOT-BENEF.

ALT6       OPEN OUTPUT EMPREREL.
ALT6       MOVE WRK-COMPETENCIA TO WRK-ETI-COMPETENCIA.
ALT6       WRITE REG-EMPREREL FROM WRK-LIN-EMP-TITULO.
ALT6       MOVE "PARCELAS DA COMPETENCIA" TO WRK-LIN-EMP-SECAO.
ALT6       WRITE REG-EMPREREL FROM WRK-LIN-EMP-SECAO.
ALT6       WRITE REG-EMPREREL FROM WRK-LIN-EMP-CABEC.

           READ FUNCIONARIOS.
           IF FS-FUNCIONARIOS EQUAL 10
               DISPLAY "ARQUIVO VAZIO"
ALT4   0141-GUARDA-COMISSAO-FIM. EXIT.

      *-----------------------------------------------------------------
ALT5  *    REGRAS PADRAO COMPILADAS - VALEM QUANDO BENREGRA.txt ESTA
ALT5  *    AUSENTE OU VAZIO: VT PAGO PELO FUNCIONARIO ATE 6% DO
ALT5  *    SALARIO BASE; VR DE 600,00 COM COPARTICIPACAO DE 30,00;
ALT5  *    PLANO DE SAUDE POR VIDA A 250,00 NA OPCAO EN (ENFERMARIA)
ALT5  *    E 400,00 NAS DEMAIS, COM 20% PARA O FUNCIONARIO
      *-----------------------------------------------------------------
ALT5   0150-REGRAS-PADRAO                        SECTION.

ALT5       MOVE "VT"      TO WRK-RGR-TIPO(1).
ALT5       MOVE SPACES    TO WRK-RGR-OPCAO(1).
ALT5       MOVE ZEROS     TO WRK-RGR-CUSTO(1).
ALT5       MOVE "N"       TO WRK-RGR-POR-VIDA(1).
ALT5       MOVE 100,00    TO WRK-RGR-PERC-CUSTO(1).
ALT5       MOVE ZEROS     TO WRK-RGR-VALOR-FIXO(1).
ALT5       MOVE 06,00     TO WRK-RGR-TETO-PERC-SAL(1).

ALT5       MOVE "VR"      TO WRK-RGR-TIPO(2).
ALT5       MOVE SPACES    TO WRK-RGR-OPCAO(2).
ALT5       MOVE 600,00    TO WRK-RGR-CUSTO(2).
ALT5       MOVE "N"       TO WRK-RGR-POR-VIDA(2).
ALT5       MOVE ZEROS     TO WRK-RGR-PERC-CUSTO(2).
ALT5       MOVE 030,00    TO WRK-RGR-VALOR-FIXO(2).
ALT5       MOVE ZEROS     TO WRK-RGR-TETO-PERC-SAL(2).

ALT5       MOVE "PS"      TO WRK-RGR-TIPO(3).
ALT5       MOVE "EN"      TO WRK-RGR-OPCAO(3).
ALT5       MOVE 250,00    TO WRK-RGR-CUSTO(3).
ALT5       MOVE "S"       TO WRK-RGR-POR-VIDA(3).
ALT5       MOVE 020,00    TO WRK-RGR-PERC-CUSTO(3).
ALT5       MOVE ZEROS     TO WRK-RGR-VALOR-FIXO(3).
ALT5       MOVE ZEROS     TO WRK-RGR-TETO-PERC-SAL(3).

ALT5       MOVE "PS"      TO WRK-RGR-TIPO(4).
ALT5       MOVE SPACES    TO WRK-RGR-OPCAO(4).
ALT5       MOVE 400,00    TO WRK-RGR-CUSTO(4).
ALT5       MOVE "S"       TO WRK-RGR-POR-VIDA(4).
ALT5       MOVE 020,00    TO WRK-RGR-PERC-CUSTO(4).
ALT5       MOVE ZEROS     TO WRK-RGR-VALOR-FIXO(4).
ALT5       MOVE ZEROS     TO WRK-RGR-TETO-PERC-SAL(4).

ALT5   0150-REGRAS-PADRAO-FIM. EXIT.

      *-----------------------------------------------------------------
ALT5   0160-CARREGA-REGRAS                       SECTION.

ALT5       OPEN INPUT BENREGRA.
ALT5       IF FS-BENREGRA NOT EQUAL 00
ALT5           DISPLAY "BENREGRA.txt AUSENTE - USANDO REGRAS PADRAO"
ALT5           GO TO 0160-CARREGA-REGRAS-FIM
ALT5       END-IF.

ALT5       READ BENREGRA.
ALT5       PERFORM 0161-GUARDA-REGRA
ALT5           UNTIL FS-BENREGRA NOT EQUAL 00.

ALT5       CLOSE BENREGRA.

ALT5   0160-CARREGA-REGRAS-FIM. EXIT.

      *-----------------------------------------------------------------
ALT5   0161-GUARDA-REGRA                         SECTION.

ALT5       IF NOT WRK-REGRAS-DO-ARQUIVO
ALT5           MOVE "S"   TO WRK-CARREGOU-REGRAS
ALT5           MOVE ZEROS TO WRK-QT-REGRAS
ALT5       END-IF.

ALT5       IF WRK-QT-REGRAS LESS 30
ALT5           ADD 1 TO WRK-QT-REGRAS
ALT5           MOVE BRG-TIPO          TO WRK-RGR-TIPO(WRK-QT-REGRAS)
ALT5           MOVE BRG-OPCAO         TO WRK-RGR-OPCAO(WRK-QT-REGRAS)
ALT5           MOVE BRG-CUSTO         TO WRK-RGR-CUSTO(WRK-QT-REGRAS)
ALT5           MOVE BRG-POR-VIDA     TO WRK-RGR-POR-VIDA(WRK-QT-REGRAS)
ALT5           MOVE BRG-PERC-CUSTO
ALT5                             TO WRK-RGR-PERC-CUSTO(WRK-QT-REGRAS)
ALT5           MOVE BRG-VALOR-FIXO
ALT5                             TO WRK-RGR-VALOR-FIXO(WRK-QT-REGRAS)
ALT5           MOVE BRG-TETO-PERC-SAL
ALT5                          TO WRK-RGR-TETO-PERC-SAL(WRK-QT-REGRAS)
ALT5       END-IF.

ALT5       READ BENREGRA.

ALT5   0161-GUARDA-REGRA-FIM. EXIT.

      *-----------------------------------------------------------------
ALT5  *    CARREGA AS ADESOES EM VIGOR EM ALGUM DIA DA COMPETENCIA -
ALT5  *    ARQUIVO AUSENTE SIGNIFICA FOLHA SEM DESCONTO DE BENEFICIOS
      *-----------------------------------------------------------------
ALT5   0170-CARREGA-ADESOES                      SECTION.

ALT5       COMPUTE WRK-COMP-INICIO = WRK-COMPETENCIA * 100 + 1.
ALT5       COMPUTE WRK-COMP-FIM    = WRK-COMPETENCIA * 100 + 31.

ALT5       OPEN INPUT BENEFICIOS.
ALT5       IF FS-BENEFICIOS NOT EQUAL 00
ALT5           DISPLAY "BENEFICIOS.txt AUSENTE - FOLHA SEM BENEFICIOS"
ALT5           GO TO 0170-CARREGA-ADESOES-FIM
ALT5       END-IF.

ALT5       READ BENEFICIOS.
ALT5       PERFORM 0171-GUARDA-ADESAO
ALT5           UNTIL FS-BENEFICIOS NOT EQUAL 00.

ALT5       CLOSE BENEFICIOS.

ALT5       DISPLAY "ADESOES A BENEFICIOS.: " WRK-QT-ADESOES.

ALT5   0170-CARREGA-ADESOES-FIM. EXIT.

      *-----------------------------------------------------------------
ALT5   0171-GUARDA-ADESAO                        SECTION.

ALT5       IF BEN-DATA-INICIO NOT GREATER WRK-COMP-FIM
ALT5          AND (BEN-DATA-FIM EQUAL ZEROS
ALT5           OR  BEN-DATA-FIM NOT LESS WRK-COMP-INICIO)
ALT5          AND WRK-QT-ADESOES LESS 300
ALT5           ADD 1 TO WRK-QT-ADESOES
ALT5           MOVE BEN-CODIGO      TO WRK-ADE-CODIGO(WRK-QT-ADESOES)
ALT5           MOVE BEN-TIPO        TO WRK-ADE-TIPO(WRK-QT-ADESOES)
ALT5           MOVE BEN-OPCAO       TO WRK-ADE-OPCAO(WRK-QT-ADESOES)
ALT5           MOVE BEN-DEPENDENTES
ALT5                           TO WRK-ADE-DEPENDENTES(WRK-QT-ADESOES)
ALT5           MOVE BEN-VALOR-INFORMADO
ALT5                           TO WRK-ADE-VALOR(WRK-QT-ADESOES)
ALT5       END-IF.

ALT5       READ BENEFICIOS.

ALT5   0171-GUARDA-ADESAO-FIM. EXIT.

      *-----------------------------------------------------------------
ALT6  *    CARREGA OS CONTRATOS COM PARCELA NA COMPETENCIA - ATIVOS JA
ALT6  *    INICIADOS E, NA RODADA REPETIDA, OS QUITADOS NELA MESMA.
ALT6  *    ARQUIVO AUSENTE SIGNIFICA FOLHA SEM EMPRESTIMOS
      *-----------------------------------------------------------------
ALT6   0180-CARREGA-EMPRESTIMOS                  SECTION.

ALT6       OPEN INPUT EMPRESTIMOS.
ALT6       IF FS-EMPRESTIMOS NOT EQUAL 00
ALT6           DISPLAY "EMPRESTIMOS.txt AUSENTE - FOLHA SEM "
ALT6               "EMPRESTIMOS"
ALT6           GO TO 0180-CARREGA-EMPRESTIMOS-FIM
ALT6       END-IF.

ALT6       READ EMPRESTIMOS.
ALT6       PERFORM 0181-GUARDA-EMPRESTIMO
ALT6           UNTIL FS-EMPRESTIMOS NOT EQUAL 00.

ALT6       CLOSE EMPRESTIMOS.

ALT6       DISPLAY "CONTRATOS A DESCONTAR: " WRK-QT-EMPREST.

ALT6   0180-CARREGA-EMPRESTIMOS-FIM. EXIT.

      *-----------------------------------------------------------------
ALT6   0181-GUARDA-EMPRESTIMO                    SECTION.

ALT6       IF ((EMP-ATIVO AND EMP-COMP-INICIO NOT GREATER
ALT6                                                 WRK-COMPETENCIA)
ALT6        OR (EMP-QUITADO AND EMP-COMP-ULT-DESCONTO EQUAL
ALT6                                                 WRK-COMPETENCIA))
ALT6          AND WRK-QT-EMPREST LESS 300
ALT6           ADD 1 TO WRK-QT-EMPREST
ALT6           MOVE EMP-NUMERO     TO WRK-EMP-NUMERO(WRK-QT-EMPREST)
ALT6           MOVE EMP-CODIGO     TO WRK-EMP-CODIGO(WRK-QT-EMPREST)
ALT6           MOVE EMP-TAXA-MES   TO WRK-EMP-TAXA(WRK-QT-EMPREST)
ALT6           MOVE EMP-PARCELAS   TO WRK-EMP-PARCELAS(WRK-QT-EMPREST)
ALT6           MOVE EMP-VALOR-PARCELA
ALT6                         TO WRK-EMP-VALOR-PARCELA(WRK-QT-EMPREST)
ALT6           MOVE EMP-PARCELAS-PAGAS
ALT6                         TO WRK-EMP-PAGAS(WRK-QT-EMPREST)
ALT6           MOVE EMP-COMP-ULT-DESCONTO
ALT6                         TO WRK-EMP-ULT-DESCONTO(WRK-QT-EMPREST)
ALT6           MOVE EMP-SALDO-DEVEDOR
ALT6                         TO WRK-EMP-SALDO(WRK-QT-EMPREST)
ALT6           MOVE EMP-SITUACAO   TO WRK-EMP-SITUACAO(WRK-QT-EMPREST)
ALT6       END-IF.

ALT6       READ EMPRESTIMOS.

ALT6   0181-GUARDA-EMPRESTIMO-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

ALT2       IF REG-FUNC-DESLIGADO
           COMPUTE WRK-BASE-IRRF = WRK-BRUTO - WRK-INSS.
           PERFORM 0220-CALCULA-IRRF.

ALT5       PERFORM 0270-APLICA-BENEFICIOS.
ALT6       PERFORM 0280-APLICA-EMPRESTIMOS.

           COMPUTE WRK-LIQUIDO = WRK-BRUTO - WRK-INSS - WRK-IRRF
ALT5                           - WRK-DESC-BENEFICIOS
ALT6                           - WRK-DESC-EMPREST.

           PERFORM 0230-GRAVA-FOLHA.
ALT3       PERFORM 0235-GRAVA-HISTORICO.
           ADD WRK-INSS    TO WRK-TOT-INSS.
           ADD WRK-IRRF    TO WRK-TOT-IRRF.
           ADD WRK-LIQUIDO TO WRK-TOT-LIQUIDO.
ALT5       ADD WRK-DESC-BENEFICIOS TO WRK-TOT-BENEFICIOS.
ALT6       ADD WRK-DESC-EMPREST    TO WRK-TOT-EMPREST.

ALT2   0200-PROCESSAR-LER.

ALT4   0261-PROCURA-COMISSAO-FIM. EXIT.

      *-----------------------------------------------------------------
ALT5  *    BENEFICIOS DO FUNCIONARIO - TODAS AS ADESOES DELE EM VIGOR
ALT5  *    NA COMPETENCIA; OS DESCONTOS NAO ALTERAM A BASE DO INSS NEM
ALT5  *    DO IRRF, SO O LIQUIDO
      *-----------------------------------------------------------------
ALT5   0270-APLICA-BENEFICIOS                    SECTION.

ALT5       MOVE ZEROS TO WRK-DESC-VT WRK-DESC-VR WRK-DESC-SAUDE
ALT5                     WRK-DESC-BENEFICIOS WRK-EMPRESA-BENEF.

ALT5       PERFORM 0271-CALCULA-ADESAO
ALT5           VARYING WRK-IDX-ADESAO FROM 1 BY 1
ALT5           UNTIL WRK-IDX-ADESAO GREATER WRK-QT-ADESOES.

ALT5       COMPUTE WRK-DESC-BENEFICIOS =
ALT5           WRK-DESC-VT + WRK-DESC-VR + WRK-DESC-SAUDE.

ALT5   0270-APLICA-BENEFICIOS-FIM. EXIT.

      *-----------------------------------------------------------------
ALT5   0271-CALCULA-ADESAO                       SECTION.

ALT5       IF WRK-ADE-CODIGO(WRK-IDX-ADESAO) NOT EQUAL REG-CODIGO
ALT5           GO TO 0271-CALCULA-ADESAO-FIM
ALT5       END-IF.

ALT5       PERFORM 0272-ACHA-REGRA.
ALT5       IF WRK-REGRA-USADA EQUAL ZEROS
ALT5           DISPLAY "SEM REGRA PARA O BENEFICIO "
ALT5               WRK-ADE-TIPO(WRK-IDX-ADESAO) "/"
ALT5               WRK-ADE-OPCAO(WRK-IDX-ADESAO)
ALT5               " DO FUNCIONARIO " REG-CODIGO
ALT5           GO TO 0271-CALCULA-ADESAO-FIM
ALT5       END-IF.

ALT5       MOVE 1 TO WRK-VIDAS.
ALT5       IF WRK-RGR-POR-VIDA(WRK-REGRA-USADA) EQUAL "S"
ALT5           ADD WRK-ADE-DEPENDENTES(WRK-IDX-ADESAO) TO WRK-VIDAS
ALT5       END-IF.

ALT5       IF WRK-ADE-VALOR(WRK-IDX-ADESAO) GREATER ZEROS
ALT5           MOVE WRK-ADE-VALOR(WRK-IDX-ADESAO) TO WRK-BEN-CUSTO
ALT5       ELSE
ALT5           MOVE WRK-RGR-CUSTO(WRK-REGRA-USADA) TO WRK-BEN-CUSTO
ALT5       END-IF.
ALT5       COMPUTE WRK-BEN-CUSTO = WRK-BEN-CUSTO * WRK-VIDAS.

ALT5       COMPUTE WRK-BEN-FUNC ROUNDED =
ALT5           WRK-RGR-VALOR-FIXO(WRK-REGRA-USADA)
ALT5         + WRK-BEN-CUSTO * WRK-RGR-PERC-CUSTO(WRK-REGRA-USADA)
ALT5           / 100.

ALT5       IF WRK-RGR-TETO-PERC-SAL(WRK-REGRA-USADA) GREATER ZEROS
ALT5           COMPUTE WRK-BEN-TETO ROUNDED = REG-SALARIO
ALT5             * WRK-RGR-TETO-PERC-SAL(WRK-REGRA-USADA) / 100
ALT5           IF WRK-BEN-FUNC GREATER WRK-BEN-TETO
ALT5               MOVE WRK-BEN-TETO TO WRK-BEN-FUNC
ALT5           END-IF
ALT5       END-IF.

ALT5       IF WRK-BEN-FUNC GREATER WRK-BEN-CUSTO
ALT5           MOVE WRK-BEN-CUSTO TO WRK-BEN-FUNC
ALT5       END-IF.

ALT5       COMPUTE WRK-BEN-EMPRESA = WRK-BEN-CUSTO - WRK-BEN-FUNC.

ALT5       EVALUATE WRK-ADE-TIPO(WRK-IDX-ADESAO)
ALT5           WHEN "VT"
ALT5               ADD WRK-BEN-FUNC TO WRK-DESC-VT
ALT5               MOVE 1 TO WRK-IDX-TIPO
ALT5           WHEN "VR"
ALT5               ADD WRK-BEN-FUNC TO WRK-DESC-VR
ALT5               MOVE 2 TO WRK-IDX-TIPO
ALT5           WHEN OTHER
ALT5               ADD WRK-BEN-FUNC TO WRK-DESC-SAUDE
ALT5               MOVE 3 TO WRK-IDX-TIPO
ALT5       END-EVALUATE.
ALT5       ADD WRK-BEN-EMPRESA TO WRK-EMPRESA-BENEF.

ALT5       ADD 1             TO WRK-TOTB-ADESOES(WRK-IDX-TIPO)
ALT5                            WRK-TOTB-ADESOES(4).
ALT5       ADD WRK-VIDAS     TO WRK-TOTB-VIDAS(WRK-IDX-TIPO)
ALT5                            WRK-TOTB-VIDAS(4).
ALT5       ADD WRK-BEN-CUSTO TO WRK-TOTB-CUSTO(WRK-IDX-TIPO)
ALT5                            WRK-TOTB-CUSTO(4).
ALT5       ADD WRK-BEN-FUNC  TO WRK-TOTB-FUNC(WRK-IDX-TIPO)
ALT5                            WRK-TOTB-FUNC(4).
ALT5       ADD WRK-BEN-EMPRESA TO WRK-TOTB-EMPRESA(WRK-IDX-TIPO)
ALT5                              WRK-TOTB-EMPRESA(4).

ALT5       MOVE REG-CODIGO                    TO WRK-BDE-CODIGO.
ALT5       MOVE REG-NOME                      TO WRK-BDE-NOME.
ALT5       MOVE WRK-ADE-TIPO(WRK-IDX-ADESAO)  TO WRK-BDE-TIPO.
ALT5       MOVE WRK-ADE-OPCAO(WRK-IDX-ADESAO) TO WRK-BDE-OPCAO.
ALT5       MOVE WRK-VIDAS                     TO WRK-BDE-VIDAS.
ALT5       MOVE WRK-BEN-CUSTO                 TO WRK-BDE-CUSTO.
ALT5       MOVE WRK-BEN-FUNC                  TO WRK-BDE-FUNC.
ALT5       MOVE WRK-BEN-EMPRESA               TO WRK-BDE-EMPRESA.
ALT5       WRITE REG-BENEFREL FROM WRK-LIN-BEN-DETALHE.

ALT5   0271-CALCULA-ADESAO-FIM. EXIT.

      *-----------------------------------------------------------------
ALT5  *    REGRA DO TIPO E OPCAO DA ADESAO; NA FALTA, A REGRA DO TIPO
ALT5  *    COM OPCAO EM BRANCO
      *-----------------------------------------------------------------
ALT5   0272-ACHA-REGRA                           SECTION.

ALT5       MOVE ZEROS TO WRK-REGRA-USADA.
ALT5       MOVE "N"   TO WRK-REGRA-EXATA.

ALT5       PERFORM 0273-COMPARA-REGRA
ALT5           VARYING WRK-IDX-REGRA FROM 1 BY 1
ALT5           UNTIL WRK-IDX-REGRA GREATER WRK-QT-REGRAS
ALT5              OR WRK-REGRA-EXATA-SIM.

ALT5   0272-ACHA-REGRA-FIM. EXIT.

      *-----------------------------------------------------------------
ALT5   0273-COMPARA-REGRA                        SECTION.

ALT5       IF WRK-RGR-TIPO(WRK-IDX-REGRA)
ALT5                          NOT EQUAL WRK-ADE-TIPO(WRK-IDX-ADESAO)
ALT5           GO TO 0273-COMPARA-REGRA-FIM
ALT5       END-IF.

ALT5       IF WRK-RGR-OPCAO(WRK-IDX-REGRA)
ALT5                              EQUAL WRK-ADE-OPCAO(WRK-IDX-ADESAO)
ALT5           MOVE WRK-IDX-REGRA TO WRK-REGRA-USADA
ALT5           SET WRK-REGRA-EXATA-SIM TO TRUE
ALT5       ELSE
ALT5           IF WRK-RGR-OPCAO(WRK-IDX-REGRA) EQUAL SPACES
ALT5              AND WRK-REGRA-USADA EQUAL ZEROS
ALT5               MOVE WRK-IDX-REGRA TO WRK-REGRA-USADA
ALT5           END-IF
ALT5       END-IF.

ALT5   0273-COMPARA-REGRA-FIM. EXIT.

      *-----------------------------------------------------------------
ALT6  *    EMPRESTIMOS DO FUNCIONARIO - UMA PARCELA POR CONTRATO, NA
ALT6  *    ORDEM DO ARQUIVO, ENQUANTO COUBER NO LIQUIDO QUE SOBROU
ALT6  *    DEPOIS DOS DEMAIS DESCONTOS
      *-----------------------------------------------------------------
ALT6   0280-APLICA-EMPRESTIMOS                   SECTION.

ALT6       MOVE ZEROS TO WRK-DESC-EMPREST.

ALT6       PERFORM 0281-DESCONTA-PARCELA
ALT6           VARYING WRK-IDX-EMPREST FROM 1 BY 1
ALT6           UNTIL WRK-IDX-EMPREST GREATER WRK-QT-EMPREST.

ALT6   0280-APLICA-EMPRESTIMOS-FIM. EXIT.

      *-----------------------------------------------------------------
ALT6   0281-DESCONTA-PARCELA                     SECTION.

ALT6       IF WRK-EMP-CODIGO(WRK-IDX-EMPREST) NOT EQUAL REG-CODIGO
ALT6           GO TO 0281-DESCONTA-PARCELA-FIM
ALT6       END-IF.

ALT6       MOVE SPACES TO WRK-EDE-OBS.
ALT6       MOVE "S"    TO WRK-PARCELA-DESCONT.

ALT6       IF WRK-EMP-ULT-DESCONTO(WRK-IDX-EMPREST)
ALT6                                           EQUAL WRK-COMPETENCIA
ALT6           ADD WRK-EMP-VALOR-PARCELA(WRK-IDX-EMPREST)
ALT6                                           TO WRK-DESC-EMPREST
ALT6           MOVE "REPROCESSAMENTO" TO WRK-EDE-OBS
ALT6           GO TO 0281-DESCONTA-PARCELA-LINHA
ALT6       END-IF.

ALT6       COMPUTE WRK-SOBRA-LIQUIDO = WRK-BRUTO - WRK-INSS - WRK-IRRF
ALT6                                 - WRK-DESC-BENEFICIOS
ALT6                                 - WRK-DESC-EMPREST.

ALT6       IF WRK-EMP-VALOR-PARCELA(WRK-IDX-EMPREST)
ALT6                                       GREATER WRK-SOBRA-LIQUIDO
ALT6           MOVE "NAO DESCONTADA-S/LIQUIDO" TO WRK-EDE-OBS
ALT6           MOVE "N" TO WRK-PARCELA-DESCONT
ALT6           ADD 1 TO WRK-QT-NAO-DESCONT
ALT6           ADD WRK-EMP-VALOR-PARCELA(WRK-IDX-EMPREST)
ALT6                                       TO WRK-TOT-NAO-DESCONT
ALT6           DISPLAY "PARCELA DO CONTRATO "
ALT6               WRK-EMP-NUMERO(WRK-IDX-EMPREST)
ALT6               " NAO DESCONTADA - LIQUIDO INSUFICIENTE DO "
ALT6               "FUNCIONARIO " REG-CODIGO
ALT6           GO TO 0281-DESCONTA-PARCELA-LINHA
ALT6       END-IF.

ALT6       ADD 1 TO WRK-EMP-PAGAS(WRK-IDX-EMPREST).
ALT6       MOVE WRK-COMPETENCIA
ALT6                         TO WRK-EMP-ULT-DESCONTO(WRK-IDX-EMPREST).
ALT6       ADD WRK-EMP-VALOR-PARCELA(WRK-IDX-EMPREST)
ALT6                                           TO WRK-DESC-EMPREST.
ALT6       PERFORM 0282-CALCULA-SALDO.
ALT6       IF WRK-EMP-SITUACAO(WRK-IDX-EMPREST) EQUAL "Q"
ALT6           MOVE "CONTRATO QUITADO" TO WRK-EDE-OBS
ALT6       END-IF.

ALT6   0281-DESCONTA-PARCELA-LINHA.

ALT6       IF WRK-PARCELA-DESCONTADA
ALT6           ADD 1 TO WRK-QT-DESCONTADAS
ALT6       END-IF.

ALT6       MOVE WRK-EMP-NUMERO(WRK-IDX-EMPREST)   TO WRK-EDE-NUMERO.
ALT6       MOVE REG-CODIGO                        TO WRK-EDE-CODIGO.
ALT6       MOVE WRK-EMP-PAGAS(WRK-IDX-EMPREST)    TO WRK-EDE-PARCELA.
ALT6       MOVE WRK-EMP-PARCELAS(WRK-IDX-EMPREST) TO WRK-EDE-PARCELAS.
ALT6       MOVE WRK-EMP-VALOR-PARCELA(WRK-IDX-EMPREST)
ALT6                                              TO WRK-EDE-VALOR.
ALT6       MOVE WRK-EMP-SALDO(WRK-IDX-EMPREST)    TO WRK-EDE-SALDO.
ALT6       WRITE REG-EMPREREL FROM WRK-LIN-EMP-DETALHE.

ALT6   0281-DESCONTA-PARCELA-FIM. EXIT.

      *-----------------------------------------------------------------
ALT6  *    SALDO DEVEDOR = VALOR PRESENTE DAS PARCELAS QUE FALTAM, A
ALT6  *    TAXA DO CONTRATO - PARCELA * (1 - 1/(1+I)**N) / I
      *-----------------------------------------------------------------
ALT6   0282-CALCULA-SALDO                        SECTION.

ALT6       COMPUTE WRK-PARC-RESTANTES =
ALT6           WRK-EMP-PARCELAS(WRK-IDX-EMPREST)
ALT6         - WRK-EMP-PAGAS(WRK-IDX-EMPREST).

ALT6       IF WRK-PARC-RESTANTES EQUAL ZEROS
ALT6           MOVE ZEROS TO WRK-EMP-SALDO(WRK-IDX-EMPREST)
ALT6           MOVE "Q"   TO WRK-EMP-SITUACAO(WRK-IDX-EMPREST)
ALT6           GO TO 0282-CALCULA-SALDO-FIM
ALT6       END-IF.

ALT6       COMPUTE WRK-TAXA-UNIT = WRK-EMP-TAXA(WRK-IDX-EMPREST) / 100.

ALT6       IF WRK-TAXA-UNIT EQUAL ZEROS
ALT6           COMPUTE WRK-EMP-SALDO(WRK-IDX-EMPREST) =
ALT6               WRK-EMP-VALOR-PARCELA(WRK-IDX-EMPREST)
ALT6             * WRK-PARC-RESTANTES
ALT6       ELSE
ALT6           COMPUTE WRK-FATOR ROUNDED =
ALT6               (1 + WRK-TAXA-UNIT) ** WRK-PARC-RESTANTES
ALT6           COMPUTE WRK-COEFICIENTE ROUNDED =
ALT6               (WRK-FATOR - 1) / WRK-FATOR
ALT6           COMPUTE WRK-EMP-SALDO(WRK-IDX-EMPREST) ROUNDED =
ALT6               WRK-EMP-VALOR-PARCELA(WRK-IDX-EMPREST)
ALT6             * WRK-COEFICIENTE / WRK-TAXA-UNIT
ALT6       END-IF.

ALT6   0282-CALCULA-SALDO-FIM. EXIT.

      *-----------------------------------------------------------------
       0210-CALCULA-INSS                         SECTION.

           MOVE ZEROS TO WRK-INSS.
           MOVE WRK-INSS    TO FOL-INSS.
           MOVE WRK-IRRF    TO FOL-IRRF.
           MOVE WRK-LIQUIDO TO FOL-LIQUIDO.
ALT5       MOVE WRK-DESC-BENEFICIOS TO FOL-BENEFICIOS.
ALT6       MOVE WRK-DESC-EMPREST    TO FOL-EMPRESTIMOS.

           WRITE REG-FOLHA.

ALT3       MOVE WRK-INSS        TO FHI-INSS.
ALT3       MOVE WRK-IRRF        TO FHI-IRRF.
ALT3       MOVE WRK-LIQUIDO     TO FHI-LIQUIDO.
ALT5       MOVE WRK-DESC-VT     TO FHI-DESC-VT.
ALT5       MOVE WRK-DESC-VR     TO FHI-DESC-VR.
ALT5       MOVE WRK-DESC-SAUDE  TO FHI-DESC-SAUDE.
ALT5       MOVE WRK-EMPRESA-BENEF TO FHI-BENEF-EMPRESA.
ALT6       MOVE WRK-DESC-EMPREST  TO FHI-DESC-EMPREST.

ALT3       WRITE REG-FOLHAHIST.

           MOVE WRK-IRRF               TO WRK-VAL-VALOR.
           WRITE REG-FOLHAREL FROM WRK-LIN-VALOR.

ALT5       IF WRK-DESC-VT GREATER ZEROS
ALT5           MOVE "DESC VALE-TRANSP...:" TO WRK-VAL-ROTULO
ALT5           MOVE WRK-DESC-VT            TO WRK-VAL-VALOR
ALT5           WRITE REG-FOLHAREL FROM WRK-LIN-VALOR
ALT5       END-IF.

ALT5       IF WRK-DESC-VR GREATER ZEROS
ALT5           MOVE "DESC VALE-REFEICAO.:" TO WRK-VAL-ROTULO
ALT5           MOVE WRK-DESC-VR            TO WRK-VAL-VALOR
ALT5           WRITE REG-FOLHAREL FROM WRK-LIN-VALOR
ALT5       END-IF.

ALT5       IF WRK-DESC-SAUDE GREATER ZEROS
ALT5           MOVE "DESC PLANO SAUDE...:" TO WRK-VAL-ROTULO
ALT5           MOVE WRK-DESC-SAUDE         TO WRK-VAL-VALOR
ALT5           WRITE REG-FOLHAREL FROM WRK-LIN-VALOR
ALT5       END-IF.

ALT6       IF WRK-DESC-EMPREST GREATER ZEROS
ALT6           MOVE "DESC EMPRESTIMO....:" TO WRK-VAL-ROTULO
ALT6           MOVE WRK-DESC-EMPREST       TO WRK-VAL-VALOR
ALT6           WRITE REG-FOLHAREL FROM WRK-LIN-VALOR
ALT6       END-IF.

           MOVE "SALARIO LIQUIDO....:" TO WRK-VAL-ROTULO.
           MOVE WRK-LIQUIDO            TO WRK-VAL-VALOR.
           WRITE REG-FOLHAREL FROM WRK-LIN-VALOR.
           WRITE REG-FOLHAREL FROM WRK-LIN-VALOR.
           DISPLAY WRK-LIN-VALOR.

ALT5       MOVE "TOTAL BENEFICIOS...:" TO WRK-VAL-ROTULO.
ALT5       MOVE WRK-TOT-BENEFICIOS     TO WRK-VAL-VALOR.
ALT5       WRITE REG-FOLHAREL FROM WRK-LIN-VALOR.
ALT5       DISPLAY WRK-LIN-VALOR.

ALT6       MOVE "TOTAL EMPRESTIMOS..:" TO WRK-VAL-ROTULO.
ALT6       MOVE WRK-TOT-EMPREST        TO WRK-VAL-VALOR.
ALT6       WRITE REG-FOLHAREL FROM WRK-LIN-VALOR.
ALT6       DISPLAY WRK-LIN-VALOR.

           MOVE "TOTAL LIQUIDO......:" TO WRK-VAL-ROTULO.
           MOVE WRK-TOT-LIQUIDO        TO WRK-VAL-VALOR.
           WRITE REG-FOLHAREL FROM WRK-LIN-VALOR.
           CLOSE FOLHAREL.
ALT3       CLOSE FOLHAHIST.

ALT5       PERFORM 0310-TOTAIS-BENEFICIOS
ALT5           VARYING WRK-IDX-TIPO FROM 1 BY 1
ALT5           UNTIL WRK-IDX-TIPO GREATER 4.
ALT5       CLOSE BENEFREL.

ALT6       PERFORM 0320-ATUALIZA-EMPRESTIMOS.
ALT6       PERFORM 0330-RELATORIO-EMPRESTIMOS.
ALT6       CLOSE EMPREREL.

           DISPLAY "======= FIM PROGRAMA FOLHA =======".

       0300-FINALIZAR-FIM. EXIT.

      *-----------------------------------------------------------------
ALT5  *    TOTAIS DO RELATORIO DE CUSTO DE BENEFICIOS POR TIPO E GERAL
      *-----------------------------------------------------------------
ALT5   0310-TOTAIS-BENEFICIOS                    SECTION.

ALT5       MOVE WRK-TIP-NOME(WRK-IDX-TIPO)     TO WRK-BTO-NOME.
ALT5       MOVE WRK-TOTB-ADESOES(WRK-IDX-TIPO) TO WRK-BTO-ADESOES.
ALT5       MOVE WRK-TOTB-VIDAS(WRK-IDX-TIPO)   TO WRK-BTO-VIDAS.
ALT5       MOVE WRK-TOTB-CUSTO(WRK-IDX-TIPO)   TO WRK-BTO-CUSTO.
ALT5       MOVE WRK-TOTB-FUNC(WRK-IDX-TIPO)    TO WRK-BTO-FUNC.
ALT5       MOVE WRK-TOTB-EMPRESA(WRK-IDX-TIPO) TO WRK-BTO-EMPRESA.

ALT5       IF WRK-IDX-TIPO EQUAL 1
ALT5           WRITE REG-BENEFREL FROM WRK-LIN-SEPARA
ALT5       END-IF.
ALT5       WRITE REG-BENEFREL FROM WRK-LIN-BEN-TOTAL.
ALT5       DISPLAY WRK-LIN-BEN-TOTAL.

ALT5   0310-TOTAIS-BENEFICIOS-FIM. EXIT.

      *-----------------------------------------------------------------
ALT6  *    REGRAVA O EMPRESTIMOS.txt VIA ARQUIVO DE TRABALHO COM AS
ALT6  *    PARCELAS PAGAS, SALDO E SITUACAO DOS CONTRATOS DA TABELA
      *-----------------------------------------------------------------
ALT6   0320-ATUALIZA-EMPRESTIMOS                 SECTION.

ALT6       IF WRK-QT-EMPREST EQUAL ZEROS
ALT6           GO TO 0320-ATUALIZA-EMPRESTIMOS-FIM
ALT6       END-IF.

ALT6       OPEN INPUT  EMPRESTIMOS.
ALT6       OPEN OUTPUT EMPRETMP.

ALT6       READ EMPRESTIMOS.
ALT6       PERFORM 0321-ATUALIZA-CONTRATO
ALT6           UNTIL FS-EMPRESTIMOS NOT EQUAL 00.

ALT6       CLOSE EMPRESTIMOS.
ALT6       CLOSE EMPRETMP.

ALT6       OPEN OUTPUT EMPRESTIMOS.
ALT6       OPEN INPUT  EMPRETMP.

ALT6       READ EMPRETMP.
ALT6       PERFORM 0323-DEVOLVE-CONTRATO
ALT6           UNTIL FS-EMPRETMP NOT EQUAL 00.

ALT6       CLOSE EMPRETMP.
ALT6       CLOSE EMPRESTIMOS.

ALT6   0320-ATUALIZA-EMPRESTIMOS-FIM. EXIT.

      *-----------------------------------------------------------------
ALT6   0321-ATUALIZA-CONTRATO                    SECTION.

ALT6       MOVE "N" TO WRK-EMPREST-ACHADO.
ALT6       PERFORM 0322-PROCURA-CONTRATO
ALT6           VARYING WRK-IDX-EMPREST FROM 1 BY 1
ALT6           UNTIL WRK-IDX-EMPREST GREATER WRK-QT-EMPREST
ALT6              OR WRK-EMPREST-SIM.

ALT6       IF WRK-EMPREST-SIM
ALT6           SUBTRACT 1 FROM WRK-IDX-EMPREST
ALT6           MOVE WRK-EMP-PAGAS(WRK-IDX-EMPREST)
ALT6                                      TO EMP-PARCELAS-PAGAS
ALT6           MOVE WRK-EMP-ULT-DESCONTO(WRK-IDX-EMPREST)
ALT6                                      TO EMP-COMP-ULT-DESCONTO
ALT6           MOVE WRK-EMP-SALDO(WRK-IDX-EMPREST)
ALT6                                      TO EMP-SALDO-DEVEDOR
ALT6           MOVE WRK-EMP-SITUACAO(WRK-IDX-EMPREST)
ALT6                                      TO EMP-SITUACAO
ALT6       END-IF.

ALT6       WRITE REG-EMPRETMP FROM REG-EMPRESTIMOS.

ALT6       READ EMPRESTIMOS.

ALT6   0321-ATUALIZA-CONTRATO-FIM. EXIT.

      *-----------------------------------------------------------------
ALT6   0322-PROCURA-CONTRATO                     SECTION.

ALT6       IF WRK-EMP-NUMERO(WRK-IDX-EMPREST) EQUAL EMP-NUMERO
ALT6           SET WRK-EMPREST-SIM TO TRUE
ALT6       END-IF.

ALT6   0322-PROCURA-CONTRATO-FIM. EXIT.

      *-----------------------------------------------------------------
ALT6   0323-DEVOLVE-CONTRATO                     SECTION.

ALT6       WRITE REG-EMPRESTIMOS FROM REG-EMPRETMP.

ALT6       READ EMPRETMP.

ALT6   0323-DEVOLVE-CONTRATO-FIM. EXIT.

      *-----------------------------------------------------------------
ALT6  *    RELATORIO MENSAL DE EMPRESTIMOS - TOTAIS DAS PARCELAS DA
ALT6  *    COMPETENCIA (DETALHADAS NO CALCULO), CONTRATOS CONCEDIDOS
ALT6  *    NA COMPETENCIA E SALDOS DEVEDORES EM ABERTO, JA ATUALIZADOS
      *-----------------------------------------------------------------
ALT6   0330-RELATORIO-EMPRESTIMOS                SECTION.

ALT6       WRITE REG-EMPREREL FROM WRK-LIN-SEPARA.
ALT6       MOVE "PARCELAS DESCONTADAS.........:" TO WRK-ETO-ROTULO.
ALT6       MOVE WRK-QT-DESCONTADAS                TO WRK-ETO-QTD.
ALT6       MOVE WRK-TOT-EMPREST                   TO WRK-ETO-VALOR.
ALT6       WRITE REG-EMPREREL FROM WRK-LIN-EMP-TOTAL.
ALT6       DISPLAY WRK-LIN-EMP-TOTAL.
ALT6       MOVE "PARCELAS NAO DESCONTADAS.....:" TO WRK-ETO-ROTULO.
ALT6       MOVE WRK-QT-NAO-DESCONT                TO WRK-ETO-QTD.
ALT6       MOVE WRK-TOT-NAO-DESCONT               TO WRK-ETO-VALOR.
ALT6       WRITE REG-EMPREREL FROM WRK-LIN-EMP-TOTAL.
ALT6       DISPLAY WRK-LIN-EMP-TOTAL.

ALT6       OPEN INPUT EMPRESTIMOS.
ALT6       IF FS-EMPRESTIMOS NOT EQUAL 00
ALT6           GO TO 0330-RELATORIO-EMPRESTIMOS-FIM
ALT6       END-IF.

ALT6       WRITE REG-EMPREREL FROM WRK-LIN-SEPARA.
ALT6       MOVE "CONTRATOS CONCEDIDOS NA COMPETENCIA"
ALT6                                        TO WRK-LIN-EMP-SECAO.
ALT6       WRITE REG-EMPREREL FROM WRK-LIN-EMP-SECAO.
ALT6       WRITE REG-EMPREREL FROM WRK-LIN-EMP-CABEC.

ALT6       READ EMPRESTIMOS.
ALT6       PERFORM 0331-LISTA-CONCEDIDO
ALT6           UNTIL FS-EMPRESTIMOS NOT EQUAL 00.

ALT6       CLOSE EMPRESTIMOS.

ALT6       MOVE "CONTRATOS CONCEDIDOS.........:" TO WRK-ETO-ROTULO.
ALT6       MOVE WRK-QT-CONCEDIDOS                 TO WRK-ETO-QTD.
ALT6       MOVE WRK-TOT-CONCEDIDO                 TO WRK-ETO-VALOR.
ALT6       WRITE REG-EMPREREL FROM WRK-LIN-EMP-TOTAL.
ALT6       DISPLAY WRK-LIN-EMP-TOTAL.

ALT6       OPEN INPUT EMPRESTIMOS.

ALT6       WRITE REG-EMPREREL FROM WRK-LIN-SEPARA.
ALT6       MOVE "SALDOS DEVEDORES EM ABERTO" TO WRK-LIN-EMP-SECAO.
ALT6       WRITE REG-EMPREREL FROM WRK-LIN-EMP-SECAO.
ALT6       WRITE REG-EMPREREL FROM WRK-LIN-EMP-CABEC.

ALT6       READ EMPRESTIMOS.
ALT6       PERFORM 0332-LISTA-SALDO
ALT6           UNTIL FS-EMPRESTIMOS NOT EQUAL 00.

ALT6       CLOSE EMPRESTIMOS.

ALT6       MOVE "SALDO DEVEDOR EM ABERTO......:" TO WRK-ETO-ROTULO.
ALT6       MOVE WRK-QT-EM-ABERTO                  TO WRK-ETO-QTD.
ALT6       MOVE WRK-TOT-EM-ABERTO                 TO WRK-ETO-VALOR.
ALT6       WRITE REG-EMPREREL FROM WRK-LIN-EMP-TOTAL.
ALT6       DISPLAY WRK-LIN-EMP-TOTAL.

ALT6   0330-RELATORIO-EMPRESTIMOS-FIM. EXIT.

      *-----------------------------------------------------------------
ALT6   0331-LISTA-CONCEDIDO                      SECTION.

ALT6       MOVE EMP-DATA-CONCESSAO TO WRK-DATA-CONCESSAO.

ALT6       IF WRK-CONC-COMPETENCIA EQUAL WRK-COMPETENCIA
ALT6           ADD 1         TO WRK-QT-CONCEDIDOS
ALT6           ADD EMP-VALOR TO WRK-TOT-CONCEDIDO
ALT6           MOVE EMP-NUMERO         TO WRK-EDE-NUMERO
ALT6           MOVE EMP-CODIGO         TO WRK-EDE-CODIGO
ALT6           MOVE ZEROS              TO WRK-EDE-PARCELA
ALT6           MOVE EMP-PARCELAS       TO WRK-EDE-PARCELAS
ALT6           MOVE EMP-VALOR          TO WRK-EDE-VALOR
ALT6           MOVE EMP-SALDO-DEVEDOR  TO WRK-EDE-SALDO
ALT6           MOVE SPACES             TO WRK-EDE-OBS
ALT6           STRING "1a PARCELA EM " EMP-COMP-INICIO
ALT6               DELIMITED BY SIZE INTO WRK-EDE-OBS
ALT6           WRITE REG-EMPREREL FROM WRK-LIN-EMP-DETALHE
ALT6       END-IF.

ALT6       READ EMPRESTIMOS.

ALT6   0331-LISTA-CONCEDIDO-FIM. EXIT.

      *-----------------------------------------------------------------
ALT6   0332-LISTA-SALDO                          SECTION.

ALT6       IF (EMP-ATIVO OR EMP-PENDENTE)
ALT6          AND EMP-SALDO-DEVEDOR GREATER ZEROS
ALT6           ADD 1                 TO WRK-QT-EM-ABERTO
ALT6           ADD EMP-SALDO-DEVEDOR TO WRK-TOT-EM-ABERTO
ALT6           MOVE EMP-NUMERO         TO WRK-EDE-NUMERO
ALT6           MOVE EMP-CODIGO         TO WRK-EDE-CODIGO
ALT6           MOVE EMP-PARCELAS-PAGAS TO WRK-EDE-PARCELA
ALT6           MOVE EMP-PARCELAS       TO WRK-EDE-PARCELAS
ALT6           MOVE EMP-VALOR-PARCELA  TO WRK-EDE-VALOR
ALT6           MOVE EMP-SALDO-DEVEDOR  TO WRK-EDE-SALDO
ALT6           IF EMP-PENDENTE
ALT6               MOVE "PENDENTE APOS RESCISAO" TO WRK-EDE-OBS
ALT6           ELSE
ALT6               MOVE "ATIVO"                  TO WRK-EDE-OBS
ALT6           END-IF
ALT6           WRITE REG-EMPREREL FROM WRK-LIN-EMP-DETALHE
ALT6       END-IF.

ALT6       READ EMPRESTIMOS.

ALT6   0332-LISTA-SALDO-FIM. EXIT.
