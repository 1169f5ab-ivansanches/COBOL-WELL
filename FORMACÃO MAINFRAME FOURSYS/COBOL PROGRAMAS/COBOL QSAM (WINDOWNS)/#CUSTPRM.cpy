      *=================================================================
      *== BOOK        : #CUSTPRM
      *== OBJETIVO    : LAYOUT DO ARQUIVO DE PARAMETROS DO CUSTO DA
      *==               FOLHA (CUSTOPRM.txt, REGISTRO UNICO) - ALIQUOTAS
      *==               DOS ENCARGOS DA EMPRESA SOBRE O BRUTO (INSS
      *==               PATRONAL, RAT + TERCEIROS E FGTS) E AS CONTAS DO
      *==               PLANOCTB DE CADA PARTIDA DO LANCAMENTO CONTABIL
      *==               DA FOLHA (DESPESAS, OBRIGACOES E PROVISOES).
      *==               ARQUIVO AUSENTE USA OS VALORES PADRAO COMPILADOS
      *==               NO PRGCUSTO
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================
       01  REG-CUSTOPRM.
           05 CPR-PERC-INSS-EMPRESA      PIC 9(02)V99.
           05 CPR-PERC-RAT-TERCEIROS     PIC 9(02)V99.
           05 CPR-PERC-FGTS              PIC 9(02)V99.
           05 CPR-CTA-DESP-SALARIO       PIC X(10).
           05 CPR-CTA-DESP-COMISSAO      PIC X(10).
           05 CPR-CTA-DESP-ENCARGOS      PIC X(10).
           05 CPR-CTA-DESP-BENEFICIOS    PIC X(10).
           05 CPR-CTA-DESP-PROV-DECIMO   PIC X(10).
           05 CPR-CTA-DESP-PROV-FERIAS   PIC X(10).
           05 CPR-CTA-SALARIOS-PAGAR     PIC X(10).
           05 CPR-CTA-INSS-RECOLHER      PIC X(10).
           05 CPR-CTA-IRRF-RECOLHER      PIC X(10).
           05 CPR-CTA-FGTS-RECOLHER      PIC X(10).
           05 CPR-CTA-CONSIGNACOES       PIC X(10).
           05 CPR-CTA-BENEF-PAGAR        PIC X(10).
           05 CPR-CTA-PROV-DECIMO        PIC X(10).
           05 CPR-CTA-PROV-FERIAS        PIC X(10).
