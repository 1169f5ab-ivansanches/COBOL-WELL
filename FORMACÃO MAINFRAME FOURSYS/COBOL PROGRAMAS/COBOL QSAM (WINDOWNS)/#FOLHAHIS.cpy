ALT1  *== 01/09/2026 - WELLINGTON SOARES CORDEIRO
..    *==  INCLUIDO FHI-COMISSAO, A COMISSAO DE GERENTE (PRGCOMIS)
..    *==  QUE ENTROU NO BRUTO DA COMPETENCIA (LRECL 95->105)
ALT2  *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
..    *==  INCLUIDOS OS DESCONTOS DE BENEFICIOS DA COMPETENCIA
..    *==  (VALE-TRANSPORTE, VALE-REFEICAO E PLANO DE SAUDE, PELAS
..    *==  ADESOES DO BENEFICIOS.txt) E A PARTE DA EMPRESA NO CUSTO
..    *==  DESSES BENEFICIOS (LRECL 105->145)
ALT3  *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
..    *==  INCLUIDO FHI-DESC-EMPREST, AS PARCELAS DE EMPRESTIMO
..    *==  CONSIGNADO (EMPRESTIMOS.txt) DESCONTADAS NA COMPETENCIA
..    *==  (LRECL 145->155)
      *=================================================================
       01  REG-FOLHAHIST.
           05 FHI-COMPETENCIA            PIC 9(06).
           05 FHI-INSS                   PIC 9(08)V99.
           05 FHI-IRRF                   PIC 9(08)V99.
           05 FHI-LIQUIDO                PIC 9(08)V99.
ALT2       05 FHI-DESC-VT                PIC 9(08)V99.
ALT2       05 FHI-DESC-VR                PIC 9(08)V99.
ALT2       05 FHI-DESC-SAUDE             PIC 9(08)V99.
ALT2       05 FHI-BENEF-EMPRESA          PIC 9(08)V99.
ALT3       05 FHI-DESC-EMPREST           PIC 9(08)V99.
