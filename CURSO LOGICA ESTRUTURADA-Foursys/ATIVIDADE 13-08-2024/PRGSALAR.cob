      *   - PARAMETRO DIFERENTE DE F/P DEIXAVA TODO CREDITO DE
      *   SALARIO REJEITADO NA VALIDACAO DO ATI4
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   LAYOUT DO FOLHA.txt ACOMPANHA O PRGFOLHA, QUE PASSOU A
      *   GRAVAR O TOTAL DE DESCONTOS DE BENEFICIOS (FOL-BENEFICIOS)
      *   - O CREDITO CONTINUA SENDO O LIQUIDO, JA DESCONTADO
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   LAYOUT DO FOLHA.txt ACOMPANHA O PRGFOLHA, QUE PASSOU A
      *   GRAVAR AS PARCELAS DE EMPRESTIMO CONSIGNADO DESCONTADAS
      *   (FOL-EMPRESTIMOS) - O CREDITO CONTINUA SENDO O LIQUIDO
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================

      *----------------------------------------------------------------*
      *     INPUT -  FOLHA CALCULADA POR FUNCIONARIO (PRGFOLHA)
      *                               LRECL = 079
      *----------------------------------------------------------------*
       FD  FOLHA.
       01  REG-FOLHA.
           05 FOL-INSS                   PIC 9(08)V99.
           05 FOL-IRRF                   PIC 9(08)V99.
           05 FOL-LIQUIDO                PIC 9(08)V99.
           05 FOL-BENEFICIOS             PIC 9(08)V99.
           05 FOL-EMPRESTIMOS            PIC 9(08)V99.

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE FUNCIONARIOS (FUNCIONARIOS)

      *----------------------------------------------------------------*
      *     OUTPUT-  LOTE DE CREDITOS DE SALARIO (LANCSAL)
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  LANCSAL.
       COPY '#LANCAM'.
