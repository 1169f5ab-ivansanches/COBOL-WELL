      *=================================================================
      *== BOOK        : #APPARAM
      *== OBJETIVO    : LAYOUT DO PARAMETRO DO CONTAS A PAGAR DA LOJA
      *==               (APPARAM.txt, UM REGISTRO): CONTA DA LOJA NO
      *==               BANCO, DEBITADA PELO PAGAMENTO A FORNECEDOR
      *==               (PRGPAGFO, LOTE #LANCAM DE ORIGEM 9021), O
      *==               GERENTE VALIDO PARA PJ DO LANCAMENTO E AS
      *==               TOLERANCIAS DA CONFERENCIA NOTA x PEDIDO x
      *==               RECEBIMENTO DO PRGCTPAG, EM PERCENTUAL - PRECO
      *==               DA NOTA CONTRA PED-CUSTO E QUANTIDADE FATURADA
      *==               CONTRA PED-QTD-RECEBIDA
      *==               LRECL = 019
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================
       01  REG-APPARAM.
           05 APP-AGENCIA                PIC 9(04).
           05 APP-CONTA                  PIC 9(05).
           05 APP-DV-CONTA               PIC 9(01).
           05 APP-GERENTE                PIC X(01).
           05 APP-TOL-PRECO              PIC 9(02)V99.
           05 APP-TOL-QTD                PIC 9(02)V99.
