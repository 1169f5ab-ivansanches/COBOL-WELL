      *=================================================================
      *== BOOK        : #FORNSCOR
      *== OBJETIVO    : LAYOUT DA NOTA DE DESEMPENHO DO FORNECEDOR
      *==               (FORNSCOR.txt) - UMA LINHA POR FORNECEDOR
      *==               ATIVO, REGRAVADO A CADA AVALIACAO DO PRGSCORE A
      *==               PARTIR DO HISTORICO DE PEDIDOS.txt (PONTUALIDADE
      *==               CONTRA FOR-PRAZO-ENTREGA, ATENDIMENTO DA
      *==               QUANTIDADE, OCORRENCIAS DE SOBRA/FALTA E
      *==               VARIACAO DE CUSTO). NOTA DE 000 A 100; SEM
      *==               PEDIDO FECHADO NO PERIODO O FORNECEDOR RECEBE A
      *==               NOTA NEUTRA 050 (FSC-SEM-HISTORICO). O PRGPEDID
      *==               PEDE AO FORNECEDOR ATIVO DE MAIOR NOTA
      *==               LRECL = 021
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================
       01  REG-FORNSCOR.
           05 FSC-FORNECEDOR             PIC 9(04).
           05 FSC-NOTA                   PIC 9(03).
           05 FSC-PEDIDOS-FECHADOS       PIC 9(05).
           05 FSC-HISTORICO              PIC X(01).
               88 FSC-COM-HISTORICO                VALUE "S".
               88 FSC-SEM-HISTORICO                VALUE "N".
           05 FSC-DATA-CALCULO           PIC 9(08).
