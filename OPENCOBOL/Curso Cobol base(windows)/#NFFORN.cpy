      *=================================================================
      *== BOOK        : #NFFORN
      *== OBJETIVO    : LAYOUT DOS ITENS DAS NOTAS DE FORNECEDOR
      *==               (NFITENS.txt) - UMA LINHA POR ITEM DA NOTA,
      *==               LANCADA PELO PRGCTPAG CONTRA O PEDIDO DE COMPRA
      *==               (PEDIDOS.txt), COM O RESULTADO DA CONFERENCIA
      *==               DE TRES VIAS (PEDIDO x RECEBIMENTO x NOTA):
      *==               C = CONFERE
      *==               D = DIVERGENTE (OCORRENCIA P = PRECO FORA DA
      *==                   TOLERANCIA, Q = QUANTIDADE FATURADA ALEM DO
      *==                   RECEBIDO, A = PRECO E QUANTIDADE, N = PEDIDO
      *==                   INEXISTENTE OU DE OUTRO FORNECEDOR)
      *==               X = NOTA RECUSADA NA APROVACAO (O ITEM DEIXA DE
      *==                   CONTAR COMO FATURADO NO PEDIDO)
      *==               LRECL = 050
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================
       01  REG-NFITENS.
           05 NFI-FORNECEDOR             PIC 9(04).
           05 NFI-NOTA                   PIC 9(09).
           05 NFI-ITEM                   PIC 9(02).
           05 NFI-PEDIDO                 PIC 9(06).
           05 NFI-PRODUTO                PIC 9(04).
           05 NFI-QTD                    PIC 9(05).
           05 NFI-CUSTO-UNIT             PIC 9(05)V99.
           05 NFI-VALOR                  PIC 9(09)V99.
           05 NFI-SITUACAO               PIC X(01).
               88 NFI-CONFERE                      VALUE "C".
               88 NFI-DIVERGENTE                   VALUE "D".
               88 NFI-RECUSADO                     VALUE "X".
           05 NFI-OCORRENCIA             PIC X(01).
               88 NFI-DIF-PRECO                    VALUE "P".
               88 NFI-DIF-QTD                      VALUE "Q".
               88 NFI-DIF-AMBOS                    VALUE "A".
               88 NFI-SEM-PEDIDO                   VALUE "N".
