      *=================================================================
      *== BOOK        : #EMPFOLHA
      *== OBJETIVO    : LAYOUT DO CADASTRO DE EMPRESTIMOS CONSIGNADOS
      *==               (EMPRESTIMOS.txt) - UM REGISTRO POR CONTRATO,
      *==               NUMERADO PELO PRGEMPFO NA CONCESSAO (SO DENTRO
      *==               DA MARGEM CONSIGNAVEL), COM VALOR, TAXA MENSAL,
      *==               PRAZO E COMPETENCIA DA PRIMEIRA PARCELA. O
      *==               PRGFOLHA DESCONTA A PARCELA DEVIDA A CADA MES E
      *==               ATUALIZA PARCELAS PAGAS E SALDO DEVEDOR (VALOR
      *==               PRESENTE DAS PARCELAS QUE FALTAM); O PRGRESCI
      *==               ABATE O SALDO NAS VERBAS DA RESCISAO ATE O
      *==               LIMITE LEGAL E DEIXA O RESTO COMO PENDENTE
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================
       01  REG-EMPRESTIMOS.
           05 EMP-NUMERO                 PIC 9(06).
           05 EMP-CODIGO                 PIC 9(04).
           05 EMP-DATA-CONCESSAO         PIC 9(08).
           05 EMP-VALOR                  PIC 9(08)V99.
           05 EMP-TAXA-MES               PIC 9(02)V9999.
           05 EMP-PARCELAS               PIC 9(03).
           05 EMP-COMP-INICIO            PIC 9(06).
           05 EMP-VALOR-PARCELA          PIC 9(08)V99.
           05 EMP-PARCELAS-PAGAS         PIC 9(03).
           05 EMP-COMP-ULT-DESCONTO      PIC 9(06).
           05 EMP-SALDO-DEVEDOR          PIC 9(08)V99.
           05 EMP-SITUACAO               PIC X(01).
               88 EMP-ATIVO                       VALUE "A".
               88 EMP-QUITADO                     VALUE "Q".
               88 EMP-QUITADO-RESCISAO            VALUE "R".
               88 EMP-PENDENTE                    VALUE "P".
           05 EMP-DESCONTO-RESCISAO      PIC 9(08)V99.
