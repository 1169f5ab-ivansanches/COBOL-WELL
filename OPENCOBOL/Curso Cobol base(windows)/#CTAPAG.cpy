      *=================================================================
      *== BOOK        : #CTAPAG
      *== OBJETIVO    : LAYOUT DO CONTAS A PAGAR DA LOJA (CTAPAGAR.txt)
      *==               - UM REGISTRO POR NOTA DE FORNECEDOR (ITENS NO
      *==               NFITENS.txt, BOOK #NFFORN), COM O CICLO:
      *==               L = LIBERADA (CONFERENCIA OK, PRGCTPAG)
      *==               R = RETIDA (DIVERGENCIA ALEM DA TOLERANCIA,
      *==                   AGUARDA O SUPERVISOR NO PRGCTPAG)
      *==               A = APROVADA PELO SUPERVISOR
      *==               X = RECUSADA PELO SUPERVISOR (NAO E DIVIDA)
      *==               P = PAGA PELO PRGPAGFO (DATA E LOTE DO DEBITO)
      *==               L E A ENTRAM NO PAGAMENTO PELO VENCIMENTO;
      *==               L, R E A SAO O SALDO EM ABERTO DO FORNECEDOR
      *==               LRECL = 103
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================
       01  REG-CTAPAGAR.
           05 CTP-FORNECEDOR             PIC 9(04).
           05 CTP-NOTA                   PIC 9(09).
           05 CTP-EMISSAO                PIC 9(08).
           05 CTP-VENCIMENTO             PIC 9(08).
           05 CTP-VALOR                  PIC 9(09)V99.
           05 CTP-SITUACAO               PIC X(01).
               88 CTP-LIBERADA                     VALUE "L".
               88 CTP-RETIDA                       VALUE "R".
               88 CTP-APROVADA                     VALUE "A".
               88 CTP-RECUSADA                     VALUE "X".
               88 CTP-PAGA                         VALUE "P".
               88 CTP-A-PAGAR                      VALUE "L" "A".
               88 CTP-EM-ABERTO                    VALUE "L" "R" "A".
           05 CTP-MOTIVO                 PIC X(30).
           05 CTP-APROVADOR              PIC X(10).
           05 CTP-DATA-DECISAO           PIC 9(08).
           05 CTP-DATA-PAGTO             PIC 9(08).
           05 CTP-LOTE                   PIC 9(06).
