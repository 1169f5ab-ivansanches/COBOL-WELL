      *=================================================================
      *== BOOK        : #PAGVENDA
      *== OBJETIVO    : LAYOUT DO REGISTRO DE PAGAMENTO DA VENDA DA
      *==               LOJA (PAGVENDA.txt) - UMA LINHA POR FORMA DE
      *==               PAGAMENTO USADA NO CUPOM (PAGAMENTO DIVIDIDO
      *==               GERA VARIAS LINHAS DO MESMO CUPOM), GRAVADA
      *==               PELO ATI1 NO FECHAMENTO DA COMPRA (TIPO V) E
      *==               PELO PRGDEVOL NO REEMBOLSO, QUE VOLTA PARA A
      *==               FORMA ORIGINAL DO CUPOM (TIPO D). O VALOR E O
      *==               APLICADO NA VENDA; NO DINHEIRO FICAM TAMBEM O
      *==               VALOR ENTREGUE PELO CLIENTE E O TROCO. BASE DO
      *==               FECHAMENTO DE CAIXA (PRGFECLJ) E DO RELATORIO
      *==               DIARIO DA LOJA (PRGRELLJ)
      *==               LRECL = 056
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *==  INCLUIDA A FORMA "PT" - DESCONTO PAGO COM PONTOS DO
      *==  PROGRAMA DE FIDELIDADE (RAZAO FIDMOV.txt). NAO ENTRA NA
      *==  GAVETA NEM NA MAQUINA, ENTAO NAO E DIGITAVEL NO CAIXA E O
      *==  FECHAMENTO DO PRGFECLJ NAO A CONFERE; NA DEVOLUCAO O
      *==  PRGDEVOL DEVOLVE A PARTE "PT" EM PONTOS
      *=================================================================
       01  REG-PAGVENDA.
           05 PGV-CUPOM                  PIC 9(06).
           05 PGV-DATA                   PIC 9(08).
           05 PGV-HORA                   PIC 9(08).
           05 PGV-OPERADOR               PIC X(10).
           05 PGV-TIPO                   PIC X(01).
               88 PGV-RECEBIMENTO                  VALUE "V".
               88 PGV-ESTORNO                      VALUE "D".
           05 PGV-FORMA                  PIC X(02).
               88 PGV-DINHEIRO                     VALUE "DI".
               88 PGV-DEBITO                       VALUE "DB".
               88 PGV-CREDITO                      VALUE "CR".
               88 PGV-PIX                          VALUE "PX".
               88 PGV-PONTOS                       VALUE "PT".
               88 PGV-FORMA-VALIDA                 VALUE "DI" "DB"
                                                         "CR" "PX".
           05 PGV-VALOR                  PIC 9(07).
           05 PGV-VALOR-ENTREGUE         PIC 9(07).
           05 PGV-TROCO                  PIC 9(07).
