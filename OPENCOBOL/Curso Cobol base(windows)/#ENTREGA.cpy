      *=================================================================
      *== BOOK        : #ENTREGA
      *== OBJETIVO    : LAYOUT DO PEDIDO DE ENTREGA EM DOMICILIO
      *==               (ENTREGAS.txt) - GRAVADO PELO ATI1 NO
      *==               FECHAMENTO DA COMPRA COM ENTREGA (CUPOM,
      *==               ENDERECO CONFERIDO PELO VALCEP E FRETE COBRADO
      *==               PELA TABELA DO CALCFRET), ANDA PELAS SITUACOES
      *==               NO PRGENTRE (A SEPARAR, SEPARADO, DESPACHADO,
      *==               ENTREGUE, DEVOLVIDO) COM A DATA DE CADA UMA E
      *==               E LIDO PELOS RELATORIOS DO PRGRELEN. NUMERO
      *==               PELA SEQUENCIA ENTSEQ.txt
      *==               LRECL = 183
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================
       01  REG-ENTREGA.
           05 ENT-NUMERO                 PIC 9(06).
           05 ENT-CUPOM                  PIC 9(06).
           05 ENT-DATA-VENDA             PIC 9(08).
           05 ENT-OPERADOR               PIC X(10).
           05 ENT-CLIENTE                PIC 9(04).
           05 ENT-NOME                   PIC X(20).
           05 ENT-ENDERECO               PIC X(30).
           05 ENT-NUMERO-END             PIC X(06).
           05 ENT-CIDADE                 PIC X(20).
           05 ENT-UF                     PIC X(02).
           05 ENT-CEP                    PIC 9(08).
           05 ENT-REGIAO                 PIC X(15).
           05 ENT-PESO                   PIC 9(03).
           05 ENT-VALOR-COMPRA           PIC 9(07).
           05 ENT-FRETE                  PIC 9(05).
           05 ENT-SITUACAO               PIC X(01).
               88 ENT-A-SEPARAR                    VALUE "P".
               88 ENT-SEPARADO                     VALUE "S".
               88 ENT-DESPACHADO                   VALUE "D".
               88 ENT-ENTREGUE                     VALUE "E".
               88 ENT-DEVOLVIDO                    VALUE "V".
               88 ENT-PENDENTE                     VALUE "P" "S".
           05 ENT-DATA-SEPARACAO         PIC 9(08).
           05 ENT-DATA-DESPACHO          PIC 9(08).
           05 ENT-DATA-ENTREGA           PIC 9(08).
           05 ENT-DATA-DEVOLUCAO         PIC 9(08).
