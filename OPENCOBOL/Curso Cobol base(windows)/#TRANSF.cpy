      *=================================================================
      *== BOOK        : #TRANSF
      *== OBJETIVO    : LAYOUT DO DOCUMENTO DE TRANSFERENCIA ENTRE
      *==               LOJAS (TRANSFER.txt) - NUMERADO PELA SEQUENCIA
      *==               TRFSEQ.txt E EMITIDO PELO PRGTRANF: A EMISSAO
      *==               TIRA A QUANTIDADE DO ESTOQUE DA ORIGEM E A
      *==               DEIXA A CAMINHO NO DESTINO (SITUACAO T); A
      *==               CONFIRMACAO DA LOJA DE DESTINO PASSA PARA O
      *==               ESTOQUE DELA (R) E O CANCELAMENTO DEVOLVE A
      *==               ORIGEM (C), SEMPRE COM DATA E OPERADOR
      *==               LRECL = 058
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================
       01  REG-TRANSF.
           05 TRF-NUMERO                 PIC 9(06).
           05 TRF-PRODUTO                PIC 9(04).
           05 TRF-ORIGEM                 PIC 9(03).
           05 TRF-DESTINO                PIC 9(03).
           05 TRF-QTD                    PIC 9(05).
           05 TRF-DATA-EMISSAO           PIC 9(08).
           05 TRF-OPERADOR               PIC X(10).
           05 TRF-SITUACAO               PIC X(01).
               88 TRF-EM-TRANSITO                  VALUE "T".
               88 TRF-RECEBIDA                     VALUE "R".
               88 TRF-CANCELADA                    VALUE "C".
           05 TRF-DATA-BAIXA             PIC 9(08).
           05 TRF-OPERADOR-BAIXA         PIC X(10).
