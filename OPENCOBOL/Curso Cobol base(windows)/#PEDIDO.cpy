      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *==  INCLUIDO PED-DATA-RECEBIMENTO, A DATA DA ULTIMA ENTRADA
      *==  DE MERCADORIA CONTRA O PEDIDO (GRAVADA PELO PRGESTOQ, ZEROS
      *==  ENQUANTO NADA CHEGOU) - DA O PRAZO REAL DE ENTREGA DO
      *==  FORNECEDOR PARA O PRGSCORE COMPARAR COM O PRAZO PROMETIDO
      *==  (LRECL 41->49)
      *=================================================================
       01  REG-PEDIDO.
           05 PED-NUMERO                 PIC 9(06).
           05 PED-OCORRENCIA             PIC X(01).
               88 PED-COM-SOBRA                    VALUE "S".
               88 PED-COM-FALTA                    VALUE "F".
           05 PED-DATA-RECEBIMENTO       PIC 9(08).
