      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DAS RECUPERACOES DE PERDA
      *              (RECUPERA.txt) - PAGAMENTO RECEBIDO PELO PRGPAGTO
      *              OU PELO RETORNO BANCARIO (PRGRETOR) PARA FATURA JA
      *              BAIXADA COMO PERDA (STATUS B). A FATURA CONTINUA
      *              BAIXADA; O VALOR ENTRA COMO RECUPERACAO, NAO COMO
      *              QUITACAO. LIDO PELO RELATORIO DE RECUPERACOES DO
      *              PRGPERDA
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-RECUPERA.
           05 REC-FATURA                PIC  9(06).
           05 REC-CODIGO-CLIENTE        PIC  X(03).
           05 REC-DATA-PAGTO            PIC  9(08).
           05 REC-VALOR                 PIC  9(06)V99.
           05 REC-PROGRAMA              PIC  X(08).
           05 REC-DATA-PROCESSO         PIC  9(08).
