      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DOS ITENS DE FATURA (FATITEM.txt) -
      *              UMA LINHA POR SERVICO COBRADO NA FATURA EMITIDA
      *              PELO PRGFATUR: VALOR LIQUIDO DA PROMOCAO (COM A
      *              MORA, SEM O IMPOSTO) NA MOEDA DA ASSINATURA E
      *              CONVERTIDO EM BRL PELA COTACAO DA EMISSAO - BASE
      *              DO REPASSE AOS PARCEIROS (PRGREPAS)
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-FATITEM.
           05 FIT-FATURA                PIC  9(06).
           05 FIT-CODIGO-CLIENTE        PIC  X(03).
           05 FIT-SERVICO               PIC  X(10).
           05 FIT-MOEDA                 PIC  X(03).
           05 FIT-VALOR                 PIC  9(06)V99.
           05 FIT-VALOR-BRL             PIC  9(06)V99.
