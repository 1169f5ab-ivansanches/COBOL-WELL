      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO ARQUIVO DE REPASSE A UM CONVENIO
      *              (REPBOL<TIPO><CODIGO>.txt, UM POR CONVENIO COM
      *              PAGAMENTOS NO DIA) - HEADER "0" COM O CONVENIO E A
      *              DATA DE PAGAMENTO, UM DETALHE "1" POR PAGAMENTO E
      *              TRAILER "9" COM QUANTIDADE E VALOR A REPASSAR.
      *              GERADO PELO PRGBOLPG
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-REPBOL.
           05 RPB-TIPO-REGISTRO         PIC  X(01).
           05 RPB-NUMERO-PAGAMENTO      PIC  9(06).
           05 RPB-CODIGO-BARRAS         PIC  X(44).
           05 RPB-VALOR                 PIC  9(08)V99.
           05 RPB-DATA-PAGAMENTO        PIC  9(08).
           05 RPB-CANAL                 PIC  X(01).
           05 FILLER                    PIC  X(10).
       01  REG-REPBOL-HEADER REDEFINES REG-REPBOL.
           05 RPH-TIPO-REGISTRO         PIC  X(01).
           05 RPH-TIPO-CONVENIO         PIC  X(01).
           05 RPH-CONVENIO              PIC  9(04).
           05 RPH-NOME-CONVENIO         PIC  X(30).
           05 RPH-DATA-PAGAMENTO        PIC  9(08).
           05 FILLER                    PIC  X(36).
       01  REG-REPBOL-TRAILER REDEFINES REG-REPBOL.
           05 RPT-TIPO-REGISTRO         PIC  X(01).
           05 RPT-QTD-DETALHES          PIC  9(06).
           05 RPT-VALOR-TOTAL           PIC  9(12)V99.
           05 FILLER                    PIC  X(59).
