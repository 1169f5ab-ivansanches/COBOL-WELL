      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO EXTRATO ELETRONICO DIARIO DE
      *              PESSOA JURIDICA (EXTPJ_<CLIENTE>_<AAAAMMDD>.txt) -
      *              POSICOES FIXAS NO PADRAO CNAB, UM ARQUIVO POR
      *              CLIENTE: HEADER DE ARQUIVO "0", E PARA CADA CONTA
      *              ADERIDA UM HEADER DE CONTA "1" (SALDO INICIAL), UM
      *              DETALHE "2" POR MOVIMENTO DO DIA E UM TRAILER DE
      *              CONTA "3" (QUANTIDADES, TOTAIS E SALDO FINAL);
      *              TRAILER DE ARQUIVO "9" COM AS QUANTIDADES E OS
      *              TOTAIS GERAIS. TODO REGISTRO TERMINA COM O NUMERO
      *              SEQUENCIAL DELE NO ARQUIVO. SALDOS SEM SINAL COM
      *              O INDICADOR D (DEVEDOR) / C (CREDOR). GRAVADO PELO
      *              PRGEXTPJ
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-EXTELET.
           05 EXD-TIPO-REGISTRO         PIC  X(01).
           05 EXD-AGENCIA               PIC  9(04).
           05 EXD-CONTA                 PIC  9(05).
           05 EXD-DV-CONTA              PIC  9(01).
           05 EXD-DATA-MOVIMENTO        PIC  9(08).
           05 EXD-DC                    PIC  X(01).
           05 EXD-VALOR                 PIC  9(10)V99.
           05 EXD-MOEDA                 PIC  X(03).
           05 EXD-VALOR-BRL             PIC  9(10)V99.
           05 EXD-ID-LOTE               PIC  9(06).
           05 EXD-ID-SEQ                PIC  9(05).
           05 EXD-ORIGEM                PIC  9(04).
           05 EXD-HISTORICO             PIC  X(30).
           05 FILLER                    PIC  X(52).
           05 EXD-SEQUENCIA             PIC  9(06).

       01  REG-EXTELET-HEADER    REDEFINES REG-EXTELET.
           05 EXH-TIPO-REGISTRO         PIC  X(01).
           05 EXH-BANCO                 PIC  9(03).
           05 EXH-LITERAL               PIC  X(08).
           05 EXH-REG-ID                PIC  9(04).
           05 EXH-CPFCNPJ               PIC  9(14).
           05 EXH-NOME-CLIENTE          PIC  X(20).
           05 EXH-DATA-MOVIMENTO        PIC  9(08).
           05 EXH-DATA-GERACAO          PIC  9(08).
           05 EXH-HORA-GERACAO          PIC  9(06).
           05 FILLER                    PIC  X(72).
           05 EXH-SEQUENCIA             PIC  9(06).

       01  REG-EXTELET-CONTA     REDEFINES REG-EXTELET.
           05 EXC-TIPO-REGISTRO         PIC  X(01).
           05 EXC-AGENCIA               PIC  9(04).
           05 EXC-CONTA                 PIC  9(05).
           05 EXC-DV-CONTA              PIC  9(01).
           05 EXC-TIPO-CONTA            PIC  X(02).
           05 EXC-DATA-SALDO            PIC  9(08).
           05 EXC-SALDO-INICIAL         PIC  9(12)V99.
           05 EXC-DC-SALDO-INICIAL      PIC  X(01).
           05 FILLER                    PIC  X(108).
           05 EXC-SEQUENCIA             PIC  9(06).

       01  REG-EXTELET-FIM-CONTA REDEFINES REG-EXTELET.
           05 EXT-TIPO-REGISTRO         PIC  X(01).
           05 EXT-AGENCIA               PIC  9(04).
           05 EXT-CONTA                 PIC  9(05).
           05 EXT-DV-CONTA              PIC  9(01).
           05 EXT-QTD-DEBITOS           PIC  9(06).
           05 EXT-TOTAL-DEBITOS         PIC  9(12)V99.
           05 EXT-QTD-CREDITOS          PIC  9(06).
           05 EXT-TOTAL-CREDITOS        PIC  9(12)V99.
           05 EXT-SALDO-FINAL           PIC  9(12)V99.
           05 EXT-DC-SALDO-FINAL        PIC  X(01).
           05 FILLER                    PIC  X(78).
           05 EXT-SEQUENCIA             PIC  9(06).

       01  REG-EXTELET-TRAILER   REDEFINES REG-EXTELET.
           05 EXF-TIPO-REGISTRO         PIC  X(01).
           05 EXF-QTD-CONTAS            PIC  9(06).
           05 EXF-QTD-REGISTROS         PIC  9(06).
           05 EXF-TOTAL-DEBITOS         PIC  9(14)V99.
           05 EXF-TOTAL-CREDITOS        PIC  9(14)V99.
           05 FILLER                    PIC  X(99).
           05 EXF-SEQUENCIA             PIC  9(06).
