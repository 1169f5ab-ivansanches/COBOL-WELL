      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO CONTAS A PAGAR DE REPASSE AOS
      *              PARCEIROS (REPASSES.txt) - UMA LINHA POR PARCEIRO
      *              E COMPETENCIA, GRAVADA PELO PRGREPAS. O VALOR EM
      *              BRL SOMA IGUAL AO TOTAL DOS DEMONSTRATIVOS DO
      *              RELREPAS.txt; VALOR-MOEDA E O VALOR A REMETER NA
      *              MOEDA DE LIQUIDACAO PELA COTACAO INFORMADA
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-REPASSE.
           05 RPS-COMPETENCIA           PIC  9(06).
           05 RPS-SERVICO               PIC  X(10).
           05 RPS-PARCEIRO              PIC  X(30).
           05 RPS-MOEDA                 PIC  X(03).
           05 RPS-COTACAO               PIC  9(03)V9(05).
           05 RPS-VALOR-MOEDA           PIC  9(10)V99.
           05 RPS-VALOR-BRL             PIC  9(10)V99.
           05 RPS-GARANTIA              PIC  X(01).
               88 RPS-PELA-GARANTIA                VALUE "S".
               88 RPS-PELO-PERCENTUAL              VALUE "N".
           05 RPS-DATA-GERACAO          PIC  9(08).
