      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DA TABELA REGRESSIVA DE IMPOSTO DE
      *              RENDA SOBRE APLICACOES (CDBFAIXA.txt) - UMA LINHA
      *              POR FAIXA EM ORDEM CRESCENTE DE PRAZO: A FAIXA
      *              VALE PARA APLICACOES MANTIDAS ATE FXC-DIAS-LIMITE
      *              DIAS CORRIDOS; A ULTIMA LINHA DEVE TRAZER 99999.
      *              SEM O ARQUIVO VALE A TABELA PADRAO DO PRGCDBDI
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-CDBFAIXA.
           05 FXC-DIAS-LIMITE           PIC  9(05).
           05 FXC-ALIQUOTA              PIC  9(02)V99.
