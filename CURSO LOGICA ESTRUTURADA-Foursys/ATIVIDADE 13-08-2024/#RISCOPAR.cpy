      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DA TABELA DE CLASSIFICACAO DE RISCO
      *              DE CREDITO (RISCOPAR.txt) - UMA LINHA POR GRAU, DO
      *              MELHOR PARA O PIOR, COM O MAXIMO DE DIAS DE ATRASO
      *              E A FAIXA MAXIMA DE EXPOSICAO ACEITOS NO GRAU
      *              (ZERO = SEM TETO) E O PERCENTUAL DE PROVISAO PARA
      *              PERDA EXIGIDO. O PRGRISCO DA AO CLIENTE O PRIMEIRO
      *              GRAU EM QUE OS DOIS CABEM; NAO CABENDO EM NENHUM,
      *              O ULTIMO DA TABELA. SEM O ARQUIVO VALE A TABELA
      *              PADRAO DO PROPRIO PRGRISCO (AA A H)
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-RISCOPAR.
           05 RSP-GRAU                  PIC  X(02).
           05 RSP-DIAS-ATRASO-MAX       PIC  9(04).
           05 RSP-EXPOSICAO-MAX         PIC  9(12)V99.
           05 RSP-PERC-PROVISAO         PIC  9(03)V99.
