      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO LIVRO DO COFRE DA AGENCIA
      *              (COFREMOV.txt) - UMA LINHA POR MOVIMENTO DE
      *              NUMERARIO DIGITADO NO PRGCOFRE, GRAVADA EM EXTEND:
      *              S=SUPRIMENTO DO COFRE PARA O CAIXA, R=RECOLHIMENTO
      *              DO CAIXA PARA O COFRE, E=RECEBIMENTO DA
      *              TRANSPORTADORA DE VALORES, T=REMESSA PARA A
      *              TRANSPORTADORA, F=CONTAGEM FISICA DE FECHAMENTO
      *              DO COFRE (VALE A ULTIMA DO DIA). CFM-OPERADOR E
      *              QUEM REGISTROU; CFM-CAIXA E O OPERADOR DO CAIXA
      *              ABASTECIDO OU RECOLHIDO (S/R); CFM-REFERENCIA E O
      *              NUMERO DA GUIA DA TRANSPORTADORA (E/T). O
      *              FECHAMENTO DO DIA E DO PRGCOFDI
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-COFREMOV.
           05 CFM-DATA                  PIC  9(08).
           05 CFM-HORA                  PIC  9(08).
           05 CFM-AGENCIA               PIC  9(04).
           05 CFM-TIPO                  PIC  X(01).
               88 CFM-SUPRIMENTO                   VALUE "S".
               88 CFM-RECOLHIMENTO                 VALUE "R".
               88 CFM-RECEBIMENTO                  VALUE "E".
               88 CFM-REMESSA                      VALUE "T".
               88 CFM-CONTAGEM                     VALUE "F".
           05 CFM-OPERADOR              PIC  X(10).
           05 CFM-CAIXA                 PIC  X(10).
           05 CFM-VALOR                 PIC  9(10)V99.
           05 CFM-REFERENCIA            PIC  X(15).
