      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO HISTORICO DE MUDANCAS DE
      *              SEGMENTO (SEGHIST.txt) - O PRGSEGME GRAVA UMA
      *              LINHA A CADA CLIENTE QUE MUDA DE SEGMENTO (OU E
      *              CLASSIFICADO PELA PRIMEIRA VEZ, ANTERIOR EM
      *              BRANCO), COM OS INDICADORES QUE DECIDIRAM A
      *              CLASSIFICACAO
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-SEGHIST.
           05 SGH-DATA                  PIC  9(08).
           05 SGH-REG-ID                PIC  9(04).
           05 SGH-SEGMENTO-ANTERIOR     PIC  X(02).
           05 SGH-SEGMENTO-NOVO         PIC  X(02).
           05 SGH-TIPO-PESSOA           PIC  X(01).
           05 SGH-SALDO-TOTAL           PIC S9(12)V99.
           05 SGH-SALARIO-MEDIO         PIC  9(08)V99.
           05 SGH-PRODUTOS              PIC  9(02).
