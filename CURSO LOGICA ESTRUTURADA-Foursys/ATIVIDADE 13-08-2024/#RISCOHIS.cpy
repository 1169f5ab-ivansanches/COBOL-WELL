      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO HISTORICO MENSAL DE RISCO DE
      *              CREDITO (RISCOHIST.txt) - UMA LINHA POR CLIENTE
      *              CLASSIFICADO EM CADA COMPETENCIA, COM O GRAU, OS
      *              DIAS DE ATRASO, A EXPOSICAO E A PROVISAO. GRAVADO
      *              PELO PRGRISCO (A RODADA DE UMA COMPETENCIA
      *              SUBSTITUI AS LINHAS DELA) E LIDO POR ELE NO MES
      *              SEGUINTE PARA A LISTA DE MIGRACAO DE GRAU
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-RISCOHIS.
           05 RSH-COMPETENCIA           PIC  9(06).
           05 RSH-REG-ID                PIC  9(04).
           05 RSH-GRAU                  PIC  X(02).
           05 RSH-DIAS-ATRASO           PIC  9(04).
           05 RSH-EXPOSICAO             PIC  9(12)V99.
           05 RSH-PROVISAO              PIC  9(12)V99.
