      *=================================================================
      *== BOOK        : #PROVHIS
      *== OBJETIVO    : LAYOUT DO HISTORICO DA PROVISAO DE 13o E
      *==               FERIAS (PROVHIST.txt) - UM REGISTRO POR
      *==               COMPETENCIA E FUNCIONARIO COM OS AVOS E O SALDO
      *==               ACUMULADO NO ANO DAS DUAS PROVISOES, GRAVADO
      *==               PELO PRGPROVI (RODAR DE NOVO A MESMA COMPETENCIA
      *==               SUBSTITUI OS REGISTROS DELA). A DESPESA DO MES E
      *==               O SALDO DA COMPETENCIA MENOS O DA ANTERIOR -
      *==               E ASSIM QUE O PRGCUSTO A RATEIA
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================
       01  REG-PROVHIST.
           05 PVH-COMPETENCIA            PIC 9(06).
           05 PVH-CODIGO                 PIC 9(04).
           05 PVH-AVOS                   PIC 9(02).
           05 PVH-PROV-DECIMO            PIC 9(08)V99.
           05 PVH-PROV-FERIAS            PIC 9(08)V99.
