      *=================================================================
      *== BOOK        : #FGTSHIS
      *== OBJETIVO    : LAYOUT DO HISTORICO DE DEPOSITOS DE FGTS
      *==               (FGTSHIST.txt) - UM REGISTRO POR FUNCIONARIO,
      *==               COMPETENCIA E ORIGEM DO DEPOSITO: F = FOLHA
      *==               MENSAL E D = 13o SALARIO (GRAVADOS PELO
      *==               PRGFGTS, QUE SUBSTITUI OS DA COMPETENCIA A CADA
      *==               RODADA) E R = VERBAS DA RESCISAO (GRAVADO PELO
      *==               PRGRESCI). O SALDO ACUMULADO DO FUNCIONARIO E A
      *==               BASE DA MULTA RESCISORIA DE 40%
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================
       01  REG-FGTSHIST.
           05 FGH-COMPETENCIA            PIC 9(06).
           05 FGH-CODIGO                 PIC 9(04).
           05 FGH-NOME                   PIC X(15).
           05 FGH-ORIGEM                 PIC X(01).
               88 FGH-ORIGEM-FOLHA                VALUE "F".
               88 FGH-ORIGEM-DECIMO               VALUE "D".
               88 FGH-ORIGEM-RESCISAO             VALUE "R".
           05 FGH-BASE                   PIC 9(08)V99.
           05 FGH-DEPOSITO               PIC 9(08)V99.
