      *=================================================================
      *== BOOK        : #EMPRPRM
      *== OBJETIVO    : LAYOUT DO ARQUIVO DE PARAMETROS DE EMPRESTIMO
      *==               CONSIGNADO (EMPREPRM.txt, REGISTRO UNICO) -
      *==               PERCENTUAL DA MARGEM SOBRE O LIQUIDO MEDIO,
      *==               QUANTIDADE DE COMPETENCIAS DA MEDIA, PRAZO
      *==               MAXIMO E PERCENTUAL MAXIMO DAS VERBAS DA
      *==               RESCISAO QUE PODE SER RETIDO PARA QUITACAO.
      *==               ARQUIVO AUSENTE USA OS VALORES PADRAO
      *==               COMPILADOS NOS PROGRAMAS
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================
       01  REG-EMPREPRM.
           05 EPR-PERC-MARGEM            PIC 9(02)V99.
           05 EPR-MESES-MEDIA            PIC 9(02).
           05 EPR-MAX-PARCELAS           PIC 9(03).
           05 EPR-PERC-RESCISAO          PIC 9(02)V99.
