      *=================================================================
      *== BOOK        : #FUNCCCU
      *== OBJETIVO    : LAYOUT DA LOTACAO DO FUNCIONARIO EM CENTRO DE
      *==               CUSTO (FUNCCCU.txt) - UM REGISTRO POR
      *==               FUNCIONARIO DO FUNCIONARIOS.dat E INICIO DE
      *==               VIGENCIA, COM O CENTRO DO CCUSTO.txt E O FIM DA
      *==               VIGENCIA (ZEROS = EM VIGOR). NUMA DATA VALE A
      *==               LOTACAO DE INICIO MAIS RECENTE ATE A DATA E FIM
      *==               ZERADO OU NAO ANTERIOR A ELA. DIGITADA PELO
      *==               PRGCCUST
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================
       01  REG-FUNCCCU.
           05 FCC-CODIGO                 PIC 9(04).
           05 FCC-CENTRO                 PIC 9(04).
           05 FCC-DATA-INICIO            PIC 9(08).
           05 FCC-DATA-FIM               PIC 9(08).
