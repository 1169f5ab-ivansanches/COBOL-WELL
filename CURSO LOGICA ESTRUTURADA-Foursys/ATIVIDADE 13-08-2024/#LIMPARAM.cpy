      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DOS PARAMETROS DA REVISAO MENSAL DO
      *              LIMITE DE CHEQUE ESPECIAL (LIMPARAM.txt) - UMA
      *              LINHA: MESES DA JANELA DE OBSERVACAO, MULTIPLO DO
      *              SALARIO MEDIO, PERCENTUAL DO SALDO MEDIO POSITIVO,
      *              TETO DO LIMITE, ALCADA (PROPOSTA ACIMA DELA VAI
      *              PARA A FILA DE APROVACAO DO SUPERVISOR), DIAS
      *              NEGATIVOS NA JANELA QUE CARACTERIZAM USO ELEVADO,
      *              REDUCAO MAXIMA POR REVISAO E VALIDADE DO KYC EM
      *              ANOS. CAMPO ZERADO OU ARQUIVO AUSENTE = PADRAO
      *              COMPILADO NO PRGLIMRV
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-LIMPARAM.
           05 LPR-MESES-JANELA          PIC  9(02).
           05 LPR-MULT-SALARIO          PIC  9(02)V99.
           05 LPR-PERC-SALDO            PIC  9(03).
           05 LPR-LIMITE-MAXIMO         PIC  9(08)V99.
           05 LPR-ALCADA                PIC  9(08)V99.
           05 LPR-DIAS-USO-ELEVADO      PIC  9(03).
           05 LPR-PERC-REDUCAO-MAX      PIC  9(03).
           05 LPR-ANOS-KYC              PIC  9(02).
