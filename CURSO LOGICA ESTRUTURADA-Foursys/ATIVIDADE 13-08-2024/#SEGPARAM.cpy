      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DA TABELA DE SEGMENTACAO DE
      *              CLIENTES (SEGPARAM.txt), LIDA PELO PRGSEGME E PELO
      *              PRGTARIF - TRES TIPOS DE LINHA:
      *              P = PARAMETROS: MESES FECHADOS DA JANELA DE
      *                  OBSERVACAO E EM QUANTOS DELES PRECISA HAVER
      *                  CREDITO DE SALARIO (LOTE 9011) PARA O SALARIO
      *                  SER CONSIDERADO REGULAR;
      *              S = SEGMENTO: CODIGO, DESCRICAO E SE O SEGMENTO E
      *                  ISENTO DA TARIFA MENSAL DE MANUTENCAO;
      *              R = REGRA: SEGMENTO ATRIBUIDO AO CLIENTE DO TIPO
      *                  DE PESSOA (F/J) QUE ATINGE TODOS OS MINIMOS
      *                  INFORMADOS (SALDO TOTAL MEDIO DAS CONTAS,
      *                  SALARIO MEDIO MENSAL REGULAR E QUANTIDADE DE
      *                  PRODUTOS - CONTAS, ASSINATURAS E DEPOSITOS);
      *                  MINIMO ZERADO NAO EXIGE. AS REGRAS VALEM NA
      *                  ORDEM DO ARQUIVO (A PRIMEIRA ATENDIDA GANHA),
      *                  POR ISSO VAO DO SEGMENTO MAIS ALTO PARA O MAIS
      *                  BAIXO; DUAS LINHAS DO MESMO SEGMENTO = "OU".
      *              ARQUIVO AUSENTE = TABELA PADRAO DO PRGSEGME
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-SEGPARAM.
           05 SGP-TIPO-REGISTRO         PIC  X(01).
               88 SGP-LINHA-PARAMETRO              VALUE "P".
               88 SGP-LINHA-SEGMENTO               VALUE "S".
               88 SGP-LINHA-REGRA                  VALUE "R".
           05 SGP-SEGMENTO              PIC  X(02).
           05 SGP-DADOS                 PIC  X(40).

       01  REG-SEGPARAM-PARAMETRO REDEFINES REG-SEGPARAM.
           05 FILLER                    PIC  X(03).
           05 SGP-MESES-JANELA          PIC  9(02).
           05 SGP-MESES-SALARIO         PIC  9(02).
           05 FILLER                    PIC  X(36).

       01  REG-SEGPARAM-SEGMENTO  REDEFINES REG-SEGPARAM.
           05 FILLER                    PIC  X(03).
           05 SGP-DESCRICAO             PIC  X(20).
           05 SGP-ISENTA-TARIFA         PIC  X(01).
               88 SGP-ISENTA                       VALUE "S".
           05 FILLER                    PIC  X(19).

       01  REG-SEGPARAM-REGRA     REDEFINES REG-SEGPARAM.
           05 FILLER                    PIC  X(03).
           05 SGP-TIPO-PESSOA           PIC  X(01).
           05 SGP-SALDO-MINIMO          PIC  9(12)V99.
           05 SGP-SALARIO-MINIMO        PIC  9(08)V99.
           05 SGP-PRODUTOS-MINIMO       PIC  9(02).
           05 FILLER                    PIC  X(13).
