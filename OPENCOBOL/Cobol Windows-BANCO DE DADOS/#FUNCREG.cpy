      *=================================================================
      *== BOOK        : #FUNCREG
      *== OBJETIVO    : LAYOUT DO REGISTRO DO ARQUIVO FUNCIONARIOS.dat
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== DATA        : 10/08/2024
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *== ALTERACAO   :
ALT1  *== 13/08/2024 - WELLINGTON SOARES CORDEIRO
..    *==  INCLUIDO REG-CODIGO-GERENTE, O CODIGO DE GERENTE (O MESMO
..    *==  CARACTERE DO REG-GERENTE DO LANCAM) QUE O FUNCIONARIO
..    *==  ATENDE - BRANCO PARA QUEM NAO E GERENTE (LRECL 25->26)
ALT2  *== 01/09/2026 - WELLINGTON SOARES CORDEIRO
..    *==  INCLUIDOS REG-AGENCIA-FUNC/REG-CONTA-FUNC, A CONTA DO
..    *==  PROPRIO BANCO ONDE O FUNCIONARIO RECEBE O SALARIO -
..    *==  CAPTURADA NO PRGCOB8 COM VALIDACAO CONTRA O CONTAS.dat E
..    *==  USADA PELO PRGSALAR PARA CREDITAR O LIQUIDO DA FOLHA VIA
..    *==  LOTE LANCAM (ZEROS = SEM CONTA, FUNCIONARIO SAI NO
..    *==  RELATORIO DE PAGAMENTO MANUAL) (LRECL 26->35)
ALT3  *== 01/09/2026 - WELLINGTON SOARES CORDEIRO
..    *==  INCLUIDO REG-DATA-ADMISSAO (AAAAMMDD), CAPTURADO NO
..    *==  PRGCOB8 - E A BASE DOS AVOS DO 13o E DAS FERIAS
..    *==  PROPORCIONAIS (PRGDECIM/PRGPROVI): MES COM ADMISSAO ATE O
..    *==  DIA 15 CONTA AVO INTEIRO (LRECL 35->43)
ALT4  *== 01/09/2026 - WELLINGTON SOARES CORDEIRO
..    *==  INCLUIDOS REG-SITUACAO-FUNC (A=ATIVO, D=DESLIGADO; BRANCO
..    *==  DO LEGADO VALE ATIVO) E REG-DATA-DESLIGAMENTO - O
..    *==  DESLIGAMENTO E PELO PRGRESCI, QUE CALCULA A RESCISAO E
..    *==  MARCA O REGISTRO EM VEZ DE APAGA-LO; FOLHA, REAJUSTE, 13o
..    *==  E PROVISAO PULAM DESLIGADOS E OS HISTORICOS CONTINUAM
..    *==  ENXERGANDO O REGISTRO (LRECL 43->52)
      *=================================================================
       01  REG-FUNCIONARIOS.
           05 REG-CODIGO                 PIC 9(04).
           05 REG-NOME                   PIC X(15).
           05 REG-SALARIO                PIC 9(06).
ALT1       05 REG-CODIGO-GERENTE         PIC X(01).
ALT2       05 REG-AGENCIA-FUNC           PIC 9(04).
ALT2       05 REG-CONTA-FUNC             PIC 9(05).
ALT3       05 REG-DATA-ADMISSAO          PIC 9(08).
ALT4       05 REG-SITUACAO-FUNC          PIC X(01).
ALT4           88 REG-FUNC-ATIVO                   VALUE "A" " ".
ALT4           88 REG-FUNC-DESLIGADO               VALUE "D".
ALT4       05 REG-DATA-DESLIGAMENTO      PIC 9(08).
