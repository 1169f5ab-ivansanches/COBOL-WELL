      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DA CARTEIRA DOS GERENTES DE
      *              RELACIONAMENTO (CARTEIRA.txt) - CADA LINHA ATRIBUI
      *              UM CLIENTE (TIPO "C", REG-ID DO CLIENTES.dat) OU
      *              UMA CONTA (TIPO "T", AGENCIA+CONTA DO CONTAS.dat,
      *              COM O REG-ID DO DONO NA ATRIBUICAO) A UM GERENTE -
      *              O MESMO CODIGO DE UM CARACTERE DO
      *              REG-CODIGO-GERENTE DO FUNCIONARIOS.dat E DO
      *              REG-GERENTE DO LANCAM. A CONTA ATRIBUIDA VALE
      *              SOBRE A ATRIBUICAO DO CLIENTE DONO. GUARDA A DATA
      *              DA ATRIBUICAO, O GERENTE ANTERIOR (TRANSFERENCIA)
      *              E QUEM FEZ. MANTIDO PELO PRGCARTE; LIDO PELO
      *              RELATORIO PRGCARTR E PELO DESLIGAMENTO (PRGRESCI)
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-CARTEIRA.
           05 CAR-TIPO                  PIC  X(01).
               88 CAR-TIPO-CLIENTE                 VALUE "C".
               88 CAR-TIPO-CONTA                   VALUE "T".
           05 CAR-REG-ID                PIC  9(04).
           05 CAR-AGENCIA               PIC  9(04).
           05 CAR-CONTA                 PIC  9(05).
           05 CAR-GERENTE               PIC  X(01).
           05 CAR-DATA-ATRIBUICAO       PIC  9(08).
           05 CAR-GERENTE-ANTERIOR      PIC  X(01).
           05 CAR-OPERADOR              PIC  X(10).
           05 CAR-SITUACAO              PIC  X(01).
               88 CAR-ATIVA                        VALUE "A".
               88 CAR-RETIRADA                     VALUE "R".
