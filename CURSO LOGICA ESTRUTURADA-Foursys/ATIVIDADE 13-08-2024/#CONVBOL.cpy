      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO CADASTRO DE CONVENIOS DE
      *              PAGAMENTO DE CONTAS (CONVBOL.txt) - QUEM PODE
      *              RECEBER PAGAMENTO PELA CONTA DO CLIENTE. TIPO B =
      *              BOLETO BANCARIO (CODIGO = BANCO EMISSOR, 3
      *              PRIMEIROS DIGITOS DO CODIGO DE BARRAS), TIPO C =
      *              CONTA DE CONSUMO/CONCESSIONARIA (CODIGO = EMPRESA,
      *              POSICOES 16 A 19 DO CODIGO DE BARRAS). SITUACAO
      *              A=ATIVO, I=INATIVO (PAGAMENTO RECUSADO). O REPASSE
      *              SAI UM ARQUIVO POR CONVENIO
      *              (REPBOL<TIPO><CODIGO>.txt)
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-CONVBOL.
           05 CNV-TIPO                  PIC  X(01).
               88 CNV-BANCARIO                     VALUE "B".
               88 CNV-CONSUMO                      VALUE "C".
           05 CNV-CODIGO                PIC  9(04).
           05 CNV-NOME                  PIC  X(30).
           05 CNV-SITUACAO              PIC  X(01).
               88 CNV-ATIVO                        VALUE "A".
               88 CNV-INATIVO                      VALUE "I".
