      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO ARQUIVO DE FOLHA DE PAGAMENTO
      *              ENVIADO PELO CLIENTE PESSOA JURIDICA (FOLPJ.txt) E
      *              DO RETORNO DEVOLVIDO A ELE (FOLPJRET_...txt) -
      *              HEADER "0" (CONTA DA EMPRESA A DEBITAR, CNPJ,
      *              NUMERO DO ARQUIVO NA EMPRESA E DATA DO PAGAMENTO),
      *              UM DETALHE "1" POR FUNCIONARIO (CONTA DE CREDITO,
      *              CPF, NOME E VALOR) E TRAILER "9" (QUANTIDADE E
      *              TOTAL). NA ENTRADA OS CAMPOS DE SITUACAO/MOTIVO E
      *              OS TOTAIS DE RETORNO VEM EM BRANCO/ZEROS; O
      *              PRGFOLPJ DEVOLVE O MESMO ARQUIVO PREENCHIDO:
      *              HEADER A=ACEITO / R=RECUSADO (ARQUIVO INTEIRO) E
      *              DETALHE C=CREDITADO / D=DEVOLVIDO A EMPRESA /
      *              R=NAO PROCESSADO (ARQUIVO RECUSADO), COM O MOTIVO
      *              MOTIVOS DO DETALHE: 01=AGENCIA/CONTA/DV INVALIDO
      *              02=CONTA INEXISTENTE 03=CONTA ENCERRADA
      *              04=CONTA BLOQUEADA 05=VALOR ZERADO
      *              MOTIVOS DO ARQUIVO: 10=HEADER AUSENTE OU INVALIDO
      *              11=TRAILER AUSENTE OU NAO CONFERE 12=CONTA DA
      *              EMPRESA INVALIDA/INEXISTENTE/NAO ABERTA
      *              13=EMPRESA NAO E PESSOA JURIDICA OU CNPJ NAO
      *              CONFERE COM O CADASTRO 14=SALDO MAIS
      *              LIMITE INSUFICIENTE 15=ARQUIVO JA PROCESSADO
      *              16=ARQUIVO SEM DETALHES 17=TOTAL ACIMA DO VALOR
      *              MAXIMO DE UM LANCAMENTO (99.999.999,99)
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-FOLPJ.
           05 FPD-TIPO-REGISTRO         PIC  X(01).
           05 FPD-SEQUENCIA             PIC  9(05).
           05 FPD-AGENCIA               PIC  9(04).
           05 FPD-CONTA                 PIC  9(05).
           05 FPD-DV-CONTA              PIC  9(01).
           05 FPD-CPF                   PIC  9(11).
           05 FPD-NOME                  PIC  X(30).
           05 FPD-VALOR                 PIC  9(08)V99.
           05 FPD-SITUACAO              PIC  X(01).
               88 FPD-CREDITADO                    VALUE "C".
               88 FPD-DEVOLVIDO                    VALUE "D".
               88 FPD-NAO-PROCESSADO               VALUE "R".
           05 FPD-MOTIVO                PIC  9(02).
           05 FILLER                    PIC  X(30).

       01  REG-FOLPJ-HEADER      REDEFINES REG-FOLPJ.
           05 FPH-TIPO-REGISTRO         PIC  X(01).
           05 FPH-AGENCIA               PIC  9(04).
           05 FPH-CONTA                 PIC  9(05).
           05 FPH-DV-CONTA              PIC  9(01).
           05 FPH-CNPJ                  PIC  9(14).
           05 FPH-NUMERO-ARQUIVO        PIC  9(06).
           05 FPH-DATA-PAGAMENTO        PIC  9(08).
           05 FPH-SITUACAO              PIC  X(01).
               88 FPH-ACEITO                       VALUE "A".
               88 FPH-RECUSADO                     VALUE "R".
           05 FPH-MOTIVO                PIC  9(02).
           05 FILLER                    PIC  X(58).

       01  REG-FOLPJ-TRAILER     REDEFINES REG-FOLPJ.
           05 FPT-TIPO-REGISTRO         PIC  X(01).
           05 FPT-QTD-DETALHES          PIC  9(05).
           05 FPT-VALOR-TOTAL           PIC  9(12)V99.
           05 FPT-QTD-CREDITADOS        PIC  9(05).
           05 FPT-TOTAL-CREDITADO       PIC  9(12)V99.
           05 FPT-QTD-DEVOLVIDOS        PIC  9(05).
           05 FPT-TOTAL-DEVOLVIDO       PIC  9(12)V99.
           05 FILLER                    PIC  X(42).
