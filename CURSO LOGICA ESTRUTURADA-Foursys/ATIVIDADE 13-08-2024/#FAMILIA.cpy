      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DOS GRUPOS DE PLANO FAMILIA
      *              (FAMILIA.txt) - UMA LINHA POR DEPENDENTE: O
      *              TITULAR (QUEM PAGA, CODIGO DO CLIENTES2), O
      *              SERVICO DO GRUPO E O DEPENDENTE (CODIGO DO
      *              CLIENTES2 E NOME NA INCLUSAO). A SITUACAO ESPELHA
      *              A ASSINATURA DO TITULAR (A/P/S) E VIRA "C" NA
      *              EXCLUSAO DO DEPENDENTE OU NO CANCELAMENTO DO
      *              TITULAR. MANTIDO PELO PRGFAMIL; LIDO PELO
      *              PRGCOBRA/PRGFATUR (PRECO FAMILIA E DEPENDENTES NA
      *              FATURA DO TITULAR)
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-FAMILIA.
           05 FAM-TITULAR               PIC  X(03).
           05 FAM-SERVICO               PIC  X(10).
           05 FAM-DEPENDENTE            PIC  X(03).
           05 FAM-NOME-DEPENDENTE       PIC  X(20).
           05 FAM-DATA-INCLUSAO         PIC  9(08).
           05 FAM-SITUACAO              PIC  X(01).
               88 FAM-ATIVO                        VALUE "A".
               88 FAM-PAUSADO                      VALUE "P".
               88 FAM-SUSPENSO                     VALUE "S".
               88 FAM-ENCERRADO                    VALUE "C".
               88 FAM-VIGENTE                      VALUE "A" "P" "S".
           05 FAM-DATA-SITUACAO         PIC  9(08).
