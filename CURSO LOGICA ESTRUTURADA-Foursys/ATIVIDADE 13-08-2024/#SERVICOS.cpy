      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO CADASTRO DE PRECOS DE SERVICOS
      *              (SERVICOS.txt) - CODIGO, NOME (O MESMO DE
      *              REG-STREA), MOEDA E PRECO VIGENTE DA ASSINATURA
      *              INDIVIDUAL, MAIS O PRECO DO PLANO FAMILIA (PAGO SO
      *              PELO TITULAR) E O LIMITE DE DEPENDENTES DO GRUPO.
      *              SRV-MAX-DEPENDENTES ZERADO = SERVICO SEM PLANO
      *              FAMILIA. LIDO PELO PRGSERVI (CONCILIACAO), PELO
      *              PRGFAMIL (GRUPOS) E PELO PRGCOBRA/PRGFATUR (PRECO
      *              DO TITULAR)
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-SERVICO.
           05 SRV-CODIGO                PIC  X(04).
           05 SRV-NOME                  PIC  X(10).
           05 SRV-MOEDA                 PIC  X(03).
           05 SRV-PRECO                 PIC  9(03)V99.
           05 SRV-PRECO-FAMILIA         PIC  9(03)V99.
           05 SRV-MAX-DEPENDENTES       PIC  9(02).
