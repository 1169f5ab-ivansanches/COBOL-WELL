      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO ACUMULADO DE USO TARIFADO
      *              (USOACUM.txt) - UMA LINHA POR ASSINANTE, SERVICO,
      *              TIPO DE USO E COMPETENCIA DO USO (AAAAMM), COM A
      *              QUANTIDADE E O VALOR TARIFADO NA MOEDA DA TARIFA.
      *              GRAVADO PELO TARIFADOR PRGUSO; O PRGCOBRA LANCA O
      *              VALOR NO LOTE DE COBRANCA (UAC-COBRANCA = "S") E O
      *              PRGFATUR O LEVA PARA A FATURA (UAC-FATURA = NUMERO
      *              DA FATURA). LINHA AINDA NAO COBRADA OU AINDA NAO
      *              FATURADA E O CICLO EM ABERTO DO ASSINANTE
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-USOACUM.
           05 UAC-CODIGO-CLIENTE        PIC  X(03).
           05 UAC-SERVICO               PIC  X(10).
           05 UAC-TIPO                  PIC  X(03).
           05 UAC-COMPETENCIA           PIC  9(06).
           05 UAC-CATEGORIA             PIC  X(10).
           05 UAC-MOEDA                 PIC  X(03).
           05 UAC-QUANTIDADE            PIC  9(05).
           05 UAC-VALOR                 PIC  9(07)V99.
           05 UAC-COBRANCA              PIC  X(01).
               88 UAC-COBRADO                      VALUE "S".
               88 UAC-NAO-COBRADO                  VALUE "N".
           05 UAC-FATURA                PIC  9(06).
