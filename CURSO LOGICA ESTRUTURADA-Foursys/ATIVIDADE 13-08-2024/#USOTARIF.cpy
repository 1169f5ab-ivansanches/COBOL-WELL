      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DA TABELA DE TARIFAS DE USO
      *              (USOTARIF.txt) - UMA LINHA POR SERVICO E TIPO DE
      *              USO AVULSO VENDIDO PELO PARCEIRO (EX. ALU =
      *              ALUGUEL DE TITULO, TEL = TELA EXTRA, EVT = EVENTO
      *              PREMIUM), COM O PRECO UNITARIO NA MOEDA DA TARIFA
      *              E A CATEGORIA DE IMPOSTO DO TAXAS.txt. LIDO PELO
      *              TARIFADOR PRGUSO
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-USOTARIF.
           05 UTR-SERVICO               PIC  X(10).
           05 UTR-TIPO                  PIC  X(03).
           05 UTR-DESCRICAO             PIC  X(15).
           05 UTR-MOEDA                 PIC  X(03).
           05 UTR-PRECO                 PIC  9(04)V99.
           05 UTR-CATEGORIA             PIC  X(10).
           05 UTR-SITUACAO              PIC  X(01).
               88 UTR-ATIVA                        VALUE "A".
               88 UTR-INATIVA                      VALUE "I".
