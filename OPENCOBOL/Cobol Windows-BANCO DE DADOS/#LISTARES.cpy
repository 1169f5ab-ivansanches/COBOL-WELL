      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DA LISTA RESTRITIVA (LISTARES.txt)
      *              - UMA LINHA POR PESSOA OU EMPRESA DAS LISTAS DE
      *              SANCOES E DE PESSOAS POLITICAMENTE EXPOSTAS (PEP),
      *              COM O NOME COMO PUBLICADO, O CPF/CNPJ QUANDO A
      *              FONTE INFORMA (ZEROS = NAO INFORMADO), A LISTA DE
      *              ORIGEM E O TIPO. O ARQUIVO E SUBSTITUIDO INTEIRO
      *              A CADA NOVA PUBLICACAO E LIDO PELO MODULO VALSANC
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-LISTARES.
           05  LRS-NOME                 PIC X(040).
           05  LRS-CPFCNPJ              PIC 9(014).
           05  LRS-FONTE                PIC X(010).
           05  LRS-TIPO                 PIC X(001).
               88 LRS-SANCAO                       VALUE "S".
               88 LRS-PEP                          VALUE "P".
           05  LRS-DATA-INCLUSAO        PIC 9(008).
