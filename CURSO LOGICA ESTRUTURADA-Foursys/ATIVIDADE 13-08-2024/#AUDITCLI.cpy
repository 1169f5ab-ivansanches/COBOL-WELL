      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO ARQUIVO DE AUDITORIA DAS
      *              MANUTENCOES DE CLIENTES.dat (AUDITCLI.txt), COM
      *              OS VALORES ANTES/DEPOIS DE CADA INCLUSAO/ALTERACAO/
      *              EXCLUSAO E QUEM/QUANDO FEZ A OPERACAO
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 10/08/2024
      *-----------------------------------------------------------------
ALT1  * ALTERACAO..: INCLUIDOS AUD-CEP-ANTERIOR/NOVO, PARA A TRILHA
ALT1  *              COBRIR TAMBEM A MUDANCA DO ENDERECO DE
ALT1  *              CORRESPONDENCIA (O CEP RESUME A MUDANCA)
ALT1  * DATA.......: 01/09/2026
      ******************************************************************
       01  REG-AUDITCLI.
           05  AUD-DATA                 PIC 9(008)        VALUES ZEROS.
           05  AUD-OPERADOR             PIC X(010)        VALUES SPACES.
           05  AUD-OPERACAO             PIC X(001)        VALUES SPACES.
           05  AUD-ID                   PIC 9(004)        VALUES ZEROS.
           05  AUD-NOME-ANTERIOR        PIC X(020)        VALUES SPACES.
           05  AUD-TELEFONE-ANTERIOR    PIC 9(011)        VALUES ZEROS.
           05  AUD-NOME-NOVO            PIC X(020)        VALUES SPACES.
           05  AUD-TELEFONE-NOVO        PIC 9(011)        VALUES ZEROS.
ALT1       05  AUD-CEP-ANTERIOR         PIC 9(008)        VALUES ZEROS.
ALT1       05  AUD-CEP-NOVO             PIC 9(008)        VALUES ZEROS.
