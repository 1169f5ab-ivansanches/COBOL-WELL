      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO ARQUIVO DE AUDITORIA DOS
      *              BLOQUEIOS DE SALDO (AUDITBLQ.txt), NO MESMO MOLDE
      *              DO AUDITCTA - QUEM/QUANDO INCLUIU (I), LIBEROU
      *              TOTALMENTE (T) OU LIBEROU PARCIALMENTE (P) CADA
      *              BLOQUEIO, COM A SITUACAO E O VALOR BLOQUEADO
      *              ANTES/DEPOIS E A REFERENCIA DA ORDEM QUE
      *              FUNDAMENTOU A OPERACAO (OFICIO DE BLOQUEIO OU
      *              ALVARA/OFICIO DE LIBERACAO)
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-AUDITBLQ.
           05  AUD-BLQ-DATA             PIC 9(008)        VALUES ZEROS.
           05  AUD-BLQ-OPERADOR         PIC X(010)        VALUES SPACES.
           05  AUD-BLQ-OPERACAO         PIC X(001)        VALUES SPACES.
           05  AUD-BLQ-NUMERO           PIC 9(006)        VALUES ZEROS.
           05  AUD-BLQ-AGENCIA          PIC 9(004)        VALUES ZEROS.
           05  AUD-BLQ-CONTA            PIC 9(005)        VALUES ZEROS.
           05  AUD-BLQ-SIT-ANTERIOR     PIC X(001)        VALUES SPACES.
           05  AUD-BLQ-SIT-NOVA         PIC X(001)        VALUES SPACES.
           05  AUD-BLQ-VALOR-ANTERIOR   PIC 9(008)V99     VALUES ZEROS.
           05  AUD-BLQ-VALOR-NOVO       PIC 9(008)V99     VALUES ZEROS.
           05  AUD-BLQ-REFERENCIA       PIC X(020)        VALUES SPACES.
