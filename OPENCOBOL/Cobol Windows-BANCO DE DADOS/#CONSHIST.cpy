      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DA TRILHA DE AUDITORIA DOS
      *              CONSENTIMENTOS DE COMUNICACAO (CONSHIST.txt) - SO
      *              CRESCE: CADA INCLUSAO OU MUDANCA FEITA PELO
      *              PRGCONSE GRAVA DATA/HORA, OPERADOR, CLIENTE,
      *              FINALIDADE, CANAL, SITUACAO ANTERIOR E NOVA E A
      *              ORIGEM DA MANIFESTACAO DO CLIENTE. E A PROVA DO
      *              CONSENTIMENTO (E DA REVOGACAO) PEDIDA PELA LGPD E
      *              ENTRA NO RELATORIO DE ACESSO DO PRGLGPD
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-CONSHIST.
           05 HIS-DATA                  PIC  9(08).
           05 HIS-HORA                  PIC  9(08).
           05 HIS-OPERADOR              PIC  X(10).
           05 HIS-OPERACAO              PIC  X(01).
               88 HIS-INCLUSAO                     VALUE "I".
               88 HIS-ALTERACAO                    VALUE "A".
           05 HIS-REG-ID                PIC  9(04).
           05 HIS-FINALIDADE            PIC  X(01).
           05 HIS-CANAL                 PIC  X(01).
           05 HIS-SITUACAO-ANTERIOR     PIC  X(01).
           05 HIS-SITUACAO-NOVA         PIC  X(01).
           05 HIS-ORIGEM                PIC  X(01).
