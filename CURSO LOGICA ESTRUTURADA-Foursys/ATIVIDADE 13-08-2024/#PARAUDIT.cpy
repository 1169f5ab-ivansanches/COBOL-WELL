      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO ARQUIVO DE AUDITORIA DOS
      *              PARAMETROS (PARAUDIT.txt) - UMA LINHA POR EVENTO
      *              DE UMA MUDANCA DA AGENDA (PARAGEND): S = AGENDADA,
      *              V = APLICADA NO ARQUIVO (VIGENTE), C = CANCELADA,
      *              R = RECUSADA NA APLICACAO, COM O CONTEUDO ANTERIOR
      *              E O NOVO DO CAMPO (OU DO REGISTRO INTEIRO NA
      *              INCLUSAO/EXCLUSAO), A VIGENCIA E QUEM/QUANDO. OS
      *              EVENTOS V SAO A BASE DO RELATORIO DE PARAMETROS
      *              VIGENTES EM DATA PASSADA DO PRGPARAM
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-PARAUDIT.
           05  AUD-PAR-DATA             PIC 9(008)        VALUES ZEROS.
           05  AUD-PAR-HORA             PIC 9(006)        VALUES ZEROS.
           05  AUD-PAR-OPERADOR         PIC X(010)        VALUES SPACES.
           05  AUD-PAR-ACAO             PIC X(001)        VALUES SPACES.
               88 AUD-PAR-AGENDADA                        VALUE "S".
               88 AUD-PAR-APLICADA                        VALUE "V".
               88 AUD-PAR-CANCELADA                       VALUE "C".
               88 AUD-PAR-RECUSADA                        VALUE "R".
           05  AUD-PAR-NUMERO           PIC 9(006)        VALUES ZEROS.
           05  AUD-PAR-ARQUIVO          PIC X(008)        VALUES SPACES.
           05  AUD-PAR-OPERACAO         PIC X(001)        VALUES SPACES.
           05  AUD-PAR-REGISTRO         PIC 9(002)        VALUES ZEROS.
           05  AUD-PAR-CAMPO            PIC X(023)        VALUES SPACES.
           05  AUD-PAR-ANTERIOR         PIC X(021)        VALUES SPACES.
           05  AUD-PAR-NOVO             PIC X(021)        VALUES SPACES.
           05  AUD-PAR-VIGENCIA         PIC 9(008)        VALUES ZEROS.
