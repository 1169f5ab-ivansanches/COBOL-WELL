      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DA AGENDA DE MUDANCAS DE
      *              PARAMETROS (PARAGEND.txt) - CADA MUDANCA AGENDADA
      *              PELO SUPERVISOR NO PRGPARAM: ARQUIVO DE PARAMETRO,
      *              OPERACAO (A = ALTERA UM CAMPO, I = INCLUI UM
      *              REGISTRO NAS TABELAS FAIXAS/COMISSAO, E = EXCLUI
      *              UM REGISTRO DELAS), REGISTRO E CAMPO ALVO, CONTEUDO
      *              NOVO (NO FORMATO GRAVADO NO ARQUIVO) E DATA DE
      *              VIGENCIA. A MUDANCA FICA PENDENTE ATE A VIGENCIA
      *              E E APLICADA PELO PRGPARAM (NA ENTRADA OU NA ETAPA
      *              BATCH DO PLANJOBS), PASSANDO A VIGENTE - OU
      *              RECUSADA, SE NAO PASSAR NA CRITICA NAQUELE DIA
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-PARAGEND.
           05  AGE-NUMERO               PIC 9(006)        VALUES ZEROS.
           05  AGE-ARQUIVO              PIC X(008)        VALUES SPACES.
           05  AGE-OPERACAO             PIC X(001)        VALUES SPACES.
               88 AGE-ALTERA-CAMPO                        VALUE "A".
               88 AGE-INCLUI-REGISTRO                     VALUE "I".
               88 AGE-EXCLUI-REGISTRO                     VALUE "E".
           05  AGE-REGISTRO             PIC 9(002)        VALUES ZEROS.
           05  AGE-CAMPO                PIC X(023)        VALUES SPACES.
           05  AGE-CONTEUDO-NOVO        PIC X(021)        VALUES SPACES.
           05  AGE-VIGENCIA             PIC 9(008)        VALUES ZEROS.
           05  AGE-SITUACAO             PIC X(001)        VALUES SPACES.
               88 AGE-PENDENTE                            VALUE "P".
               88 AGE-VIGENTE                             VALUE "V".
               88 AGE-CANCELADA                           VALUE "C".
               88 AGE-RECUSADA                            VALUE "R".
           05  AGE-OPERADOR             PIC X(010)        VALUES SPACES.
           05  AGE-DATA-AGENDA          PIC 9(008)        VALUES ZEROS.
           05  AGE-DATA-SITUACAO        PIC 9(008)        VALUES ZEROS.
