      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO ARQUIVO DE OPERADORES
      *              (OPERADORES.txt) - CODIGO, NOME E NIVEL DE
      *              PERMISSAO DE CADA OPERADOR, USADO PELO SIGN-ON DO
      *              PRGMENU: NIVEL 1 = SOMENTE CONSULTA (PRGARQ2/
      *              PRGARQ8), NIVEL 2 = CONSULTA E MANUTENCAO,
      *              NIVEL 3 = SUPERVISOR (TUDO DO NIVEL 2 MAIS A
      *              APROVACAO DE PENDENCIAS DO PRGAPROV)
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 12/08/2024
      *-----------------------------------------------------------------
      * ALTERACAO..: INCLUIDO O NIVEL 3 (SUPERVISOR) - O MODELO DE
      *              PERMISSAO PASSA A MORAR NESTE BOOK, NAO NA TELA
      * DATA.......: 13/08/2024
      *-----------------------------------------------------------------
ALT1  * ALTERACAO..: INCLUIDOS O RESUMO DA SENHA (OPE-SENHA-HASH,
ALT1  *              CALCULADO PELO MODULO VALSEN - A SENHA NUNCA E
ALT1  *              GRAVADA LEGIVEL), A DATA DA ULTIMA TROCA, O
ALT1  *              CONTADOR DE FALHAS E O BLOQUEIO - O SIGN-ON DO
ALT1  *              PRGMENU PASSA A EXIGIR SENHA, COM EXPIRACAO E
ALT1  *              BLOQUEIO POR TENTATIVAS (LRECL 31->50)
ALT1  * DATA.......: 01/09/2026
      ******************************************************************
       01  REG-OPERADOR.
           05  OPE-CODIGO               PIC X(010)        VALUES SPACES.
           05  OPE-NOME                 PIC X(020)        VALUES SPACES.
           05  OPE-NIVEL                PIC X(001)        VALUES SPACES.
               88 OPE-NIVEL-CONSULTA                      VALUE "1".
               88 OPE-NIVEL-MANUTENCAO                    VALUE "2".
               88 OPE-NIVEL-SUPERVISOR                    VALUE "3".
ALT1       05  OPE-SENHA-HASH           PIC 9(009)        VALUES ZEROS.
ALT1       05  OPE-DATA-SENHA           PIC 9(008)        VALUES ZEROS.
ALT1       05  OPE-FALHAS               PIC 9(001)        VALUES ZEROS.
ALT1       05  OPE-BLOQUEADO            PIC X(001)        VALUES "N".
ALT1           88 OPE-ESTA-BLOQUEADO                      VALUE "S".
ALT1           88 OPE-NAO-BLOQUEADO                       VALUE "N".
