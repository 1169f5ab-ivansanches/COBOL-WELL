      ******************************************************************
      *== BOOK        : #PENDAPRV
      *== OBJETIVO    : LAYOUT DO ARQUIVO DE OPERACOES PENDENTES DE
      *==               APROVACAO (PENDAPRV.txt) - EXCLUSOES E
      *==               ALTERACOES EM MASSA DO PRGARQ5 FICAM AQUI COM
      *==               A IMAGEM ANTES/DEPOIS ATE O SUPERVISOR
      *==               (PRGAPROV) APLICAR OU REJEITAR CADA UMA
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== DATA        : 13/08/2024
      *== CONSULTORIA : FOURSYS
      ******************************************************************
       01  REG-PENDAPRV.
           05  PEN-DATA                 PIC 9(008).
           05  PEN-OPERADOR             PIC X(010).
           05  PEN-OPERACAO             PIC X(001).
               88 PEN-OPERACAO-EXCLUSAO            VALUE "E".
               88 PEN-OPERACAO-ALTERACAO           VALUE "A".
           05  PEN-ID                   PIC 9(004).
           05  PEN-NOME-ANTERIOR        PIC X(020).
           05  PEN-TELEFONE-ANTERIOR    PIC 9(011).
           05  PEN-TIPO-ANTERIOR        PIC X(001).
           05  PEN-DOC-ANTERIOR         PIC 9(014).
           05  PEN-NOME-NOVO            PIC X(020).
           05  PEN-TELEFONE-NOVO        PIC 9(011).
           05  PEN-TIPO-NOVO            PIC X(001).
           05  PEN-DOC-NOVO             PIC 9(014).
           05  PEN-SITUACAO             PIC X(001).
               88 PEN-PENDENTE                     VALUE "P".
               88 PEN-APROVADA                     VALUE "A".
               88 PEN-REJEITADA                    VALUE "R".
           05  PEN-APROVADOR            PIC X(010).
