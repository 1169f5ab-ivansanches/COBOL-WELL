      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DA HISTORIA DOS CASOS DE
      *              RECLAMACAO (RECLHIST.txt) - O PRGRECLA GRAVA UMA
      *              LINHA A CADA EVENTO DO CASO (ABERTURA, ANDAMENTO,
      *              ESCALADA PARA A OUVIDORIA E CONCLUSAO) COM O
      *              STATUS, O NIVEL E O PRAZO RESULTANTES, O OPERADOR
      *              E O TEXTO INFORMADO - E A PROVA DO ATENDIMENTO
      *              PERANTE O REGULADOR
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-RECLHIS.
           05 RCH-PROTOCOLO             PIC  9(10).
           05 RCH-DATA                  PIC  9(08).
           05 RCH-HORA                  PIC  9(06).
           05 RCH-EVENTO                PIC  X(01).
               88 RCH-EVT-ABERTURA                 VALUE "A".
               88 RCH-EVT-ANDAMENTO                VALUE "N".
               88 RCH-EVT-ESCALADA                 VALUE "O".
               88 RCH-EVT-CONCLUSAO                VALUE "C".
           05 RCH-STATUS                PIC  X(01).
           05 RCH-NIVEL                 PIC  X(01).
           05 RCH-DATA-PRAZO            PIC  9(08).
           05 RCH-OPERADOR              PIC  X(10).
           05 RCH-TEXTO                 PIC  X(40).
