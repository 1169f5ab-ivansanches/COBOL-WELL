      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DAS FOLHAS DE CHEQUE EMITIDAS
      *              (FOLHASCHQ.txt) - UM REGISTRO POR FOLHA DE CADA
      *              TALAO DO TALOES.txt, COM A SITUACAO DA FOLHA:
      *              D=DISPONIVEL (EM PODER DO CORRENTISTA), P=PAGA NA
      *              COMPENSACAO, V=DEVOLVIDA (COM O MOTIVO DE
      *              DEVOLUCAO) E S=SUSTADA (CONTRA-ORDEM NO
      *              SUSTCHQ.txt). A DATA DA SITUACAO, O VALOR
      *              APRESENTADO E A QUANTIDADE DE APRESENTACOES SAO
      *              ATUALIZADOS PELA COMPENSACAO (PRGCOMPE); A
      *              INCLUSAO E A SUSTACAO SAO DO PRGTALAO
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-FOLHACHQ.
           05 FCH-AGENCIA               PIC  9(04).
           05 FCH-CONTA                 PIC  9(05).
           05 FCH-CHEQUE                PIC  9(06).
           05 FCH-TALAO                 PIC  9(06).
           05 FCH-SITUACAO              PIC  X(01).
               88 FCH-DISPONIVEL                   VALUE "D".
               88 FCH-PAGA                         VALUE "P".
               88 FCH-DEVOLVIDA                    VALUE "V".
               88 FCH-SUSTADA                      VALUE "S".
           05 FCH-DATA-SITUACAO         PIC  9(08).
           05 FCH-VALOR                 PIC  9(08)V99.
           05 FCH-MOTIVO-DEVOLUCAO      PIC  9(02).
           05 FCH-QTD-APRESENTACOES     PIC  9(01).
