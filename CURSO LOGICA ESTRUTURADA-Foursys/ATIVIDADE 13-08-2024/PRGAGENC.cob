      *-----------------------------------------------------------------
      * ALTERACOES.:
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   INCLUIDO O LIMITE DE SEGURO DO COFRE DA AGENCIA
      *   (AGE-LIMITE-SEGURO, LRECL 35->47) NA INCLUSAO, ALTERACAO E
      *   LISTAGEM - LINHA ANTIGA SEM O CAMPO ENTRA COM ZERO (SEM
      *   LIMITE) E SAI REGRAVADA NO LAYOUT NOVO
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - CADASTRO DE AGENCIAS (AGENCIAS)
      *                               LRECL = 047
      *----------------------------------------------------------------*
       FD  AGENCIAS.
       COPY '#AGENCIAS'.

      *----------------------------------------------------------------*
      *     WORK -  AGENCIAS COM A MANUTENCAO APLICADA
      *                               LRECL = 047
      *----------------------------------------------------------------*
       FD  AGENTMP.
       01  REG-AGENTMP                  PIC X(047).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
       01  WRK-CODIGO                   PIC 9(004)        VALUES ZEROS.
       01  WRK-NOME                     PIC X(020)        VALUES SPACES.
       01  WRK-REGIAO                   PIC X(010)        VALUES SPACES.
       01  WRK-LIMITE-SEGURO            PIC 9(010)V99     VALUES ZEROS.
       01  WRK-VALOR-ED                 PIC Z.ZZZ.ZZZ.ZZ9,99.

      *== CADASTRO CARREGADO EM TABELA PARA A SESSAO
       01  WRK-QT-AGENCIAS              PIC 9(002)        VALUES ZEROS.
               10 WRK-AGE-NOME              PIC X(20).
               10 WRK-AGE-REGIAO            PIC X(10).
               10 WRK-AGE-SITUACAO          PIC X(01).
               10 WRK-AGE-LIMITE-SEGURO     PIC 9(10)V99.

       01  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

               MOVE AGE-NOME     TO WRK-AGE-NOME(WRK-QT-AGENCIAS)
               MOVE AGE-REGIAO   TO WRK-AGE-REGIAO(WRK-QT-AGENCIAS)
               MOVE AGE-SITUACAO TO WRK-AGE-SITUACAO(WRK-QT-AGENCIAS)
               IF AGE-LIMITE-SEGURO NUMERIC
                   MOVE AGE-LIMITE-SEGURO
                             TO WRK-AGE-LIMITE-SEGURO(WRK-QT-AGENCIAS)
               ELSE
                   MOVE ZEROS
                             TO WRK-AGE-LIMITE-SEGURO(WRK-QT-AGENCIAS)
               END-IF
           END-IF.

           READ AGENCIAS.
           ACCEPT WRK-NOME.
           DISPLAY "REGIAO..".
           ACCEPT WRK-REGIAO.
           DISPLAY "LIMITE DE SEGURO DO COFRE (ZERO=SEM LIMITE)..".
           ACCEPT WRK-LIMITE-SEGURO.

           ADD 1 TO WRK-QT-AGENCIAS.
           MOVE WRK-CODIGO TO WRK-AGE-CODIGO(WRK-QT-AGENCIAS).
           MOVE WRK-NOME   TO WRK-AGE-NOME(WRK-QT-AGENCIAS).
           MOVE WRK-REGIAO TO WRK-AGE-REGIAO(WRK-QT-AGENCIAS).
           MOVE "A"        TO WRK-AGE-SITUACAO(WRK-QT-AGENCIAS).
           MOVE WRK-LIMITE-SEGURO
                           TO WRK-AGE-LIMITE-SEGURO(WRK-QT-AGENCIAS).

           DISPLAY "AGENCIA INCLUIDA COM SUCESSO!".


           DISPLAY "NOME ATUAL..: " WRK-AGE-NOME(WRK-IDX-AGENCIA).
           DISPLAY "REGIAO ATUAL: " WRK-AGE-REGIAO(WRK-IDX-AGENCIA).
           MOVE WRK-AGE-LIMITE-SEGURO(WRK-IDX-AGENCIA) TO WRK-VALOR-ED.
           DISPLAY "LIMITE SEGURO ATUAL: " WRK-VALOR-ED.
           DISPLAY "NOVO NOME..".
           ACCEPT WRK-NOME.
           DISPLAY "NOVA REGIAO..".
           ACCEPT WRK-REGIAO.
           DISPLAY "NOVO LIMITE DE SEGURO DO COFRE (ZERO=SEM LIMITE)..".
           ACCEPT WRK-LIMITE-SEGURO.

           MOVE WRK-NOME   TO WRK-AGE-NOME(WRK-IDX-AGENCIA).
           MOVE WRK-REGIAO TO WRK-AGE-REGIAO(WRK-IDX-AGENCIA).
           MOVE "A"        TO WRK-AGE-SITUACAO(WRK-IDX-AGENCIA).
           MOVE WRK-LIMITE-SEGURO
                           TO WRK-AGE-LIMITE-SEGURO(WRK-IDX-AGENCIA).

           DISPLAY "AGENCIA ALTERADA COM SUCESSO!".

       0240-LISTAR                               SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-AGE-LIMITE-SEGURO(WRK-IDX-AGENCIA) TO WRK-VALOR-ED.
           DISPLAY WRK-AGE-CODIGO(WRK-IDX-AGENCIA) " "
               WRK-AGE-NOME(WRK-IDX-AGENCIA) " "
               WRK-AGE-REGIAO(WRK-IDX-AGENCIA) " "
               WRK-AGE-SITUACAO(WRK-IDX-AGENCIA) " "
               WRK-VALOR-ED.

       0240-LISTAR-FIM.                          EXIT.

           MOVE WRK-AGE-NOME(WRK-IDX-AGENCIA)     TO AGE-NOME.
           MOVE WRK-AGE-REGIAO(WRK-IDX-AGENCIA)   TO AGE-REGIAO.
           MOVE WRK-AGE-SITUACAO(WRK-IDX-AGENCIA) TO AGE-SITUACAO.
           MOVE WRK-AGE-LIMITE-SEGURO(WRK-IDX-AGENCIA)
                                                  TO AGE-LIMITE-SEGURO.
           WRITE REG-AGENTMP FROM REG-AGENCIAS.

       0310-GRAVA-AGENCIA-FIM.                   EXIT.
