      * OBJETIVO...: EMISSAO DE ESTORNO DE MOVIMENTO POSTADO - O
      *              OPERADOR INFORMA O MOVIMENTO ORIGINAL (AGENCIA,
      *              CONTA, DATA, VALOR E TIPO D/C), O PROGRAMA
      *              CONFERE QUE ELE EXISTE NO MOVHIST.dat E QUE AINDA
      *              NAO FOI ESTORNADO (ESTORNOS.txt), EMITE O
      *              LANCAMENTO DE SINAL OPOSTO EM LANCEST.txt COMO
      *              LOTE COMPLETO (HEADER "0000" COM ORIGEM INTERNA
      *   (REG-DV-CONTA, LRECL 54->55) - A EMISSAO PASSOU A CALCULAR
      *   O DV PELO MODULO VALCTA EM CADA DETALHE
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O MOVHIST PASSOU A SER INDEXADO (MOVHIST.dat, CHAVE
      *   AGENCIA+CONTA+DATA+LOTE+SEQ) - A CONFERENCIA DO ORIGINAL
      *   POSICIONA (START) NA AGENCIA/CONTA/DATA INFORMADA E LE SO
      *   OS MOVIMENTOS DAQUELE DIA, EM VEZ DE VARRER O HISTORICO
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   A CHAVE DO MOVHIST GANHOU A ORIGEM DO LOTE (AGENCIA+CONTA+
      *   DATA+ORIGEM+LOTE+SEQ) - O POSICIONAMENTO (START) ZERA TAMBEM A
      *   ORIGEM
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================
       FILE-CONTROL.
           SELECT MOVHIST               ASSIGN TO
                                        WRK-CAMINHO-MOVHIST
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS MOV-CHAVE
               FILE STATUS              IS FS-MOVHIST.

           SELECT ESTORNOS              ASSIGN TO

      *----------------------------------------------------------------*
      *     INPUT -  HISTORICO MENSAL DE MOVIMENTOS (MOVHIST)
      *                               LRECL = 046
      *----------------------------------------------------------------*
       FD  MOVHIST.
       COPY '#MOVHIST'.

      *----------------------------------------------------------------*
      *     OUTPUT-  LANCAMENTOS DE ESTORNO PARA O PROXIMO ATI4
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  LANCEST.
       COPY '#LANCAM'.
           END-IF.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\MOVHIST.dat"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-MOVHIST.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\ESTORNOS.txt"      DELIMITED BY SIZE
               GO TO 0210-CONFERE-MOVHIST-FIM
           END-IF.

           MOVE WRK-AGENCIA       TO MOV-AGENCIA.
           MOVE WRK-CONTA         TO MOV-CONTA.
           MOVE WRK-DATA-ORIGINAL TO MOV-DATA.
           MOVE ZEROS             TO MOV-ORIGEM
                                     MOV-ID-LOTE
                                     MOV-ID-SEQ.
           START MOVHIST KEY NOT LESS MOV-CHAVE
               INVALID KEY
                   MOVE 10 TO FS-MOVHIST
           END-START.

           IF FS-MOVHIST EQUAL 00
               READ MOVHIST NEXT
           END-IF.
           PERFORM 0211-COMPARA-MOVIMENTO
               UNTIL FS-MOVHIST NOT EQUAL 00
                  OR WRK-MOV-FOI-ACHADO.
       0211-COMPARA-MOVIMENTO                    SECTION.
      *-----------------------------------------------------------------

           IF MOV-AGENCIA NOT EQUAL WRK-AGENCIA
              OR MOV-CONTA NOT EQUAL WRK-CONTA
              OR MOV-DATA NOT EQUAL WRK-DATA-ORIGINAL
               MOVE 10 TO FS-MOVHIST
               GO TO 0211-COMPARA-MOVIMENTO-FIM
           END-IF.

           IF MOV-VALOR EQUAL WRK-VALOR
              AND MOV-TIPO-LANCAMENTO EQUAL WRK-TIPO-ORIGINAL
               SET WRK-MOV-FOI-ACHADO TO TRUE
               MOVE MOV-MOEDA TO WRK-MOEDA-ORIGINAL
           ELSE
               READ MOVHIST NEXT
           END-IF.

       0211-COMPARA-MOVIMENTO-FIM.               EXIT.
