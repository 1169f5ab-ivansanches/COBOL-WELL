      *-----------------------------------------------------------------
      * OBJETIVO...: ARQUIVAMENTO DO MOVIMENTO DO DIA - ANEXA OS
      *              REGISTROS DE DETALHE DO REGCAM.txt (TRAILER "9999"
      *              EXCLUIDO) NO HISTORICO MENSAL MOVHIST.dat, PARA O
      *              MOVIMENTO POSTADO CONTINUAR CONSULTAVEL DEPOIS QUE
      *              O REGCAM DA PROXIMA EXECUCAO SOBRESCREVER O DO DIA.
      *              RODA AO FINAL DA JANELA, DEPOIS DO ATI4
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  REGCAM                INPUT                  #REGCAM
      *  MOVHIST               INPUT/OUTPUT           #MOVHIST
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS
      *   TRANSACAO (LOTE+SEQ) - O ARQUIVAMENTO PASSOU A COPIAR O
      *   IDENTIFICADOR JUNTO COM O DETALHE
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O MOVHIST PASSOU A SER INDEXADO (MOVHIST.dat, CHAVE
      *   AGENCIA+CONTA+DATA+LOTE+SEQ) - O ARQUIVAMENTO GRAVA PELA
      *   CHAVE E UM MOVIMENTO QUE JA ESTA NO HISTORICO (REGCAM DO
      *   MESMO DIA ARQUIVADO DUAS VEZES) E RECUSADO E CONTADO, EM
      *   VEZ DE DOBRAR O MOVIMENTO; HAVENDO RECUSA O RETORNO E 4
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   A CHAVE DO MOVHIST GANHOU A ORIGEM DO LOTE ANTES DO NUMERO DO
      *   LOTE (AGENCIA+CONTA+DATA+ORIGEM+LOTE+SEQ), COPIADA DO REGCAM -
      *   O NUMERO DE LOTE SO E UNICO DENTRO DA ORIGEM, E LOTES DE MESMO
      *   NUMERO DE EMISSORES DIFERENTES NA MESMA CONTA/DIA ERAM
      *   RECUSADOS COMO JA ARQUIVADOS, SUMINDO DO HISTORICO
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================

           SELECT MOVHIST               ASSIGN TO
                                        WRK-CAMINHO-MOVHIST
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS RANDOM
               RECORD KEY               IS MOV-CHAVE
               FILE STATUS              IS FS-MOVHIST.

      *=================================================================

      *----------------------------------------------------------------*
      *     INPUT -  MOVIMENTO POSTADO DO DIA (REGCAM)
      *                               LRECL = 046
      *----------------------------------------------------------------*
       FD  REGCAM.
       COPY '#REGCAM'.

      *----------------------------------------------------------------*
      *     OUTPUT-  HISTORICO MENSAL DE MOVIMENTOS (MOVHIST)
      *                               LRECL = 046
      *----------------------------------------------------------------*
       FD  MOVHIST.
       COPY '#MOVHIST'.

       01  ACU-LIDOS                    PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-ARQUIVADOS               PIC 9(005) COMP-3 VALUES ZEROS.
       01  ACU-DUPLICADOS               PIC 9(005) COMP-3 VALUES ZEROS.

       01  WRK-FS-DESCRICAO             PIC X(030)        VALUES SPACES.

                  INTO WRK-CAMINHO-REGCAM.

           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\MOVHIST.dat"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-MOVHIST.

           OPEN INPUT REGCAM.
               GOBACK
           END-IF.

           OPEN I-O MOVHIST.
           IF FS-MOVHIST EQUAL 35
               OPEN OUTPUT MOVHIST
               CLOSE MOVHIST
               OPEN I-O MOVHIST
           END-IF.
           IF FS-MOVHIST NOT EQUAL 00
               MOVE WRK-ERRO-ABERTURA TO WRK-FS-DESCRICAO
               DISPLAY WRK-FS-DESCRICAO
               CALL "FSTATUS" USING FS-MOVHIST WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               CLOSE REGCAM
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           READ REGCAM.
               MOVE REG-LANCAMENTO-REGCAM      TO MOV-VALOR
               MOVE REG-TIPO-LANCAMENTO-REGCAM TO MOV-TIPO-LANCAMENTO
               MOVE REG-MOEDA-REGCAM           TO MOV-MOEDA
               MOVE REG-ID-ORIGEM-REGCAM       TO MOV-ORIGEM
               MOVE REG-ID-LOTE-REGCAM         TO MOV-ID-LOTE
               MOVE REG-ID-SEQ-REGCAM          TO MOV-ID-SEQ
               PERFORM 0210-GRAVA-MOVHIST
           END-IF.

           READ REGCAM.

       0200-PROCESSAR-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    CHAVE JA EXISTENTE E MOVIMENTO JA ARQUIVADO - NAO GRAVA DE
      *    NOVO, SO CONTA E MOSTRA
      *-----------------------------------------------------------------
       0210-GRAVA-MOVHIST                        SECTION.
      *-----------------------------------------------------------------

           WRITE REG-MOVHIST
               INVALID KEY
                   ADD 1 TO ACU-DUPLICADOS
                   DISPLAY "JA ARQUIVADO: AG " MOV-AGENCIA
                       " CTA " MOV-CONTA " DATA " MOV-DATA
                       " ID " MOV-ORIGEM "/" MOV-ID-LOTE "/"
                       MOV-ID-SEQ
               NOT INVALID KEY
                   ADD 1 TO ACU-ARQUIVADOS
           END-WRITE.

       0210-GRAVA-MOVHIST-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.
      *-----------------------------------------------------------------
           DISPLAY WRK-LINHA.
           DISPLAY "REGISTROS LIDOS DO REGCAM: " ACU-LIDOS.
           DISPLAY "MOVIMENTOS ARQUIVADOS....: " ACU-ARQUIVADOS.
           DISPLAY "JA ARQUIVADOS (RECUSADOS): " ACU-DUPLICADOS.
           DISPLAY WRK-LINHA.
           DISPLAY WRK-FIM-PRG.

           IF ACU-DUPLICADOS GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0300-FINALIZAR-FIM.                       EXIT.
