      *              PROGRAMA PROVA QUE O MES ESTA COMPLETO ANTES DE
      *              FECHAR: (1) CADA DIA UTIL DO MES (MODULO DIAUTIL
      *              COM FERIADOS.txt) TEM FOTOGRAFIA NO SALDOHIST.txt
      *              E MOVIMENTO NO MOVHIST.dat; (2) A SEQUENCIA DE
      *              LOTES DO LOTECTL.txt NAO TEM BURACO NA
      *              COMPETENCIA E OS TOTAIS CTLFIM.txt EXISTEM;
      *              (3) A SOMA DOS MOVIMENTOS DO MES (C SOMA, D
      *-----------------------------------------------------------------
      * ALTERACOES.:
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O MOVHIST VIROU ARQUIVO INDEXADO (MOVHIST.dat) CHAVEADO POR
      *   AGENCIA+CONTA+DATA+ORIGEM+LOTE+SEQ - A LEITURA CONTINUA
      *   SEQUENCIAL, AGORA PELA ORDEM DA CHAVE
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================

           SELECT MOVHIST               ASSIGN TO
                                        WRK-CAMINHO-MOVHIST
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS SEQUENTIAL
               RECORD KEY               IS MOV-CHAVE
               FILE STATUS              IS FS-MOVHIST.

           SELECT LOTECTL               ASSIGN TO
                  "\SALDOHIST.txt"     DELIMITED BY SIZE
                  INTO WRK-CAMINHO-SALDHIST.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\MOVHIST.dat"       DELIMITED BY SIZE
                  INTO WRK-CAMINHO-MOVHIST.
           STRING WRK-DIR-DADOS        DELIMITED BY SPACE
                  "\LOTECTL.txt"       DELIMITED BY SIZE
           OPEN INPUT MOVHIST.
           IF FS-MOVHIST NOT EQUAL 00
               PERFORM 0900-GRAVA-PENDENCIA-INI
               STRING "MOVHIST.dat AUSENTE - NENHUM MOVIMENTO"
                   DELIMITED BY SIZE INTO WRK-LINHA-REL
               PERFORM 0910-GRAVA-PENDENCIA
               GO TO 0400-VARRE-MOVHIST-FIM
