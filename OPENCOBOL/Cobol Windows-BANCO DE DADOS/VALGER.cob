       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. VALGER.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : MODULO COMPARTILHADO - RECEBE UM CODIGO DE
      *==               GERENTE (O CARACTERE DO REG-CODIGO-GERENTE DO
      *==               FUNCIONARIOS.dat) E DEVOLVE A SITUACAO: "A" SE
      *==               HA FUNCIONARIO ATIVO COM O CODIGO, "D" SE SO HA
      *==               DESLIGADO (PRGRESCI), "N" SE NINGUEM TEM O
      *==               CODIGO - COM O CODIGO, O NOME E A DATA DE
      *==               DESLIGAMENTO DO FUNCIONARIO. OS GERENTES SAO
      *==               CARREGADOS NA PRIMEIRA CHAMADA E FICAM EM
      *==               MEMORIA. CHAMADO PELA MANUTENCAO DA CARTEIRA
      *==               (PRGCARTE) E PELO RELATORIO (PRGCARTR)
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *== ALTERACAO   :
      *=================================================================

       ENVIRONMENT                               DIVISION.

       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN
           TO "C:\COBOL\COBOL QSAM (WINDOWNS)\DADOS\FUNCIONARIOS.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS REG-CODIGO
               FILE STATUS IS FS-FUNCIONARIOS.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD  FUNCIONARIOS.
       COPY "#FUNCREG".

       WORKING-STORAGE                           SECTION.

       77  FS-FUNCIONARIOS                 PIC 9(02) VALUE ZEROS.
       77  WRK-GERENTES-CARREGADOS         PIC X(01) VALUE "N".
           88 WRK-GERENTES-SIM                      VALUE "S".
           88 WRK-GERENTES-NAO                      VALUE "N".

      *========== FUNCIONARIOS COM CODIGO DE GERENTE
       77  WRK-QT-GERENTES                 PIC 9(03) VALUE ZEROS.
       77  WRK-IDX                         PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-GERENTES.
           05 WRK-GER-OCO                  OCCURS 200 TIMES.
               10 WRK-GER-CODIGO-GERENTE       PIC X(01).
               10 WRK-GER-CODIGO-FUNC          PIC 9(04).
               10 WRK-GER-NOME                 PIC X(15).
               10 WRK-GER-SITUACAO             PIC X(01).
               10 WRK-GER-DATA-DESLIG          PIC 9(08).

      *-----------------------------------------------------------------

       LINKAGE                                   SECTION.

       01  LNK-VALGER.
           05 LNK-GERENTE                  PIC X(01).
           05 LNK-RESULTADO                PIC X(01).
               88 LNK-GER-ATIVO                     VALUE "A".
               88 LNK-GER-DESLIGADO                 VALUE "D".
               88 LNK-GER-DESCONHECIDO              VALUE "N".
           05 LNK-CODIGO-FUNC              PIC 9(04).
           05 LNK-NOME-FUNC                PIC X(15).
           05 LNK-DATA-DESLIGAMENTO        PIC 9(08).

      *-----------------------------------------------------------------

       PROCEDURE                                DIVISION
                                          USING LNK-VALGER.

       0001-PRINCIPAL                            SECTION.

           IF WRK-GERENTES-NAO
               PERFORM 0100-CARREGA-GERENTES
           END-IF.

           PERFORM 0200-CONFERE-GERENTE.

           GOBACK.

       0001-PRINCIPAL-FIM.                       EXIT.

      *-----------------------------------------------------------------

       0100-CARREGA-GERENTES                     SECTION.

           SET WRK-GERENTES-SIM        TO TRUE.

           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT EQUAL 00
               DISPLAY "FUNCIONARIOS.dat NAO ABERTO - GERENTES "
                   "DESCONHECIDOS!"
               GO TO 0100-CARREGA-GERENTES-FIM
           END-IF.

           READ FUNCIONARIOS NEXT.
           PERFORM 0110-GUARDA-GERENTE
               UNTIL FS-FUNCIONARIOS NOT EQUAL 00.

           CLOSE FUNCIONARIOS.

       0100-CARREGA-GERENTES-FIM.                EXIT.

      *-----------------------------------------------------------------

       0110-GUARDA-GERENTE                       SECTION.

           IF REG-CODIGO-GERENTE NOT EQUAL SPACES
               IF WRK-QT-GERENTES LESS 200
                   ADD 1 TO WRK-QT-GERENTES
                   MOVE REG-CODIGO-GERENTE TO
                       WRK-GER-CODIGO-GERENTE(WRK-QT-GERENTES)
                   MOVE REG-CODIGO         TO
                       WRK-GER-CODIGO-FUNC(WRK-QT-GERENTES)
                   MOVE REG-NOME           TO
                       WRK-GER-NOME(WRK-QT-GERENTES)
                   IF REG-FUNC-DESLIGADO
                       MOVE "D" TO WRK-GER-SITUACAO(WRK-QT-GERENTES)
                   ELSE
                       MOVE "A" TO WRK-GER-SITUACAO(WRK-QT-GERENTES)
                   END-IF
                   MOVE REG-DATA-DESLIGAMENTO TO
                       WRK-GER-DATA-DESLIG(WRK-QT-GERENTES)
               ELSE
                   DISPLAY "TABELA DE GERENTES CHEIA (200) - "
                       "FUNCIONARIO " REG-CODIGO " IGNORADO"
               END-IF
           END-IF.

           READ FUNCIONARIOS NEXT.

       0110-GUARDA-GERENTE-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    FUNCIONARIO ATIVO COM O CODIGO GANHA DO DESLIGADO; ENTRE
      *    DESLIGADOS FICA O DE DESLIGAMENTO MAIS RECENTE
      *-----------------------------------------------------------------
       0200-CONFERE-GERENTE                      SECTION.

           SET LNK-GER-DESCONHECIDO    TO TRUE.
           MOVE ZEROS                  TO LNK-CODIGO-FUNC
                                          LNK-DATA-DESLIGAMENTO.
           MOVE SPACES                 TO LNK-NOME-FUNC.

           IF LNK-GERENTE EQUAL SPACES
               GO TO 0200-CONFERE-GERENTE-FIM
           END-IF.

           PERFORM 0210-COMPARA-GERENTE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX GREATER WRK-QT-GERENTES
                  OR LNK-GER-ATIVO.

       0200-CONFERE-GERENTE-FIM.                 EXIT.

      *-----------------------------------------------------------------

       0210-COMPARA-GERENTE                      SECTION.

           IF WRK-GER-CODIGO-GERENTE(WRK-IDX) NOT EQUAL LNK-GERENTE
               GO TO 0210-COMPARA-GERENTE-FIM
           END-IF.

           IF WRK-GER-SITUACAO(WRK-IDX) EQUAL "A"
               SET LNK-GER-ATIVO       TO TRUE
               PERFORM 0290-DEVOLVE-GERENTE
               GO TO 0210-COMPARA-GERENTE-FIM
           END-IF.

           IF LNK-GER-DESCONHECIDO
              OR WRK-GER-DATA-DESLIG(WRK-IDX)
                 GREATER LNK-DATA-DESLIGAMENTO
               SET LNK-GER-DESLIGADO   TO TRUE
               PERFORM 0290-DEVOLVE-GERENTE
           END-IF.

       0210-COMPARA-GERENTE-FIM.                 EXIT.

      *-----------------------------------------------------------------

       0290-DEVOLVE-GERENTE                      SECTION.

           MOVE WRK-GER-CODIGO-FUNC(WRK-IDX)   TO LNK-CODIGO-FUNC.
           MOVE WRK-GER-NOME(WRK-IDX)          TO LNK-NOME-FUNC.
           MOVE WRK-GER-DATA-DESLIG(WRK-IDX)   TO LNK-DATA-DESLIGAMENTO.

       0290-DEVOLVE-GERENTE-FIM.                 EXIT.

      *-----------------------------------------------------------------
