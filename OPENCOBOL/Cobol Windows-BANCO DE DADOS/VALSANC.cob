       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. VALSANC.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : MODULO COMPARTILHADO - RECEBE O NOME E O
      *==               CPF/CNPJ DE UM CLIENTE E DEVOLVE S/N CONFORME
      *==               ELE CONSTE DA LISTA RESTRITIVA LISTARES.txt
      *==               (BOOK #LISTARES - SANCOES E PEP), COM O MOTIVO
      *==               E A LINHA DA LISTA QUE BATEU. CPF/CNPJ IGUAL
      *==               BATE NA HORA; SEM ISSO, O NOME E NORMALIZADO
      *==               COMO NO PRGDUPLI (SEM ESPACOS, E AQUI TAMBEM
      *==               SEM PONTUACAO E EM MAIUSCULAS) E BATE QUANDO O
      *==               MAIS CURTO DOS DOIS NOMES NORMALIZADOS, COM
      *==               PELO MENOS 8 LETRAS, E O INICIO DO OUTRO - O
      *==               NOME DO CLIENTE TEM 20 POSICOES E A LISTA
      *==               PUBLICA O NOME COMPLETO. A LISTA E CARREGADA NA
      *==               PRIMEIRA CHAMADA E FICA EM MEMORIA. CHAMADO
      *==               PELA VARREDURA DO PRGSANC E PELA INCLUSAO/
      *==               ALTERACAO DO PRGARQ5
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
           SELECT LISTARES ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\LISTARES.txt"
               FILE STATUS          IS FS-LISTARES.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD  LISTARES.
       COPY "#LISTARES".

       WORKING-STORAGE                           SECTION.

       77  FS-LISTARES                     PIC 9(02) VALUE ZEROS.
       77  WRK-LISTA-CARREGADA             PIC X(01) VALUE "N".
           88 WRK-LISTA-SIM                         VALUE "S".
           88 WRK-LISTA-NAO                         VALUE "N".

      *========== LINHAS DA LISTA RESTRITIVA
       77  WRK-QT-LISTA                    PIC 9(04) VALUE ZEROS.
       77  WRK-IDX                         PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-LISTA.
           05 WRK-LRS-OCO                  OCCURS 2000 TIMES.
               10 WRK-LRS-NOME                 PIC X(40).
               10 WRK-LRS-NOME-NORM            PIC X(40).
               10 WRK-LRS-TAM-NORM             PIC 9(02).
               10 WRK-LRS-CPFCNPJ              PIC 9(14).
               10 WRK-LRS-FONTE                PIC X(10).
               10 WRK-LRS-TIPO                 PIC X(01).

      *========== NORMALIZACAO DO NOME
       77  WRK-IDX-CHAR                    PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-NORM                    PIC 9(02) VALUE ZEROS.
       01  WRK-NOME-FONTE.
           05 WRK-CHAR-FONTE OCCURS 40 TIMES PIC X(01).
       01  WRK-NOME-NORM.
           05 WRK-CHAR-NORM  OCCURS 40 TIMES PIC X(01).

      *========== NOME DO CLIENTE NORMALIZADO
       77  WRK-CLI-NOME-NORM               PIC X(40) VALUE SPACES.
       77  WRK-CLI-TAM-NORM                PIC 9(02) VALUE ZEROS.
       77  WRK-TAM-COMPARA                 PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------

       LINKAGE                                   SECTION.

       01  LNK-VALSANC.
           05 LNK-NOME                     PIC X(20).
           05 LNK-CPFCNPJ                  PIC 9(14).
           05 LNK-RESULTADO                PIC X(01).
               88 LNK-NA-LISTA                      VALUE "S".
               88 LNK-FORA-DA-LISTA                 VALUE "N".
           05 LNK-MOTIVO                   PIC X(20).
           05 LNK-LISTA-NOME               PIC X(40).
           05 LNK-LISTA-DOC                PIC 9(14).
           05 LNK-LISTA-FONTE              PIC X(10).
           05 LNK-LISTA-TIPO               PIC X(01).

      *-----------------------------------------------------------------

       PROCEDURE                                DIVISION
                                          USING LNK-VALSANC.

       0001-PRINCIPAL                            SECTION.

           IF WRK-LISTA-NAO
               PERFORM 0100-CARREGA-LISTA
           END-IF.

           PERFORM 0200-CONFERE-CLIENTE.

           GOBACK.

       0001-PRINCIPAL-FIM.                       EXIT.

      *-----------------------------------------------------------------

       0100-CARREGA-LISTA                        SECTION.

           SET WRK-LISTA-SIM           TO TRUE.

           OPEN INPUT LISTARES.
           IF FS-LISTARES NOT EQUAL 00
               DISPLAY "LISTA RESTRITIVA (LISTARES.txt) AUSENTE!"
               GO TO 0100-CARREGA-LISTA-FIM
           END-IF.

           READ LISTARES.
           PERFORM 0110-GUARDA-LINHA
               UNTIL FS-LISTARES NOT EQUAL 00.

           CLOSE LISTARES.

       0100-CARREGA-LISTA-FIM.                   EXIT.

      *-----------------------------------------------------------------

       0110-GUARDA-LINHA                         SECTION.

           IF WRK-QT-LISTA LESS 2000
               ADD 1 TO WRK-QT-LISTA
               MOVE LRS-NOME       TO WRK-LRS-NOME(WRK-QT-LISTA)
               MOVE LRS-CPFCNPJ    TO WRK-LRS-CPFCNPJ(WRK-QT-LISTA)
               MOVE LRS-FONTE      TO WRK-LRS-FONTE(WRK-QT-LISTA)
               MOVE LRS-TIPO       TO WRK-LRS-TIPO(WRK-QT-LISTA)
               MOVE LRS-NOME       TO WRK-NOME-FONTE
               PERFORM 0300-NORMALIZA-NOME
               MOVE WRK-NOME-NORM  TO WRK-LRS-NOME-NORM(WRK-QT-LISTA)
               MOVE WRK-IDX-NORM   TO WRK-LRS-TAM-NORM(WRK-QT-LISTA)
           ELSE
               DISPLAY "LISTA RESTRITIVA CHEIA (2000) - LINHA "
                   LRS-NOME " IGNORADA"
           END-IF.

           READ LISTARES.

       0110-GUARDA-LINHA-FIM.                    EXIT.

      *-----------------------------------------------------------------

       0200-CONFERE-CLIENTE                      SECTION.

           SET LNK-FORA-DA-LISTA       TO TRUE.
           MOVE SPACES                 TO LNK-MOTIVO
                                          LNK-LISTA-NOME
                                          LNK-LISTA-FONTE
                                          LNK-LISTA-TIPO.
           MOVE ZEROS                  TO LNK-LISTA-DOC.

           MOVE LNK-NOME               TO WRK-NOME-FONTE.
           PERFORM 0300-NORMALIZA-NOME.
           MOVE WRK-NOME-NORM          TO WRK-CLI-NOME-NORM.
           MOVE WRK-IDX-NORM           TO WRK-CLI-TAM-NORM.

           IF LNK-CPFCNPJ GREATER ZEROS
               PERFORM 0210-CONFERE-DOCUMENTO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QT-LISTA
                      OR LNK-NA-LISTA
           END-IF.

           IF LNK-NA-LISTA
               GO TO 0200-CONFERE-CLIENTE-FIM
           END-IF.

           IF WRK-CLI-TAM-NORM LESS 8
               GO TO 0200-CONFERE-CLIENTE-FIM
           END-IF.

           PERFORM 0220-CONFERE-NOME
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX GREATER WRK-QT-LISTA
                  OR LNK-NA-LISTA.

       0200-CONFERE-CLIENTE-FIM.                 EXIT.

      *-----------------------------------------------------------------

       0210-CONFERE-DOCUMENTO                    SECTION.

           IF WRK-LRS-CPFCNPJ(WRK-IDX) EQUAL LNK-CPFCNPJ
               MOVE "CPF/CNPJ IDENTICO" TO LNK-MOTIVO
               PERFORM 0290-DEVOLVE-LINHA
           END-IF.

       0210-CONFERE-DOCUMENTO-FIM.               EXIT.

      *-----------------------------------------------------------------

       0220-CONFERE-NOME                         SECTION.

           IF WRK-LRS-TAM-NORM(WRK-IDX) LESS 8
               GO TO 0220-CONFERE-NOME-FIM
           END-IF.

           IF WRK-LRS-TAM-NORM(WRK-IDX) LESS WRK-CLI-TAM-NORM
               MOVE WRK-LRS-TAM-NORM(WRK-IDX) TO WRK-TAM-COMPARA
           ELSE
               MOVE WRK-CLI-TAM-NORM          TO WRK-TAM-COMPARA
           END-IF.

           IF WRK-LRS-NOME-NORM(WRK-IDX)(1:WRK-TAM-COMPARA) EQUAL
              WRK-CLI-NOME-NORM(1:WRK-TAM-COMPARA)
               MOVE "NOME SEMELHANTE"  TO LNK-MOTIVO
               PERFORM 0290-DEVOLVE-LINHA
           END-IF.

       0220-CONFERE-NOME-FIM.                    EXIT.

      *-----------------------------------------------------------------

       0290-DEVOLVE-LINHA                        SECTION.

           SET LNK-NA-LISTA            TO TRUE.
           MOVE WRK-LRS-NOME(WRK-IDX)    TO LNK-LISTA-NOME.
           MOVE WRK-LRS-CPFCNPJ(WRK-IDX) TO LNK-LISTA-DOC.
           MOVE WRK-LRS-FONTE(WRK-IDX)   TO LNK-LISTA-FONTE.
           MOVE WRK-LRS-TIPO(WRK-IDX)    TO LNK-LISTA-TIPO.

       0290-DEVOLVE-LINHA-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    NORMALIZACAO - MAIUSCULAS, SO LETRAS E DIGITOS, ENCOSTADOS
      *    A ESQUERDA ("J. DA-SILVA" E "J DA SILVA" BATEM); O TAMANHO
      *    NORMALIZADO FICA EM WRK-IDX-NORM
      *-----------------------------------------------------------------

       0300-NORMALIZA-NOME                       SECTION.

           INSPECT WRK-NOME-FONTE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE SPACES TO WRK-NOME-NORM.
           MOVE ZEROS  TO WRK-IDX-NORM.

           PERFORM 0310-COPIA-CHAR
               VARYING WRK-IDX-CHAR FROM 1 BY 1
               UNTIL WRK-IDX-CHAR GREATER 40.

       0300-NORMALIZA-NOME-FIM.                  EXIT.

      *-----------------------------------------------------------------

       0310-COPIA-CHAR                           SECTION.

           IF (WRK-CHAR-FONTE(WRK-IDX-CHAR) NOT LESS "A"
               AND WRK-CHAR-FONTE(WRK-IDX-CHAR) NOT GREATER "Z")
            OR (WRK-CHAR-FONTE(WRK-IDX-CHAR) NOT LESS "0"
               AND WRK-CHAR-FONTE(WRK-IDX-CHAR) NOT GREATER "9")
               ADD 1 TO WRK-IDX-NORM
               MOVE WRK-CHAR-FONTE(WRK-IDX-CHAR)
                   TO WRK-CHAR-NORM(WRK-IDX-NORM)
           END-IF.

       0310-COPIA-CHAR-FIM.                      EXIT.
