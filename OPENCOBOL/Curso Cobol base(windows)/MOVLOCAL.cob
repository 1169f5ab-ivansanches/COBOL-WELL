       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. MOVLOCAL.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : MODULO COMPARTILHADO DO ESTOQUE POR LOCAL -
      *==               FUNCAO V CONFERE O LOCAL NO LOCAIS.txt (BOOK
      *==               #LOCAL; SEM O ARQUIVO SO O 001 EXISTE) E DEVOLVE
      *==               O NOME; C CONSULTA O SALDO DO PRODUTO NO LOCAL
      *==               (ESTLOCAL.dat, BOOK #ESTLOCAL - SEM REGISTRO E
      *==               TUDO ZERO); M SOMA AS QUANTIDADES RECEBIDAS
      *==               (COM SINAL) AO SALDO EM MAOS E AO SALDO A
      *==               CAMINHO, CRIANDO O REGISTRO SE PRECISO - SE
      *==               ALGUM FICARIA NEGATIVO NADA E GRAVADO E VOLTA F;
      *==               N GRAVA O ESTOQUE MINIMO DO LOCAL.
      *==               CHAMADO PELO ATI1, PRGESTOQ, PRGDEVOL, PRGINVEN,
      *==               PRGLOCAL, PRGTRANF E PRGPOSES
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================

       ENVIRONMENT                               DIVISION.

       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT LOCAIS ASSIGN TO "LOCAIS.txt"
               FILE STATUS IS WRK-FS-LOCAIS.

           SELECT ESTLOCAL ASSIGN TO "ESTLOCAL.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS ELC-CHAVE
               FILE STATUS IS WRK-FS-ESTLOCAL.

      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD  LOCAIS.
       COPY "#LOCAL".

       FD  ESTLOCAL.
       COPY "#ESTLOCAL".

       WORKING-STORAGE                           SECTION.

       77  WRK-FS-LOCAIS                   PIC 99    VALUE ZEROS.
       77  WRK-FS-ESTLOCAL                 PIC 99    VALUE ZEROS.
       77  WRK-NOVO-SALDO                  PIC S9(06) VALUE ZEROS.
       77  WRK-NOVO-TRANSITO               PIC S9(06) VALUE ZEROS.
       77  WRK-REGISTRO                    PIC X(01) VALUE "N".
           88 WRK-REGISTRO-EXISTE                    VALUE "S".
           88 WRK-REGISTRO-NOVO                      VALUE "N".

      *-----------------------------------------------------------------

       LINKAGE                                   SECTION.

       01  LNK-MOVLOCAL.
           05 LNK-FUNCAO                   PIC X(01).
               88 LNK-VALIDA-LOCAL                  VALUE "V".
               88 LNK-CONSULTA                      VALUE "C".
               88 LNK-MOVIMENTA                     VALUE "M".
               88 LNK-GRAVA-MINIMO                  VALUE "N".
           05 LNK-LOCAL                    PIC 9(03).
           05 LNK-NOME-LOCAL               PIC X(20).
           05 LNK-PRODUTO                  PIC 9(04).
           05 LNK-MOV-ESTOQUE              PIC S9(05).
           05 LNK-MOV-TRANSITO             PIC S9(05).
           05 LNK-SALDO                    PIC 9(05).
           05 LNK-TRANSITO                 PIC 9(05).
           05 LNK-MINIMO                   PIC 9(05).
           05 LNK-RESULTADO                PIC X(01).
               88 LNK-OK                            VALUE "S".
               88 LNK-LOCAL-INVALIDO                VALUE "L".
               88 LNK-SALDO-INSUFICIENTE            VALUE "F".
               88 LNK-ERRO-ARQUIVO                  VALUE "E".

      *-----------------------------------------------------------------

       PROCEDURE                                DIVISION
                                          USING LNK-MOVLOCAL.

       0001-PRINCIPAL                            SECTION.

           EVALUATE TRUE
               WHEN LNK-VALIDA-LOCAL
                   PERFORM 0100-VALIDA-LOCAL
               WHEN LNK-CONSULTA
                   PERFORM 0200-CONSULTA
               WHEN LNK-MOVIMENTA
                   PERFORM 0300-MOVIMENTA
               WHEN LNK-GRAVA-MINIMO
                   PERFORM 0400-GRAVA-MINIMO
               WHEN OTHER
                   SET LNK-ERRO-ARQUIVO TO TRUE
           END-EVALUATE.

           GOBACK.

       0001-PRINCIPAL-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    LOCAL CADASTRADO E ATIVO - SEM O LOCAIS.txt A REDE E SO A
      *    LOJA PRINCIPAL 001
      *-----------------------------------------------------------------
       0100-VALIDA-LOCAL                         SECTION.

           SET LNK-LOCAL-INVALIDO      TO TRUE.
           MOVE SPACES                 TO LNK-NOME-LOCAL.

           OPEN INPUT LOCAIS.
           IF WRK-FS-LOCAIS EQUAL 35
               IF LNK-LOCAL EQUAL 1
                   MOVE "LOJA PRINCIPAL"   TO LNK-NOME-LOCAL
                   SET LNK-OK              TO TRUE
               END-IF
               GO TO 0100-VALIDA-LOCAL-FIM
           END-IF.

           IF WRK-FS-LOCAIS NOT EQUAL 00
               SET LNK-ERRO-ARQUIVO TO TRUE
               GO TO 0100-VALIDA-LOCAL-FIM
           END-IF.

           READ LOCAIS.
           PERFORM 0110-PROCURA-LOCAL
               UNTIL WRK-FS-LOCAIS NOT EQUAL 00.

           CLOSE LOCAIS.

       0100-VALIDA-LOCAL-FIM.                    EXIT.

      *-----------------------------------------------------------------
       0110-PROCURA-LOCAL                        SECTION.

           IF LOC-CODIGO EQUAL LNK-LOCAL
               IF LOC-ATIVO
                   MOVE LOC-NOME TO LNK-NOME-LOCAL
                   SET LNK-OK    TO TRUE
               END-IF
           END-IF.

           READ LOCAIS.

       0110-PROCURA-LOCAL-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    SALDO DO PRODUTO NO LOCAL - SEM REGISTRO (OU SEM O ARQUIVO)
      *    O LOCAL NAO TEM NADA DO PRODUTO
      *-----------------------------------------------------------------
       0200-CONSULTA                             SECTION.

           SET LNK-OK TO TRUE.
           MOVE ZEROS TO LNK-SALDO LNK-TRANSITO LNK-MINIMO.

           OPEN INPUT ESTLOCAL.
           IF WRK-FS-ESTLOCAL NOT EQUAL 00
               GO TO 0200-CONSULTA-FIM
           END-IF.

           PERFORM 0900-LE-REGISTRO.
           IF WRK-REGISTRO-EXISTE
               MOVE ELC-QTD-ESTOQUE    TO LNK-SALDO
               MOVE ELC-QTD-TRANSITO   TO LNK-TRANSITO
               MOVE ELC-ESTOQUE-MINIMO TO LNK-MINIMO
           END-IF.

           CLOSE ESTLOCAL.

       0200-CONSULTA-FIM.                        EXIT.

      *-----------------------------------------------------------------
      *    MOVIMENTO COM SINAL NO SALDO EM MAOS E NO A CAMINHO - O
      *    REGISTRO NASCE NA PRIMEIRA MEXIDA DO PRODUTO NO LOCAL
      *-----------------------------------------------------------------
       0300-MOVIMENTA                            SECTION.

           PERFORM 0800-ABRE-ESTLOCAL.
           IF LNK-ERRO-ARQUIVO
               GO TO 0300-MOVIMENTA-FIM
           END-IF.

           PERFORM 0900-LE-REGISTRO.

           COMPUTE WRK-NOVO-SALDO    = ELC-QTD-ESTOQUE
                                     + LNK-MOV-ESTOQUE.
           COMPUTE WRK-NOVO-TRANSITO = ELC-QTD-TRANSITO
                                     + LNK-MOV-TRANSITO.

           MOVE ELC-QTD-ESTOQUE    TO LNK-SALDO.
           MOVE ELC-QTD-TRANSITO   TO LNK-TRANSITO.
           MOVE ELC-ESTOQUE-MINIMO TO LNK-MINIMO.

           IF WRK-NOVO-SALDO LESS ZEROS
              OR WRK-NOVO-TRANSITO LESS ZEROS
               SET LNK-SALDO-INSUFICIENTE TO TRUE
               CLOSE ESTLOCAL
               GO TO 0300-MOVIMENTA-FIM
           END-IF.

           MOVE WRK-NOVO-SALDO     TO ELC-QTD-ESTOQUE.
           MOVE WRK-NOVO-TRANSITO  TO ELC-QTD-TRANSITO.
           PERFORM 0910-GRAVA-REGISTRO.

           IF LNK-OK
               MOVE ELC-QTD-ESTOQUE  TO LNK-SALDO
               MOVE ELC-QTD-TRANSITO TO LNK-TRANSITO
           END-IF.

           CLOSE ESTLOCAL.

       0300-MOVIMENTA-FIM.                       EXIT.

      *-----------------------------------------------------------------
       0400-GRAVA-MINIMO                         SECTION.

           PERFORM 0800-ABRE-ESTLOCAL.
           IF LNK-ERRO-ARQUIVO
               GO TO 0400-GRAVA-MINIMO-FIM
           END-IF.

           PERFORM 0900-LE-REGISTRO.

           MOVE LNK-MINIMO         TO ELC-ESTOQUE-MINIMO.
           PERFORM 0910-GRAVA-REGISTRO.

           MOVE ELC-QTD-ESTOQUE    TO LNK-SALDO.
           MOVE ELC-QTD-TRANSITO   TO LNK-TRANSITO.

           CLOSE ESTLOCAL.

       0400-GRAVA-MINIMO-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    ABERTURA PARA ATUALIZAR - ARQUIVO AUSENTE E CRIADO VAZIO
      *-----------------------------------------------------------------
       0800-ABRE-ESTLOCAL                        SECTION.

           SET LNK-OK TO TRUE.

           OPEN I-O ESTLOCAL.
           IF WRK-FS-ESTLOCAL EQUAL 35
               OPEN OUTPUT ESTLOCAL
               CLOSE ESTLOCAL
               OPEN I-O ESTLOCAL
           END-IF.

           IF WRK-FS-ESTLOCAL NOT EQUAL 00
               SET LNK-ERRO-ARQUIVO TO TRUE
           END-IF.

       0800-ABRE-ESTLOCAL-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0900-LE-REGISTRO                          SECTION.

           MOVE LNK-LOCAL   TO ELC-LOCAL.
           MOVE LNK-PRODUTO TO ELC-PRODUTO.

           READ ESTLOCAL KEY IS ELC-CHAVE
               INVALID KEY
                   SET WRK-REGISTRO-NOVO   TO TRUE
                   MOVE LNK-LOCAL          TO ELC-LOCAL
                   MOVE LNK-PRODUTO        TO ELC-PRODUTO
                   MOVE ZEROS              TO ELC-QTD-ESTOQUE
                                              ELC-QTD-TRANSITO
                                              ELC-ESTOQUE-MINIMO
               NOT INVALID KEY
                   SET WRK-REGISTRO-EXISTE TO TRUE
           END-READ.

       0900-LE-REGISTRO-FIM.                     EXIT.

      *-----------------------------------------------------------------
       0910-GRAVA-REGISTRO                       SECTION.

           IF WRK-REGISTRO-EXISTE
               REWRITE REG-ESTLOCAL
           ELSE
               WRITE REG-ESTLOCAL
           END-IF.

           IF WRK-FS-ESTLOCAL NOT EQUAL 00
               SET LNK-ERRO-ARQUIVO TO TRUE
           END-IF.

       0910-GRAVA-REGISTRO-FIM.                  EXIT.

      *-----------------------------------------------------------------
