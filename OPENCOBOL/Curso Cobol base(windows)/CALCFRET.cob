       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. CALCFRET.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : MODULO COMPARTILHADO - RECEBE UF, CEP, PESO (KG)
      *==               E VALOR DA COMPRA E DEVOLVE O FRETE DA ENTREGA
      *==               E A REGIAO PELA TABELA FRETETAB.txt (BOOK
      *==               #FRETETAB). ENTRE AS FAIXAS QUE SERVEM VALE A
      *==               MAIS ESTREITA: FAIXA DE CEP ANTES DA UF
      *==               INTEIRA, DEPOIS O MENOR PESO ATE E O MENOR
      *==               VALOR ATE. COMPRA NO VALOR DE FRETE GRATIS DA
      *==               FAIXA SAI COM FRETE ZERO. SEM FAIXA (OU SEM A
      *==               TABELA) DEVOLVE N - NAO HA ENTREGA PARA O CEP.
      *==               CHAMADO PELO ATI1 E PELA COTACAO DO PRGCOB15
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
           SELECT FRETETAB ASSIGN TO "FRETETAB.txt"
               FILE STATUS IS WRK-FS-FRETETAB.

      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD  FRETETAB.
       COPY "#FRETETAB".

       WORKING-STORAGE                           SECTION.

       77  WRK-FS-FRETETAB                 PIC 99    VALUE ZEROS.
       77  WRK-ESPECIFICA                  PIC 9(01) VALUE ZEROS.

      *========== FAIXA ESCOLHIDA ATE AGORA
       77  WRK-MELHOR-ESPECIFICA           PIC 9(01) VALUE ZEROS.
       77  WRK-MELHOR-PESO                 PIC 9(03) VALUE ZEROS.
       77  WRK-MELHOR-VALOR                PIC 9(07) VALUE ZEROS.
       77  WRK-MELHOR-FRETE                PIC 9(05) VALUE ZEROS.
       77  WRK-MELHOR-GRATIS               PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------

       LINKAGE                                   SECTION.

       01  LNK-CALCFRET.
           05 LNK-UF                       PIC X(02).
           05 LNK-CEP                      PIC 9(08).
           05 LNK-PESO                     PIC 9(03).
           05 LNK-VALOR-COMPRA             PIC 9(07).
           05 LNK-FRETE                    PIC 9(05).
           05 LNK-REGIAO                   PIC X(15).
           05 LNK-GRATIS                   PIC X(01).
               88 LNK-FRETE-GRATIS                  VALUE "S".
               88 LNK-FRETE-COBRADO                 VALUE "N".
           05 LNK-RESULTADO                PIC X(01).
               88 LNK-FAIXA-OK                      VALUE "S".
               88 LNK-SEM-FAIXA                     VALUE "N".

      *-----------------------------------------------------------------

       PROCEDURE                                DIVISION
                                          USING LNK-CALCFRET.

       0001-PRINCIPAL                            SECTION.

           PERFORM 0100-CALCULA-FRETE.

           GOBACK.

       0001-PRINCIPAL-FIM.                       EXIT.

      *-----------------------------------------------------------------

       0100-CALCULA-FRETE                        SECTION.

           SET LNK-SEM-FAIXA           TO TRUE.
           SET LNK-FRETE-COBRADO       TO TRUE.
           MOVE ZEROS                  TO LNK-FRETE.
           MOVE SPACES                 TO LNK-REGIAO.

           OPEN INPUT FRETETAB.
           IF WRK-FS-FRETETAB NOT EQUAL 00
               GO TO 0100-CALCULA-FRETE-FIM
           END-IF.

           READ FRETETAB.
           PERFORM 0110-CONFERE-FAIXA
               UNTIL WRK-FS-FRETETAB NOT EQUAL 00.

           CLOSE FRETETAB.

           IF LNK-SEM-FAIXA
               GO TO 0100-CALCULA-FRETE-FIM
           END-IF.

           MOVE WRK-MELHOR-FRETE       TO LNK-FRETE.
           IF WRK-MELHOR-GRATIS GREATER ZEROS
              AND LNK-VALOR-COMPRA NOT LESS WRK-MELHOR-GRATIS
               MOVE ZEROS              TO LNK-FRETE
               SET LNK-FRETE-GRATIS    TO TRUE
           END-IF.

       0100-CALCULA-FRETE-FIM.                   EXIT.

      *-----------------------------------------------------------------

       0110-CONFERE-FAIXA                        SECTION.

           IF FRT-UF NOT EQUAL LNK-UF
              OR LNK-PESO GREATER FRT-PESO-ATE
              OR LNK-VALOR-COMPRA GREATER FRT-VALOR-ATE
               GO TO 0110-CONFERE-FAIXA-LER
           END-IF.

           MOVE ZEROS TO WRK-ESPECIFICA.
           IF FRT-CEP-INICIAL GREATER ZEROS
              OR FRT-CEP-FINAL GREATER ZEROS
               IF LNK-CEP LESS FRT-CEP-INICIAL
                  OR LNK-CEP GREATER FRT-CEP-FINAL
                   GO TO 0110-CONFERE-FAIXA-LER
               END-IF
               MOVE 1 TO WRK-ESPECIFICA
           END-IF.

           IF LNK-FAIXA-OK
               IF WRK-ESPECIFICA LESS WRK-MELHOR-ESPECIFICA
                   GO TO 0110-CONFERE-FAIXA-LER
               END-IF
               IF WRK-ESPECIFICA EQUAL WRK-MELHOR-ESPECIFICA
                   IF FRT-PESO-ATE GREATER WRK-MELHOR-PESO
                       GO TO 0110-CONFERE-FAIXA-LER
                   END-IF
                   IF FRT-PESO-ATE EQUAL WRK-MELHOR-PESO
                      AND FRT-VALOR-ATE NOT LESS WRK-MELHOR-VALOR
                       GO TO 0110-CONFERE-FAIXA-LER
                   END-IF
               END-IF
           END-IF.

           SET LNK-FAIXA-OK            TO TRUE.
           MOVE WRK-ESPECIFICA         TO WRK-MELHOR-ESPECIFICA.
           MOVE FRT-PESO-ATE           TO WRK-MELHOR-PESO.
           MOVE FRT-VALOR-ATE          TO WRK-MELHOR-VALOR.
           MOVE FRT-VALOR-FRETE        TO WRK-MELHOR-FRETE.
           MOVE FRT-GRATIS-ACIMA       TO WRK-MELHOR-GRATIS.
           MOVE FRT-REGIAO             TO LNK-REGIAO.

       0110-CONFERE-FAIXA-LER.

           READ FRETETAB.

       0110-CONFERE-FAIXA-FIM.                   EXIT.

      *-----------------------------------------------------------------
