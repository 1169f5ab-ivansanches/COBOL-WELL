       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. VALBOL.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : MODULO COMPARTILHADO - CONFERENCIA DOS DIGITOS
      *==               DE BOLETOS E CONTAS DE CONSUMO, NO MESMO MOLDE
      *==               DO VALCTA PARA CONTAS. FUNCAO "L" RECEBE A
      *==               LINHA DIGITAVEL (47 POSICOES NO BOLETO
      *==               BANCARIO, 48 NA CONTA DE CONSUMO INICIADA POR
      *==               8), CONFERE O DV DE CADA CAMPO/BLOCO E MONTA O
      *==               CODIGO DE BARRAS; FUNCAO "B" RECEBE O CODIGO DE
      *==               BARRAS (44). NOS DOIS CASOS O DV GERAL DO
      *==               CODIGO DE BARRAS E CONFERIDO (BANCARIO: MODULO
      *==               11, RESULTADO 0/10/11 VIRA 1; CONSUMO: MODULO 10
      *==               OU 11 CONFORME O IDENTIFICADOR DE VALOR) E SAO
      *==               DEVOLVIDOS O TIPO (B/C), O CONVENIO (BANCO
      *==               EMISSOR OU EMPRESA DA CONTA DE CONSUMO), O
      *==               VENCIMENTO PELO FATOR (BASE 22/02/2025 = 1000,
      *==               ZERO = SEM VENCIMENTO) E O VALOR (ZERO = VALOR
      *==               NAO IMPRESSO NO CODIGO)
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *== ALTERACAO   :
      *=================================================================

       ENVIRONMENT                               DIVISION.

       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       WORKING-STORAGE                           SECTION.

       01  WRK-BARRAS                      PIC X(44) VALUE SPACES.

       01  WRK-CALCULO                     PIC X(43) VALUE ZEROS.
       01  WRK-CALCULO-DIGITOS REDEFINES WRK-CALCULO.
           05 WRK-DIGITO       OCCURS 43 TIMES   PIC 9(01).

       01  WRK-VALOR-BANCARIO-X            PIC X(10) VALUE ZEROS.
       01  WRK-VALOR-BANCARIO REDEFINES WRK-VALOR-BANCARIO-X
                                           PIC 9(08)V99.
       01  WRK-VALOR-CONSUMO-X             PIC X(11) VALUE ZEROS.
       01  WRK-VALOR-CONSUMO REDEFINES WRK-VALOR-CONSUMO-X
                                           PIC 9(09)V99.
       01  WRK-FATOR-X                     PIC X(04) VALUE ZEROS.
       01  WRK-FATOR REDEFINES WRK-FATOR-X PIC 9(04).
       01  WRK-CONVENIO-X                  PIC X(04) VALUE ZEROS.
       01  WRK-CONVENIO REDEFINES WRK-CONVENIO-X
                                           PIC 9(04).
       01  WRK-DV-X                        PIC X(01) VALUE ZEROS.
       01  WRK-DV-INFORMADO REDEFINES WRK-DV-X
                                           PIC 9(01).

       77  WRK-TAMANHO                     PIC 9(02) VALUE ZEROS.
       77  WRK-IDX                         PIC 9(02) VALUE ZEROS.
       77  WRK-BLOCO                       PIC 9(01) VALUE ZEROS.
       77  WRK-POSICAO                     PIC 9(02) VALUE ZEROS.
       77  WRK-PESO                        PIC 9(02) VALUE ZEROS.
       77  WRK-PRODUTO                     PIC 9(03) VALUE ZEROS.
       77  WRK-SOMA                        PIC 9(05) VALUE ZEROS.
       77  WRK-RESTO                       PIC 9(02) VALUE ZEROS.
       77  WRK-QUOCIENTE                   PIC 9(05) VALUE ZEROS.
       77  WRK-DV-CALCULADO                PIC 9(02) VALUE ZEROS.
       77  WRK-DIA-JULIANO                 PIC 9(07) VALUE ZEROS.

       01  WRK-REGRA-MODULO                PIC X(01) VALUE "B".
           88 WRK-REGRA-BANCARIA                     VALUE "B".
           88 WRK-REGRA-CONSUMO                      VALUE "C".
       01  WRK-MODULO                      PIC 9(02) VALUE 10.
       01  WRK-DIGITOS-OK                  PIC X(01) VALUE "N".
           88 WRK-DIGITOS-CONFEREM                   VALUE "S".
           88 WRK-DIGITOS-ERRADOS                    VALUE "N".

      *-----------------------------------------------------------------

       LINKAGE                                   SECTION.

       01  LNK-VALBOL.
           05 LNK-FUNCAO                   PIC X(01).
               88 LNK-FUNCAO-LINHA                  VALUE "L".
               88 LNK-FUNCAO-BARRAS                 VALUE "B".
           05 LNK-LINHA                    PIC X(48).
           05 LNK-BARRAS                   PIC X(44).
           05 LNK-TIPO-BOLETO              PIC X(01).
               88 LNK-BOLETO-BANCARIO               VALUE "B".
               88 LNK-BOLETO-CONSUMO                VALUE "C".
           05 LNK-CONVENIO                 PIC 9(04).
           05 LNK-VENCIMENTO               PIC 9(08).
           05 LNK-VALOR                    PIC 9(09)V99.
           05 LNK-BOL-VALIDO               PIC X(01).
               88 LNK-BOL-OK                        VALUE "S".
               88 LNK-BOL-INVALIDO                  VALUE "N".

      *-----------------------------------------------------------------

       PROCEDURE                                DIVISION
                                          USING LNK-VALBOL.

       0001-PRINCIPAL                            SECTION.

           SET LNK-BOL-INVALIDO         TO TRUE.
           MOVE SPACES                  TO LNK-TIPO-BOLETO.
           MOVE ZEROS                   TO LNK-CONVENIO
                                           LNK-VENCIMENTO
                                           LNK-VALOR.
           SET WRK-DIGITOS-CONFEREM     TO TRUE.

           IF LNK-FUNCAO-LINHA
               PERFORM 0100-MONTA-BARRAS
               IF WRK-DIGITOS-ERRADOS
                   GOBACK
               END-IF
               MOVE WRK-BARRAS          TO LNK-BARRAS
           ELSE
               MOVE LNK-BARRAS          TO WRK-BARRAS
           END-IF.

           PERFORM 0200-CONFERE-BARRAS.

           GOBACK.

       0001-PRINCIPAL-FIM.                       EXIT.

      *-----------------------------------------------------------------
      *    LINHA DIGITAVEL -> CODIGO DE BARRAS, CONFERINDO O DV DE
      *    CADA CAMPO (BANCARIO) OU DE CADA BLOCO (CONTA DE CONSUMO)
      *-----------------------------------------------------------------
       0100-MONTA-BARRAS                         SECTION.

           MOVE SPACES                 TO WRK-BARRAS.

           IF LNK-LINHA(1:1) EQUAL "8"
               PERFORM 0110-LINHA-CONSUMO
           ELSE
               PERFORM 0120-LINHA-BANCARIA
           END-IF.

       0100-MONTA-BARRAS-FIM.                    EXIT.

      *-----------------------------------------------------------------
      *    CONSUMO: 4 BLOCOS DE 11 DIGITOS + DV (MODULO 10 QUANDO O
      *    IDENTIFICADOR DE VALOR E 6/7, MODULO 11 QUANDO E 8/9)
      *-----------------------------------------------------------------
       0110-LINHA-CONSUMO                        SECTION.

           IF LNK-LINHA(1:48) IS NOT NUMERIC
               SET WRK-DIGITOS-ERRADOS TO TRUE
               GO TO 0110-LINHA-CONSUMO-FIM
           END-IF.

           EVALUATE LNK-LINHA(3:1)
               WHEN "6"
               WHEN "7"
                   MOVE 10             TO WRK-MODULO
               WHEN "8"
               WHEN "9"
                   MOVE 11             TO WRK-MODULO
               WHEN OTHER
                   SET WRK-DIGITOS-ERRADOS TO TRUE
                   GO TO 0110-LINHA-CONSUMO-FIM
           END-EVALUATE.

           SET WRK-REGRA-CONSUMO       TO TRUE.
           MOVE 1                      TO WRK-BLOCO.
           PERFORM 0111-CONFERE-BLOCO
               UNTIL WRK-BLOCO GREATER 4
                  OR WRK-DIGITOS-ERRADOS.

       0110-LINHA-CONSUMO-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0111-CONFERE-BLOCO                        SECTION.

           COMPUTE WRK-POSICAO = (WRK-BLOCO - 1) * 12 + 1.
           MOVE ZEROS                  TO WRK-CALCULO.
           MOVE LNK-LINHA(WRK-POSICAO:11) TO WRK-CALCULO(1:11).
           MOVE 11                     TO WRK-TAMANHO.
           PERFORM 0300-CALCULA-DV.

           MOVE LNK-LINHA(WRK-POSICAO + 11:1) TO WRK-DV-X.
           IF WRK-DV-INFORMADO NOT EQUAL WRK-DV-CALCULADO
               SET WRK-DIGITOS-ERRADOS TO TRUE
           END-IF.

           COMPUTE WRK-POSICAO = (WRK-BLOCO - 1) * 11 + 1.
           MOVE WRK-CALCULO(1:11)      TO WRK-BARRAS(WRK-POSICAO:11).

           ADD 1                       TO WRK-BLOCO.

       0111-CONFERE-BLOCO-FIM.                   EXIT.

      *-----------------------------------------------------------------
      *    BANCARIO: CAMPOS 1 A 3 COM DV MODULO 10, CAMPO 4 = DV GERAL,
      *    CAMPO 5 = FATOR DE VENCIMENTO + VALOR
      *-----------------------------------------------------------------
       0120-LINHA-BANCARIA                       SECTION.

           IF LNK-LINHA(1:47) IS NOT NUMERIC
              OR LNK-LINHA(48:1) NOT EQUAL SPACE
               SET WRK-DIGITOS-ERRADOS TO TRUE
               GO TO 0120-LINHA-BANCARIA-FIM
           END-IF.

           MOVE 10                     TO WRK-MODULO.

           MOVE ZEROS                  TO WRK-CALCULO.
           MOVE LNK-LINHA(1:9)         TO WRK-CALCULO(1:9).
           MOVE 9                      TO WRK-TAMANHO.
           PERFORM 0300-CALCULA-DV.
           MOVE LNK-LINHA(10:1)        TO WRK-DV-X.
           IF WRK-DV-INFORMADO NOT EQUAL WRK-DV-CALCULADO
               SET WRK-DIGITOS-ERRADOS TO TRUE
               GO TO 0120-LINHA-BANCARIA-FIM
           END-IF.

           MOVE ZEROS                  TO WRK-CALCULO.
           MOVE LNK-LINHA(11:10)       TO WRK-CALCULO(1:10).
           MOVE 10                     TO WRK-TAMANHO.
           PERFORM 0300-CALCULA-DV.
           MOVE LNK-LINHA(21:1)        TO WRK-DV-X.
           IF WRK-DV-INFORMADO NOT EQUAL WRK-DV-CALCULADO
               SET WRK-DIGITOS-ERRADOS TO TRUE
               GO TO 0120-LINHA-BANCARIA-FIM
           END-IF.

           MOVE ZEROS                  TO WRK-CALCULO.
           MOVE LNK-LINHA(22:10)       TO WRK-CALCULO(1:10).
           MOVE 10                     TO WRK-TAMANHO.
           PERFORM 0300-CALCULA-DV.
           MOVE LNK-LINHA(32:1)        TO WRK-DV-X.
           IF WRK-DV-INFORMADO NOT EQUAL WRK-DV-CALCULADO
               SET WRK-DIGITOS-ERRADOS TO TRUE
               GO TO 0120-LINHA-BANCARIA-FIM
           END-IF.

           MOVE LNK-LINHA(1:4)         TO WRK-BARRAS(1:4).
           MOVE LNK-LINHA(33:1)        TO WRK-BARRAS(5:1).
           MOVE LNK-LINHA(34:14)       TO WRK-BARRAS(6:14).
           MOVE LNK-LINHA(5:5)         TO WRK-BARRAS(20:5).
           MOVE LNK-LINHA(11:10)       TO WRK-BARRAS(25:10).
           MOVE LNK-LINHA(22:10)       TO WRK-BARRAS(35:10).

       0120-LINHA-BANCARIA-FIM.                  EXIT.

      *-----------------------------------------------------------------
      *    DV GERAL DO CODIGO DE BARRAS E EXTRACAO DOS DADOS
      *-----------------------------------------------------------------
       0200-CONFERE-BARRAS                       SECTION.

           IF WRK-BARRAS IS NOT NUMERIC
               GO TO 0200-CONFERE-BARRAS-FIM
           END-IF.

           IF WRK-BARRAS(1:1) EQUAL "8"
               PERFORM 0210-BARRAS-CONSUMO
           ELSE
               PERFORM 0220-BARRAS-BANCARIO
           END-IF.

       0200-CONFERE-BARRAS-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0210-BARRAS-CONSUMO                       SECTION.

           EVALUATE WRK-BARRAS(3:1)
               WHEN "6"
               WHEN "7"
                   MOVE 10             TO WRK-MODULO
               WHEN "8"
               WHEN "9"
                   MOVE 11             TO WRK-MODULO
               WHEN OTHER
                   GO TO 0210-BARRAS-CONSUMO-FIM
           END-EVALUATE.

           SET WRK-REGRA-CONSUMO       TO TRUE.
           MOVE WRK-BARRAS(1:3)        TO WRK-CALCULO(1:3).
           MOVE WRK-BARRAS(5:40)       TO WRK-CALCULO(4:40).
           MOVE 43                     TO WRK-TAMANHO.
           PERFORM 0300-CALCULA-DV.

           MOVE WRK-BARRAS(4:1)        TO WRK-DV-X.
           IF WRK-DV-INFORMADO NOT EQUAL WRK-DV-CALCULADO
               GO TO 0210-BARRAS-CONSUMO-FIM
           END-IF.

           SET LNK-BOLETO-CONSUMO      TO TRUE.
           MOVE WRK-BARRAS(16:4)       TO WRK-CONVENIO-X.
           MOVE WRK-CONVENIO           TO LNK-CONVENIO.
           IF WRK-BARRAS(3:1) EQUAL "6" OR WRK-BARRAS(3:1) EQUAL "8"
               MOVE WRK-BARRAS(5:11)   TO WRK-VALOR-CONSUMO-X
               MOVE WRK-VALOR-CONSUMO  TO LNK-VALOR
           END-IF.
           SET LNK-BOL-OK              TO TRUE.

       0210-BARRAS-CONSUMO-FIM.                  EXIT.

      *-----------------------------------------------------------------
       0220-BARRAS-BANCARIO                      SECTION.

           IF WRK-BARRAS(4:1) NOT EQUAL "9"
               GO TO 0220-BARRAS-BANCARIO-FIM
           END-IF.

           MOVE WRK-BARRAS(6:4)        TO WRK-FATOR-X.
           IF WRK-FATOR GREATER ZEROS
              AND WRK-FATOR LESS 1000
               GO TO 0220-BARRAS-BANCARIO-FIM
           END-IF.

           MOVE 11                     TO WRK-MODULO.
           SET WRK-REGRA-BANCARIA      TO TRUE.
           MOVE WRK-BARRAS(1:4)        TO WRK-CALCULO(1:4).
           MOVE WRK-BARRAS(6:39)       TO WRK-CALCULO(5:39).
           MOVE 43                     TO WRK-TAMANHO.
           PERFORM 0300-CALCULA-DV.

           MOVE WRK-BARRAS(5:1)        TO WRK-DV-X.
           IF WRK-DV-INFORMADO NOT EQUAL WRK-DV-CALCULADO
               GO TO 0220-BARRAS-BANCARIO-FIM
           END-IF.

           SET LNK-BOLETO-BANCARIO     TO TRUE.
           MOVE ZEROS                  TO WRK-CONVENIO-X.
           MOVE WRK-BARRAS(1:3)        TO WRK-CONVENIO-X(2:3).
           MOVE WRK-CONVENIO           TO LNK-CONVENIO.
           MOVE WRK-BARRAS(10:10)      TO WRK-VALOR-BANCARIO-X.
           MOVE WRK-VALOR-BANCARIO     TO LNK-VALOR.

           IF WRK-FATOR GREATER ZEROS
               COMPUTE WRK-DIA-JULIANO =
                   FUNCTION INTEGER-OF-DATE(20250222)
                   + WRK-FATOR - 1000
               COMPUTE LNK-VENCIMENTO =
                   FUNCTION DATE-OF-INTEGER(WRK-DIA-JULIANO)
           END-IF.
           SET LNK-BOL-OK              TO TRUE.

       0220-BARRAS-BANCARIO-FIM.                 EXIT.

      *-----------------------------------------------------------------
      *    DV DOS WRK-TAMANHO DIGITOS DE WRK-CALCULO, DA DIREITA PARA A
      *    ESQUERDA. MODULO 10: PESOS 2,1,2,1... SOMANDO OS ALGARISMOS
      *    DE CADA PRODUTO. MODULO 11: PESOS 2 A 9 CIRCULARES
      *-----------------------------------------------------------------
       0300-CALCULA-DV                           SECTION.

           MOVE ZEROS                  TO WRK-SOMA.
           MOVE 2                      TO WRK-PESO.
           MOVE WRK-TAMANHO            TO WRK-IDX.
           PERFORM 0310-SOMA-DIGITO
               UNTIL WRK-IDX EQUAL ZEROS.

           IF WRK-MODULO EQUAL 10
               DIVIDE WRK-SOMA BY 10
                   GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO
               IF WRK-RESTO EQUAL ZEROS
                   MOVE ZEROS          TO WRK-DV-CALCULADO
               ELSE
                   COMPUTE WRK-DV-CALCULADO = 10 - WRK-RESTO
               END-IF
           ELSE
               DIVIDE WRK-SOMA BY 11
                   GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO
               COMPUTE WRK-DV-CALCULADO = 11 - WRK-RESTO
               IF WRK-DV-CALCULADO GREATER 9
                   IF WRK-REGRA-BANCARIA
                       MOVE 1          TO WRK-DV-CALCULADO
                   ELSE
                       MOVE ZEROS      TO WRK-DV-CALCULADO
                   END-IF
               END-IF
           END-IF.

       0300-CALCULA-DV-FIM.                      EXIT.

      *-----------------------------------------------------------------
       0310-SOMA-DIGITO                          SECTION.

           COMPUTE WRK-PRODUTO = WRK-DIGITO(WRK-IDX) * WRK-PESO.

           IF WRK-MODULO EQUAL 10
               IF WRK-PRODUTO GREATER 9
                   SUBTRACT 9          FROM WRK-PRODUTO
               END-IF
               COMPUTE WRK-PESO = 3 - WRK-PESO
           ELSE
               IF WRK-PESO EQUAL 9
                   MOVE 2              TO WRK-PESO
               ELSE
                   ADD 1               TO WRK-PESO
               END-IF
           END-IF.

           ADD WRK-PRODUTO             TO WRK-SOMA.
           SUBTRACT 1                  FROM WRK-IDX.

       0310-SOMA-DIGITO-FIM.                     EXIT.

      *-----------------------------------------------------------------
