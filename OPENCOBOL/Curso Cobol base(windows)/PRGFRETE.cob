       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGFRETE.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : MANUTENCAO DA TABELA DE FRETE DA ENTREGA EM
      *==               DOMICILIO (FRETETAB.txt, BOOK #FRETETAB) -
      *==               INCLUI, ALTERA, EXCLUI E LISTA AS FAIXAS POR UF,
      *==               FAIXA DE CEP, PESO E VALOR DA COMPRA. A FAIXA
      *==               DE CEP E CONFERIDA CONTRA A UF PELO MODULO
      *==               VALCEP. ALTERACAO E EXCLUSAO PELO NUMERO DA
      *==               FAIXA NA LISTAGEM, REGRAVANDO A TABELA VIA
      *==               FRTTMP.txt. QUEM USA A TABELA E O CALCFRET
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

           SELECT FRTTMP ASSIGN TO "FRTTMP.txt"
               FILE STATUS IS WRK-FS-FRTTMP.

      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD  FRETETAB.
       COPY "#FRETETAB".

       FD  FRTTMP.
       01  REG-FRTTMP                    PIC X(55).

       WORKING-STORAGE                           SECTION.
       77  WRK-FS-FRETETAB               PIC 99    VALUE ZEROS.
       77  WRK-FS-FRTTMP                 PIC 99    VALUE ZEROS.

       77  WRK-OPCAO                     PIC X(01) VALUE SPACES.
           88 WRK-OPCAO-INCLUIR                     VALUE "I".
           88 WRK-OPCAO-ALTERAR                     VALUE "A".
           88 WRK-OPCAO-EXCLUIR                     VALUE "E".
           88 WRK-OPCAO-LISTAR                      VALUE "L".
           88 WRK-OPCAO-SAIR                        VALUE "S".

       77  WRK-CONFIRMA                  PIC X(01) VALUE SPACES.
       77  WRK-FAIXA                     PIC 9(03) VALUE ZEROS.
       77  WRK-CONT-FAIXA                PIC 9(03) VALUE ZEROS.
       77  WRK-PREFIXO                   PIC 9(04) VALUE ZEROS.
       77  WRK-FAIXA-ACHADA              PIC X(01) VALUE "N".
           88 WRK-FAIXA-SIM                         VALUE "S".
           88 WRK-FAIXA-NAO                         VALUE "N".
       77  WRK-FAIXA-OK                  PIC X(01) VALUE "N".
           88 WRK-DADOS-OK                          VALUE "S".
           88 WRK-DADOS-ERRO                        VALUE "N".

      *========== FAIXA EM DIGITACAO (MESMO LAYOUT DO #FRETETAB)
       01  WRK-FRETETAB.
           05 WRK-FRT-UF                 PIC X(02).
           05 WRK-FRT-CEP-INICIAL        PIC 9(08).
           05 WRK-FRT-CEP-FINAL          PIC 9(08).
           05 WRK-FRT-PESO-ATE           PIC 9(03).
           05 WRK-FRT-VALOR-ATE          PIC 9(07).
           05 WRK-FRT-VALOR-FRETE        PIC 9(05).
           05 WRK-FRT-GRATIS-ACIMA       PIC 9(07).
           05 WRK-FRT-REGIAO             PIC X(15).

      *========== AREA DE CHAMADA DO MODULO VALCEP
       01  WRK-VALCEP.
           05 WRK-VALCEP-UF              PIC X(02) VALUE SPACES.
           05 WRK-VALCEP-CEP             PIC 9(08) VALUE ZEROS.
           05 WRK-VALCEP-RESULTADO       PIC X(01) VALUE "N".
               88 WRK-CEP-OK                        VALUE "S".
               88 WRK-CEP-INVALIDO                  VALUE "N".

      *========== LINHA DA LISTAGEM
       01  WRK-DET-FAIXA.
           05 WRK-DET-NUMERO             PIC ZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DET-UF                 PIC X(02).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DET-CEP-INICIAL        PIC 9(08).
           05 FILLER                     PIC X(01) VALUE "-".
           05 WRK-DET-CEP-FINAL          PIC 9(08).
           05 WRK-DET-PESO               PIC ZZZ9.
           05 FILLER                     PIC X(03) VALUE "KG ".
           05 WRK-DET-VALOR-ATE          PIC Z.ZZZ.ZZ9.
           05 WRK-DET-FRETE              PIC ZZ.ZZ9.
           05 WRK-DET-GRATIS             PIC Z.ZZZ.ZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DET-REGIAO             PIC X(15).

       77  WRK-ACUM-INCLUIDAS            PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-ALTERADAS            PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-EXCLUIDAS            PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.

           OPEN INPUT FRETETAB.
           IF WRK-FS-FRETETAB EQUAL 35
               DISPLAY "FRETETAB.txt AINDA NAO EXISTE - SERA CRIADA NA"
                   " PRIMEIRA INCLUSAO."
           ELSE
               CLOSE FRETETAB
           END-IF.

       0100-INICIAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           DISPLAY "======= TABELA DE FRETE DA ENTREGA =======".
           DISPLAY "I=INCLUIR A=ALTERAR E=EXCLUIR L=LISTAR S=SAIR".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN WRK-OPCAO-INCLUIR
                   PERFORM 0210-INCLUIR
               WHEN WRK-OPCAO-ALTERAR
                   PERFORM 0220-ALTERAR
               WHEN WRK-OPCAO-EXCLUIR
                   PERFORM 0230-EXCLUIR
               WHEN WRK-OPCAO-LISTAR
                   PERFORM 0240-LISTAR
               WHEN WRK-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO DESCONHECIDA!"
           END-EVALUATE.

       0200-PROCESSAR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    NOVA FAIXA - ENTRA NO FIM DA TABELA
      *-----------------------------------------------------------------
       0210-INCLUIR                              SECTION.

           MOVE SPACES TO WRK-FRETETAB.
           MOVE ZEROS  TO WRK-FRT-CEP-INICIAL WRK-FRT-CEP-FINAL
                          WRK-FRT-PESO-ATE WRK-FRT-VALOR-ATE
                          WRK-FRT-VALOR-FRETE WRK-FRT-GRATIS-ACIMA.

           DISPLAY "UF DA FAIXA..".
           ACCEPT WRK-FRT-UF.
           DISPLAY "CEP INICIAL (ZERO=A UF INTEIRA)..".
           ACCEPT WRK-FRT-CEP-INICIAL.
           IF WRK-FRT-CEP-INICIAL GREATER ZEROS
               DISPLAY "CEP FINAL.."
               ACCEPT WRK-FRT-CEP-FINAL
           END-IF.
           DISPLAY "PESO ATE (KG)..".
           ACCEPT WRK-FRT-PESO-ATE.
           DISPLAY "VALOR DA COMPRA ATE (ZERO=SEM LIMITE)..".
           ACCEPT WRK-FRT-VALOR-ATE.

           PERFORM 0250-VALIDA-FAIXA.
           IF WRK-DADOS-ERRO
               GO TO 0210-INCLUIR-FIM
           END-IF.

           PERFORM 0260-RECEBE-VALORES.
           IF WRK-DADOS-ERRO
               GO TO 0210-INCLUIR-FIM
           END-IF.

           OPEN EXTEND FRETETAB.
           IF WRK-FS-FRETETAB EQUAL 35
               OPEN OUTPUT FRETETAB
               CLOSE FRETETAB
               OPEN EXTEND FRETETAB
           END-IF.

           WRITE REG-FRETETAB FROM WRK-FRETETAB.
           CLOSE FRETETAB.

           ADD 1 TO WRK-ACUM-INCLUIDAS.
           DISPLAY "FAIXA INCLUIDA.".

       0210-INCLUIR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    ALTERA FRETE, FRETE GRATIS E REGIAO DE UMA FAIXA - UF, CEP,
      *    PESO E VALOR ATE IDENTIFICAM A FAIXA (PARA MUDAR, EXCLUIR E
      *    INCLUIR DE NOVO)
      *-----------------------------------------------------------------
       0220-ALTERAR                              SECTION.

           DISPLAY "NUMERO DA FAIXA NA LISTAGEM..".
           ACCEPT WRK-FAIXA.

           PERFORM 0270-LOCALIZA-FAIXA.
           IF WRK-FAIXA-NAO
               DISPLAY "FAIXA NAO ENCONTRADA!"
               GO TO 0220-ALTERAR-FIM
           END-IF.

           MOVE WRK-FAIXA TO WRK-CONT-FAIXA.
           PERFORM 0241-MOSTRA-FAIXA.

           PERFORM 0260-RECEBE-VALORES.
           IF WRK-DADOS-ERRO
               GO TO 0220-ALTERAR-FIM
           END-IF.

           PERFORM 0280-REGRAVA-TABELA.

           ADD 1 TO WRK-ACUM-ALTERADAS.
           DISPLAY "FAIXA ALTERADA.".

       0220-ALTERAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0230-EXCLUIR                              SECTION.

           DISPLAY "NUMERO DA FAIXA NA LISTAGEM..".
           ACCEPT WRK-FAIXA.

           PERFORM 0270-LOCALIZA-FAIXA.
           IF WRK-FAIXA-NAO
               DISPLAY "FAIXA NAO ENCONTRADA!"
               GO TO 0230-EXCLUIR-FIM
           END-IF.

           MOVE WRK-FAIXA TO WRK-CONT-FAIXA.
           PERFORM 0241-MOSTRA-FAIXA.

           DISPLAY "CONFIRMA A EXCLUSAO (S/N)?".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "EXCLUSAO CANCELADA."
               GO TO 0230-EXCLUIR-FIM
           END-IF.

           MOVE SPACES TO WRK-FRETETAB.
           PERFORM 0280-REGRAVA-TABELA.

           ADD 1 TO WRK-ACUM-EXCLUIDAS.
           DISPLAY "FAIXA EXCLUIDA.".

       0230-EXCLUIR-FIM. EXIT.

      *-----------------------------------------------------------------
       0240-LISTAR                               SECTION.

           OPEN INPUT FRETETAB.
           IF WRK-FS-FRETETAB NOT EQUAL 00
               DISPLAY "TABELA DE FRETE VAZIA."
               GO TO 0240-LISTAR-FIM
           END-IF.

           DISPLAY "NUM UF FAIXA DE CEP        PESO  VALOR ATE "
               " FRETE    GRATIS REGIAO".
           MOVE ZEROS TO WRK-CONT-FAIXA.

           READ FRETETAB INTO WRK-FRETETAB.
           PERFORM 0242-LISTA-LINHA
               UNTIL WRK-FS-FRETETAB NOT EQUAL 00.

           CLOSE FRETETAB.

       0240-LISTAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0241-MOSTRA-FAIXA                         SECTION.

           MOVE WRK-CONT-FAIXA        TO WRK-DET-NUMERO.
           MOVE WRK-FRT-UF            TO WRK-DET-UF.
           MOVE WRK-FRT-CEP-INICIAL   TO WRK-DET-CEP-INICIAL.
           MOVE WRK-FRT-CEP-FINAL     TO WRK-DET-CEP-FINAL.
           MOVE WRK-FRT-PESO-ATE      TO WRK-DET-PESO.
           MOVE WRK-FRT-VALOR-ATE     TO WRK-DET-VALOR-ATE.
           MOVE WRK-FRT-VALOR-FRETE   TO WRK-DET-FRETE.
           MOVE WRK-FRT-GRATIS-ACIMA  TO WRK-DET-GRATIS.
           MOVE WRK-FRT-REGIAO        TO WRK-DET-REGIAO.
           DISPLAY WRK-DET-FAIXA.

       0241-MOSTRA-FAIXA-FIM. EXIT.

      *-----------------------------------------------------------------
       0242-LISTA-LINHA                          SECTION.

           ADD 1 TO WRK-CONT-FAIXA.
           PERFORM 0241-MOSTRA-FAIXA.

           READ FRETETAB INTO WRK-FRETETAB.

       0242-LISTA-LINHA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    UF E FAIXA DE CEP CONFERIDAS PELO VALCEP; PESO OBRIGATORIO;
      *    VALOR ATE ZERADO VIRA SEM LIMITE
      *-----------------------------------------------------------------
       0250-VALIDA-FAIXA                         SECTION.

           SET WRK-DADOS-ERRO TO TRUE.

           IF WRK-FRT-CEP-INICIAL EQUAL ZEROS
               MOVE WRK-FRT-UF TO WRK-VALCEP-UF
               MOVE ZEROS      TO WRK-VALCEP-CEP
               PERFORM 0251-CONFERE-UF
               IF WRK-CEP-INVALIDO
                   DISPLAY "UF DESCONHECIDA!"
                   GO TO 0250-VALIDA-FAIXA-FIM
               END-IF
           ELSE
               IF WRK-FRT-CEP-FINAL LESS WRK-FRT-CEP-INICIAL
                   DISPLAY "CEP FINAL MENOR QUE O INICIAL!"
                   GO TO 0250-VALIDA-FAIXA-FIM
               END-IF
               MOVE WRK-FRT-UF          TO WRK-VALCEP-UF
               MOVE WRK-FRT-CEP-INICIAL TO WRK-VALCEP-CEP
               CALL "VALCEP" USING WRK-VALCEP
               IF WRK-CEP-INVALIDO
                   DISPLAY "CEP INICIAL NAO E DA UF!"
                   GO TO 0250-VALIDA-FAIXA-FIM
               END-IF
               MOVE WRK-FRT-CEP-FINAL   TO WRK-VALCEP-CEP
               CALL "VALCEP" USING WRK-VALCEP
               IF WRK-CEP-INVALIDO
                   DISPLAY "CEP FINAL NAO E DA UF!"
                   GO TO 0250-VALIDA-FAIXA-FIM
               END-IF
           END-IF.

           IF WRK-FRT-PESO-ATE EQUAL ZEROS
               DISPLAY "PESO ATE OBRIGATORIO!"
               GO TO 0250-VALIDA-FAIXA-FIM
           END-IF.

           IF WRK-FRT-VALOR-ATE EQUAL ZEROS
               MOVE 9999999 TO WRK-FRT-VALOR-ATE
           END-IF.

           SET WRK-DADOS-OK TO TRUE.

       0250-VALIDA-FAIXA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    UF SEM FAIXA DE CEP - VALE SE O VALCEP RECONHECE A UF EM
      *    ALGUM PREFIXO DE CEP (010 A 999)
      *-----------------------------------------------------------------
       0251-CONFERE-UF                           SECTION.

           SET WRK-CEP-INVALIDO TO TRUE.
           PERFORM 0252-TENTA-PREFIXO
               VARYING WRK-PREFIXO FROM 10 BY 1
               UNTIL WRK-PREFIXO GREATER 999
                  OR WRK-CEP-OK.

       0251-CONFERE-UF-FIM. EXIT.

      *-----------------------------------------------------------------
       0252-TENTA-PREFIXO                        SECTION.

           COMPUTE WRK-VALCEP-CEP = WRK-PREFIXO * 100000.
           CALL "VALCEP" USING WRK-VALCEP.

       0252-TENTA-PREFIXO-FIM. EXIT.

      *-----------------------------------------------------------------
       0260-RECEBE-VALORES                       SECTION.

           SET WRK-DADOS-ERRO TO TRUE.

           DISPLAY "FRETE EM REAIS..".
           ACCEPT WRK-FRT-VALOR-FRETE.
           DISPLAY "FRETE GRATIS A PARTIR DE (ZERO=NUNCA)..".
           ACCEPT WRK-FRT-GRATIS-ACIMA.
           DISPLAY "REGIAO DE ENTREGA..".
           ACCEPT WRK-FRT-REGIAO.

           IF WRK-FRT-REGIAO EQUAL SPACES
               DISPLAY "REGIAO OBRIGATORIA!"
               GO TO 0260-RECEBE-VALORES-FIM
           END-IF.

           SET WRK-DADOS-OK TO TRUE.

       0260-RECEBE-VALORES-FIM. EXIT.

      *-----------------------------------------------------------------
      *    POSICIONA NA FAIXA PELO NUMERO DA LISTAGEM - A FAIXA ACHADA
      *    FICA NA WRK-FRETETAB
      *-----------------------------------------------------------------
       0270-LOCALIZA-FAIXA                       SECTION.

           SET WRK-FAIXA-NAO TO TRUE.
           MOVE ZEROS TO WRK-CONT-FAIXA.

           OPEN INPUT FRETETAB.
           IF WRK-FS-FRETETAB NOT EQUAL 00
               GO TO 0270-LOCALIZA-FAIXA-FIM
           END-IF.

           READ FRETETAB INTO WRK-FRETETAB.
           PERFORM 0271-CONTA-FAIXA
               UNTIL WRK-FS-FRETETAB NOT EQUAL 00
                  OR WRK-FAIXA-SIM.

           CLOSE FRETETAB.

       0270-LOCALIZA-FAIXA-FIM. EXIT.

      *-----------------------------------------------------------------
       0271-CONTA-FAIXA                          SECTION.

           ADD 1 TO WRK-CONT-FAIXA.
           IF WRK-CONT-FAIXA EQUAL WRK-FAIXA
               SET WRK-FAIXA-SIM TO TRUE
           ELSE
               READ FRETETAB INTO WRK-FRETETAB
           END-IF.

       0271-CONTA-FAIXA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    REGRAVACAO VIA ARQUIVO DE TRABALHO - A FAIXA DE NUMERO
      *    WRK-FAIXA SAI COMO ESTA NA WRK-FRETETAB (EM BRANCO =
      *    EXCLUIDA), O RESTO PASSA IGUAL
      *-----------------------------------------------------------------
       0280-REGRAVA-TABELA                       SECTION.

           OPEN INPUT FRETETAB.
           OPEN OUTPUT FRTTMP.
           MOVE ZEROS TO WRK-CONT-FAIXA.

           READ FRETETAB.
           PERFORM 0281-FILTRA-FAIXA
               UNTIL WRK-FS-FRETETAB NOT EQUAL 00.

           CLOSE FRETETAB.
           CLOSE FRTTMP.

           OPEN OUTPUT FRETETAB.
           OPEN INPUT  FRTTMP.

           READ FRTTMP.
           PERFORM 0282-DEVOLVE-FAIXA
               UNTIL WRK-FS-FRTTMP NOT EQUAL 00.

           CLOSE FRTTMP.
           CLOSE FRETETAB.

       0280-REGRAVA-TABELA-FIM. EXIT.

      *-----------------------------------------------------------------
       0281-FILTRA-FAIXA                         SECTION.

           ADD 1 TO WRK-CONT-FAIXA.

           IF WRK-CONT-FAIXA EQUAL WRK-FAIXA
               IF WRK-FRETETAB NOT EQUAL SPACES
                   WRITE REG-FRTTMP FROM WRK-FRETETAB
               END-IF
           ELSE
               WRITE REG-FRTTMP FROM REG-FRETETAB
           END-IF.

           READ FRETETAB.

       0281-FILTRA-FAIXA-FIM. EXIT.

      *-----------------------------------------------------------------
       0282-DEVOLVE-FAIXA                        SECTION.

           WRITE REG-FRETETAB FROM REG-FRTTMP.

           READ FRTTMP.

       0282-DEVOLVE-FAIXA-FIM. EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

           DISPLAY "FAIXAS INCLUIDAS.....: " WRK-ACUM-INCLUIDAS.
           DISPLAY "FAIXAS ALTERADAS.....: " WRK-ACUM-ALTERADAS.
           DISPLAY "FAIXAS EXCLUIDAS.....: " WRK-ACUM-EXCLUIDAS.
           DISPLAY "======= FIM TABELA DE FRETE =======".

       0300-FINALIZAR-FIM. EXIT.
