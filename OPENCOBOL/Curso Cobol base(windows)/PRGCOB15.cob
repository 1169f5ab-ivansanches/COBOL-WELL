..    *== DATA        : 30/06/2024
..    *== CONSULTORIA : FOURSYS
..    *== ALTERACAO   :
ALT2  *==  15/10/2026 - WELLINGTON SOARES CORDEIRO
..    *==  O FRETE DEIXOU DE SER 10/15/20% FIXO PARA SP/RJ/ES E
..    *==  PASSOU A SER COTADO PELA TABELA DA ENTREGA EM DOMICILIO
..    *==  (FRETETAB.txt, MODULO CALCFRET) PELA UF, CEP (CONFERIDO
..    *==  PELO VALCEP), PESO E VALOR - O MESMO FRETE QUE O CAIXA
..    *==  (ATI1) COBRA NA VENDA COM ENTREGA
ALT1  *=================================================================
       ENVIRONMENT                                  DIVISION.
       CONFIGURATION                         SECTION.
       DATA                                         DIVISION.
       WORKING-STORAGE                       SECTION.
       77 WRK-PRODUTO  PIC X(20) VALUE SPACES.
ALT2   77 WRK-UF       PIC X(02) VALUE SPACES.
ALT2   77 WRK-CEP      PIC 9(08) VALUE ZEROS.
ALT2   77 WRK-PESO     PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR    PIC 9(05)V99 VALUE ZEROS.

ALT2   77 WRK-FRETE    PIC 9(05)    VALUE ZEROS.
ALT2   77 WRK-FINAL    PIC 9(06)V99 VALUE ZEROS.

ALT2  *========== AREA DE CHAMADA DO MODULO VALCEP
ALT2   01  WRK-VALCEP.
ALT2       05 WRK-VALCEP-UF              PIC X(02) VALUE SPACES.
ALT2       05 WRK-VALCEP-CEP             PIC 9(08) VALUE ZEROS.
ALT2       05 WRK-VALCEP-RESULTADO       PIC X(01) VALUE "N".
ALT2           88 WRK-CEP-OK                        VALUE "S".
ALT2           88 WRK-CEP-INVALIDO                  VALUE "N".

ALT2  *========== AREA DE CHAMADA DO MODULO CALCFRET
ALT2   01  WRK-CALCFRET.
ALT2       05 WRK-CFR-UF                 PIC X(02) VALUE SPACES.
ALT2       05 WRK-CFR-CEP                PIC 9(08) VALUE ZEROS.
ALT2       05 WRK-CFR-PESO               PIC 9(03) VALUE ZEROS.
ALT2       05 WRK-CFR-VALOR-COMPRA       PIC 9(07) VALUE ZEROS.
ALT2       05 WRK-CFR-FRETE              PIC 9(05) VALUE ZEROS.
ALT2       05 WRK-CFR-REGIAO             PIC X(15) VALUE SPACES.
ALT2       05 WRK-CFR-GRATIS             PIC X(01) VALUE "N".
ALT2           88 WRK-CFR-FRETE-GRATIS              VALUE "S".
ALT2       05 WRK-CFR-RESULTADO          PIC X(01) VALUE "N".
ALT2           88 WRK-CFR-FAIXA-OK                  VALUE "S".
ALT2           88 WRK-CFR-SEM-FAIXA                 VALUE "N".

      *-----------------------------------------------------------------
       PROCEDURE                                    DIVISION.
             ACCEPT WRK-PRODUTO.
           DISPLAY"QUAL O VALOR DO PRODUTO:"
             ACCEPT WRK-VALOR.
ALT2       DISPLAY"QUAL A UF DA ENTREGA:"
ALT2         ACCEPT WRK-UF.
ALT2       DISPLAY"QUAL O CEP DA ENTREGA:"
ALT2         ACCEPT WRK-CEP.
ALT2       DISPLAY"QUAL O PESO EM KG:"
ALT2         ACCEPT WRK-PESO.
           DISPLAY"==================================".

       0100-INICIAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                        SECTION.

ALT2       MOVE WRK-UF  TO WRK-VALCEP-UF.
ALT2       MOVE WRK-CEP TO WRK-VALCEP-CEP.
ALT2       CALL "VALCEP" USING WRK-VALCEP.

ALT2       IF WRK-CEP-INVALIDO
ALT2           DISPLAY "CEP NAO CONFERE COM A UF - RETIRAR NA LOJA"
ALT2           DISPLAY "VALOR DO PRODUTO:"WRK-VALOR
ALT2           GO TO 0200-PROCESSAR-FIM
ALT2       END-IF.

ALT2       IF WRK-PESO EQUAL ZEROS
ALT2           MOVE 1 TO WRK-PESO
ALT2       END-IF.

ALT2       MOVE WRK-UF    TO WRK-CFR-UF.
ALT2       MOVE WRK-CEP   TO WRK-CFR-CEP.
ALT2       MOVE WRK-PESO  TO WRK-CFR-PESO.
ALT2       MOVE WRK-VALOR TO WRK-CFR-VALOR-COMPRA.
ALT2       CALL "CALCFRET" USING WRK-CALCFRET.

ALT2       IF WRK-CFR-SEM-FAIXA
ALT2           DISPLAY "SEM ENTREGA PARA O CEP - RETIRAR NA LOJA"
ALT2           DISPLAY "VALOR DO PRODUTO:"WRK-VALOR
ALT2           GO TO 0200-PROCESSAR-FIM
ALT2       END-IF.

ALT2       MOVE WRK-CFR-FRETE TO WRK-FRETE.
ALT2       COMPUTE WRK-FINAL = WRK-VALOR + WRK-FRETE.

ALT2       IF WRK-CFR-FRETE-GRATIS
ALT2           DISPLAY "FRETE GRATIS - REGIAO " WRK-CFR-REGIAO
ALT2       ELSE
ALT2           DISPLAY "VALOR DO FRETE:"WRK-FRETE
ALT2               " - REGIAO " WRK-CFR-REGIAO
ALT2       END-IF.
ALT2       DISPLAY "VALOR FINAL:"WRK-FINAL.

       0200-PROCESSAR-FIM. EXIT.

