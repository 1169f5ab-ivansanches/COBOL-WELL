       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGRELEN.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : RELATORIOS DA ENTREGA EM DOMICILIO (BOOK
      *==               #ENTREGA):
      *==               - DESPACHO.txt: LISTA DE DESPACHO DO DIA - OS
      *==                 PEDIDOS AINDA NA LOJA (A SEPARAR OU SEPARADOS)
      *==                 VENDIDOS ATE A DATA, POR REGIAO E CEP, COM O
      *==                 TOTAL DE PEDIDOS E PESO DE CADA REGIAO;
      *==               - FRETEREG.txt: FRETE COBRADO X ENTREGUE POR
      *==                 REGIAO NO PERIODO DA VENDA - COBRADO NO CUPOM,
      *==                 ENTREGUE, DEVOLVIDO E AINDA EM ANDAMENTO, COM
      *==                 OS PEDIDOS DE FRETE GRATIS
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
           SELECT ENTREGAS ASSIGN TO "ENTREGAS.txt"
               FILE STATUS IS WRK-FS-ENTREGAS.

           SELECT DESPACHO ASSIGN TO "DESPACHO.txt"
               FILE STATUS IS WRK-FS-DESPACHO.

           SELECT FRETEREG ASSIGN TO "FRETEREG.txt"
               FILE STATUS IS WRK-FS-FRETEREG.

      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD  ENTREGAS.
       COPY "#ENTREGA".

       FD  DESPACHO.
       01  REG-DESPACHO                  PIC X(132).

       FD  FRETEREG.
       01  REG-FRETEREG                  PIC X(132).

       WORKING-STORAGE                           SECTION.
       77  WRK-FS-ENTREGAS               PIC 99    VALUE ZEROS.
       77  WRK-FS-DESPACHO               PIC 99    VALUE ZEROS.
       77  WRK-FS-FRETEREG               PIC 99    VALUE ZEROS.

       77  WRK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-DESPACHO             PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INICIAL              PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FINAL                PIC 9(08) VALUE ZEROS.

      *========== LISTA DE DESPACHO - PEDIDOS AINDA NA LOJA
       77  WRK-QT-DESP                   PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-DESP                  PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-MENOR                 PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-BUSCA                 PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-DESP.
           05 WRK-TAB-DESP-OCO OCCURS 500 TIMES.
              10 WRK-DSP-CHAVE.
                 15 WRK-DSP-REGIAO       PIC X(15).
                 15 WRK-DSP-CEP          PIC 9(08).
              10 WRK-DSP-NUMERO          PIC 9(06).
              10 WRK-DSP-NOME            PIC X(20).
              10 WRK-DSP-ENDERECO        PIC X(30).
              10 WRK-DSP-NUMERO-END      PIC X(06).
              10 WRK-DSP-CIDADE          PIC X(20).
              10 WRK-DSP-UF              PIC X(02).
              10 WRK-DSP-PESO            PIC 9(03).
              10 WRK-DSP-SITUACAO        PIC X(01).
       01  WRK-DESP-TROCA                PIC X(111).
       77  WRK-REGIAO-ATUAL              PIC X(15) VALUE SPACES.
       77  WRK-REG-PEDIDOS               PIC 9(05) VALUE ZEROS.
       77  WRK-REG-PESO                  PIC 9(07) VALUE ZEROS.
       77  WRK-TOT-DESP-PEDIDOS          PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-DESP-PESO             PIC 9(07) VALUE ZEROS.

      *========== FRETE POR REGIAO NO PERIODO
       77  WRK-QT-REG                    PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-REG                   PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-REG-MENOR             PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-REG-BUSCA             PIC 9(02) VALUE ZEROS.
       77  WRK-ACHOU-REG                 PIC X(01) VALUE "N".
           88 WRK-ACHOU-REG-SIM                     VALUE "S".
           88 WRK-ACHOU-REG-NAO                     VALUE "N".
       01  WRK-TAB-REG.
           05 WRK-TAB-REG-OCO OCCURS 50 TIMES.
              10 WRK-REG-NOME            PIC X(15).
              10 WRK-REG-QT-PEDIDOS      PIC 9(05).
              10 WRK-REG-COBRADO         PIC 9(09).
              10 WRK-REG-QT-ENTREGUES    PIC 9(05).
              10 WRK-REG-ENTREGUE        PIC 9(09).
              10 WRK-REG-QT-DEVOLVIDOS   PIC 9(05).
              10 WRK-REG-DEVOLVIDO       PIC 9(09).
              10 WRK-REG-QT-ANDAMENTO    PIC 9(05).
              10 WRK-REG-ANDAMENTO       PIC 9(09).
              10 WRK-REG-QT-GRATIS       PIC 9(05).
       01  WRK-REG-TROCA                 PIC X(76).
       01  WRK-TOT-REG.
           05 WRK-TRG-QT-PEDIDOS         PIC 9(05).
           05 WRK-TRG-COBRADO            PIC 9(09).
           05 WRK-TRG-QT-ENTREGUES       PIC 9(05).
           05 WRK-TRG-ENTREGUE           PIC 9(09).
           05 WRK-TRG-QT-DEVOLVIDOS      PIC 9(05).
           05 WRK-TRG-DEVOLVIDO          PIC 9(09).
           05 WRK-TRG-QT-ANDAMENTO       PIC 9(05).
           05 WRK-TRG-ANDAMENTO          PIC 9(09).
           05 WRK-TRG-QT-GRATIS          PIC 9(05).
       77  WRK-PERC-ENTREGUE             PIC 9(03)V9 VALUE ZEROS.

       01  WRK-DATA-AUX.
           05 WRK-DAUX-ANO               PIC 9(04).
           05 WRK-DAUX-MES               PIC 9(02).
           05 WRK-DAUX-DIA               PIC 9(02).
       01  WRK-DATA-AUX-N REDEFINES WRK-DATA-AUX PIC 9(08).

       77  WRK-ACUM-LIDOS                PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-NO-PERIODO           PIC 9(05) VALUE ZEROS.

      *========== LINHAS DO DESPACHO
       01  WRK-DSP-CABECALHO.
           05 FILLER                     PIC X(41) VALUE
              "LISTA DE DESPACHO DA ENTREGA - VENDAS ATE".
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DSC-DIA                PIC 99.
           05 FILLER                     PIC X(01) VALUE "/".
           05 WRK-DSC-MES                PIC 99.
           05 FILLER                     PIC X(01) VALUE "/".
           05 WRK-DSC-ANO                PIC 9(04).

       01  WRK-DSP-REGIAO-LINHA.
           05 FILLER                     PIC X(08) VALUE "REGIAO: ".
           05 WRK-DSR-REGIAO             PIC X(15).

       01  WRK-DSP-TITULO.
           05 FILLER                     PIC X(36) VALUE
              "PEDIDO DESTINATARIO         ENDERECO".
           05 FILLER                     PIC X(50) VALUE
              "                             CIDADE               ".
           05 FILLER                     PIC X(25) VALUE
              "UF CEP      PESO SITUACAO".

       01  WRK-DSP-DETALHE.
           05 WRK-DSD-NUMERO             PIC 9(06).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DSD-NOME               PIC X(20).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DSD-ENDERECO           PIC X(30).
           05 WRK-DSD-NUMERO-END         PIC X(06).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DSD-CIDADE             PIC X(20).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DSD-UF                 PIC X(02).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DSD-CEP                PIC 9(08).
           05 WRK-DSD-PESO               PIC ZZZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DSD-SITUACAO           PIC X(09).

       01  WRK-DSP-SUBTOTAL.
           05 WRK-DSS-TEXTO              PIC X(24).
           05 WRK-DSS-PEDIDOS            PIC ZZZZ9.
           05 FILLER                     PIC X(16) VALUE
              " PEDIDOS - PESO ".
           05 WRK-DSS-PESO               PIC Z.ZZZ.ZZ9.
           05 FILLER                     PIC X(03) VALUE " KG".

      *========== LINHAS DO FRETEREG
       01  WRK-FRG-CABECALHO.
           05 FILLER                     PIC X(47) VALUE
              "FRETE COBRADO X ENTREGUE POR REGIAO - VENDAS DE".
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-FRC-DIA-INI            PIC 99.
           05 FILLER                     PIC X(01) VALUE "/".
           05 WRK-FRC-MES-INI            PIC 99.
           05 FILLER                     PIC X(01) VALUE "/".
           05 WRK-FRC-ANO-INI            PIC 9(04).
           05 FILLER                     PIC X(03) VALUE " A ".
           05 WRK-FRC-DIA-FIM            PIC 99.
           05 FILLER                     PIC X(01) VALUE "/".
           05 WRK-FRC-MES-FIM            PIC 99.
           05 FILLER                     PIC X(01) VALUE "/".
           05 WRK-FRC-ANO-FIM            PIC 9(04).

       01  WRK-FRG-TITULO.
           05 FILLER                     PIC X(45) VALUE
              "REGIAO           PED   COBRADO  ENTR  ENTREGU".
           05 FILLER                     PIC X(45) VALUE
              "E  DEVL DEVOLVIDO  ANDA ANDAMENTO  GRAT %ENTR".

       01  WRK-FRG-DETALHE.
           05 WRK-FRD-REGIAO             PIC X(15).
           05 WRK-FRD-QT-PEDIDOS         PIC ZZZZ9.
           05 WRK-FRD-COBRADO            PIC ZZ.ZZZ.ZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-FRD-QT-ENTREGUES       PIC ZZZZ9.
           05 WRK-FRD-ENTREGUE           PIC ZZ.ZZZ.ZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-FRD-QT-DEVOLVIDOS      PIC ZZZZ9.
           05 WRK-FRD-DEVOLVIDO          PIC ZZ.ZZZ.ZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-FRD-QT-ANDAMENTO       PIC ZZZZ9.
           05 WRK-FRD-ANDAMENTO          PIC ZZ.ZZZ.ZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-FRD-QT-GRATIS          PIC ZZZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-FRD-PERC               PIC ZZ9,9.

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.

           DISPLAY "======= RELATORIOS DA ENTREGA =======".

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "DATA DO DESPACHO (AAAAMMDD, ZERO=HOJE)..".
           ACCEPT WRK-DATA-DESPACHO.
           IF WRK-DATA-DESPACHO EQUAL ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-DESPACHO
           END-IF.

           DISPLAY "FRETE POR REGIAO - VENDAS DE (AAAAMMDD, ZERO=DESDE"
               " O INICIO)..".
           ACCEPT WRK-DATA-INICIAL.
           DISPLAY "ATE (AAAAMMDD, ZERO=HOJE)..".
           ACCEPT WRK-DATA-FINAL.
           IF WRK-DATA-FINAL EQUAL ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-FINAL
           END-IF.

           OPEN INPUT ENTREGAS.
           IF WRK-FS-ENTREGAS NOT EQUAL 00
               DISPLAY "ENTREGAS.txt NAO ABRIU - NADA A RELATAR."
               STOP RUN
           END-IF.

           INITIALIZE WRK-TOT-REG.

       0100-INICIAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           READ ENTREGAS.
           PERFORM 0210-ACUMULA-ENTREGA
               UNTIL WRK-FS-ENTREGAS NOT EQUAL 00.
           CLOSE ENTREGAS.

           PERFORM 0220-ORDENA-DESPACHO
               VARYING WRK-IDX-DESP FROM 1 BY 1
               UNTIL WRK-IDX-DESP NOT LESS WRK-QT-DESP.

           PERFORM 0230-GRAVA-DESPACHO.

           PERFORM 0240-ORDENA-REGIAO
               VARYING WRK-IDX-REG FROM 1 BY 1
               UNTIL WRK-IDX-REG NOT LESS WRK-QT-REG.

           PERFORM 0250-GRAVA-FRETEREG.

       0200-PROCESSAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0210-ACUMULA-ENTREGA                      SECTION.

           ADD 1 TO WRK-ACUM-LIDOS.

           IF ENT-PENDENTE
              AND ENT-DATA-VENDA NOT GREATER WRK-DATA-DESPACHO
               PERFORM 0211-GUARDA-DESPACHO
           END-IF.

           IF ENT-DATA-VENDA LESS WRK-DATA-INICIAL
              OR ENT-DATA-VENDA GREATER WRK-DATA-FINAL
               GO TO 0210-ACUMULA-ENTREGA-LER
           END-IF.

           ADD 1 TO WRK-ACUM-NO-PERIODO.

           SET WRK-ACHOU-REG-NAO TO TRUE.
           PERFORM 0212-PROCURA-REGIAO
               VARYING WRK-IDX-REG FROM 1 BY 1
               UNTIL WRK-IDX-REG GREATER WRK-QT-REG
                  OR WRK-ACHOU-REG-SIM.

           IF WRK-ACHOU-REG-SIM
               SUBTRACT 1 FROM WRK-IDX-REG
           ELSE
               IF WRK-QT-REG LESS 50
                   ADD 1 TO WRK-QT-REG
                   MOVE WRK-QT-REG TO WRK-IDX-REG
                   INITIALIZE WRK-TAB-REG-OCO(WRK-IDX-REG)
                   MOVE ENT-REGIAO TO WRK-REG-NOME(WRK-IDX-REG)
               ELSE
                   DISPLAY "TABELA DE REGIOES CHEIA - IGNORADA: "
                       ENT-REGIAO
                   GO TO 0210-ACUMULA-ENTREGA-LER
               END-IF
           END-IF.

           ADD 1         TO WRK-REG-QT-PEDIDOS(WRK-IDX-REG)
                            WRK-TRG-QT-PEDIDOS.
           ADD ENT-FRETE TO WRK-REG-COBRADO(WRK-IDX-REG)
                            WRK-TRG-COBRADO.

           IF ENT-FRETE EQUAL ZEROS
               ADD 1 TO WRK-REG-QT-GRATIS(WRK-IDX-REG)
                        WRK-TRG-QT-GRATIS
           END-IF.

           EVALUATE TRUE
               WHEN ENT-ENTREGUE
                   ADD 1         TO WRK-REG-QT-ENTREGUES(WRK-IDX-REG)
                                    WRK-TRG-QT-ENTREGUES
                   ADD ENT-FRETE TO WRK-REG-ENTREGUE(WRK-IDX-REG)
                                    WRK-TRG-ENTREGUE
               WHEN ENT-DEVOLVIDO
                   ADD 1         TO WRK-REG-QT-DEVOLVIDOS(WRK-IDX-REG)
                                    WRK-TRG-QT-DEVOLVIDOS
                   ADD ENT-FRETE TO WRK-REG-DEVOLVIDO(WRK-IDX-REG)
                                    WRK-TRG-DEVOLVIDO
               WHEN OTHER
                   ADD 1         TO WRK-REG-QT-ANDAMENTO(WRK-IDX-REG)
                                    WRK-TRG-QT-ANDAMENTO
                   ADD ENT-FRETE TO WRK-REG-ANDAMENTO(WRK-IDX-REG)
                                    WRK-TRG-ANDAMENTO
           END-EVALUATE.

       0210-ACUMULA-ENTREGA-LER.
           READ ENTREGAS.

       0210-ACUMULA-ENTREGA-FIM. EXIT.

      *-----------------------------------------------------------------
       0211-GUARDA-DESPACHO                      SECTION.

           IF WRK-QT-DESP NOT LESS 500
               DISPLAY "LISTA DE DESPACHO CHEIA - FORA: " ENT-NUMERO
               GO TO 0211-GUARDA-DESPACHO-FIM
           END-IF.

           ADD 1 TO WRK-QT-DESP.
           MOVE ENT-REGIAO     TO WRK-DSP-REGIAO(WRK-QT-DESP).
           MOVE ENT-CEP        TO WRK-DSP-CEP(WRK-QT-DESP).
           MOVE ENT-NUMERO     TO WRK-DSP-NUMERO(WRK-QT-DESP).
           MOVE ENT-NOME       TO WRK-DSP-NOME(WRK-QT-DESP).
           MOVE ENT-ENDERECO   TO WRK-DSP-ENDERECO(WRK-QT-DESP).
           MOVE ENT-NUMERO-END TO WRK-DSP-NUMERO-END(WRK-QT-DESP).
           MOVE ENT-CIDADE     TO WRK-DSP-CIDADE(WRK-QT-DESP).
           MOVE ENT-UF         TO WRK-DSP-UF(WRK-QT-DESP).
           MOVE ENT-PESO       TO WRK-DSP-PESO(WRK-QT-DESP).
           MOVE ENT-SITUACAO   TO WRK-DSP-SITUACAO(WRK-QT-DESP).

       0211-GUARDA-DESPACHO-FIM. EXIT.

      *-----------------------------------------------------------------
       0212-PROCURA-REGIAO                       SECTION.

           IF WRK-REG-NOME(WRK-IDX-REG) EQUAL ENT-REGIAO
               SET WRK-ACHOU-REG-SIM TO TRUE
           END-IF.

       0212-PROCURA-REGIAO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    ORDENACAO POR SELECAO - REGIAO E CEP
      *-----------------------------------------------------------------
       0220-ORDENA-DESPACHO                      SECTION.

           MOVE WRK-IDX-DESP TO WRK-IDX-MENOR.
           PERFORM 0221-PROCURA-MENOR
               VARYING WRK-IDX-BUSCA FROM WRK-IDX-DESP BY 1
               UNTIL WRK-IDX-BUSCA GREATER WRK-QT-DESP.

           IF WRK-IDX-MENOR NOT EQUAL WRK-IDX-DESP
               MOVE WRK-TAB-DESP-OCO(WRK-IDX-DESP)  TO WRK-DESP-TROCA
               MOVE WRK-TAB-DESP-OCO(WRK-IDX-MENOR)
                 TO WRK-TAB-DESP-OCO(WRK-IDX-DESP)
               MOVE WRK-DESP-TROCA
                 TO WRK-TAB-DESP-OCO(WRK-IDX-MENOR)
           END-IF.

       0220-ORDENA-DESPACHO-FIM. EXIT.

      *-----------------------------------------------------------------
       0221-PROCURA-MENOR                        SECTION.

           IF WRK-DSP-CHAVE(WRK-IDX-BUSCA) LESS
              WRK-DSP-CHAVE(WRK-IDX-MENOR)
               MOVE WRK-IDX-BUSCA TO WRK-IDX-MENOR
           END-IF.

       0221-PROCURA-MENOR-FIM. EXIT.

      *-----------------------------------------------------------------
       0230-GRAVA-DESPACHO                       SECTION.

           OPEN OUTPUT DESPACHO.

           MOVE WRK-DATA-DESPACHO TO WRK-DATA-AUX-N.
           MOVE WRK-DAUX-DIA TO WRK-DSC-DIA.
           MOVE WRK-DAUX-MES TO WRK-DSC-MES.
           MOVE WRK-DAUX-ANO TO WRK-DSC-ANO.
           WRITE REG-DESPACHO FROM WRK-DSP-CABECALHO.

           MOVE HIGH-VALUES TO WRK-REGIAO-ATUAL.
           MOVE ZEROS TO WRK-REG-PEDIDOS WRK-REG-PESO
                         WRK-TOT-DESP-PEDIDOS WRK-TOT-DESP-PESO.

           PERFORM 0231-GRAVA-LINHA-DESPACHO
               VARYING WRK-IDX-DESP FROM 1 BY 1
               UNTIL WRK-IDX-DESP GREATER WRK-QT-DESP.

           IF WRK-QT-DESP GREATER ZEROS
               PERFORM 0232-SUBTOTAL-REGIAO
           END-IF.

           MOVE SPACES TO REG-DESPACHO.
           WRITE REG-DESPACHO.
           MOVE "TOTAL DO DESPACHO......." TO WRK-DSS-TEXTO.
           MOVE WRK-TOT-DESP-PEDIDOS TO WRK-DSS-PEDIDOS.
           MOVE WRK-TOT-DESP-PESO    TO WRK-DSS-PESO.
           WRITE REG-DESPACHO FROM WRK-DSP-SUBTOTAL.

           CLOSE DESPACHO.

       0230-GRAVA-DESPACHO-FIM. EXIT.

      *-----------------------------------------------------------------
       0231-GRAVA-LINHA-DESPACHO                 SECTION.

           IF WRK-DSP-REGIAO(WRK-IDX-DESP) NOT EQUAL WRK-REGIAO-ATUAL
               IF WRK-IDX-DESP GREATER 1
                   PERFORM 0232-SUBTOTAL-REGIAO
               END-IF
               MOVE WRK-DSP-REGIAO(WRK-IDX-DESP) TO WRK-REGIAO-ATUAL
                                                    WRK-DSR-REGIAO
               MOVE SPACES TO REG-DESPACHO
               WRITE REG-DESPACHO
               WRITE REG-DESPACHO FROM WRK-DSP-REGIAO-LINHA
               WRITE REG-DESPACHO FROM WRK-DSP-TITULO
           END-IF.

           MOVE WRK-DSP-NUMERO(WRK-IDX-DESP)     TO WRK-DSD-NUMERO.
           MOVE WRK-DSP-NOME(WRK-IDX-DESP)       TO WRK-DSD-NOME.
           MOVE WRK-DSP-ENDERECO(WRK-IDX-DESP)   TO WRK-DSD-ENDERECO.
           MOVE WRK-DSP-NUMERO-END(WRK-IDX-DESP) TO WRK-DSD-NUMERO-END.
           MOVE WRK-DSP-CIDADE(WRK-IDX-DESP)     TO WRK-DSD-CIDADE.
           MOVE WRK-DSP-UF(WRK-IDX-DESP)         TO WRK-DSD-UF.
           MOVE WRK-DSP-CEP(WRK-IDX-DESP)        TO WRK-DSD-CEP.
           MOVE WRK-DSP-PESO(WRK-IDX-DESP)       TO WRK-DSD-PESO.
           IF WRK-DSP-SITUACAO(WRK-IDX-DESP) EQUAL "S"
               MOVE "SEPARADO"  TO WRK-DSD-SITUACAO
           ELSE
               MOVE "A SEPARAR" TO WRK-DSD-SITUACAO
           END-IF.
           WRITE REG-DESPACHO FROM WRK-DSP-DETALHE.

           ADD 1                            TO WRK-REG-PEDIDOS
                                               WRK-TOT-DESP-PEDIDOS.
           ADD WRK-DSP-PESO(WRK-IDX-DESP)   TO WRK-REG-PESO
                                               WRK-TOT-DESP-PESO.

       0231-GRAVA-LINHA-DESPACHO-FIM. EXIT.

      *-----------------------------------------------------------------
       0232-SUBTOTAL-REGIAO                      SECTION.

           MOVE "  TOTAL DA REGIAO......" TO WRK-DSS-TEXTO.
           MOVE WRK-REG-PEDIDOS TO WRK-DSS-PEDIDOS.
           MOVE WRK-REG-PESO    TO WRK-DSS-PESO.
           WRITE REG-DESPACHO FROM WRK-DSP-SUBTOTAL.

           MOVE ZEROS TO WRK-REG-PEDIDOS WRK-REG-PESO.

       0232-SUBTOTAL-REGIAO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    ORDENACAO POR SELECAO - NOME DA REGIAO
      *-----------------------------------------------------------------
       0240-ORDENA-REGIAO                        SECTION.

           MOVE WRK-IDX-REG TO WRK-IDX-REG-MENOR.
           PERFORM 0241-PROCURA-MENOR-REGIAO
               VARYING WRK-IDX-REG-BUSCA FROM WRK-IDX-REG BY 1
               UNTIL WRK-IDX-REG-BUSCA GREATER WRK-QT-REG.

           IF WRK-IDX-REG-MENOR NOT EQUAL WRK-IDX-REG
               MOVE WRK-TAB-REG-OCO(WRK-IDX-REG)  TO WRK-REG-TROCA
               MOVE WRK-TAB-REG-OCO(WRK-IDX-REG-MENOR)
                 TO WRK-TAB-REG-OCO(WRK-IDX-REG)
               MOVE WRK-REG-TROCA
                 TO WRK-TAB-REG-OCO(WRK-IDX-REG-MENOR)
           END-IF.

       0240-ORDENA-REGIAO-FIM. EXIT.

      *-----------------------------------------------------------------
       0241-PROCURA-MENOR-REGIAO                 SECTION.

           IF WRK-REG-NOME(WRK-IDX-REG-BUSCA) LESS
              WRK-REG-NOME(WRK-IDX-REG-MENOR)
               MOVE WRK-IDX-REG-BUSCA TO WRK-IDX-REG-MENOR
           END-IF.

       0241-PROCURA-MENOR-REGIAO-FIM. EXIT.

      *-----------------------------------------------------------------
       0250-GRAVA-FRETEREG                       SECTION.

           OPEN OUTPUT FRETEREG.

           MOVE WRK-DATA-INICIAL TO WRK-DATA-AUX-N.
           MOVE WRK-DAUX-DIA TO WRK-FRC-DIA-INI.
           MOVE WRK-DAUX-MES TO WRK-FRC-MES-INI.
           MOVE WRK-DAUX-ANO TO WRK-FRC-ANO-INI.
           MOVE WRK-DATA-FINAL TO WRK-DATA-AUX-N.
           MOVE WRK-DAUX-DIA TO WRK-FRC-DIA-FIM.
           MOVE WRK-DAUX-MES TO WRK-FRC-MES-FIM.
           MOVE WRK-DAUX-ANO TO WRK-FRC-ANO-FIM.
           WRITE REG-FRETEREG FROM WRK-FRG-CABECALHO.
           MOVE SPACES TO REG-FRETEREG.
           WRITE REG-FRETEREG.
           WRITE REG-FRETEREG FROM WRK-FRG-TITULO.

           PERFORM 0251-GRAVA-LINHA-REGIAO
               VARYING WRK-IDX-REG FROM 1 BY 1
               UNTIL WRK-IDX-REG GREATER WRK-QT-REG.

           MOVE "TOTAL GERAL"          TO WRK-FRD-REGIAO.
           MOVE WRK-TRG-QT-PEDIDOS     TO WRK-FRD-QT-PEDIDOS.
           MOVE WRK-TRG-COBRADO        TO WRK-FRD-COBRADO.
           MOVE WRK-TRG-QT-ENTREGUES   TO WRK-FRD-QT-ENTREGUES.
           MOVE WRK-TRG-ENTREGUE       TO WRK-FRD-ENTREGUE.
           MOVE WRK-TRG-QT-DEVOLVIDOS  TO WRK-FRD-QT-DEVOLVIDOS.
           MOVE WRK-TRG-DEVOLVIDO      TO WRK-FRD-DEVOLVIDO.
           MOVE WRK-TRG-QT-ANDAMENTO   TO WRK-FRD-QT-ANDAMENTO.
           MOVE WRK-TRG-ANDAMENTO      TO WRK-FRD-ANDAMENTO.
           MOVE WRK-TRG-QT-GRATIS      TO WRK-FRD-QT-GRATIS.
           MOVE ZEROS TO WRK-PERC-ENTREGUE.
           IF WRK-TRG-COBRADO GREATER ZEROS
               COMPUTE WRK-PERC-ENTREGUE ROUNDED =
                       WRK-TRG-ENTREGUE * 100 / WRK-TRG-COBRADO
           END-IF.
           MOVE WRK-PERC-ENTREGUE      TO WRK-FRD-PERC.
           MOVE SPACES TO REG-FRETEREG.
           WRITE REG-FRETEREG.
           WRITE REG-FRETEREG FROM WRK-FRG-DETALHE.

           CLOSE FRETEREG.

       0250-GRAVA-FRETEREG-FIM. EXIT.

      *-----------------------------------------------------------------
       0251-GRAVA-LINHA-REGIAO                   SECTION.

           MOVE WRK-REG-NOME(WRK-IDX-REG)          TO WRK-FRD-REGIAO.
           MOVE WRK-REG-QT-PEDIDOS(WRK-IDX-REG)
             TO WRK-FRD-QT-PEDIDOS.
           MOVE WRK-REG-COBRADO(WRK-IDX-REG)       TO WRK-FRD-COBRADO.
           MOVE WRK-REG-QT-ENTREGUES(WRK-IDX-REG)
             TO WRK-FRD-QT-ENTREGUES.
           MOVE WRK-REG-ENTREGUE(WRK-IDX-REG)      TO WRK-FRD-ENTREGUE.
           MOVE WRK-REG-QT-DEVOLVIDOS(WRK-IDX-REG)
             TO WRK-FRD-QT-DEVOLVIDOS.
           MOVE WRK-REG-DEVOLVIDO(WRK-IDX-REG)     TO WRK-FRD-DEVOLVIDO.
           MOVE WRK-REG-QT-ANDAMENTO(WRK-IDX-REG)
             TO WRK-FRD-QT-ANDAMENTO.
           MOVE WRK-REG-ANDAMENTO(WRK-IDX-REG)     TO WRK-FRD-ANDAMENTO.
           MOVE WRK-REG-QT-GRATIS(WRK-IDX-REG)     TO WRK-FRD-QT-GRATIS.

           MOVE ZEROS TO WRK-PERC-ENTREGUE.
           IF WRK-REG-COBRADO(WRK-IDX-REG) GREATER ZEROS
               COMPUTE WRK-PERC-ENTREGUE ROUNDED =
                       WRK-REG-ENTREGUE(WRK-IDX-REG) * 100
                     / WRK-REG-COBRADO(WRK-IDX-REG)
           END-IF.
           MOVE WRK-PERC-ENTREGUE TO WRK-FRD-PERC.

           WRITE REG-FRETEREG FROM WRK-FRG-DETALHE.

       0251-GRAVA-LINHA-REGIAO-FIM. EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

           DISPLAY "PEDIDOS DE ENTREGA LIDOS: " WRK-ACUM-LIDOS.
           DISPLAY "NA LISTA DE DESPACHO....: " WRK-QT-DESP.
           DISPLAY "VENDIDOS NO PERIODO.....: " WRK-ACUM-NO-PERIODO.
           DISPLAY "REGIOES.................: " WRK-QT-REG.
           DISPLAY "LISTA EM DESPACHO.txt, FRETE EM FRETEREG.txt".
           DISPLAY "======= FIM RELATORIOS DA ENTREGA =======".

       0300-FINALIZAR-FIM. EXIT.
