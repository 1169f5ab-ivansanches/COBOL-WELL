      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *==  ESTOQUE POR LOJA: O CONGELAMENTO PEDE A LOJA (CONFERIDA
      *==  PELO MODULO MOVLOCAL) E FOTOGRAFA O SALDO DA LOJA NO
      *==  ESTLOCAL.dat (INV-LOCAL NA FOLHA); O AJUSTE APROVADO LEVA
      *==  O SALDO DA LOJA A QUANTIDADE CONTADA E CORRIGE O TOTAL DA
      *==  REDE (PRD-QTD-ESTOQUE) PELA MESMA DIFERENCA, E O AJUSTES.txt
      *==  GRAVA A LOJA (AJU-LOCAL)
      *=================================================================
       ENVIRONMENT                               DIVISION.
       CONFIGURATION                             SECTION.
       COPY "#INVENTAR".

       FD  INVTMP.
       01  REG-INVTMP                    PIC X(53).

       FD  INVENREL.
       01  REG-INVENREL                  PIC X(80).
           05 WRK-INV-QTD-LIVRO          PIC 9(05).
           05 WRK-INV-QTD-CONTADA        PIC 9(05).
           05 WRK-INV-CONTADO            PIC X(01).
           05 WRK-INV-LOCAL              PIC 9(03).

       77  WRK-LOCAL                     PIC 9(03) VALUE ZEROS.
       77  WRK-ACERTO-LOJA               PIC S9(05) VALUE ZEROS.
       77  WRK-NOVO-TOTAL                PIC S9(06) VALUE ZEROS.

      *========== AREA DE CHAMADA DO MODULO MOVLOCAL
       01  WRK-MOVLOCAL.
           05 WRK-MLC-FUNCAO             PIC X(01) VALUE SPACES.
           05 WRK-MLC-LOCAL              PIC 9(03) VALUE ZEROS.
           05 WRK-MLC-NOME-LOCAL         PIC X(20) VALUE SPACES.
           05 WRK-MLC-PRODUTO            PIC 9(04) VALUE ZEROS.
           05 WRK-MLC-MOV-ESTOQUE        PIC S9(05) VALUE ZEROS.
           05 WRK-MLC-MOV-TRANSITO       PIC S9(05) VALUE ZEROS.
           05 WRK-MLC-SALDO              PIC 9(05) VALUE ZEROS.
           05 WRK-MLC-TRANSITO           PIC 9(05) VALUE ZEROS.
           05 WRK-MLC-MINIMO             PIC 9(05) VALUE ZEROS.
           05 WRK-MLC-RESULTADO          PIC X(01) VALUE SPACES.
               88 WRK-MLC-OK                        VALUE "S".

      *========== APURACAO
       77  WRK-DIFERENCA                 PIC S9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CONGELAMENTO - A FOLHA DE INVENTARIO NASCE DO CADASTRO,
      *    UM ITEM POR PRODUTO ATIVO, AINDA SEM CONTAGEM, COM O SALDO
      *    DA LOJA INVENTARIADA COMO QUANTIDADE DE LIVRO
      *-----------------------------------------------------------------
       0200-CONGELA                              SECTION.

           DISPLAY "LOJA INVENTARIADA (ZERO=001)..".
           ACCEPT WRK-LOCAL.
           IF WRK-LOCAL EQUAL ZEROS
               MOVE 1 TO WRK-LOCAL
           END-IF.

           MOVE "V"       TO WRK-MLC-FUNCAO.
           MOVE WRK-LOCAL TO WRK-MLC-LOCAL.
           CALL "MOVLOCAL" USING WRK-MOVLOCAL.
           IF NOT WRK-MLC-OK
               DISPLAY "LOJA NAO CADASTRADA!"
               GO TO 0200-CONGELA-FIM
           END-IF.
           DISPLAY "LOJA " WRK-LOCAL " - " WRK-MLC-NOME-LOCAL.

           OPEN INPUT PRODUTOS.
           IF WRK-FS-PRODUTOS NOT EQUAL 00
               DISPLAY "CADASTRO DE PRODUTOS NAO ABERTO! FS: "

           IF PRD-ATIVO
               ADD 1 TO WRK-TOT-ITENS
               MOVE "C"             TO WRK-MLC-FUNCAO
               MOVE WRK-LOCAL       TO WRK-MLC-LOCAL
               MOVE PRD-CODIGO      TO WRK-MLC-PRODUTO
               CALL "MOVLOCAL" USING WRK-MOVLOCAL
               MOVE PRD-CODIGO      TO INV-PRODUTO
               MOVE PRD-DESCRICAO   TO INV-DESCRICAO
               MOVE PRD-PRECO       TO INV-PRECO
               MOVE WRK-MLC-SALDO   TO INV-QTD-LIVRO
               MOVE ZEROS           TO INV-QTD-CONTADA
               MOVE "N"             TO INV-CONTADO
               MOVE WRK-LOCAL       TO INV-LOCAL
               WRITE REG-INVENTAR
           END-IF.


       0410-APURA-ITEM-FIM. EXIT.

      *-----------------------------------------------------------------
      *    O SALDO DA LOJA VAI A QUANTIDADE CONTADA E O TOTAL DA
      *    REDE ANDA A MESMA DIFERENCA (SEM FICAR NEGATIVO)
      *-----------------------------------------------------------------
       0420-APLICA-AJUSTE                        SECTION.

                   GO TO 0420-APLICA-AJUSTE-FIM
           END-READ.

           MOVE "C"             TO WRK-MLC-FUNCAO.
           MOVE INV-LOCAL       TO WRK-MLC-LOCAL.
           MOVE INV-PRODUTO     TO WRK-MLC-PRODUTO.
           CALL "MOVLOCAL" USING WRK-MOVLOCAL.

           COMPUTE WRK-ACERTO-LOJA = INV-QTD-CONTADA - WRK-MLC-SALDO.

           MOVE "M"             TO WRK-MLC-FUNCAO.
           MOVE WRK-ACERTO-LOJA TO WRK-MLC-MOV-ESTOQUE.
           MOVE ZEROS           TO WRK-MLC-MOV-TRANSITO.
           CALL "MOVLOCAL" USING WRK-MOVLOCAL.
           IF NOT WRK-MLC-OK
               DISPLAY "ERRO NO ESTOQUE DA LOJA - SEM AJUSTE! "
                   WRK-MLC-RESULTADO
               GO TO 0420-APLICA-AJUSTE-FIM
           END-IF.

           COMPUTE WRK-NOVO-TOTAL = PRD-QTD-ESTOQUE + WRK-ACERTO-LOJA.
           IF WRK-NOVO-TOTAL LESS ZEROS
               MOVE ZEROS TO WRK-NOVO-TOTAL
           END-IF.

           MOVE REG-PRODUTOS    TO WRK-IMAGEM-ANTES.
           MOVE WRK-NOVO-TOTAL  TO PRD-QTD-ESTOQUE.
           REWRITE REG-PRODUTOS.

           IF WRK-FS-PRODUTOS NOT EQUAL 00
           PERFORM 0440-GRAVA-AJUSTE.

           ADD 1 TO WRK-TOT-AJUSTADOS.
           DISPLAY "AJUSTE APLICADO - LOJA: " WRK-MLC-SALDO
               " REDE: " PRD-QTD-ESTOQUE.

       0420-APLICA-AJUSTE-FIM. EXIT.

           MOVE WRK-DATA-HOJE   TO AJU-DATA.
           MOVE WRK-OPERADOR    TO AJU-OPERADOR.
           MOVE WRK-MOTIVO      TO AJU-MOTIVO.
           MOVE INV-LOCAL       TO AJU-LOCAL.
           WRITE REG-AJUSTE.
           CLOSE AJUSTES.

