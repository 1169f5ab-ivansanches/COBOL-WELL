      *==  APONTA SOBRA OU FALTA; PEDIDO ZERO MANTEM A ENTRADA
      *==  AVULSA DE SEMPRE. O PEDIDOS.txt E REGRAVADO VIA ARQUIVO
      *==  DE TRABALHO (PEDTMP)
      *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *==  O RECEBIMENTO CONTRA PEDIDO PASSOU A GRAVAR A DATA DA
      *==  ENTRADA EM PED-DATA-RECEBIMENTO (PRAZO REAL DE ENTREGA
      *==  USADO NA AVALIACAO DE FORNECEDORES DO PRGSCORE)
      *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *==  ESTOQUE POR LOJA: A ENTRADA PEDE A LOJA QUE RECEBE A
      *==  MERCADORIA (CONFERIDA PELO MODULO MOVLOCAL) E SOMA A
      *==  QUANTIDADE TAMBEM NO SALDO DA LOJA NO ESTLOCAL.dat - O
      *==  PRD-QTD-ESTOQUE SEGUE COMO O TOTAL DA REDE
      *=================================================================
       ENVIRONMENT                               DIVISION.
       CONFIGURATION                             SECTION.
       COPY "#PEDIDO".

       FD  PEDTMP.
       01  REG-PEDTMP                    PIC X(49).

       WORKING-STORAGE                           SECTION.
       77  WRK-FS-PRODUTOS               PIC 99    VALUE ZEROS.
       77  WRK-PEDIDO-ACHADO             PIC X(01) VALUE "N".
           88 WRK-PEDIDO-SIM                        VALUE "S".
       77  WRK-ENCERRA                   PIC X(01) VALUE SPACES.
       77  WRK-LOCAL                     PIC 9(03) VALUE ZEROS.

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

      *========== PEDIDO EM RECEBIMENTO (COPIA DE TRABALHO)
       01  WRK-PEDIDO.
           05 WRK-PED-DATA-EMISSAO       PIC 9(08).
           05 WRK-PED-SITUACAO           PIC X(01).
           05 WRK-PED-OCORRENCIA         PIC X(01).
           05 WRK-PED-DATA-RECEBIMENTO   PIC 9(08).

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
           DISPLAY "======= ENTRADA DE MERCADORIA =======".
           DISPLAY "DIGITE 'FIM' PARA ENCERRAR.".

           DISPLAY "LOJA QUE RECEBE A MERCADORIA (ZERO=001)..".
           ACCEPT WRK-LOCAL.
           IF WRK-LOCAL EQUAL ZEROS
               MOVE 1 TO WRK-LOCAL
           END-IF.

           MOVE "V"       TO WRK-MLC-FUNCAO.
           MOVE WRK-LOCAL TO WRK-MLC-LOCAL.
           CALL "MOVLOCAL" USING WRK-MOVLOCAL.
           IF NOT WRK-MLC-OK
               DISPLAY "LOJA NAO CADASTRADA!"
               STOP RUN
           END-IF.
           DISPLAY "LOJA " WRK-LOCAL " - " WRK-MLC-NOME-LOCAL.

           OPEN I-O PRODUTOS.
           IF WRK-FS-PRODUTOS NOT EQUAL 00
               DISPLAY "CADASTRO DE PRODUTOS NAO ABERTO! FS: "
                       ADD 1 TO WRK-ACUM-ENTRADAS
                       DISPLAY "NOVO ESTOQUE: " PRD-QTD-ESTOQUE
                       PERFORM 0900-GRAVA-JORNAL
                       PERFORM 0250-ENTRADA-LOJA
                   ELSE
                       DISPLAY "ERRO NA ENTRADA! FS: " WRK-FS-PRODUTOS
                   END-IF
           ADD 1 TO WRK-ACUM-ENTRADAS.
           PERFORM 0900-GRAVA-JORNAL.
           DISPLAY "NOVO ESTOQUE: " PRD-QTD-ESTOQUE.
           PERFORM 0250-ENTRADA-LOJA.

           ADD WRK-QTD-RECEBIDA TO WRK-PED-QTD-RECEBIDA.
           ACCEPT WRK-PED-DATA-RECEBIMENTO FROM DATE YYYYMMDD.

           EVALUATE TRUE
               WHEN WRK-PED-QTD-RECEBIDA GREATER WRK-PED-QTD-PEDIDA

       0242-DEVOLVE-PEDIDO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    A QUANTIDADE RECEBIDA ENTRA TAMBEM NO SALDO DA LOJA
      *-----------------------------------------------------------------
       0250-ENTRADA-LOJA                         SECTION.

           MOVE "M"              TO WRK-MLC-FUNCAO.
           MOVE WRK-LOCAL        TO WRK-MLC-LOCAL.
           MOVE PRD-CODIGO       TO WRK-MLC-PRODUTO.
           MOVE WRK-QTD-RECEBIDA TO WRK-MLC-MOV-ESTOQUE.
           MOVE ZEROS            TO WRK-MLC-MOV-TRANSITO.
           CALL "MOVLOCAL" USING WRK-MOVLOCAL.

           IF WRK-MLC-OK
               DISPLAY "ESTOQUE DA LOJA: " WRK-MLC-SALDO
           ELSE
               DISPLAY "ERRO NO ESTOQUE DA LOJA! " WRK-MLC-RESULTADO
           END-IF.

       0250-ENTRADA-LOJA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    JORNAL DE IMAGENS-ANTES - A IMAGEM DO REGISTRO COMO ERA
      *    ANTES DO REWRITE VAI PARA O JORNPROD.txt, DE ONDE O
