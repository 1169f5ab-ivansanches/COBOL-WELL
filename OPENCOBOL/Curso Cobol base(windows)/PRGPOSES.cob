       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGPOSES.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : POSICAO DE ESTOQUE POR LOJA - LISTA O
      *==               ESTLOCAL.dat (BOOK #ESTLOCAL) LOJA A LOJA, COM
      *==               A DESCRICAO E O PRECO DO PRODUTOS.dat: EM MAOS,
      *==               A CAMINHO (TRANSFERENCIA AINDA NAO RECEBIDA),
      *==               MINIMO DA LOJA (ZERO = O DO PRODUTO), VALOR EM
      *==               MAOS PELO PRECO DE VENDA E A SITUACAO (ABAIXO
      *==               DO MINIMO / EXCESSO ACIMA DE DUAS VEZES O
      *==               MINIMO). TOTAIS POR LOJA E DA REDE. NO FIM
      *==               CONFERE, PRODUTO A PRODUTO, A SOMA DAS LOJAS
      *==               CONTRA O PRD-QTD-ESTOQUE (TOTAL DA REDE) E
      *==               LISTA AS DIVERGENCIAS.
      *==               SAIDA: POSESTOQ.txt
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
           SELECT ESTLOCAL ASSIGN TO "ESTLOCAL.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS SEQUENTIAL
               RECORD KEY               IS ELC-CHAVE
               FILE STATUS IS WRK-FS-ESTLOCAL.

           SELECT PRODUTOS ASSIGN TO "PRODUTOS.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS PRD-CODIGO
               FILE STATUS IS WRK-FS-PRODUTOS.

           SELECT POSESTOQ ASSIGN TO "POSESTOQ.txt"
               FILE STATUS IS WRK-FS-POSESTOQ.

      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD  ESTLOCAL.
       COPY "#ESTLOCAL".

       FD  PRODUTOS.
       COPY "#PRODREG".

       FD  POSESTOQ.
       01  REG-POSESTOQ                  PIC X(132).

       WORKING-STORAGE                           SECTION.
       77  WRK-FS-ESTLOCAL               PIC 99    VALUE ZEROS.
       77  WRK-FS-PRODUTOS               PIC 99    VALUE ZEROS.
       77  WRK-FS-POSESTOQ               PIC 99    VALUE ZEROS.

       77  WRK-LOCAL-ATUAL               PIC 9(03) VALUE ZEROS.
       77  WRK-MINIMO                    PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR                     PIC 9(10) VALUE ZEROS.
       77  WRK-SOMA-LOJAS                PIC 9(07) VALUE ZEROS.
       77  WRK-DIFERENCA                 PIC S9(07) VALUE ZEROS.

       77  WRK-LOJ-ESTOQUE               PIC 9(07) VALUE ZEROS.
       77  WRK-LOJ-TRANSITO              PIC 9(07) VALUE ZEROS.
       77  WRK-LOJ-VALOR                 PIC 9(11) VALUE ZEROS.
       77  WRK-LOJ-ABAIXO                PIC 9(04) VALUE ZEROS.
       77  WRK-RED-ESTOQUE               PIC 9(07) VALUE ZEROS.
       77  WRK-RED-TRANSITO              PIC 9(07) VALUE ZEROS.
       77  WRK-RED-VALOR                 PIC 9(11) VALUE ZEROS.
       77  WRK-ACUM-LOJAS                PIC 9(03) VALUE ZEROS.
       77  WRK-ACUM-LINHAS               PIC 9(05) VALUE ZEROS.
       77  WRK-ACUM-DIVERGENCIAS         PIC 9(04) VALUE ZEROS.

      *========== SOMA DAS LOJAS POR PRODUTO (INDICE = CODIGO)
       01  WRK-TAB-REDE.
           05 WRK-REDE-QTD               PIC 9(07) OCCURS 9999 TIMES.

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

       01  WRK-LIN-CABECALHO.
           05 FILLER                     PIC X(37) VALUE
              "POSICAO DE ESTOQUE POR LOJA - DATA: ".
           05 WRK-CAB-DATA               PIC 9(08).

       01  WRK-LIN-LOJA.
           05 FILLER                     PIC X(05) VALUE "LOJA ".
           05 WRK-LOJ-CODIGO             PIC 9(03).
           05 FILLER                     PIC X(03) VALUE " - ".
           05 WRK-LOJ-NOME               PIC X(20).

       01  WRK-LIN-TITULO.
           05 FILLER                     PIC X(40) VALUE
              "COD  DESCRICAO                       EM ".
           05 FILLER                     PIC X(45) VALUE
              "MAOS A CAMINHO MINIMO      VALOR EM MAOS SITU".
           05 FILLER                     PIC X(04) VALUE
              "ACAO".

       01  WRK-LIN-DETALHE.
           05 WRK-DET-CODIGO             PIC 9(04).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DET-DESCRICAO          PIC X(30).
           05 WRK-DET-ESTOQUE            PIC ZZZ.ZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DET-TRANSITO           PIC ZZZ.ZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DET-MINIMO             PIC ZZ.ZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DET-VALOR              PIC ZZ.ZZZ.ZZZ.ZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DET-SITUACAO           PIC X(16).

       01  WRK-LIN-TOTAL.
           05 WRK-TOT-ROTULO             PIC X(35).
           05 WRK-TOT-ESTOQUE            PIC Z.ZZZ.ZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-TOT-TRANSITO           PIC Z.ZZZ.ZZ9.
           05 FILLER                     PIC X(05) VALUE SPACES.
           05 WRK-TOT-VALOR              PIC ZZZ.ZZZ.ZZZ.ZZ9.

       01  WRK-LIN-DIVERGENCIA.
           05 WRK-DIV-CODIGO             PIC 9(04).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WRK-DIV-DESCRICAO          PIC X(30).
           05 FILLER                     PIC X(07) VALUE " REDE: ".
           05 WRK-DIV-REDE               PIC ZZZ.ZZ9.
           05 FILLER                     PIC X(09) VALUE " LOJAS: ".
           05 WRK-DIV-LOJAS              PIC Z.ZZZ.ZZ9.
           05 FILLER                     PIC X(07) VALUE " DIF: ".
           05 WRK-DIV-DIFERENCA          PIC -.---.--9.

       01  WRK-LINHA                     PIC X(132) VALUE SPACES.
       01  WRK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0100-INICIAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-ESTLOCAL NOT EQUAL 00.
           PERFORM 0250-CONFERE-REDE.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

      *-----------------------------------------------------------------
       0100-INICIAR                              SECTION.

           DISPLAY "======= POSICAO DE ESTOQUE POR LOJA =======".

           OPEN INPUT ESTLOCAL.
           IF WRK-FS-ESTLOCAL NOT EQUAL 00
               DISPLAY "ESTLOCAL.dat NAO ABERTO! FS: " WRK-FS-ESTLOCAL
               DISPLAY "RODE A CARGA INICIAL DO PRGLOCAL."
               STOP RUN
           END-IF.

           OPEN INPUT PRODUTOS.
           IF WRK-FS-PRODUTOS NOT EQUAL 00
               DISPLAY "CADASTRO DE PRODUTOS NAO ABERTO! FS: "
                   WRK-FS-PRODUTOS
               CLOSE ESTLOCAL
               STOP RUN
           END-IF.

           OPEN OUTPUT POSESTOQ.

           INITIALIZE WRK-TAB-REDE.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REG-POSESTOQ FROM WRK-LIN-CABECALHO.

           READ ESTLOCAL.
           IF WRK-FS-ESTLOCAL EQUAL 10
               DISPLAY "NENHUM SALDO POR LOJA!"
           ELSE
               MOVE ELC-LOCAL TO WRK-LOCAL-ATUAL
               PERFORM 0210-ABRE-LOJA
           END-IF.

       0100-INICIAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           IF ELC-LOCAL NOT EQUAL WRK-LOCAL-ATUAL
               PERFORM 0220-FECHA-LOJA
               MOVE ELC-LOCAL TO WRK-LOCAL-ATUAL
               PERFORM 0210-ABRE-LOJA
           END-IF.

           IF ELC-PRODUTO GREATER ZEROS
               ADD ELC-QTD-ESTOQUE ELC-QTD-TRANSITO
                   TO WRK-REDE-QTD(ELC-PRODUTO)
           END-IF.

           IF ELC-QTD-ESTOQUE EQUAL ZEROS
              AND ELC-QTD-TRANSITO EQUAL ZEROS
              AND ELC-ESTOQUE-MINIMO EQUAL ZEROS
               GO TO 0200-PROCESSAR-LER
           END-IF.

           MOVE ELC-PRODUTO TO PRD-CODIGO.
           READ PRODUTOS KEY IS PRD-CODIGO
               INVALID KEY
                   MOVE "*** FORA DO CADASTRO ***" TO PRD-DESCRICAO
                   MOVE ZEROS TO PRD-PRECO PRD-ESTOQUE-MINIMO
           END-READ.

           IF ELC-ESTOQUE-MINIMO GREATER ZEROS
               MOVE ELC-ESTOQUE-MINIMO TO WRK-MINIMO
           ELSE
               MOVE PRD-ESTOQUE-MINIMO TO WRK-MINIMO
           END-IF.

           COMPUTE WRK-VALOR = ELC-QTD-ESTOQUE * PRD-PRECO.

           MOVE SPACES TO WRK-DET-SITUACAO.
           IF ELC-QTD-ESTOQUE + ELC-QTD-TRANSITO
                  NOT GREATER WRK-MINIMO
              AND WRK-MINIMO GREATER ZEROS
               MOVE "ABAIXO DO MINIMO" TO WRK-DET-SITUACAO
               ADD 1 TO WRK-LOJ-ABAIXO
           ELSE
               IF ELC-QTD-ESTOQUE GREATER WRK-MINIMO * 2
                  AND WRK-MINIMO GREATER ZEROS
                   MOVE "EXCESSO" TO WRK-DET-SITUACAO
               END-IF
           END-IF.

           MOVE ELC-PRODUTO      TO WRK-DET-CODIGO.
           MOVE PRD-DESCRICAO    TO WRK-DET-DESCRICAO.
           MOVE ELC-QTD-ESTOQUE  TO WRK-DET-ESTOQUE.
           MOVE ELC-QTD-TRANSITO TO WRK-DET-TRANSITO.
           MOVE WRK-MINIMO       TO WRK-DET-MINIMO.
           MOVE WRK-VALOR        TO WRK-DET-VALOR.
           WRITE REG-POSESTOQ FROM WRK-LIN-DETALHE.
           ADD 1 TO WRK-ACUM-LINHAS.

           ADD ELC-QTD-ESTOQUE  TO WRK-LOJ-ESTOQUE.
           ADD ELC-QTD-TRANSITO TO WRK-LOJ-TRANSITO.
           ADD WRK-VALOR        TO WRK-LOJ-VALOR.

       0200-PROCESSAR-LER.

           READ ESTLOCAL.
           IF WRK-FS-ESTLOCAL NOT EQUAL 00
               PERFORM 0220-FECHA-LOJA
           END-IF.

       0200-PROCESSAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0210-ABRE-LOJA                            SECTION.

           MOVE "V"             TO WRK-MLC-FUNCAO.
           MOVE WRK-LOCAL-ATUAL TO WRK-MLC-LOCAL.
           CALL "MOVLOCAL" USING WRK-MOVLOCAL.
           IF NOT WRK-MLC-OK
               MOVE "(NAO CADASTRADA)" TO WRK-MLC-NOME-LOCAL
           END-IF.

           ADD 1 TO WRK-ACUM-LOJAS.
           MOVE ZEROS TO WRK-LOJ-ESTOQUE WRK-LOJ-TRANSITO
                         WRK-LOJ-VALOR WRK-LOJ-ABAIXO.

           MOVE SPACES TO WRK-LINHA.
           WRITE REG-POSESTOQ FROM WRK-LINHA.
           MOVE WRK-LOCAL-ATUAL    TO WRK-LOJ-CODIGO.
           MOVE WRK-MLC-NOME-LOCAL TO WRK-LOJ-NOME.
           WRITE REG-POSESTOQ FROM WRK-LIN-LOJA.
           WRITE REG-POSESTOQ FROM WRK-LIN-TITULO.

       0210-ABRE-LOJA-FIM. EXIT.

      *-----------------------------------------------------------------
       0220-FECHA-LOJA                           SECTION.

           MOVE "TOTAL DA LOJA"  TO WRK-TOT-ROTULO.
           MOVE WRK-LOJ-ESTOQUE  TO WRK-TOT-ESTOQUE.
           MOVE WRK-LOJ-TRANSITO TO WRK-TOT-TRANSITO.
           MOVE WRK-LOJ-VALOR    TO WRK-TOT-VALOR.
           WRITE REG-POSESTOQ FROM WRK-LIN-TOTAL.

           DISPLAY "LOJA " WRK-LOCAL-ATUAL " " WRK-MLC-NOME-LOCAL
               " EM MAOS " WRK-LOJ-ESTOQUE
               " A CAMINHO " WRK-LOJ-TRANSITO
               " ABAIXO DO MINIMO " WRK-LOJ-ABAIXO.

           ADD WRK-LOJ-ESTOQUE  TO WRK-RED-ESTOQUE.
           ADD WRK-LOJ-TRANSITO TO WRK-RED-TRANSITO.
           ADD WRK-LOJ-VALOR    TO WRK-RED-VALOR.

       0220-FECHA-LOJA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    TOTAL DA REDE E CONFERENCIA DA SOMA DAS LOJAS CONTRA O
      *    PRD-QTD-ESTOQUE DE CADA PRODUTO
      *-----------------------------------------------------------------
       0250-CONFERE-REDE                         SECTION.

           MOVE SPACES TO WRK-LINHA.
           WRITE REG-POSESTOQ FROM WRK-LINHA.
           MOVE "TOTAL DA REDE"  TO WRK-TOT-ROTULO.
           MOVE WRK-RED-ESTOQUE  TO WRK-TOT-ESTOQUE.
           MOVE WRK-RED-TRANSITO TO WRK-TOT-TRANSITO.
           MOVE WRK-RED-VALOR    TO WRK-TOT-VALOR.
           WRITE REG-POSESTOQ FROM WRK-LIN-TOTAL.

           MOVE SPACES TO WRK-LINHA.
           WRITE REG-POSESTOQ FROM WRK-LINHA.
           MOVE "DIVERGENCIAS ENTRE A SOMA DAS LOJAS E O TOTAL DA REDE"
               TO WRK-LINHA.
           WRITE REG-POSESTOQ FROM WRK-LINHA.

           MOVE ZEROS TO PRD-CODIGO.
           START PRODUTOS KEY IS NOT LESS PRD-CODIGO
               INVALID KEY
                   MOVE 10 TO WRK-FS-PRODUTOS
           END-START.

           IF WRK-FS-PRODUTOS EQUAL 00
               READ PRODUTOS NEXT
           END-IF.
           PERFORM 0251-CONFERE-PRODUTO
               UNTIL WRK-FS-PRODUTOS NOT EQUAL 00.

           IF WRK-ACUM-DIVERGENCIAS EQUAL ZEROS
               MOVE "NENHUMA" TO WRK-LINHA
               WRITE REG-POSESTOQ FROM WRK-LINHA
           END-IF.

       0250-CONFERE-REDE-FIM. EXIT.

      *-----------------------------------------------------------------
       0251-CONFERE-PRODUTO                      SECTION.

           IF PRD-CODIGO GREATER ZEROS
               MOVE WRK-REDE-QTD(PRD-CODIGO) TO WRK-SOMA-LOJAS
           ELSE
               MOVE ZEROS TO WRK-SOMA-LOJAS
           END-IF.

           IF WRK-SOMA-LOJAS NOT EQUAL PRD-QTD-ESTOQUE
               COMPUTE WRK-DIFERENCA = PRD-QTD-ESTOQUE - WRK-SOMA-LOJAS
               MOVE PRD-CODIGO      TO WRK-DIV-CODIGO
               MOVE PRD-DESCRICAO   TO WRK-DIV-DESCRICAO
               MOVE PRD-QTD-ESTOQUE TO WRK-DIV-REDE
               MOVE WRK-SOMA-LOJAS  TO WRK-DIV-LOJAS
               MOVE WRK-DIFERENCA   TO WRK-DIV-DIFERENCA
               WRITE REG-POSESTOQ FROM WRK-LIN-DIVERGENCIA
               ADD 1 TO WRK-ACUM-DIVERGENCIAS
           END-IF.

           READ PRODUTOS NEXT.

       0251-CONFERE-PRODUTO-FIM. EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

           DISPLAY "----------------------------------------".
           DISPLAY "LOJAS LISTADAS.....: " WRK-ACUM-LOJAS.
           DISPLAY "LINHAS DE SALDO....: " WRK-ACUM-LINHAS.
           DISPLAY "EM MAOS NA REDE....: " WRK-RED-ESTOQUE.
           DISPLAY "A CAMINHO NA REDE..: " WRK-RED-TRANSITO.
           DISPLAY "DIVERGENCIAS.......: " WRK-ACUM-DIVERGENCIAS.
           DISPLAY "======= FIM POSICAO DE ESTOQUE POR LOJA =======".

           CLOSE ESTLOCAL.
           CLOSE PRODUTOS.
           CLOSE POSESTOQ.

       0300-FINALIZAR-FIM. EXIT.
