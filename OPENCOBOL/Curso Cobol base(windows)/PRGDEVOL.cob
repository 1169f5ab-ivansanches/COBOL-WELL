      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *==  O CAIXA PASSOU A ASSINAR NO INICIO (OPERADORES.txt, SENHA
      *==  PELO VALSEN) E O REEMBOLSO VOLTA PARA A FORMA DE PAGAMENTO
      *==  ORIGINAL: A VENDA ACHADA TRAZ O CUPOM DO ATI1 E O VALOR E
      *==  DEVOLVIDO NAS FORMAS DO CUPOM NO PAGVENDA.txt (BOOK
      *==  #PAGVENDA, LINHAS "D"), CADA UMA LIMITADA AO QUE FOI PAGO
      *==  NELA MENOS O JA DEVOLVIDO - PIX E CARTOES PRIMEIRO, O
      *==  RESTO EM DINHEIRO. VENDA ANTIGA, SEM CUPOM, REEMBOLSA EM
      *==  DINHEIRO. O VENDASDIA GANHOU CUPOM E OPERADOR (LRECL
      *==  52->68), COMO NO ATI1
      *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *==  PROGRAMA DE PONTOS: VENDA DE CLIENTE IDENTIFICADO (CLIENTE
      *==  NO VENDASDIA, LRECL 68->72) TEM ESTORNADOS NO RAZAO
      *==  FIDMOV.txt OS PONTOS GANHOS COM O ITEM (VALOR PELA REGRA
      *==  MAIS O BONUS DO PRODUTO, LIMITADO AO SALDO DO CLIENTE) E A
      *==  PARTE PAGA EM PONTOS (FORMA "PT") VOLTA COMO PONTOS, COM
      *==  NOVA VALIDADE - REGRAS DO FIDPARAM.txt (BOOK #FIDPARM)
      *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *==  ESTOQUE POR LOJA: O CAIXA INFORMA A LOJA ONDE A DEVOLUCAO
      *==  E FEITA (CONFERIDA PELO MODULO MOVLOCAL) E A UNIDADE
      *==  DEVOLVIDA VOLTA TAMBEM AO SALDO DESSA LOJA NO ESTLOCAL.dat
      *=================================================================
       ENVIRONMENT                               DIVISION.
       CONFIGURATION                             SECTION.
           SELECT DEVOLDIA ASSIGN TO "DEVOLDIA.txt"
               FILE STATUS IS WRK-FS-DEVOLDIA.

           SELECT OPERADORES ASSIGN TO
           "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\OPERADORES.txt"
               FILE STATUS IS WRK-FS-OPERADORES.

           SELECT PAGVENDA ASSIGN TO "PAGVENDA.txt"
               FILE STATUS IS WRK-FS-PAGVENDA.

           SELECT FIDPARAM ASSIGN TO "FIDPARAM.txt"
               FILE STATUS IS WRK-FS-FIDPARAM.

           SELECT FIDMOV ASSIGN TO "FIDMOV.txt"
               FILE STATUS IS WRK-FS-FIDMOV.

      *-----------------------------------------------------------------

       DATA                                      DIVISION.
           05 REG-VENDASDIA-TIPO         PIC X(01).
               88 REG-VENDASDIA-VENDA              VALUE "V".
               88 REG-VENDASDIA-DEVOL              VALUE "D".
           05 REG-VENDASDIA-CUPOM        PIC 9(06).
           05 REG-VENDASDIA-OPERADOR     PIC X(10).
           05 REG-VENDASDIA-CLIENTE      PIC 9(04).

       FD  JORNPROD.
       COPY "#JORNAL".
           05 DEV-DATA-DEVOL             PIC 9(08).
           05 DEV-MOTIVO                 PIC X(30).

       FD  OPERADORES.
       COPY "#OPERADOR".

       FD  PAGVENDA.
       COPY "#PAGVENDA".

       FD  FIDPARAM.
       COPY "#FIDPARM".

       FD  FIDMOV.
       COPY "#FIDMOV".

       WORKING-STORAGE                           SECTION.
       77  WRK-FS-PRODUTOS               PIC 99    VALUE ZEROS.
       77  WRK-FS-VENDASDIA              PIC 99    VALUE ZEROS.
       77  WRK-HORA-AGORA                PIC 9(08) VALUE ZEROS.
       77  WRK-ACUM-DEVOLUCOES           PIC 9(04) VALUE ZEROS.

       77  WRK-FS-OPERADORES             PIC 99    VALUE ZEROS.
       77  WRK-FS-PAGVENDA               PIC 99    VALUE ZEROS.
       77  WRK-OPERADOR                  PIC X(10) VALUE SPACES.
       77  WRK-SENHA                     PIC X(10) VALUE SPACES.
       77  WRK-ACHOU-OPER                PIC X(01) VALUE "N".
           88 WRK-ACHOU-OPER-SIM                    VALUE "S".
           88 WRK-ACHOU-OPER-NAO                    VALUE "N".
       77  WRK-CUPOM-VENDA               PIC 9(06) VALUE ZEROS.
       77  WRK-SALDO-REEMBOLSO           PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR-REEMBOLSO           PIC 9(07) VALUE ZEROS.
       77  WRK-IDX-FORMA                 PIC 9(01) VALUE ZEROS.

       77  WRK-FS-FIDPARAM               PIC 99    VALUE ZEROS.
       77  WRK-FS-FIDMOV                 PIC 99    VALUE ZEROS.
       77  WRK-CLIENTE-VENDA             PIC 9(04) VALUE ZEROS.
       77  WRK-REAIS-POR-PONTO           PIC 9(03) VALUE 1.
       77  WRK-PONTOS-POR-REAL           PIC 9(03) VALUE 100.
       77  WRK-MESES-VALIDADE            PIC 9(02) VALUE 12.
       77  WRK-BONUS-PRODUTO             PIC 9(05) VALUE ZEROS.
       77  WRK-FID-CREDITOS              PIC 9(09) VALUE ZEROS.
       77  WRK-FID-DEBITOS               PIC 9(09) VALUE ZEROS.
       77  WRK-FID-VENCIDOS              PIC 9(09) VALUE ZEROS.
       77  WRK-SALDO-PONTOS              PIC 9(09) VALUE ZEROS.
       77  WRK-PONTOS-ESTORNO            PIC 9(09) VALUE ZEROS.
       77  WRK-MESES-TOTAL               PIC 9(06) VALUE ZEROS.
       77  WRK-FID-TIPO                  PIC X(01) VALUE SPACES.
       77  WRK-FID-PONTOS                PIC 9(07) VALUE ZEROS.

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

       01  WRK-VALIDADE.
           05 WRK-VAL-ANO                PIC 9(04) VALUE ZEROS.
           05 WRK-VAL-MES                PIC 9(02) VALUE ZEROS.
           05 WRK-VAL-DIA                PIC 9(02) VALUE ZEROS.
       01  WRK-VALIDADE-N REDEFINES WRK-VALIDADE PIC 9(08).

       01  WRK-VALSEN.
           05 WRK-SEN-FUNCAO             PIC X(01) VALUE "V".
           05 WRK-SEN-SENHA              PIC X(10) VALUE SPACES.
           05 WRK-SEN-HASH-GRAVADO       PIC 9(09) VALUE ZEROS.
           05 WRK-SEN-HASH-CALCULADO     PIC 9(09) VALUE ZEROS.
           05 WRK-SEN-VALIDA             PIC X(01) VALUE "N".
               88 WRK-SENHA-OK                      VALUE "S".
               88 WRK-SENHA-INVALIDA                VALUE "N".

      *    FORMAS DE PAGAMENTO DO CUPOM - O REEMBOLSO PERCORRE DE
      *    TRAS PARA FRENTE (PIX, CREDITO, DEBITO, PONTOS E POR
      *    ULTIMO DINHEIRO)
       01  WRK-FORMAS-VALORES.
           05 FILLER                     PIC X(02) VALUE "DI".
           05 FILLER                     PIC X(02) VALUE "PT".
           05 FILLER                     PIC X(02) VALUE "DB".
           05 FILLER                     PIC X(02) VALUE "CR".
           05 FILLER                     PIC X(02) VALUE "PX".
       01  WRK-TAB-FORMAS REDEFINES WRK-FORMAS-VALORES.
           05 WRK-TAB-FORMA              PIC X(02) OCCURS 5 TIMES.

       01  WRK-TAB-CUPOM.
           05 WRK-TAB-CUPOM-OCO OCCURS 5 TIMES.
              10 WRK-TAB-PAGO            PIC 9(07).
              10 WRK-TAB-DEVOLVIDO       PIC 9(07).

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 0110-SIGNON.
           IF WRK-ACHOU-OPER-NAO
               DISPLAY "CAIXA NAO AUTORIZADO - PROGRAMA ENCERRADO."
               STOP RUN
           END-IF.

           PERFORM 0130-IDENTIFICA-LOJA.
           IF NOT WRK-MLC-OK
               DISPLAY "LOJA NAO CADASTRADA - PROGRAMA ENCERRADO."
               STOP RUN
           END-IF.

           PERFORM 0120-CARREGA-REGRAS.

           OPEN I-O PRODUTOS.
           IF WRK-FS-PRODUTOS NOT EQUAL 00
               DISPLAY "CADASTRO DE PRODUTOS NAO ABERTO! FS: "

       0100-INICIAR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    SIGN-ON DO CAIXA - O REEMBOLSO SAI DA GAVETA DE QUEM ASSINA
      *-----------------------------------------------------------------
       0110-SIGNON                               SECTION.

           DISPLAY "DIGITE O CODIGO DO OPERADOR DE CAIXA..".
           ACCEPT WRK-OPERADOR.

           SET WRK-ACHOU-OPER-NAO TO TRUE.

           OPEN INPUT OPERADORES.
           IF WRK-FS-OPERADORES NOT EQUAL 00
               DISPLAY "ARQUIVO DE OPERADORES NAO ABERTO! FS: "
                   WRK-FS-OPERADORES
               GO TO 0110-SIGNON-FIM
           END-IF.

           READ OPERADORES.
           PERFORM 0111-PROCURA-OPERADOR
               UNTIL WRK-FS-OPERADORES NOT EQUAL 00
                  OR WRK-ACHOU-OPER-SIM.

           CLOSE OPERADORES.

           IF WRK-ACHOU-OPER-NAO
               DISPLAY "OPERADOR NAO CADASTRADO!"
               GO TO 0110-SIGNON-FIM
           END-IF.

           IF OPE-ESTA-BLOQUEADO
               DISPLAY "OPERADOR BLOQUEADO!"
               SET WRK-ACHOU-OPER-NAO TO TRUE
               GO TO 0110-SIGNON-FIM
           END-IF.

           IF OPE-SENHA-HASH GREATER ZEROS
               DISPLAY "DIGITE A SENHA.."
               ACCEPT WRK-SENHA
               MOVE "V"            TO WRK-SEN-FUNCAO
               MOVE WRK-SENHA      TO WRK-SEN-SENHA
               MOVE OPE-SENHA-HASH TO WRK-SEN-HASH-GRAVADO
               CALL "VALSEN" USING WRK-VALSEN
               IF WRK-SENHA-INVALIDA
                   DISPLAY "SENHA INVALIDA!"
                   SET WRK-ACHOU-OPER-NAO TO TRUE
               END-IF
           END-IF.

       0110-SIGNON-FIM. EXIT.

      *-----------------------------------------------------------------
       0111-PROCURA-OPERADOR                     SECTION.

           IF OPE-CODIGO EQUAL WRK-OPERADOR
               SET WRK-ACHOU-OPER-SIM TO TRUE
           ELSE
               READ OPERADORES
           END-IF.

       0111-PROCURA-OPERADOR-FIM. EXIT.

      *-----------------------------------------------------------------
      *    REGRAS DO PROGRAMA DE PONTOS (FIDPARAM.txt) - SEM O ARQUIVO
      *    FICAM OS PADROES DA WORKING. O BONUS DOS PRODUTOS E LIDO NA
      *    HORA, SO PARA O PRODUTO DEVOLVIDO
      *-----------------------------------------------------------------
       0120-CARREGA-REGRAS                       SECTION.

           OPEN INPUT FIDPARAM.
           IF WRK-FS-FIDPARAM NOT EQUAL 00
               GO TO 0120-CARREGA-REGRAS-FIM
           END-IF.

           READ FIDPARAM.
           PERFORM 0121-GUARDA-REGRA
               UNTIL WRK-FS-FIDPARAM NOT EQUAL 00.

           CLOSE FIDPARAM.

       0120-CARREGA-REGRAS-FIM. EXIT.

      *-----------------------------------------------------------------
       0121-GUARDA-REGRA                         SECTION.

           IF FPA-GERAL
               MOVE FPA-REAIS-POR-PONTO TO WRK-REAIS-POR-PONTO
               MOVE FPA-PONTOS-POR-REAL TO WRK-PONTOS-POR-REAL
               MOVE FPA-MESES-VALIDADE  TO WRK-MESES-VALIDADE
           END-IF.

           READ FIDPARAM.

       0121-GUARDA-REGRA-FIM. EXIT.

      *-----------------------------------------------------------------
      *    LOJA DA DEVOLUCAO - O PRODUTO VOLTA AO ESTOQUE DELA
      *-----------------------------------------------------------------
       0130-IDENTIFICA-LOJA                      SECTION.

           DISPLAY "CODIGO DA LOJA (ZERO=001)..".
           ACCEPT WRK-LOCAL.
           IF WRK-LOCAL EQUAL ZEROS
               MOVE 1 TO WRK-LOCAL
           END-IF.

           MOVE "V"       TO WRK-MLC-FUNCAO.
           MOVE WRK-LOCAL TO WRK-MLC-LOCAL.
           CALL "MOVLOCAL" USING WRK-MOVLOCAL.

           IF WRK-MLC-OK
               DISPLAY "LOJA " WRK-LOCAL " - " WRK-MLC-NOME-LOCAL
           END-IF.

       0130-IDENTIFICA-LOJA-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           PERFORM 0220-DEVOLVE-ESTOQUE.
           PERFORM 0230-GRAVA-CONTRA-VENDA.
           PERFORM 0240-GRAVA-DEVOLUCAO.
           IF WRK-CLIENTE-VENDA GREATER ZEROS
               PERFORM 0270-ESTORNA-PONTOS
           END-IF.
           PERFORM 0260-REEMBOLSA.

           ADD 1 TO WRK-ACUM-DEVOLUCOES.
           DISPLAY "DEVOLUCAO REGISTRADA!".

           MOVE "N"   TO WRK-VENDA-ACHADA.
           MOVE ZEROS TO WRK-VALOR-VENDA.
           MOVE ZEROS TO WRK-CUPOM-VENDA.
           MOVE ZEROS TO WRK-CLIENTE-VENDA.

           OPEN INPUT VENDASDIA.
           IF WRK-FS-VENDASDIA NOT EQUAL 00
            AND REG-VENDASDIA-DATA EQUAL WRK-DATA-VENDA
               SET WRK-VENDA-SIM TO TRUE
               MOVE REG-VENDASDIA-VALOR TO WRK-VALOR-VENDA
               IF REG-VENDASDIA-CUPOM NUMERIC
                   MOVE REG-VENDASDIA-CUPOM TO WRK-CUPOM-VENDA
               ELSE
                   MOVE ZEROS TO WRK-CUPOM-VENDA
               END-IF
               IF REG-VENDASDIA-CLIENTE NUMERIC
                   MOVE REG-VENDASDIA-CLIENTE TO WRK-CLIENTE-VENDA
               ELSE
                   MOVE ZEROS TO WRK-CLIENTE-VENDA
               END-IF
           END-IF.

           READ VENDASDIA.
           IF WRK-FS-PRODUTOS EQUAL 00
               PERFORM 0250-GRAVA-JORNAL
               DISPLAY "ESTOQUE DEVOLVIDO: " PRD-QTD-ESTOQUE
               MOVE "M"        TO WRK-MLC-FUNCAO
               MOVE WRK-LOCAL  TO WRK-MLC-LOCAL
               MOVE PRD-CODIGO TO WRK-MLC-PRODUTO
               MOVE 1          TO WRK-MLC-MOV-ESTOQUE
               MOVE ZEROS      TO WRK-MLC-MOV-TRANSITO
               CALL "MOVLOCAL" USING WRK-MOVLOCAL
               IF WRK-MLC-OK
                   DISPLAY "ESTOQUE DA LOJA: " WRK-MLC-SALDO
               ELSE
                   DISPLAY "ERRO NO ESTOQUE DA LOJA! "
                       WRK-MLC-RESULTADO
               END-IF
           ELSE
               DISPLAY "ERRO NA DEVOLUCAO AO ESTOQUE! FS: "
                   WRK-FS-PRODUTOS
           MOVE WRK-DATA-HOJE  TO REG-VENDASDIA-DATA.
           MOVE WRK-HORA-AGORA TO REG-VENDASDIA-HORA.
           MOVE "D"            TO REG-VENDASDIA-TIPO.
           MOVE WRK-CUPOM-VENDA TO REG-VENDASDIA-CUPOM.
           MOVE WRK-OPERADOR   TO REG-VENDASDIA-OPERADOR.
           MOVE WRK-CLIENTE-VENDA TO REG-VENDASDIA-CLIENTE.
           WRITE REG-VENDASDIA.
           CLOSE VENDASDIA.


       0250-GRAVA-JORNAL-FIM. EXIT.

      *-----------------------------------------------------------------
      *    REEMBOLSO NA FORMA ORIGINAL - SOMA O PAGO E O JA DEVOLVIDO
      *    POR FORMA NO CUPOM DA VENDA E DEVOLVE O VALOR NAS FORMAS
      *    DO CUPOM, CADA UMA ATE O SEU SALDO; O QUE SOBRAR (OU VENDA
      *    SEM CUPOM) SAI EM DINHEIRO
      *-----------------------------------------------------------------
       0260-REEMBOLSA                            SECTION.

           MOVE ZEROS           TO WRK-TAB-CUPOM.
           MOVE WRK-VALOR-VENDA TO WRK-SALDO-REEMBOLSO.

           IF WRK-CUPOM-VENDA GREATER ZEROS
               OPEN INPUT PAGVENDA
               IF WRK-FS-PAGVENDA EQUAL 00
                   READ PAGVENDA
                   PERFORM 0261-SOMA-PAGAMENTO
                       UNTIL WRK-FS-PAGVENDA NOT EQUAL 00
                   CLOSE PAGVENDA
               END-IF
           END-IF.

           OPEN EXTEND PAGVENDA.
           IF WRK-FS-PAGVENDA EQUAL 35
               OPEN OUTPUT PAGVENDA
               CLOSE PAGVENDA
               OPEN EXTEND PAGVENDA
           END-IF.

           PERFORM 0263-REEMBOLSA-FORMA
               VARYING WRK-IDX-FORMA FROM 5 BY -1
               UNTIL WRK-IDX-FORMA LESS 1
                  OR WRK-SALDO-REEMBOLSO EQUAL ZEROS.

           IF WRK-SALDO-REEMBOLSO GREATER ZEROS
               MOVE 1                   TO WRK-IDX-FORMA
               MOVE WRK-SALDO-REEMBOLSO TO WRK-VALOR-REEMBOLSO
               PERFORM 0264-GRAVA-REEMBOLSO
           END-IF.

           CLOSE PAGVENDA.

       0260-REEMBOLSA-FIM. EXIT.

      *-----------------------------------------------------------------
       0261-SOMA-PAGAMENTO                       SECTION.

           IF PGV-CUPOM EQUAL WRK-CUPOM-VENDA
               PERFORM 0262-ACHA-FORMA
                   VARYING WRK-IDX-FORMA FROM 1 BY 1
                   UNTIL WRK-IDX-FORMA GREATER 5
                      OR WRK-TAB-FORMA(WRK-IDX-FORMA) EQUAL PGV-FORMA
               IF WRK-IDX-FORMA NOT GREATER 5
                   IF PGV-RECEBIMENTO
                       ADD PGV-VALOR TO WRK-TAB-PAGO(WRK-IDX-FORMA)
                   ELSE
                       ADD PGV-VALOR TO WRK-TAB-DEVOLVIDO(WRK-IDX-FORMA)
                   END-IF
               END-IF
           END-IF.

           READ PAGVENDA.

       0261-SOMA-PAGAMENTO-FIM. EXIT.

      *-----------------------------------------------------------------
       0262-ACHA-FORMA                           SECTION.

           CONTINUE.

       0262-ACHA-FORMA-FIM. EXIT.

      *-----------------------------------------------------------------
       0263-REEMBOLSA-FORMA                      SECTION.

           IF WRK-TAB-PAGO(WRK-IDX-FORMA) NOT GREATER
              WRK-TAB-DEVOLVIDO(WRK-IDX-FORMA)
               GO TO 0263-REEMBOLSA-FORMA-FIM
           END-IF.

           COMPUTE WRK-VALOR-REEMBOLSO =
                   WRK-TAB-PAGO(WRK-IDX-FORMA)
                 - WRK-TAB-DEVOLVIDO(WRK-IDX-FORMA).
           IF WRK-VALOR-REEMBOLSO GREATER WRK-SALDO-REEMBOLSO
               MOVE WRK-SALDO-REEMBOLSO TO WRK-VALOR-REEMBOLSO
           END-IF.

           PERFORM 0264-GRAVA-REEMBOLSO.

       0263-REEMBOLSA-FORMA-FIM. EXIT.

      *-----------------------------------------------------------------
       0264-GRAVA-REEMBOLSO                      SECTION.

           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE WRK-CUPOM-VENDA            TO PGV-CUPOM.
           MOVE WRK-DATA-HOJE              TO PGV-DATA.
           MOVE WRK-HORA-AGORA             TO PGV-HORA.
           MOVE WRK-OPERADOR               TO PGV-OPERADOR.
           SET PGV-ESTORNO                 TO TRUE.
           MOVE WRK-TAB-FORMA(WRK-IDX-FORMA) TO PGV-FORMA.
           MOVE WRK-VALOR-REEMBOLSO        TO PGV-VALOR.
           MOVE WRK-VALOR-REEMBOLSO        TO PGV-VALOR-ENTREGUE.
           MOVE ZEROS                      TO PGV-TROCO.
           WRITE REG-PAGVENDA.

           ADD WRK-VALOR-REEMBOLSO TO WRK-TAB-DEVOLVIDO(WRK-IDX-FORMA).
           SUBTRACT WRK-VALOR-REEMBOLSO FROM WRK-SALDO-REEMBOLSO.

           DISPLAY "REEMBOLSO EM " WRK-TAB-FORMA(WRK-IDX-FORMA) ": "
               WRK-VALOR-REEMBOLSO.

           IF WRK-TAB-FORMA(WRK-IDX-FORMA) EQUAL "PT"
               PERFORM 0290-CALCULA-VALIDADE
               MOVE "V" TO WRK-FID-TIPO
               COMPUTE WRK-FID-PONTOS =
                       WRK-VALOR-REEMBOLSO * WRK-PONTOS-POR-REAL
               PERFORM 0280-GRAVA-FIDMOV
               DISPLAY "PONTOS DEVOLVIDOS AO CLIENTE: " WRK-FID-PONTOS
           END-IF.

       0264-GRAVA-REEMBOLSO-FIM. EXIT.

      *-----------------------------------------------------------------
      *    ESTORNO DOS PONTOS GANHOS COM O ITEM DEVOLVIDO - VALOR PELA
      *    REGRA MAIS O BONUS DO PRODUTO, ATE O SALDO DO CLIENTE (O
      *    QUE JA FOI GASTO OU VENCEU NAO TEM COMO VOLTAR)
      *-----------------------------------------------------------------
       0270-ESTORNA-PONTOS                       SECTION.

           MOVE ZEROS TO WRK-BONUS-PRODUTO WRK-PONTOS-ESTORNO.
           MOVE ZEROS TO WRK-FID-CREDITOS WRK-FID-DEBITOS
                         WRK-FID-VENCIDOS WRK-SALDO-PONTOS.

           OPEN INPUT FIDPARAM.
           IF WRK-FS-FIDPARAM EQUAL 00
               READ FIDPARAM
               PERFORM 0271-PROCURA-BONUS
                   UNTIL WRK-FS-FIDPARAM NOT EQUAL 00
               CLOSE FIDPARAM
           END-IF.

           IF WRK-REAIS-POR-PONTO GREATER ZEROS
               COMPUTE WRK-PONTOS-ESTORNO =
                       WRK-VALOR-VENDA / WRK-REAIS-POR-PONTO
           END-IF.
           ADD WRK-BONUS-PRODUTO TO WRK-PONTOS-ESTORNO.

           OPEN INPUT FIDMOV.
           IF WRK-FS-FIDMOV EQUAL 00
               READ FIDMOV
               PERFORM 0272-SOMA-MOVIMENTO
                   UNTIL WRK-FS-FIDMOV NOT EQUAL 00
               CLOSE FIDMOV
           END-IF.

           IF WRK-FID-VENCIDOS GREATER WRK-FID-DEBITOS
               MOVE WRK-FID-VENCIDOS TO WRK-FID-DEBITOS
           END-IF.
           IF WRK-FID-CREDITOS GREATER WRK-FID-DEBITOS
               COMPUTE WRK-SALDO-PONTOS =
                       WRK-FID-CREDITOS - WRK-FID-DEBITOS
           END-IF.

           IF WRK-PONTOS-ESTORNO GREATER WRK-SALDO-PONTOS
               MOVE WRK-SALDO-PONTOS TO WRK-PONTOS-ESTORNO
           END-IF.

           IF WRK-PONTOS-ESTORNO GREATER ZEROS
               MOVE "E"                TO WRK-FID-TIPO
               MOVE WRK-PONTOS-ESTORNO TO WRK-FID-PONTOS
               MOVE ZEROS              TO WRK-VALIDADE-N
               PERFORM 0280-GRAVA-FIDMOV
               DISPLAY "PONTOS ESTORNADOS DO CLIENTE: "
                   WRK-PONTOS-ESTORNO
           END-IF.

       0270-ESTORNA-PONTOS-FIM. EXIT.

      *-----------------------------------------------------------------
       0271-PROCURA-BONUS                        SECTION.

           IF FPA-BONUS
            AND FPA-PRODUTO EQUAL PRD-CODIGO
               MOVE FPA-PONTOS-EXTRA TO WRK-BONUS-PRODUTO
           END-IF.

           READ FIDPARAM.

       0271-PROCURA-BONUS-FIM. EXIT.

      *-----------------------------------------------------------------
       0272-SOMA-MOVIMENTO                       SECTION.

           IF FDM-REG-ID EQUAL WRK-CLIENTE-VENDA
               IF FDM-CREDITO
                   ADD FDM-PONTOS TO WRK-FID-CREDITOS
                   IF FDM-VALIDADE NOT GREATER WRK-DATA-HOJE
                       ADD FDM-PONTOS TO WRK-FID-VENCIDOS
                   END-IF
               ELSE
                   ADD FDM-PONTOS TO WRK-FID-DEBITOS
               END-IF
           END-IF.

           READ FIDMOV.

       0272-SOMA-MOVIMENTO-FIM. EXIT.

      *-----------------------------------------------------------------
       0280-GRAVA-FIDMOV                         SECTION.

           OPEN EXTEND FIDMOV.
           IF WRK-FS-FIDMOV EQUAL 35
               OPEN OUTPUT FIDMOV
               CLOSE FIDMOV
               OPEN EXTEND FIDMOV
           END-IF.

           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE WRK-CLIENTE-VENDA TO FDM-REG-ID.
           MOVE WRK-DATA-HOJE     TO FDM-DATA.
           MOVE WRK-HORA-AGORA    TO FDM-HORA.
           MOVE WRK-FID-TIPO      TO FDM-TIPO.
           MOVE WRK-FID-PONTOS    TO FDM-PONTOS.
           MOVE WRK-CUPOM-VENDA   TO FDM-CUPOM.
           MOVE WRK-VALIDADE-N    TO FDM-VALIDADE.
           MOVE WRK-OPERADOR      TO FDM-ORIGEM.
           WRITE REG-FIDMOV.
           CLOSE FIDMOV.

       0280-GRAVA-FIDMOV-FIM. EXIT.

      *-----------------------------------------------------------------
      *    VALIDADE = HOJE MAIS OS MESES DA REGRA (DIA 29 A 31 VIRA
      *    28), COMO NO CREDITO DO ATI1
      *-----------------------------------------------------------------
       0290-CALCULA-VALIDADE                     SECTION.

           MOVE WRK-DATA-HOJE TO WRK-VALIDADE-N.
           COMPUTE WRK-MESES-TOTAL = WRK-VAL-ANO * 12
                   + WRK-VAL-MES - 1 + WRK-MESES-VALIDADE.
           DIVIDE WRK-MESES-TOTAL BY 12 GIVING WRK-VAL-ANO
               REMAINDER WRK-VAL-MES.
           ADD 1 TO WRK-VAL-MES.
           IF WRK-VAL-DIA GREATER 28
               MOVE 28 TO WRK-VAL-DIA
           END-IF.

       0290-CALCULA-VALIDADE-FIM. EXIT.

      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

