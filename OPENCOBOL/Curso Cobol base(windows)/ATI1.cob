..    *==  HAVENDO MUDANCA AGENDADA (PRECOPEN.txt) COM VIGENCIA JA
..    *==  CHEGADA E AINDA NAO APLICADA PELO PRGPRECO, VALE O PRECO
..    *==  AGENDADO (O DE VIGENCIA MAIS RECENTE), NAO O DO CADASTRO
ALT10 *==  15/10/2026 - WELLINGTON SOARES CORDEIRO
..    *==  O CAIXA PASSOU A ASSINAR NO INICIO (OPERADORES.txt, SENHA
..    *==  PELO VALSEN) E CADA COMPRA GANHOU NUMERO DE CUPOM
..    *==  (SEQUENCIA CUPOMSEQ.txt). O VENDASDIA GRAVA CUPOM E
..    *==  OPERADOR (LRECL 52->68) E, NO FECHAMENTO DA COMPRA, O
..    *==  PAGAMENTO E RECEBIDO POR FORMA (DINHEIRO, DEBITO, CREDITO,
..    *==  PIX), PODENDO SER DIVIDIDO ENTRE FORMAS - UMA LINHA POR
..    *==  FORMA NO PAGVENDA.txt (BOOK #PAGVENDA), DINHEIRO COM
..    *==  TROCO. O VALOR ACUMULADO DA COMPRA FOI AMPLIADO PARA
..    *==  9(07)
ALT11 *==  15/10/2026 - WELLINGTON SOARES CORDEIRO
..    *==  PROGRAMA DE PONTOS DA LOJA: A COMPRA ACEITA O CODIGO DO
..    *==  CLIENTE (REG-ID, CONFERIDO ATIVO NO CLIENTES.dat - ZERO =
..    *==  VENDA ANONIMA), GRAVADO NO VENDASDIA (LRECL 68->72). O
..    *==  CLIENTE PODE USAR O SALDO DE PONTOS COMO DESCONTO (LINHA
..    *==  "PT" NO PAGVENDA.txt E RESGATE "R" NO RAZAO FIDMOV.txt) E
..    *==  GANHA PONTOS PELO VALOR PAGO MAIS O BONUS DOS PRODUTOS
..    *==  BONIFICADOS (CREDITO "C" COM VALIDADE), PELAS REGRAS DO
..    *==  FIDPARAM.txt (BOOK #FIDPARM)
ALT12 *==  15/10/2026 - WELLINGTON SOARES CORDEIRO
..    *==  ENTREGA EM DOMICILIO: NO FECHAMENTO A COMPRA PODE VIRAR
..    *==  PEDIDO DE ENTREGA, NO ENDERECO DO CLIENTE (CLIENTES.dat)
..    *==  OU DIGITADO, CONFERIDO CEP X UF PELO VALCEP. O FRETE VEM
..    *==  DA TABELA FRETETAB.txt PELO MODULO CALCFRET, E COBRADO NO
..    *==  PAGAMENTO DO CUPOM (FORA DOS PONTOS) E O PEDIDO E GRAVADO
..    *==  NO ENTREGAS.txt (BOOK #ENTREGA, SEQUENCIA ENTSEQ.txt) PARA
..    *==  O ACOMPANHAMENTO DO PRGENTRE
ALT13 *==  15/10/2026 - WELLINGTON SOARES CORDEIRO
..    *==  ESTOQUE POR LOJA: O CAIXA INFORMA A LOJA (LOCAL DE
..    *==  ESTOQUE, CONFERIDO NO LOCAIS.txt PELO MODULO MOVLOCAL) E
..    *==  CADA VENDA BAIXA TAMBEM O SALDO DA LOJA NO ESTLOCAL.dat;
..    *==  O AVISO DE MINIMO PASSOU A SER PELO SALDO DA LOJA
ALT1  *=================================================================
       ENVIRONMENT                               DIVISION.
       CONFIGURATION                             SECTION.
ALT9       SELECT PRECOPEN ASSIGN TO "PRECOPEN.txt"
ALT9           FILE STATUS IS WRK-FS-PRECOPEN.

ALT10      SELECT OPERADORES ASSIGN TO
ALT10      "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\OPERADORES.txt"
ALT10          FILE STATUS IS WRK-FS-OPERADORES.

ALT10      SELECT PAGVENDA ASSIGN TO "PAGVENDA.txt"
ALT10          FILE STATUS IS WRK-FS-PAGVENDA.

ALT10      SELECT CUPOMSEQ ASSIGN TO "CUPOMSEQ.txt"
ALT10          FILE STATUS IS WRK-FS-CUPOMSEQ.

ALT11      SELECT CLIENTES ASSIGN
ALT11      TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\CLIENTES.dat"
ALT11          ORGANIZATION             IS INDEXED
ALT11          ACCESS MODE              IS DYNAMIC
ALT11          RECORD KEY               IS REG-ID
ALT11          ALTERNATE RECORD KEY     IS REG-NOME
ALT11                                   WITH DUPLICATES
ALT11          FILE STATUS IS WRK-FS-CLIENTES.

ALT11      SELECT FIDPARAM ASSIGN TO "FIDPARAM.txt"
ALT11          FILE STATUS IS WRK-FS-FIDPARAM.

ALT11      SELECT FIDMOV ASSIGN TO "FIDMOV.txt"
ALT11          FILE STATUS IS WRK-FS-FIDMOV.

ALT12      SELECT ENTREGAS ASSIGN TO "ENTREGAS.txt"
ALT12          FILE STATUS IS WRK-FS-ENTREGAS.

ALT12      SELECT ENTSEQ ASSIGN TO "ENTSEQ.txt"
ALT12          FILE STATUS IS WRK-FS-ENTSEQ.

      *-----------------------------------------------------------------

       DATA                                      DIVISION.
ALT8       05 REG-VENDASDIA-TIPO         PIC X(01).
ALT8           88 REG-VENDASDIA-VENDA              VALUE "V".
ALT8           88 REG-VENDASDIA-DEVOL              VALUE "D".
ALT10      05 REG-VENDASDIA-CUPOM        PIC 9(06).
ALT10      05 REG-VENDASDIA-OPERADOR     PIC X(10).
ALT11      05 REG-VENDASDIA-CLIENTE      PIC 9(04).

ALT5   FD  PRODUTOS.
ALT5   COPY "#PRODREG".
ALT9   FD  PRECOPEN.
ALT9   COPY "#PRECOPEN".

ALT10  FD  OPERADORES.
ALT10  COPY "#OPERADOR".

ALT10  FD  PAGVENDA.
ALT10  COPY "#PAGVENDA".

ALT10  FD  CUPOMSEQ.
ALT10  01  REG-CUPOMSEQ.
ALT10      05 SEQ-ULTIMO-CUPOM           PIC 9(06).

ALT11  FD  CLIENTES.
ALT11  COPY "#CLIREG".

ALT11  FD  FIDPARAM.
ALT11  COPY "#FIDPARM".

ALT11  FD  FIDMOV.
ALT11  COPY "#FIDMOV".

ALT12  FD  ENTREGAS.
ALT12  COPY "#ENTREGA".

ALT12  FD  ENTSEQ.
ALT12  01  REG-ENTSEQ.
ALT12      05 SEQ-ULTIMA-ENTREGA         PIC 9(06).

ALT5   FD  EXCECAO.
ALT5   01  REG-OVERRIDE.
ALT5       05 REG-OVERRIDE-DATA          PIC 9(08).
       WORKING-STORAGE                           SECTION.
       77  WRK-PRODUTO                   PIC X(30) VALUE SPACES.
       77  WRK-VALOR                     PIC 9(05) VALUE ZEROS.
ALT10  77  WRK-VALOR-ACUM                PIC 9(07) VALUE ZEROS.
       77  WRK-PRODUTO-QTD               PIC 9(03) VALUE ZEROS.
       77  WRK-CONFIRMA                  PIC X(03) VALUE SPACES.

ALT5       88 WRK-VENDA-OK-SIM                    VALUE "S".
ALT5       88 WRK-VENDA-OK-NAO                    VALUE "N".

ALT10  77  WRK-FS-OPERADORES             PIC 99    VALUE ZEROS.
ALT10  77  WRK-FS-PAGVENDA               PIC 99    VALUE ZEROS.
ALT10  77  WRK-FS-CUPOMSEQ               PIC 99    VALUE ZEROS.
ALT10  77  WRK-OPERADOR                  PIC X(10) VALUE SPACES.
ALT10  77  WRK-SENHA                     PIC X(10) VALUE SPACES.
ALT10  77  WRK-ACHOU-OPER                PIC X(01) VALUE "N".
ALT10      88 WRK-ACHOU-OPER-SIM                  VALUE "S".
ALT10      88 WRK-ACHOU-OPER-NAO                  VALUE "N".
ALT10  77  WRK-NUMERO-CUPOM              PIC 9(06) VALUE ZEROS.
ALT10  77  WRK-SALDO-PAGAR               PIC 9(07) VALUE ZEROS.
ALT10  77  WRK-VALOR-FORMA               PIC 9(07) VALUE ZEROS.
ALT10  77  WRK-TROCO                     PIC 9(07) VALUE ZEROS.
ALT10  77  WRK-FORMA                     PIC X(02) VALUE SPACES.
ALT10      88 WRK-FORMA-DINHEIRO                  VALUE "DI".
ALT10      88 WRK-FORMA-VALIDA                    VALUE "DI" "DB"
ALT10                                                   "CR" "PX".

ALT10  01  WRK-VALSEN.
ALT10      05 WRK-SEN-FUNCAO             PIC X(01) VALUE "V".
ALT10      05 WRK-SEN-SENHA              PIC X(10) VALUE SPACES.
ALT10      05 WRK-SEN-HASH-GRAVADO       PIC 9(09) VALUE ZEROS.
ALT10      05 WRK-SEN-HASH-CALCULADO     PIC 9(09) VALUE ZEROS.
ALT10      05 WRK-SEN-VALIDA             PIC X(01) VALUE "N".
ALT10          88 WRK-SENHA-OK                     VALUE "S".
ALT10          88 WRK-SENHA-INVALIDA               VALUE "N".

ALT11  77  WRK-FS-CLIENTES               PIC 99    VALUE ZEROS.
ALT11  77  WRK-FS-FIDPARAM               PIC 99    VALUE ZEROS.
ALT11  77  WRK-FS-FIDMOV                 PIC 99    VALUE ZEROS.
ALT11  77  WRK-CLIENTE                   PIC 9(04) VALUE ZEROS.
ALT11  77  WRK-REAIS-POR-PONTO           PIC 9(03) VALUE 1.
ALT11  77  WRK-PONTOS-POR-REAL           PIC 9(03) VALUE 100.
ALT11  77  WRK-MESES-VALIDADE            PIC 9(02) VALUE 12.
ALT11  77  WRK-MINIMO-RESGATE            PIC 9(05) VALUE 100.
ALT11  77  WRK-FID-CREDITOS              PIC 9(09) VALUE ZEROS.
ALT11  77  WRK-FID-DEBITOS               PIC 9(09) VALUE ZEROS.
ALT11  77  WRK-FID-VENCIDOS              PIC 9(09) VALUE ZEROS.
ALT11  77  WRK-SALDO-PONTOS              PIC 9(09) VALUE ZEROS.
ALT11  77  WRK-PONTOS-BONUS              PIC 9(07) VALUE ZEROS.
ALT11  77  WRK-PONTOS-GANHOS             PIC 9(07) VALUE ZEROS.
ALT11  77  WRK-PONTOS-RESGATE            PIC 9(07) VALUE ZEROS.
ALT11  77  WRK-DESCONTO-PONTOS           PIC 9(07) VALUE ZEROS.
ALT11  77  WRK-DESCONTO-MAXIMO           PIC 9(07) VALUE ZEROS.
ALT11  77  WRK-QT-BONUS                  PIC 9(03) VALUE ZEROS.
ALT11  77  WRK-IDX-BONUS                 PIC 9(03) VALUE ZEROS.
ALT11  77  WRK-MESES-TOTAL               PIC 9(06) VALUE ZEROS.
ALT11  77  WRK-FID-TIPO                  PIC X(01) VALUE SPACES.
ALT11  77  WRK-FID-PONTOS                PIC 9(07) VALUE ZEROS.

ALT11  01  WRK-VALIDADE.
ALT11      05 WRK-VAL-ANO                PIC 9(04) VALUE ZEROS.
ALT11      05 WRK-VAL-MES                PIC 9(02) VALUE ZEROS.
ALT11      05 WRK-VAL-DIA                PIC 9(02) VALUE ZEROS.
ALT11  01  WRK-VALIDADE-N REDEFINES WRK-VALIDADE PIC 9(08).

ALT11  01  WRK-TAB-BONUS.
ALT11      05 WRK-TAB-BONUS-OCO OCCURS 100 TIMES.
ALT11         10 WRK-BON-PRODUTO         PIC 9(04).
ALT11         10 WRK-BON-PONTOS          PIC 9(05).

ALT12  77  WRK-FS-ENTREGAS               PIC 99    VALUE ZEROS.
ALT12  77  WRK-FS-ENTSEQ                 PIC 99    VALUE ZEROS.
ALT12  77  WRK-VALOR-FRETE               PIC 9(05) VALUE ZEROS.
ALT12  77  WRK-NUMERO-ENTREGA            PIC 9(06) VALUE ZEROS.
ALT12  77  WRK-RESP-ENTREGA              PIC X(01) VALUE "N".
ALT12      88 WRK-COM-ENTREGA                     VALUE "S".
ALT12      88 WRK-SEM-ENTREGA                     VALUE "N".
ALT12  77  WRK-ENDERECO-CONFERIDO        PIC X(01) VALUE "N".
ALT12      88 WRK-ENDERECO-OK                     VALUE "S".
ALT12      88 WRK-ENDERECO-PENDENTE               VALUE "N".

ALT13  77  WRK-LOCAL                     PIC 9(03) VALUE ZEROS.
ALT13  77  WRK-MINIMO-LOCAL              PIC 9(05) VALUE ZEROS.

ALT13 *========== AREA DE CHAMADA DO MODULO MOVLOCAL
ALT13  01  WRK-MOVLOCAL.
ALT13      05 WRK-MLC-FUNCAO             PIC X(01) VALUE SPACES.
ALT13      05 WRK-MLC-LOCAL              PIC 9(03) VALUE ZEROS.
ALT13      05 WRK-MLC-NOME-LOCAL         PIC X(20) VALUE SPACES.
ALT13      05 WRK-MLC-PRODUTO            PIC 9(04) VALUE ZEROS.
ALT13      05 WRK-MLC-MOV-ESTOQUE        PIC S9(05) VALUE ZEROS.
ALT13      05 WRK-MLC-MOV-TRANSITO       PIC S9(05) VALUE ZEROS.
ALT13      05 WRK-MLC-SALDO              PIC 9(05) VALUE ZEROS.
ALT13      05 WRK-MLC-TRANSITO           PIC 9(05) VALUE ZEROS.
ALT13      05 WRK-MLC-MINIMO             PIC 9(05) VALUE ZEROS.
ALT13      05 WRK-MLC-RESULTADO          PIC X(01) VALUE SPACES.
ALT13          88 WRK-MLC-OK                        VALUE "S".
ALT13          88 WRK-MLC-SALDO-INSUFICIENTE        VALUE "F".

ALT12 *========== DESTINO DA ENTREGA (CAMPOS DO #ENTREGA)
ALT12  01  WRK-DESTINO.
ALT12      05 WRK-DST-NOME               PIC X(20) VALUE SPACES.
ALT12      05 WRK-DST-ENDERECO           PIC X(30) VALUE SPACES.
ALT12      05 WRK-DST-NUMERO-END         PIC X(06) VALUE SPACES.
ALT12      05 WRK-DST-CIDADE             PIC X(20) VALUE SPACES.
ALT12      05 WRK-DST-UF                 PIC X(02) VALUE SPACES.
ALT12      05 WRK-DST-CEP                PIC 9(08) VALUE ZEROS.
ALT12      05 WRK-DST-PESO               PIC 9(03) VALUE ZEROS.

ALT12 *========== AREA DE CHAMADA DO MODULO VALCEP
ALT12  01  WRK-VALCEP.
ALT12      05 WRK-VALCEP-UF              PIC X(02) VALUE SPACES.
ALT12      05 WRK-VALCEP-CEP             PIC 9(08) VALUE ZEROS.
ALT12      05 WRK-VALCEP-RESULTADO       PIC X(01) VALUE "N".
ALT12          88 WRK-CEP-OK                        VALUE "S".
ALT12          88 WRK-CEP-INVALIDO                  VALUE "N".

ALT12 *========== AREA DE CHAMADA DO MODULO CALCFRET
ALT12  01  WRK-CALCFRET.
ALT12      05 WRK-CFR-UF                 PIC X(02) VALUE SPACES.
ALT12      05 WRK-CFR-CEP                PIC 9(08) VALUE ZEROS.
ALT12      05 WRK-CFR-PESO               PIC 9(03) VALUE ZEROS.
ALT12      05 WRK-CFR-VALOR-COMPRA       PIC 9(07) VALUE ZEROS.
ALT12      05 WRK-CFR-FRETE              PIC 9(05) VALUE ZEROS.
ALT12      05 WRK-CFR-REGIAO             PIC X(15) VALUE SPACES.
ALT12      05 WRK-CFR-GRATIS             PIC X(01) VALUE "N".
ALT12          88 WRK-CFR-FRETE-GRATIS              VALUE "S".
ALT12      05 WRK-CFR-RESULTADO          PIC X(01) VALUE "N".
ALT12          88 WRK-CFR-FAIXA-OK                  VALUE "S".
ALT12          88 WRK-CFR-SEM-FAIXA                 VALUE "N".

ALT3   01  WRK-TAB-PRODUTOS.
ALT3       05 WRK-TAB-PRODUTOS-OCO OCCURS 50 TIMES.
ALT3          10 WRK-TAB-PRODUTO          PIC X(30).

ALT2       ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

ALT10      PERFORM 0110-SIGNON.
ALT10      IF WRK-ACHOU-OPER-NAO
ALT10          DISPLAY "CAIXA NAO AUTORIZADO - PROGRAMA ENCERRADO."
ALT10          STOP RUN
ALT10      END-IF.

ALT13      PERFORM 0115-IDENTIFICA-LOJA.
ALT13      IF NOT WRK-MLC-OK
ALT13          DISPLAY "LOJA NAO CADASTRADA - PROGRAMA ENCERRADO."
ALT13          STOP RUN
ALT13      END-IF.

ALT10      PERFORM 0120-RESERVA-CUPOM.

ALT2       OPEN EXTEND VENDASDIA.
ALT2       IF WRK-FS-VENDASDIA EQUAL 35
ALT2           OPEN OUTPUT VENDASDIA
ALT5           STOP RUN
ALT5       END-IF.

ALT11      PERFORM 0130-CARREGA-REGRAS.
ALT11      PERFORM 0140-IDENTIFICA-CLIENTE.

       0100-INICIAR-FIM. EXIT.



      *-----------------------------------------------------------------
ALT10 *    SIGN-ON DO CAIXA - MESMO CADASTRO DE OPERADORES DO BANCO:
ALT10 *    OPERADOR BLOQUEADO NAO ENTRA E, HAVENDO SENHA GRAVADA, ELA
ALT10 *    E CONFERIDA PELO MODULO VALSEN
      *-----------------------------------------------------------------
ALT10  0110-SIGNON                               SECTION.

ALT10      DISPLAY "DIGITE O CODIGO DO OPERADOR DE CAIXA:".
ALT10      ACCEPT WRK-OPERADOR.

ALT10      SET WRK-ACHOU-OPER-NAO TO TRUE.

ALT10      OPEN INPUT OPERADORES.
ALT10      IF WRK-FS-OPERADORES NOT EQUAL 00
ALT10          DISPLAY "ARQUIVO DE OPERADORES NAO ABERTO! FS: "
ALT10              WRK-FS-OPERADORES
ALT10          GO TO 0110-SIGNON-FIM
ALT10      END-IF.

ALT10      READ OPERADORES.
ALT10      PERFORM 0111-PROCURA-OPERADOR
ALT10          UNTIL WRK-FS-OPERADORES NOT EQUAL 00
ALT10             OR WRK-ACHOU-OPER-SIM.

ALT10      CLOSE OPERADORES.

ALT10      IF WRK-ACHOU-OPER-NAO
ALT10          DISPLAY "OPERADOR NAO CADASTRADO!"
ALT10          GO TO 0110-SIGNON-FIM
ALT10      END-IF.

ALT10      IF OPE-ESTA-BLOQUEADO
ALT10          DISPLAY "OPERADOR BLOQUEADO!"
ALT10          SET WRK-ACHOU-OPER-NAO TO TRUE
ALT10          GO TO 0110-SIGNON-FIM
ALT10      END-IF.

ALT10      IF OPE-SENHA-HASH GREATER ZEROS
ALT10          DISPLAY "DIGITE A SENHA:"
ALT10          ACCEPT WRK-SENHA
ALT10          MOVE "V"            TO WRK-SEN-FUNCAO
ALT10          MOVE WRK-SENHA      TO WRK-SEN-SENHA
ALT10          MOVE OPE-SENHA-HASH TO WRK-SEN-HASH-GRAVADO
ALT10          CALL "VALSEN" USING WRK-VALSEN
ALT10          IF WRK-SENHA-INVALIDA
ALT10              DISPLAY "SENHA INVALIDA!"
ALT10              SET WRK-ACHOU-OPER-NAO TO TRUE
ALT10              GO TO 0110-SIGNON-FIM
ALT10          END-IF
ALT10      END-IF.

ALT10      DISPLAY "CAIXA ABERTO POR " OPE-NOME.

ALT10  0110-SIGNON-FIM. EXIT.



      *-----------------------------------------------------------------
ALT10  0111-PROCURA-OPERADOR                     SECTION.

ALT10      IF OPE-CODIGO EQUAL WRK-OPERADOR
ALT10          SET WRK-ACHOU-OPER-SIM TO TRUE
ALT10      ELSE
ALT10          READ OPERADORES
ALT10      END-IF.

ALT10  0111-PROCURA-OPERADOR-FIM. EXIT.



      *-----------------------------------------------------------------
ALT13 *    LOJA DO CAIXA - LOCAL DE ESTOQUE QUE AS VENDAS BAIXAM
      *-----------------------------------------------------------------
ALT13  0115-IDENTIFICA-LOJA                      SECTION.

ALT13      DISPLAY "CODIGO DA LOJA (ZERO=001):".
ALT13      ACCEPT WRK-LOCAL.
ALT13      IF WRK-LOCAL EQUAL ZEROS
ALT13          MOVE 1 TO WRK-LOCAL
ALT13      END-IF.

ALT13      MOVE "V"       TO WRK-MLC-FUNCAO.
ALT13      MOVE WRK-LOCAL TO WRK-MLC-LOCAL.
ALT13      CALL "MOVLOCAL" USING WRK-MOVLOCAL.

ALT13      IF WRK-MLC-OK
ALT13          DISPLAY "LOJA " WRK-LOCAL " - " WRK-MLC-NOME-LOCAL
ALT13      END-IF.

ALT13  0115-IDENTIFICA-LOJA-FIM. EXIT.



      *-----------------------------------------------------------------
ALT10 *    RESERVA O NUMERO DO CUPOM DESTA COMPRA NA SEQUENCIA
ALT10 *    CUPOMSEQ.txt (ARQUIVO AUSENTE COMECA DO 1)
      *-----------------------------------------------------------------
ALT10  0120-RESERVA-CUPOM                        SECTION.

ALT10      MOVE ZEROS TO WRK-NUMERO-CUPOM.

ALT10      OPEN INPUT CUPOMSEQ.
ALT10      IF WRK-FS-CUPOMSEQ EQUAL 00
ALT10          READ CUPOMSEQ
ALT10          IF WRK-FS-CUPOMSEQ EQUAL 00
ALT10              MOVE SEQ-ULTIMO-CUPOM TO WRK-NUMERO-CUPOM
ALT10          END-IF
ALT10          CLOSE CUPOMSEQ
ALT10      END-IF.

ALT10      ADD 1 TO WRK-NUMERO-CUPOM.

ALT10      OPEN OUTPUT CUPOMSEQ.
ALT10      MOVE WRK-NUMERO-CUPOM TO SEQ-ULTIMO-CUPOM.
ALT10      WRITE REG-CUPOMSEQ.
ALT10      CLOSE CUPOMSEQ.

ALT10      DISPLAY "CUPOM NUMERO " WRK-NUMERO-CUPOM.

ALT10  0120-RESERVA-CUPOM-FIM. EXIT.



      *-----------------------------------------------------------------
ALT11 *    REGRAS DO PROGRAMA DE PONTOS (FIDPARAM.txt) - SEM O ARQUIVO
ALT11 *    FICAM OS PADROES DA WORKING
      *-----------------------------------------------------------------
ALT11  0130-CARREGA-REGRAS                       SECTION.

ALT11      MOVE ZEROS TO WRK-QT-BONUS.

ALT11      OPEN INPUT FIDPARAM.
ALT11      IF WRK-FS-FIDPARAM NOT EQUAL 00
ALT11          GO TO 0130-CARREGA-REGRAS-FIM
ALT11      END-IF.

ALT11      READ FIDPARAM.
ALT11      PERFORM 0131-GUARDA-REGRA
ALT11          UNTIL WRK-FS-FIDPARAM NOT EQUAL 00.

ALT11      CLOSE FIDPARAM.

ALT11  0130-CARREGA-REGRAS-FIM. EXIT.



      *-----------------------------------------------------------------
ALT11  0131-GUARDA-REGRA                         SECTION.

ALT11      IF FPA-GERAL
ALT11          MOVE FPA-REAIS-POR-PONTO TO WRK-REAIS-POR-PONTO
ALT11          MOVE FPA-PONTOS-POR-REAL TO WRK-PONTOS-POR-REAL
ALT11          MOVE FPA-MESES-VALIDADE  TO WRK-MESES-VALIDADE
ALT11          MOVE FPA-MINIMO-RESGATE  TO WRK-MINIMO-RESGATE
ALT11      END-IF.

ALT11      IF FPA-BONUS
ALT11         AND WRK-QT-BONUS LESS 100
ALT11          ADD 1 TO WRK-QT-BONUS
ALT11          MOVE FPA-PRODUTO      TO WRK-BON-PRODUTO(WRK-QT-BONUS)
ALT11          MOVE FPA-PONTOS-EXTRA TO WRK-BON-PONTOS(WRK-QT-BONUS)
ALT11      END-IF.

ALT11      READ FIDPARAM.

ALT11  0131-GUARDA-REGRA-FIM. EXIT.



      *-----------------------------------------------------------------
ALT11 *    CLIENTE DA COMPRA - OPCIONAL. CODIGO DESCONHECIDO OU
ALT11 *    CLIENTE INATIVO SEGUE COMO VENDA ANONIMA, SEM PONTOS
      *-----------------------------------------------------------------
ALT11  0140-IDENTIFICA-CLIENTE                   SECTION.

ALT11      DISPLAY "CODIGO DO CLIENTE (ZERO=NAO IDENTIFICADO):".
ALT11      ACCEPT WRK-CLIENTE.

ALT11      IF WRK-CLIENTE EQUAL ZEROS
ALT11          GO TO 0140-IDENTIFICA-CLIENTE-FIM
ALT11      END-IF.

ALT11      OPEN INPUT CLIENTES.
ALT11      IF WRK-FS-CLIENTES NOT EQUAL 00
ALT11          DISPLAY "CADASTRO DE CLIENTES NAO ABERTO - VENDA SEM "
ALT11              "PONTOS. FS: " WRK-FS-CLIENTES
ALT11          MOVE ZEROS TO WRK-CLIENTE
ALT11          GO TO 0140-IDENTIFICA-CLIENTE-FIM
ALT11      END-IF.

ALT11      MOVE WRK-CLIENTE TO REG-ID.
ALT11      READ CLIENTES KEY IS REG-ID
ALT11          INVALID KEY
ALT11              DISPLAY "CLIENTE NAO CADASTRADO - VENDA SEM PONTOS."
ALT11              MOVE ZEROS TO WRK-CLIENTE
ALT11          NOT INVALID KEY
ALT11              IF REG-CLIENTE-ATIVO
ALT11                  DISPLAY "CLIENTE: " REG-NOME
ALT11              ELSE
ALT11                  DISPLAY "CLIENTE INATIVO - VENDA SEM PONTOS."
ALT11                  MOVE ZEROS TO WRK-CLIENTE
ALT11              END-IF
ALT11      END-READ.

ALT11      CLOSE CLIENTES.

ALT11      IF WRK-CLIENTE GREATER ZEROS
ALT11          PERFORM 0150-SALDO-PONTOS
ALT11          DISPLAY "SALDO DE PONTOS: " WRK-SALDO-PONTOS
ALT11      END-IF.

ALT11  0140-IDENTIFICA-CLIENTE-FIM. EXIT.



      *-----------------------------------------------------------------
ALT11 *    SALDO DE PONTOS PELO RAZAO FIDMOV.txt - CREDITOS MENOS
ALT11 *    DEBITOS, DESCONTADO O QUE JA VENCEU E O PRGFIDEX AINDA NAO
ALT11 *    BAIXOU (OS DEBITOS CONSOMEM OS CREDITOS MAIS ANTIGOS)
      *-----------------------------------------------------------------
ALT11  0150-SALDO-PONTOS                         SECTION.

ALT11      MOVE ZEROS TO WRK-FID-CREDITOS WRK-FID-DEBITOS
ALT11                    WRK-FID-VENCIDOS WRK-SALDO-PONTOS.

ALT11      OPEN INPUT FIDMOV.
ALT11      IF WRK-FS-FIDMOV NOT EQUAL 00
ALT11          GO TO 0150-SALDO-PONTOS-FIM
ALT11      END-IF.

ALT11      READ FIDMOV.
ALT11      PERFORM 0151-SOMA-MOVIMENTO
ALT11          UNTIL WRK-FS-FIDMOV NOT EQUAL 00.

ALT11      CLOSE FIDMOV.

ALT11      IF WRK-FID-VENCIDOS GREATER WRK-FID-DEBITOS
ALT11          MOVE WRK-FID-VENCIDOS TO WRK-FID-DEBITOS
ALT11      END-IF.
ALT11      IF WRK-FID-CREDITOS GREATER WRK-FID-DEBITOS
ALT11          COMPUTE WRK-SALDO-PONTOS =
ALT11                  WRK-FID-CREDITOS - WRK-FID-DEBITOS
ALT11      END-IF.

ALT11  0150-SALDO-PONTOS-FIM. EXIT.



      *-----------------------------------------------------------------
ALT11  0151-SOMA-MOVIMENTO                       SECTION.

ALT11      IF FDM-REG-ID EQUAL WRK-CLIENTE
ALT11          IF FDM-CREDITO
ALT11              ADD FDM-PONTOS TO WRK-FID-CREDITOS
ALT11              IF FDM-VALIDADE NOT GREATER WRK-DATA-HOJE
ALT11                  ADD FDM-PONTOS TO WRK-FID-VENCIDOS
ALT11              END-IF
ALT11          ELSE
ALT11              ADD FDM-PONTOS TO WRK-FID-DEBITOS
ALT11          END-IF
ALT11      END-IF.

ALT11      READ FIDMOV.

ALT11  0151-SOMA-MOVIMENTO-FIM. EXIT.



      *-----------------------------------------------------------------
ALT11 *    PONTOS EXTRAS DO PRODUTO BONIFICADO VENDIDO
      *-----------------------------------------------------------------
ALT11  0160-BONUS-PRODUTO                        SECTION.

ALT11      PERFORM 0161-PROCURA-BONUS
ALT11          VARYING WRK-IDX-BONUS FROM 1 BY 1
ALT11          UNTIL WRK-IDX-BONUS GREATER WRK-QT-BONUS.

ALT11  0160-BONUS-PRODUTO-FIM. EXIT.



      *-----------------------------------------------------------------
ALT11  0161-PROCURA-BONUS                        SECTION.

ALT11      IF WRK-BON-PRODUTO(WRK-IDX-BONUS) EQUAL PRD-CODIGO
ALT11          ADD WRK-BON-PONTOS(WRK-IDX-BONUS) TO WRK-PONTOS-BONUS
ALT11      END-IF.

ALT11  0161-PROCURA-BONUS-FIM. EXIT.



      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

ALT2           MOVE WRK-DATA-HOJE    TO REG-VENDASDIA-DATA
ALT2           MOVE WRK-HORA-AGORA   TO REG-VENDASDIA-HORA
ALT8           MOVE "V"              TO REG-VENDASDIA-TIPO
ALT10          MOVE WRK-NUMERO-CUPOM TO REG-VENDASDIA-CUPOM
ALT10          MOVE WRK-OPERADOR     TO REG-VENDASDIA-OPERADOR
ALT11          MOVE WRK-CLIENTE      TO REG-VENDASDIA-CLIENTE
ALT2           WRITE REG-VENDASDIA
ALT5           END-IF

ALT5                   DISPLAY "PRODUTO: " PRD-DESCRICAO
ALT9                       " PRECO: " WRK-VALOR
ALT6                   PERFORM 0240-BAIXA-ESTOQUE
ALT11                  IF WRK-CLIENTE GREATER ZEROS
ALT11                      PERFORM 0160-BONUS-PRODUTO
ALT11                  END-IF
ALT5                   SET WRK-VENDA-OK-SIM TO TRUE
ALT5               ELSE
ALT5                   DISPLAY "PRODUTO INATIVO!"
      *-----------------------------------------------------------------
ALT6  *    BAIXA UMA UNIDADE DO ESTOQUE DO PRODUTO VENDIDO - ESTOQUE
ALT6  *    ZERADO AVISA E NAO FICA NEGATIVO
ALT13 *    O TOTAL DA REDE (PRD-QTD-ESTOQUE) E O SALDO DA LOJA BAIXAM
ALT13 *    JUNTOS; O MINIMO E O DA LOJA (ZERO = O DO PRODUTO). A LOJA
ALT13 *    BAIXA PRIMEIRO - SE O MOVLOCAL RECUSAR, O TOTAL DA REDE NAO
ALT13 *    E TOCADO E CONTINUA IGUAL A SOMA DO ESTLOCAL
      *-----------------------------------------------------------------
ALT6   0240-BAIXA-ESTOQUE                        SECTION.

ALT13      MOVE "M"         TO WRK-MLC-FUNCAO.
ALT13      MOVE WRK-LOCAL   TO WRK-MLC-LOCAL.
ALT13      MOVE PRD-CODIGO  TO WRK-MLC-PRODUTO.
ALT13      MOVE -1          TO WRK-MLC-MOV-ESTOQUE.
ALT13      MOVE ZEROS       TO WRK-MLC-MOV-TRANSITO.
ALT13      CALL "MOVLOCAL" USING WRK-MOVLOCAL.

ALT13      IF NOT WRK-MLC-OK
ALT6           DISPLAY "ATENCAO: VENDA SEM ESTOQUE EM MAOS!"
ALT13          GO TO 0240-BAIXA-ESTOQUE-FIM
ALT13      END-IF.

ALT6       IF PRD-QTD-ESTOQUE GREATER ZERO
ALT7           MOVE REG-PRODUTOS TO WRK-IMAGEM-ANTES
ALT6           SUBTRACT 1 FROM PRD-QTD-ESTOQUE
ALT6           REWRITE REG-PRODUTOS
ALT7           PERFORM 0250-GRAVA-JORNAL
ALT6       END-IF.

ALT13      MOVE WRK-MLC-MINIMO TO WRK-MINIMO-LOCAL.
ALT13      IF WRK-MINIMO-LOCAL EQUAL ZEROS
ALT13          MOVE PRD-ESTOQUE-MINIMO TO WRK-MINIMO-LOCAL
ALT13      END-IF.

ALT13      IF WRK-MLC-SALDO NOT GREATER WRK-MINIMO-LOCAL
ALT6           DISPLAY "ATENCAO: ESTOQUE NO MINIMO ("
ALT13              WRK-MLC-SALDO ")"
ALT13      END-IF.

ALT6   0240-BAIXA-ESTOQUE-FIM. EXIT.

      *-----------------------------------------------------------------
ALT3               VARYING WRK-IDX-PROD FROM 1 BY 1
ALT3               UNTIL WRK-IDX-PROD > WRK-QT-PRODUTOS-DIST

ALT12          PERFORM 0600-PREPARA-ENTREGA
ALT11          MOVE ZEROS TO WRK-DESCONTO-PONTOS
ALT11          IF WRK-CLIENTE GREATER ZEROS
ALT11              PERFORM 0500-RESGATA-PONTOS
ALT11          END-IF
ALT10          PERFORM 0400-RECEBE-PAGAMENTO
ALT11          IF WRK-CLIENTE GREATER ZEROS
ALT11              PERFORM 0510-CREDITA-PONTOS
ALT11          END-IF
ALT12          IF WRK-COM-ENTREGA
ALT12              PERFORM 0640-GRAVA-ENTREGA
ALT12          END-IF

           ELSE
               DISPLAY"NENHUM PRODUTO ADICIONADO!"

ALT3           WRK-TAB-PRODUTO-VLR(WRK-IDX-PROD).

ALT3   0310-IMPRIME-PRODUTO-FIM. EXIT.



      *-----------------------------------------------------------------
ALT10 *    RECEBIMENTO DO CUPOM - O CLIENTE PODE DIVIDIR O PAGAMENTO
ALT10 *    ENTRE FORMAS ATE QUITAR O VALOR DA COMPRA. CARTAO E PIX
ALT10 *    NAO PASSAM DO SALDO; DINHEIRO PODE PASSAR E GERA TROCO
      *-----------------------------------------------------------------
ALT10  0400-RECEBE-PAGAMENTO                     SECTION.

ALT11      COMPUTE WRK-SALDO-PAGAR =
ALT12              WRK-VALOR-ACUM + WRK-VALOR-FRETE
ALT11              - WRK-DESCONTO-PONTOS.

ALT10      OPEN EXTEND PAGVENDA.
ALT10      IF WRK-FS-PAGVENDA EQUAL 35
ALT10          OPEN OUTPUT PAGVENDA
ALT10          CLOSE PAGVENDA
ALT10          OPEN EXTEND PAGVENDA
ALT10      END-IF.

ALT10      DISPLAY "---- PAGAMENTO DO CUPOM " WRK-NUMERO-CUPOM " ----".
ALT11      IF WRK-DESCONTO-PONTOS GREATER ZEROS
ALT11          PERFORM 0420-GRAVA-DESCONTO
ALT11      END-IF.
ALT10      PERFORM 0410-RECEBE-FORMA
ALT10          UNTIL WRK-SALDO-PAGAR EQUAL ZEROS.

ALT10      CLOSE PAGVENDA.

ALT10  0400-RECEBE-PAGAMENTO-FIM. EXIT.



      *-----------------------------------------------------------------
ALT10  0410-RECEBE-FORMA                         SECTION.

ALT10      DISPLAY "SALDO A PAGAR: " WRK-SALDO-PAGAR.
ALT10      DISPLAY "FORMA (DI=DINHEIRO DB=DEBITO CR=CREDITO PX=PIX):".
ALT10      ACCEPT WRK-FORMA.

ALT10      IF NOT WRK-FORMA-VALIDA
ALT10          DISPLAY "FORMA DE PAGAMENTO INVALIDA!"
ALT10          GO TO 0410-RECEBE-FORMA-FIM
ALT10      END-IF.

ALT10      DISPLAY "VALOR NESTA FORMA (ZERO=SALDO TODO):".
ALT10      ACCEPT WRK-VALOR-FORMA.

ALT10      IF WRK-VALOR-FORMA EQUAL ZEROS
ALT10          MOVE WRK-SALDO-PAGAR TO WRK-VALOR-FORMA
ALT10      END-IF.

ALT10      MOVE ZEROS TO WRK-TROCO.
ALT10      IF WRK-VALOR-FORMA GREATER WRK-SALDO-PAGAR
ALT10          IF WRK-FORMA-DINHEIRO
ALT10              COMPUTE WRK-TROCO = WRK-VALOR-FORMA - WRK-SALDO-PAGAR
ALT10          ELSE
ALT10              DISPLAY "VALOR MAIOR QUE O SALDO - SO DINHEIRO"
ALT10                  " TEM TROCO!"
ALT10              GO TO 0410-RECEBE-FORMA-FIM
ALT10          END-IF
ALT10      END-IF.

ALT10      ACCEPT WRK-HORA-AGORA FROM TIME.
ALT10      MOVE WRK-NUMERO-CUPOM TO PGV-CUPOM.
ALT10      MOVE WRK-DATA-HOJE    TO PGV-DATA.
ALT10      MOVE WRK-HORA-AGORA   TO PGV-HORA.
ALT10      MOVE WRK-OPERADOR     TO PGV-OPERADOR.
ALT10      SET PGV-RECEBIMENTO   TO TRUE.
ALT10      MOVE WRK-FORMA        TO PGV-FORMA.
ALT10      COMPUTE PGV-VALOR = WRK-VALOR-FORMA - WRK-TROCO.
ALT10      MOVE WRK-VALOR-FORMA  TO PGV-VALOR-ENTREGUE.
ALT10      MOVE WRK-TROCO        TO PGV-TROCO.
ALT10      WRITE REG-PAGVENDA.

ALT10      COMPUTE WRK-SALDO-PAGAR = WRK-SALDO-PAGAR
ALT10              - WRK-VALOR-FORMA + WRK-TROCO.

ALT10      IF WRK-TROCO GREATER ZEROS
ALT10          DISPLAY "TROCO: " WRK-TROCO
ALT10      END-IF.

ALT10  0410-RECEBE-FORMA-FIM. EXIT.



      *-----------------------------------------------------------------
ALT11 *    O DESCONTO EM PONTOS ENTRA NO PAGVENDA COMO FORMA "PT"
      *-----------------------------------------------------------------
ALT11  0420-GRAVA-DESCONTO                       SECTION.

ALT11      ACCEPT WRK-HORA-AGORA FROM TIME.
ALT11      MOVE WRK-NUMERO-CUPOM    TO PGV-CUPOM.
ALT11      MOVE WRK-DATA-HOJE       TO PGV-DATA.
ALT11      MOVE WRK-HORA-AGORA      TO PGV-HORA.
ALT11      MOVE WRK-OPERADOR        TO PGV-OPERADOR.
ALT11      SET PGV-RECEBIMENTO      TO TRUE.
ALT11      SET PGV-PONTOS           TO TRUE.
ALT11      MOVE WRK-DESCONTO-PONTOS TO PGV-VALOR.
ALT11      MOVE WRK-DESCONTO-PONTOS TO PGV-VALOR-ENTREGUE.
ALT11      MOVE ZEROS               TO PGV-TROCO.
ALT11      WRITE REG-PAGVENDA.

ALT11  0420-GRAVA-DESCONTO-FIM. EXIT.



      *-----------------------------------------------------------------
ALT11 *    RESGATE DE PONTOS COMO DESCONTO - SO COM O SALDO MINIMO DA
ALT11 *    REGRA, EM REAIS INTEIROS E ATE O VALOR DA COMPRA
      *-----------------------------------------------------------------
ALT11  0500-RESGATA-PONTOS                       SECTION.

ALT11      MOVE ZEROS TO WRK-DESCONTO-PONTOS WRK-PONTOS-RESGATE.

ALT11      IF WRK-SALDO-PONTOS LESS WRK-MINIMO-RESGATE
ALT11         OR WRK-PONTOS-POR-REAL EQUAL ZEROS
ALT11          GO TO 0500-RESGATA-PONTOS-FIM
ALT11      END-IF.

ALT11      COMPUTE WRK-DESCONTO-MAXIMO =
ALT11              WRK-SALDO-PONTOS / WRK-PONTOS-POR-REAL.
ALT11      IF WRK-DESCONTO-MAXIMO GREATER WRK-VALOR-ACUM
ALT11          MOVE WRK-VALOR-ACUM TO WRK-DESCONTO-MAXIMO
ALT11      END-IF.
ALT11      IF WRK-DESCONTO-MAXIMO EQUAL ZEROS
ALT11          GO TO 0500-RESGATA-PONTOS-FIM
ALT11      END-IF.

ALT11      DISPLAY "SALDO DE PONTOS: " WRK-SALDO-PONTOS
ALT11          " - DESCONTO MAXIMO: " WRK-DESCONTO-MAXIMO.
ALT11      DISPLAY "DESCONTO A USAR EM REAIS (ZERO=NAO USAR):".
ALT11      ACCEPT WRK-DESCONTO-PONTOS.

ALT11      IF WRK-DESCONTO-PONTOS GREATER WRK-DESCONTO-MAXIMO
ALT11          DISPLAY "ACIMA DO MAXIMO - DESCONTO AJUSTADO."
ALT11          MOVE WRK-DESCONTO-MAXIMO TO WRK-DESCONTO-PONTOS
ALT11      END-IF.
ALT11      IF WRK-DESCONTO-PONTOS EQUAL ZEROS
ALT11          GO TO 0500-RESGATA-PONTOS-FIM
ALT11      END-IF.

ALT11      COMPUTE WRK-PONTOS-RESGATE =
ALT11              WRK-DESCONTO-PONTOS * WRK-PONTOS-POR-REAL.
ALT11      SUBTRACT WRK-PONTOS-RESGATE FROM WRK-SALDO-PONTOS.

ALT11      MOVE "R"                TO WRK-FID-TIPO.
ALT11      MOVE WRK-PONTOS-RESGATE TO WRK-FID-PONTOS.
ALT11      MOVE ZEROS              TO WRK-VALIDADE-N.
ALT11      PERFORM 0530-GRAVA-FIDMOV.

ALT11      DISPLAY "PONTOS RESGATADOS: " WRK-PONTOS-RESGATE
ALT11          " - DESCONTO: " WRK-DESCONTO-PONTOS.

ALT11  0500-RESGATA-PONTOS-FIM. EXIT.



      *-----------------------------------------------------------------
ALT11 *    CREDITO DOS PONTOS DA COMPRA - PELO VALOR PAGO (SEM A PARTE
ALT11 *    DESCONTADA EM PONTOS) MAIS O BONUS DOS PRODUTOS
      *-----------------------------------------------------------------
ALT11  0510-CREDITA-PONTOS                       SECTION.

ALT11      MOVE WRK-PONTOS-BONUS TO WRK-PONTOS-GANHOS.
ALT11      IF WRK-REAIS-POR-PONTO GREATER ZEROS
ALT11          COMPUTE WRK-PONTOS-GANHOS = WRK-PONTOS-GANHOS
ALT11              + (WRK-VALOR-ACUM - WRK-DESCONTO-PONTOS)
ALT11              / WRK-REAIS-POR-PONTO
ALT11      END-IF.

ALT11      IF WRK-PONTOS-GANHOS EQUAL ZEROS
ALT11          GO TO 0510-CREDITA-PONTOS-FIM
ALT11      END-IF.

ALT11      PERFORM 0520-CALCULA-VALIDADE.
ALT11      MOVE "C"               TO WRK-FID-TIPO.
ALT11      MOVE WRK-PONTOS-GANHOS TO WRK-FID-PONTOS.
ALT11      PERFORM 0530-GRAVA-FIDMOV.

ALT11      ADD WRK-PONTOS-GANHOS TO WRK-SALDO-PONTOS.
ALT11      DISPLAY "PONTOS GANHOS NESTA COMPRA: " WRK-PONTOS-GANHOS
ALT11          " - VALIDOS ATE " WRK-VALIDADE-N.
ALT11      DISPLAY "NOVO SALDO DE PONTOS: " WRK-SALDO-PONTOS.

ALT11  0510-CREDITA-PONTOS-FIM. EXIT.



      *-----------------------------------------------------------------
ALT11 *    VALIDADE = DATA DA COMPRA MAIS OS MESES DA REGRA (DIA 29 A
ALT11 *    31 VIRA 28, PARA A DATA EXISTIR EM QUALQUER MES)
      *-----------------------------------------------------------------
ALT11  0520-CALCULA-VALIDADE                     SECTION.

ALT11      MOVE WRK-DATA-HOJE TO WRK-VALIDADE-N.
ALT11      COMPUTE WRK-MESES-TOTAL = WRK-VAL-ANO * 12
ALT11              + WRK-VAL-MES - 1 + WRK-MESES-VALIDADE.
ALT11      DIVIDE WRK-MESES-TOTAL BY 12 GIVING WRK-VAL-ANO
ALT11          REMAINDER WRK-VAL-MES.
ALT11      ADD 1 TO WRK-VAL-MES.
ALT11      IF WRK-VAL-DIA GREATER 28
ALT11          MOVE 28 TO WRK-VAL-DIA
ALT11      END-IF.

ALT11  0520-CALCULA-VALIDADE-FIM. EXIT.



      *-----------------------------------------------------------------
ALT11  0530-GRAVA-FIDMOV                         SECTION.

ALT11      OPEN EXTEND FIDMOV.
ALT11      IF WRK-FS-FIDMOV EQUAL 35
ALT11          OPEN OUTPUT FIDMOV
ALT11          CLOSE FIDMOV
ALT11          OPEN EXTEND FIDMOV
ALT11      END-IF.

ALT11      ACCEPT WRK-HORA-AGORA FROM TIME.
ALT11      MOVE WRK-CLIENTE      TO FDM-REG-ID.
ALT11      MOVE WRK-DATA-HOJE    TO FDM-DATA.
ALT11      MOVE WRK-HORA-AGORA   TO FDM-HORA.
ALT11      MOVE WRK-FID-TIPO     TO FDM-TIPO.
ALT11      MOVE WRK-FID-PONTOS   TO FDM-PONTOS.
ALT11      MOVE WRK-NUMERO-CUPOM TO FDM-CUPOM.
ALT11      MOVE WRK-VALIDADE-N   TO FDM-VALIDADE.
ALT11      MOVE WRK-OPERADOR     TO FDM-ORIGEM.
ALT11      WRITE REG-FIDMOV.
ALT11      CLOSE FIDMOV.

ALT11  0530-GRAVA-FIDMOV-FIM. EXIT.



      *-----------------------------------------------------------------
ALT12 *    ENTREGA EM DOMICILIO - DESTINO NO ENDERECO DO CLIENTE OU
ALT12 *    DIGITADO (CEP CONFERIDO COM A UF PELO VALCEP), FRETE PELA
ALT12 *    TABELA DO CALCFRET. UF EM BRANCO NA DIGITACAO, CEP SEM
ALT12 *    FAIXA DE FRETE OU FRETE RECUSADO FICAM SEM ENTREGA
      *-----------------------------------------------------------------
ALT12  0600-PREPARA-ENTREGA                      SECTION.

ALT12      MOVE ZEROS TO WRK-VALOR-FRETE.

ALT12      DISPLAY "ENTREGA EM DOMICILIO (S/N)?".
ALT12      ACCEPT WRK-RESP-ENTREGA.
ALT12      IF NOT WRK-COM-ENTREGA
ALT12          SET WRK-SEM-ENTREGA TO TRUE
ALT12          GO TO 0600-PREPARA-ENTREGA-FIM
ALT12      END-IF.
ALT12      SET WRK-SEM-ENTREGA TO TRUE.

ALT12      MOVE SPACES TO WRK-DESTINO.
ALT12      MOVE ZEROS  TO WRK-DST-CEP WRK-DST-PESO.
ALT12      SET WRK-ENDERECO-PENDENTE TO TRUE.

ALT12      IF WRK-CLIENTE GREATER ZEROS
ALT12          PERFORM 0610-ENDERECO-CLIENTE
ALT12      END-IF.

ALT12      IF WRK-ENDERECO-PENDENTE
ALT12          IF WRK-DST-NOME EQUAL SPACES
ALT12              DISPLAY "NOME DO DESTINATARIO:"
ALT12              ACCEPT WRK-DST-NOME
ALT12          END-IF
ALT12          MOVE "X" TO WRK-DST-UF
ALT12          PERFORM 0620-DIGITA-ENDERECO
ALT12              UNTIL WRK-ENDERECO-OK
ALT12                 OR WRK-DST-UF EQUAL SPACES
ALT12      END-IF.

ALT12      IF WRK-ENDERECO-PENDENTE
ALT12          DISPLAY "COMPRA SEGUE SEM ENTREGA."
ALT12          GO TO 0600-PREPARA-ENTREGA-FIM
ALT12      END-IF.

ALT12      DISPLAY "PESO DO VOLUME EM KG (ARREDONDADO PARA CIMA):".
ALT12      ACCEPT WRK-DST-PESO.
ALT12      IF WRK-DST-PESO EQUAL ZEROS
ALT12          MOVE 1 TO WRK-DST-PESO
ALT12      END-IF.

ALT12      PERFORM 0630-CALCULA-FRETE.
ALT12      IF WRK-CFR-SEM-FAIXA
ALT12          DISPLAY "SEM FAIXA DE FRETE PARA O CEP/PESO - COMPRA "
ALT12              "SEGUE SEM ENTREGA."
ALT12          GO TO 0600-PREPARA-ENTREGA-FIM
ALT12      END-IF.

ALT12      IF WRK-CFR-FRETE-GRATIS
ALT12          DISPLAY "FRETE GRATIS - REGIAO " WRK-CFR-REGIAO
ALT12      ELSE
ALT12          DISPLAY "FRETE: " WRK-CFR-FRETE " - REGIAO "
ALT12              WRK-CFR-REGIAO
ALT12      END-IF.
ALT12      DISPLAY "CONFIRMA A ENTREGA (S/N)?".
ALT12      ACCEPT WRK-CONFIRMA.
ALT12      IF WRK-CONFIRMA NOT EQUAL "S"
ALT12          DISPLAY "COMPRA SEGUE SEM ENTREGA."
ALT12          GO TO 0600-PREPARA-ENTREGA-FIM
ALT12      END-IF.

ALT12      MOVE WRK-CFR-FRETE TO WRK-VALOR-FRETE.
ALT12      SET WRK-COM-ENTREGA TO TRUE.

ALT12  0600-PREPARA-ENTREGA-FIM. EXIT.



      *-----------------------------------------------------------------
ALT12 *    ENDERECO DE CORRESPONDENCIA DO CLIENTE IDENTIFICADO - SO
ALT12 *    VALE SE O CEP CONFERE COM A UF E O OPERADOR CONFIRMA
      *-----------------------------------------------------------------
ALT12  0610-ENDERECO-CLIENTE                     SECTION.

ALT12      OPEN INPUT CLIENTES.
ALT12      IF WRK-FS-CLIENTES NOT EQUAL 00
ALT12          GO TO 0610-ENDERECO-CLIENTE-FIM
ALT12      END-IF.

ALT12      MOVE WRK-CLIENTE TO REG-ID.
ALT12      READ CLIENTES KEY IS REG-ID
ALT12          INVALID KEY
ALT12              CLOSE CLIENTES
ALT12              GO TO 0610-ENDERECO-CLIENTE-FIM
ALT12      END-READ.

ALT12      CLOSE CLIENTES.

ALT12      MOVE REG-NOME         TO WRK-DST-NOME.
ALT12      IF REG-CEP EQUAL ZEROS
ALT12          DISPLAY "CLIENTE SEM ENDERECO NO CADASTRO."
ALT12          GO TO 0610-ENDERECO-CLIENTE-FIM
ALT12      END-IF.

ALT12      MOVE REG-ENDERECO     TO WRK-DST-ENDERECO.
ALT12      MOVE REG-NUMERO-END   TO WRK-DST-NUMERO-END.
ALT12      MOVE REG-CIDADE       TO WRK-DST-CIDADE.
ALT12      MOVE REG-UF           TO WRK-DST-UF.
ALT12      MOVE REG-CEP          TO WRK-DST-CEP.

ALT12      PERFORM 0621-VALIDA-CEP.
ALT12      IF WRK-CEP-INVALIDO
ALT12          DISPLAY "CEP DO CADASTRO NAO CONFERE COM A UF - DIGITE "
ALT12              "O ENDERECO."
ALT12          GO TO 0610-ENDERECO-CLIENTE-FIM
ALT12      END-IF.

ALT12      DISPLAY "ENDERECO: " WRK-DST-ENDERECO " " WRK-DST-NUMERO-END.
ALT12      DISPLAY "          " WRK-DST-CIDADE " " WRK-DST-UF " "
ALT12          WRK-DST-CEP.
ALT12      DISPLAY "ENTREGAR NESTE ENDERECO (S/N)?".
ALT12      ACCEPT WRK-CONFIRMA.
ALT12      IF WRK-CONFIRMA EQUAL "S"
ALT12          SET WRK-ENDERECO-OK TO TRUE
ALT12      END-IF.

ALT12  0610-ENDERECO-CLIENTE-FIM. EXIT.



      *-----------------------------------------------------------------
ALT12  0620-DIGITA-ENDERECO                      SECTION.

ALT12      DISPLAY "UF DA ENTREGA (BRANCO=SEM ENTREGA):".
ALT12      ACCEPT WRK-DST-UF.
ALT12      IF WRK-DST-UF EQUAL SPACES
ALT12          GO TO 0620-DIGITA-ENDERECO-FIM
ALT12      END-IF.

ALT12      DISPLAY "CEP:".
ALT12      ACCEPT WRK-DST-CEP.
ALT12      PERFORM 0621-VALIDA-CEP.
ALT12      IF WRK-CEP-INVALIDO
ALT12          DISPLAY "CEP NAO CONFERE COM A UF!"
ALT12          GO TO 0620-DIGITA-ENDERECO-FIM
ALT12      END-IF.

ALT12      DISPLAY "RUA:".
ALT12      ACCEPT WRK-DST-ENDERECO.
ALT12      DISPLAY "NUMERO:".
ALT12      ACCEPT WRK-DST-NUMERO-END.
ALT12      DISPLAY "CIDADE:".
ALT12      ACCEPT WRK-DST-CIDADE.

ALT12      SET WRK-ENDERECO-OK TO TRUE.

ALT12  0620-DIGITA-ENDERECO-FIM. EXIT.



      *-----------------------------------------------------------------
ALT12  0621-VALIDA-CEP                           SECTION.

ALT12      MOVE WRK-DST-UF  TO WRK-VALCEP-UF.
ALT12      MOVE WRK-DST-CEP TO WRK-VALCEP-CEP.
ALT12      SET WRK-CEP-INVALIDO TO TRUE.

ALT12      CALL "VALCEP" USING WRK-VALCEP.

ALT12  0621-VALIDA-CEP-FIM. EXIT.



      *-----------------------------------------------------------------
ALT12  0630-CALCULA-FRETE                        SECTION.

ALT12      MOVE WRK-DST-UF     TO WRK-CFR-UF.
ALT12      MOVE WRK-DST-CEP    TO WRK-CFR-CEP.
ALT12      MOVE WRK-DST-PESO   TO WRK-CFR-PESO.
ALT12      MOVE WRK-VALOR-ACUM TO WRK-CFR-VALOR-COMPRA.

ALT12      CALL "CALCFRET" USING WRK-CALCFRET.

ALT12  0630-CALCULA-FRETE-FIM. EXIT.



      *-----------------------------------------------------------------
ALT12 *    PEDIDO DE ENTREGA DA COMPRA PAGA - NUMERO PELA SEQUENCIA
ALT12 *    ENTSEQ.txt (ARQUIVO AUSENTE COMECA DO 1), NASCE A SEPARAR
      *-----------------------------------------------------------------
ALT12  0640-GRAVA-ENTREGA                        SECTION.

ALT12      MOVE ZEROS TO WRK-NUMERO-ENTREGA.

ALT12      OPEN INPUT ENTSEQ.
ALT12      IF WRK-FS-ENTSEQ EQUAL 00
ALT12          READ ENTSEQ
ALT12          IF WRK-FS-ENTSEQ EQUAL 00
ALT12              MOVE SEQ-ULTIMA-ENTREGA TO WRK-NUMERO-ENTREGA
ALT12          END-IF
ALT12          CLOSE ENTSEQ
ALT12      END-IF.

ALT12      ADD 1 TO WRK-NUMERO-ENTREGA.

ALT12      OPEN OUTPUT ENTSEQ.
ALT12      MOVE WRK-NUMERO-ENTREGA TO SEQ-ULTIMA-ENTREGA.
ALT12      WRITE REG-ENTSEQ.
ALT12      CLOSE ENTSEQ.

ALT12      OPEN EXTEND ENTREGAS.
ALT12      IF WRK-FS-ENTREGAS EQUAL 35
ALT12          OPEN OUTPUT ENTREGAS
ALT12          CLOSE ENTREGAS
ALT12          OPEN EXTEND ENTREGAS
ALT12      END-IF.

ALT12      MOVE WRK-NUMERO-ENTREGA TO ENT-NUMERO.
ALT12      MOVE WRK-NUMERO-CUPOM   TO ENT-CUPOM.
ALT12      MOVE WRK-DATA-HOJE      TO ENT-DATA-VENDA.
ALT12      MOVE WRK-OPERADOR       TO ENT-OPERADOR.
ALT12      MOVE WRK-CLIENTE        TO ENT-CLIENTE.
ALT12      MOVE WRK-DST-NOME       TO ENT-NOME.
ALT12      MOVE WRK-DST-ENDERECO   TO ENT-ENDERECO.
ALT12      MOVE WRK-DST-NUMERO-END TO ENT-NUMERO-END.
ALT12      MOVE WRK-DST-CIDADE     TO ENT-CIDADE.
ALT12      MOVE WRK-DST-UF         TO ENT-UF.
ALT12      MOVE WRK-DST-CEP        TO ENT-CEP.
ALT12      MOVE WRK-CFR-REGIAO     TO ENT-REGIAO.
ALT12      MOVE WRK-DST-PESO       TO ENT-PESO.
ALT12      MOVE WRK-VALOR-ACUM     TO ENT-VALOR-COMPRA.
ALT12      MOVE WRK-VALOR-FRETE    TO ENT-FRETE.
ALT12      SET ENT-A-SEPARAR       TO TRUE.
ALT12      MOVE ZEROS              TO ENT-DATA-SEPARACAO
ALT12                                 ENT-DATA-DESPACHO
ALT12                                 ENT-DATA-ENTREGA
ALT12                                 ENT-DATA-DEVOLUCAO.
ALT12      WRITE REG-ENTREGA.
ALT12      CLOSE ENTREGAS.

ALT12      DISPLAY "PEDIDO DE ENTREGA " WRK-NUMERO-ENTREGA
ALT12          " - REGIAO " WRK-CFR-REGIAO.

ALT12  0640-GRAVA-ENTREGA-FIM. EXIT.
