           SELECT MOVENTRA ASSIGN TO "C:\ATIVIDADE3\MOVENTRA.txt"
               FILE STATUS IS VAR-FS-MOVENTRA.

      * METAS MENSAIS DA GERENCIA (SAIRAM DA PLANILHA)
           SELECT METAS ASSIGN TO "C:\ATIVIDADE3\METAS.txt"
               FILE STATUS IS VAR-FS-METAS.

       DATA DIVISION.
       FILE SECTION.
       FD MOVIMENTO.
          05 REG-MOVIMENTO-VALOR PIC 9(5)V99.
      * ORIGEM DO ACUMULADO: M = DIGITACAO MANUAL, B = LOTE
          05 REG-MOVIMENTO-ORIGEM PIC X(1).
      * LINHA DE PRODUTO (BRANCO = GERAL, COMO O LOTE DO BILLING)
          05 REG-MOVIMENTO-LINHA PIC X(10).

       FD MOVENTRA.
       01 REG-MOVENTRA.
          05 REG-MOVENTRA-MES PIC 99.
          05 REG-MOVENTRA-VALOR PIC 9(5)V99.

      * META DO MES, GERAL (LINHA EM BRANCO) OU DE UMA LINHA DE
      * PRODUTO; O MES 00 E O REGISTRO DE CONTROLE DO ANO COM O
      * PERCENTUAL MINIMO DE ATINGIMENTO NO VALOR
       FD METAS.
       01 REG-METAS.
          05 REG-METAS-ANO PIC 9(4).
          05 REG-METAS-MES PIC 99.
          05 REG-METAS-LINHA PIC X(10).
          05 REG-METAS-VALOR PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 VAR-VENDAS-TAB.
          05 VAR-VENDAS-OCO OCCURS 600 TIMES.
             10 VAR-TAB-ANO   PIC 9(4).
             10 VAR-TAB-MES   PIC 99.
             10 VAR-TAB-VALOR PIC 9(5)V99.
             10 VAR-TAB-ORIGEM PIC X(1).
             10 VAR-TAB-LINHA PIC X(10).
       01 VAR-QT-VENDAS PIC 9(03).
       01 VAR-VALOR-VENDA PIC 9(5)V99.
        01 VAR-INDICE PIC 9(03).
       01 VAR-MODO PIC 9 VALUE 1.
          88 VAR-MODO-DIGITACAO VALUE 1.
          88 VAR-MODO-LOTE VALUE 2.
          88 VAR-MODO-METAS VALUE 3.
       01 VAR-LINHA PIC X(10) VALUE SPACES.
       01 VAR-QT-LOTE PIC 9(03) VALUE 0.
       01 VAR-DATA-SISTEMA.
          05 VAR-ANO-SISTEMA PIC 9(4).
       01 VAR-VARIACAO-ED PIC -ZZZ,ZZ9.99.
       01 VAR-PCT-ED PIC -Z,ZZ9.99.

      * METAS MENSAIS (GERAL OU POR LINHA DE PRODUTO)
       01 VAR-METAS-TAB.
          05 VAR-METAS-OCO OCCURS 300 TIMES.
             10 VAR-MET-ANO   PIC 9(4).
             10 VAR-MET-MES   PIC 99.
             10 VAR-MET-LINHA PIC X(10).
             10 VAR-MET-VALOR PIC 9(7)V99.
       01 VAR-QT-METAS PIC 9(03) VALUE 0.
       01 VAR-IND-META PIC 9(03).
       01 VAR-FS-METAS PIC 99.
       01 VAR-META-ANO PIC 9(4) VALUE 0.
       01 VAR-META-MES PIC 99 VALUE 0.
       01 VAR-META-VALOR PIC 9(7)V99 VALUE 0.
       77 VAR-ACHOU-META PIC X(01) VALUE "N".
          88 VAR-ACHOU-META-SIM VALUE "S".
          88 VAR-ACHOU-META-NAO VALUE "N".

      * METAS X REALIZADO - O MES FECHADO E O ANTERIOR AO CORRENTE;
      * A PROJECAO DO ANO USA O RITMO DOS MESES FECHADOS
       01 VAR-PCT-MINIMO PIC 9(3) VALUE 90.
       01 VAR-QT-METAS-ANO PIC 9(03) VALUE 0.
       01 VAR-MES-REL PIC 99 VALUE 0.
       01 VAR-MES-LIMITE PIC 99 VALUE 0.
       01 VAR-META-GERAL PIC 9(7)V99 VALUE 0.
       01 VAR-META-LINHAS PIC 9(7)V99 VALUE 0.
       01 VAR-META-MES-TOT PIC 9(7)V99 VALUE 0.
       01 VAR-REAL-MES PIC 9(7)V99 VALUE 0.
       01 VAR-ACUM-META PIC 9(8)V99 VALUE 0.
       01 VAR-ACUM-REAL PIC 9(8)V99 VALUE 0.
       01 VAR-META-ANUAL PIC 9(8)V99 VALUE 0.
       01 VAR-PROJECAO PIC 9(9)V99 VALUE 0.
       01 VAR-ATING-PCT PIC 9(5)V99 VALUE 0.
       01 VAR-ACUM-PCT PIC 9(5)V99 VALUE 0.
       01 VAR-ATING-ED PIC ZZ,ZZ9.99.
       01 VAR-ACUM-PCT-ED PIC ZZ,ZZ9.99.
       01 VAR-META-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 VAR-REAL-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 VAR-PROJECAO-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 VAR-SITUACAO-MES PIC X(20) VALUE SPACES.
       01 VAR-FILTRO PIC X(01) VALUE "G".
          88 VAR-FILTRO-GERAL VALUE "G".
          88 VAR-FILTRO-LINHA VALUE "L".
       01 VAR-LINHA-REL PIC X(10) VALUE SPACES.
       01 VAR-LINHAS-TAB.
          05 VAR-LIN-LINHA PIC X(10) OCCURS 50 TIMES.
       01 VAR-QT-LINHAS PIC 9(02) VALUE 0.
       01 VAR-IND-LINHA PIC 9(02).
       77 VAR-ACHOU-LINHA PIC X(01) VALUE "N".
          88 VAR-ACHOU-LINHA-SIM VALUE "S".
          88 VAR-ACHOU-LINHA-NAO VALUE "N".

       PROCEDURE DIVISION.
       INICIO.
       PERFORM VENDAS-INICIAIS.
       PERFORM VENDAS-LE-MOVIMENTO.
       PERFORM VENDAS-LE-METAS.
       DISPLAY "Modo de entrada (1-Digitacao  2-Lote  3-Metas): ".
       ACCEPT VAR-MODO.
       IF VAR-MODO-LOTE
           PERFORM VENDAS-ENTRADA-LOTE
           GO TO VENDAS-ENCERRA-ENTRADA
       END-IF.
       IF VAR-MODO-METAS
           PERFORM VENDAS-MANUTENCAO-METAS
           GO TO VENDAS-ENCERRA-ENTRADA
       END-IF.
       DISPLAY "Informe o mês da venda: ".
        ACCEPT VAR-MES.
       PERFORM UNTIL VAR-MES = 99
                    DISPLAY "Valor invalido. Informe valor > zero."
                END-IF
            END-PERFORM
            DISPLAY "Informe a linha de produto (branco = geral): "
            MOVE SPACES TO VAR-LINHA
            ACCEPT VAR-LINHA
            PERFORM VENDAS-ACUMULA-MES
        ELSE
            DISPLAY "Mês inválido. Informe novamente: "
       DISPLAY "Valores acumulados por mês:".
       PERFORM VENDAS-FINAIS.
       PERFORM VENDAS-COMPARA-ANOS.
       PERFORM VENDAS-METAS-X-REALIZADO.
       PERFORM VENDAS-GRAVA-MOVIMENTO.
       IF VAR-MODO-METAS
           PERFORM VENDAS-GRAVA-METAS
       END-IF.
        DISPLAY "".
       DISPLAY "============== FIM DE PROGRAMA ==============".
       STOP RUN.
               MOVE "M" TO VAR-TAB-ORIGEM(VAR-INDICE)
           END-IF
       ELSE
           IF VAR-QT-VENDAS < 600
               ADD 1 TO VAR-QT-VENDAS
               MOVE VAR-ANO-SISTEMA TO VAR-TAB-ANO(VAR-QT-VENDAS)
               MOVE VAR-MES         TO VAR-TAB-MES(VAR-QT-VENDAS)
               MOVE VAR-VALOR-VENDA TO VAR-TAB-VALOR(VAR-QT-VENDAS)
               MOVE VAR-LINHA       TO VAR-TAB-LINHA(VAR-QT-VENDAS)
               IF VAR-MODO-DIGITACAO
                   MOVE "M" TO VAR-TAB-ORIGEM(VAR-QT-VENDAS)
               ELSE
       VENDAS-PROCURA-MES.
       IF VAR-TAB-ANO(VAR-INDICE) = VAR-ANO-SISTEMA
          AND VAR-TAB-MES(VAR-INDICE) = VAR-MES
          AND VAR-TAB-LINHA(VAR-INDICE) = VAR-LINHA
           SET VAR-ACHOU-MES-SIM TO TRUE
       END-IF.

      * CADEIA DE BILLING) SEM INTERACAO DO OPERADOR - A DIGITACAO
      * FICA SO PARA AJUSTE MANUAL, MARCADO COM ORIGEM "M"
       VENDAS-ENTRADA-LOTE.
       MOVE SPACES TO VAR-LINHA.
       OPEN INPUT MOVENTRA.
       IF VAR-FS-MOVENTRA NOT = 00
           DISPLAY "MOVENTRA.txt nao encontrado - nada acumulado."
           PERFORM UNTIL VAR-FS-MOVIMENTO NOT = 00
               READ MOVIMENTO
               IF VAR-FS-MOVIMENTO = 00
                   IF VAR-QT-VENDAS < 600
                       ADD 1 TO VAR-QT-VENDAS
                       MOVE REG-MOVIMENTO-ANO
                           TO VAR-TAB-ANO(VAR-QT-VENDAS)
                           TO VAR-TAB-VALOR(VAR-QT-VENDAS)
                       MOVE REG-MOVIMENTO-ORIGEM
                           TO VAR-TAB-ORIGEM(VAR-QT-VENDAS)
                       MOVE REG-MOVIMENTO-LINHA
                           TO VAR-TAB-LINHA(VAR-QT-VENDAS)
                       ADD REG-MOVIMENTO-VALOR TO VAR-TOTAL-ANO
                   END-IF
               END-IF
        MOVE VAR-TAB-MES(VAR-INDICE)   TO REG-MOVIMENTO-MES
        MOVE VAR-TAB-VALOR(VAR-INDICE) TO REG-MOVIMENTO-VALOR
        MOVE VAR-TAB-ORIGEM(VAR-INDICE) TO REG-MOVIMENTO-ORIGEM
        MOVE VAR-TAB-LINHA(VAR-INDICE) TO REG-MOVIMENTO-LINHA
        WRITE REG-MOVIMENTO
       END-PERFORM.
       CLOSE MOVIMENTO.
               UNTIL VAR-INDICE > VAR-QT-VENDAS
        DISPLAY VAR-TAB-ANO(VAR-INDICE), "/", VAR-TAB-MES(VAR-INDICE),
            ": R$ ", VAR-TAB-VALOR(VAR-INDICE),
            " (", VAR-TAB-ORIGEM(VAR-INDICE), ") ",
            VAR-TAB-LINHA(VAR-INDICE)
       END-PERFORM.
       DISPLAY "------------------------------------".
       DISPLAY "Total acumulado no ano: R$ ", VAR-TOTAL-ANO.

      * METAS: CARREGA O METAS.txt NA TABELA (SEM O ARQUIVO, NENHUMA
      * META CADASTRADA)
       VENDAS-LE-METAS.
       MOVE 0 TO VAR-QT-METAS.
       OPEN INPUT METAS.
       IF VAR-FS-METAS = 00
           READ METAS
           PERFORM VENDAS-GUARDA-META
               UNTIL VAR-FS-METAS NOT = 00
           CLOSE METAS
       END-IF.

       VENDAS-GUARDA-META.
       IF VAR-QT-METAS < 300
           ADD 1 TO VAR-QT-METAS
           MOVE REG-METAS-ANO   TO VAR-MET-ANO(VAR-QT-METAS)
           MOVE REG-METAS-MES   TO VAR-MET-MES(VAR-QT-METAS)
           MOVE REG-METAS-LINHA TO VAR-MET-LINHA(VAR-QT-METAS)
           MOVE REG-METAS-VALOR TO VAR-MET-VALOR(VAR-QT-METAS)
       END-IF.
       READ METAS.

      * MANUTENCAO DAS METAS: ANO, MES, LINHA (BRANCO = META GERAL DO
      * MES) E VALOR; VALOR ZERO EXCLUI. O MES 00 GUARDA O PERCENTUAL
      * MINIMO DE ATINGIMENTO DO ANO (SEM ELE VALE 90%)
       VENDAS-MANUTENCAO-METAS.
       DISPLAY "Informe o ano das metas (0 = ano corrente): ".
       ACCEPT VAR-META-ANO.
       IF VAR-META-ANO = 0
           MOVE VAR-ANO-SISTEMA TO VAR-META-ANO
       END-IF.
       DISPLAY "Informe o mes da meta (00 = percentual minimo, "
           "99 encerra): ".
       ACCEPT VAR-META-MES.
       PERFORM VENDAS-UMA-META UNTIL VAR-META-MES = 99.

       VENDAS-UMA-META.
       IF VAR-META-MES > 12
           DISPLAY "Mes invalido."
       ELSE
           MOVE SPACES TO VAR-LINHA
           IF VAR-META-MES = 0
               DISPLAY "Percentual minimo de atingimento (0 exclui): "
           ELSE
               DISPLAY "Linha de produto (branco = meta geral): "
               ACCEPT VAR-LINHA
               DISPLAY "Valor da meta (0 exclui): "
           END-IF
           ACCEPT VAR-META-VALOR
           PERFORM VENDAS-ATUALIZA-META
       END-IF.
       DISPLAY "Informe o mes da meta (00 = percentual minimo, "
           "99 encerra): ".
       ACCEPT VAR-META-MES.

       VENDAS-ATUALIZA-META.
       SET VAR-ACHOU-META-NAO TO TRUE.
       PERFORM VENDAS-PROCURA-META
           VARYING VAR-IND-META FROM 1 BY 1
           UNTIL VAR-IND-META > VAR-QT-METAS OR VAR-ACHOU-META-SIM.
       IF VAR-ACHOU-META-SIM
           SUBTRACT 1 FROM VAR-IND-META
           MOVE VAR-META-VALOR TO VAR-MET-VALOR(VAR-IND-META)
           IF VAR-META-VALOR = 0
               DISPLAY "Meta excluida."
           ELSE
               DISPLAY "Meta alterada."
           END-IF
       ELSE
           IF VAR-META-VALOR = 0
               DISPLAY "Meta nao cadastrada - nada a excluir."
           ELSE
               IF VAR-QT-METAS < 300
                   ADD 1 TO VAR-QT-METAS
                   MOVE VAR-META-ANO   TO VAR-MET-ANO(VAR-QT-METAS)
                   MOVE VAR-META-MES   TO VAR-MET-MES(VAR-QT-METAS)
                   MOVE VAR-LINHA      TO VAR-MET-LINHA(VAR-QT-METAS)
                   MOVE VAR-META-VALOR TO VAR-MET-VALOR(VAR-QT-METAS)
                   DISPLAY "Meta incluida."
               ELSE
                   DISPLAY "Tabela de metas cheia - meta nao incluida."
               END-IF
           END-IF
       END-IF.

       VENDAS-PROCURA-META.
       IF VAR-MET-ANO(VAR-IND-META) = VAR-META-ANO
          AND VAR-MET-MES(VAR-IND-META) = VAR-META-MES
          AND VAR-MET-LINHA(VAR-IND-META) = VAR-LINHA
           SET VAR-ACHOU-META-SIM TO TRUE
       END-IF.

      * REGRAVA O METAS.txt SEM AS METAS EXCLUIDAS (VALOR ZERO)
       VENDAS-GRAVA-METAS.
       OPEN OUTPUT METAS.
       PERFORM VENDAS-GRAVA-UMA-META
           VARYING VAR-IND-META FROM 1 BY 1
           UNTIL VAR-IND-META > VAR-QT-METAS.
       CLOSE METAS.

       VENDAS-GRAVA-UMA-META.
       IF VAR-MET-VALOR(VAR-IND-META) > 0
           MOVE VAR-MET-ANO(VAR-IND-META)   TO REG-METAS-ANO
           MOVE VAR-MET-MES(VAR-IND-META)   TO REG-METAS-MES
           MOVE VAR-MET-LINHA(VAR-IND-META) TO REG-METAS-LINHA
           MOVE VAR-MET-VALOR(VAR-IND-META) TO REG-METAS-VALOR
           WRITE REG-METAS
       END-IF.

      * METAS X REALIZADO DO ANO CORRENTE: META, REALIZADO E
      * ATINGIMENTO DE CADA MES, ATINGIMENTO ACUMULADO DOS MESES
      * FECHADOS E A PROJECAO DO ANO PELO RITMO DELES. MES FECHADO
      * ABAIXO DO PERCENTUAL MINIMO SAI MARCADO PARA ACOMPANHAMENTO.
      * PRIMEIRO O TOTAL (META GERAL DO MES OU, SEM ELA, A SOMA DAS
      * METAS DAS LINHAS), DEPOIS CADA LINHA DE PRODUTO COM META
       VENDAS-METAS-X-REALIZADO.
       MOVE VAR-ANO-SISTEMA TO VAR-META-ANO.
       MOVE 90 TO VAR-PCT-MINIMO.
       MOVE 0 TO VAR-QT-METAS-ANO.
       MOVE 0 TO VAR-QT-LINHAS.
       PERFORM VENDAS-APURA-METAS-ANO
           VARYING VAR-IND-META FROM 1 BY 1
           UNTIL VAR-IND-META > VAR-QT-METAS.
       DISPLAY "====================================".
       IF VAR-QT-METAS-ANO = 0
           DISPLAY "Sem metas cadastradas para ", VAR-META-ANO, "."
       ELSE
           COMPUTE VAR-MES-LIMITE = VAR-MES-SISTEMA - 1
           DISPLAY "Metas x realizado ", VAR-META-ANO,
               " (minimo de atingimento ", VAR-PCT-MINIMO, "%):"
           SET VAR-FILTRO-GERAL TO TRUE
           MOVE SPACES TO VAR-LINHA-REL
           PERFORM VENDAS-METAS-BLOCO
           PERFORM VENDAS-METAS-LINHA
               VARYING VAR-IND-LINHA FROM 1 BY 1
               UNTIL VAR-IND-LINHA > VAR-QT-LINHAS
       END-IF.

       VENDAS-APURA-METAS-ANO.
       IF VAR-MET-ANO(VAR-IND-META) = VAR-META-ANO
          AND VAR-MET-VALOR(VAR-IND-META) > 0
           IF VAR-MET-MES(VAR-IND-META) = 0
               MOVE VAR-MET-VALOR(VAR-IND-META) TO VAR-PCT-MINIMO
           ELSE
               ADD 1 TO VAR-QT-METAS-ANO
               IF VAR-MET-LINHA(VAR-IND-META) NOT = SPACES
                   PERFORM VENDAS-GUARDA-LINHA
               END-IF
           END-IF
       END-IF.

       VENDAS-GUARDA-LINHA.
       SET VAR-ACHOU-LINHA-NAO TO TRUE.
       PERFORM VENDAS-PROCURA-LINHA
           VARYING VAR-IND-LINHA FROM 1 BY 1
           UNTIL VAR-IND-LINHA > VAR-QT-LINHAS OR VAR-ACHOU-LINHA-SIM.
       IF VAR-ACHOU-LINHA-NAO AND VAR-QT-LINHAS < 50
           ADD 1 TO VAR-QT-LINHAS
           MOVE VAR-MET-LINHA(VAR-IND-META)
               TO VAR-LIN-LINHA(VAR-QT-LINHAS)
       END-IF.

       VENDAS-PROCURA-LINHA.
       IF VAR-LIN-LINHA(VAR-IND-LINHA) = VAR-MET-LINHA(VAR-IND-META)
           SET VAR-ACHOU-LINHA-SIM TO TRUE
       END-IF.

       VENDAS-METAS-LINHA.
       SET VAR-FILTRO-LINHA TO TRUE.
       MOVE VAR-LIN-LINHA(VAR-IND-LINHA) TO VAR-LINHA-REL.
       DISPLAY "------------------------------------".
       DISPLAY "Linha de produto ", VAR-LINHA-REL, ":".
       PERFORM VENDAS-METAS-BLOCO.

      * UM BLOCO DO RELATORIO (TOTAL OU UMA LINHA) - OS 12 MESES E A
      * PROJECAO DO ANO
       VENDAS-METAS-BLOCO.
       MOVE 0 TO VAR-ACUM-META.
       MOVE 0 TO VAR-ACUM-REAL.
       MOVE 0 TO VAR-META-ANUAL.
       PERFORM VENDAS-METAS-UM-MES
           VARYING VAR-MES-REL FROM 1 BY 1
           UNTIL VAR-MES-REL > 12.
       MOVE VAR-META-ANUAL TO VAR-META-ED.
       IF VAR-MES-LIMITE = 0
           DISPLAY "Nenhum mes fechado no ano - sem projecao."
               " Meta anual: R$ ", VAR-META-ED
       ELSE
           COMPUTE VAR-PROJECAO ROUNDED =
               VAR-ACUM-REAL / VAR-MES-LIMITE * 12
           MOVE VAR-PROJECAO TO VAR-PROJECAO-ED
           IF VAR-META-ANUAL > 0
               COMPUTE VAR-ATING-PCT ROUNDED =
                   VAR-PROJECAO * 100 / VAR-META-ANUAL
                   ON SIZE ERROR MOVE 99999.99 TO VAR-ATING-PCT
               END-COMPUTE
               MOVE VAR-ATING-PCT TO VAR-ATING-ED
               DISPLAY "Projecao do ano (ritmo de ", VAR-MES-LIMITE,
                   " meses fechados): R$ ", VAR-PROJECAO-ED,
                   " x meta anual R$ ", VAR-META-ED,
                   " (", VAR-ATING-ED, "%)"
           ELSE
               DISPLAY "Projecao do ano (ritmo de ", VAR-MES-LIMITE,
                   " meses fechados): R$ ", VAR-PROJECAO-ED,
                   " (sem meta anual)"
           END-IF
       END-IF.

       VENDAS-METAS-UM-MES.
       MOVE 0 TO VAR-META-GERAL.
       MOVE 0 TO VAR-META-LINHAS.
       PERFORM VENDAS-SOMA-META-MES
           VARYING VAR-IND-META FROM 1 BY 1
           UNTIL VAR-IND-META > VAR-QT-METAS.
       IF VAR-FILTRO-GERAL AND VAR-META-GERAL > 0
           MOVE VAR-META-GERAL TO VAR-META-MES-TOT
       ELSE
           MOVE VAR-META-LINHAS TO VAR-META-MES-TOT
       END-IF.
       MOVE 0 TO VAR-REAL-MES.
       PERFORM VENDAS-SOMA-REAL-MES
           VARYING VAR-INDICE FROM 1 BY 1
           UNTIL VAR-INDICE > VAR-QT-VENDAS.
       IF VAR-META-MES-TOT = 0 AND VAR-REAL-MES = 0
           CONTINUE
       ELSE
           ADD VAR-META-MES-TOT TO VAR-META-ANUAL
           MOVE VAR-META-MES-TOT TO VAR-META-ED
           MOVE VAR-REAL-MES TO VAR-REAL-ED
           MOVE SPACES TO VAR-SITUACAO-MES
           IF VAR-MES-REL > VAR-MES-LIMITE
               MOVE "(em aberto)" TO VAR-SITUACAO-MES
           ELSE
               ADD VAR-META-MES-TOT TO VAR-ACUM-META
               ADD VAR-REAL-MES TO VAR-ACUM-REAL
           END-IF
           IF VAR-META-MES-TOT > 0
               COMPUTE VAR-ATING-PCT ROUNDED =
                   VAR-REAL-MES * 100 / VAR-META-MES-TOT
                   ON SIZE ERROR MOVE 99999.99 TO VAR-ATING-PCT
               END-COMPUTE
               MOVE VAR-ATING-PCT TO VAR-ATING-ED
               IF VAR-MES-REL NOT > VAR-MES-LIMITE
                  AND VAR-ATING-PCT < VAR-PCT-MINIMO
                   MOVE "<< ACOMPANHAR" TO VAR-SITUACAO-MES
               END-IF
           ELSE
               MOVE 0 TO VAR-ATING-ED
               MOVE "(sem meta)" TO VAR-SITUACAO-MES
           END-IF
           IF VAR-ACUM-META > 0
               COMPUTE VAR-ACUM-PCT ROUNDED =
                   VAR-ACUM-REAL * 100 / VAR-ACUM-META
                   ON SIZE ERROR MOVE 99999.99 TO VAR-ACUM-PCT
               END-COMPUTE
           ELSE
               MOVE 0 TO VAR-ACUM-PCT
           END-IF
           MOVE VAR-ACUM-PCT TO VAR-ACUM-PCT-ED
           DISPLAY "Mes ", VAR-MES-REL,
               ": meta R$ ", VAR-META-ED,
               " real R$ ", VAR-REAL-ED,
               " ating ", VAR-ATING-ED, "%",
               " acum ", VAR-ACUM-PCT-ED, "% ",
               VAR-SITUACAO-MES
       END-IF.

       VENDAS-SOMA-META-MES.
       IF VAR-MET-ANO(VAR-IND-META) = VAR-META-ANO
          AND VAR-MET-MES(VAR-IND-META) = VAR-MES-REL
           IF VAR-MET-LINHA(VAR-IND-META) = SPACES
               ADD VAR-MET-VALOR(VAR-IND-META) TO VAR-META-GERAL
           ELSE
               IF VAR-FILTRO-GERAL
                  OR VAR-MET-LINHA(VAR-IND-META) = VAR-LINHA-REL
                   ADD VAR-MET-VALOR(VAR-IND-META) TO VAR-META-LINHAS
               END-IF
           END-IF
       END-IF.

       VENDAS-SOMA-REAL-MES.
       IF VAR-TAB-ANO(VAR-INDICE) = VAR-META-ANO
          AND VAR-TAB-MES(VAR-INDICE) = VAR-MES-REL
           IF VAR-FILTRO-GERAL
              OR VAR-TAB-LINHA(VAR-INDICE) = VAR-LINHA-REL
               ADD VAR-TAB-VALOR(VAR-INDICE) TO VAR-REAL-MES
           END-IF
       END-IF.
