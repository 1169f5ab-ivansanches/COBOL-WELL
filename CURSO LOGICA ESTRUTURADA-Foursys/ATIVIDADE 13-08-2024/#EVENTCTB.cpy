      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DA TABELA DE EVENTOS CONTABEIS
      *              (EVENTCTB.txt) - TRADUZ O MOVIMENTO POSTADO NO
      *              MOVHIST EM PARTIDA DOBRADA: PARA O TIPO DO
      *              LANCAMENTO (D/C), A ORIGEM DO LOTE (9001=
      *              ASSINATURAS, 9002=JUROS DE CHEQUE ESPECIAL,
      *              9006=ESTORNOS, 9007=TARIFAS, 9008=REMUNERACAO DE
      *              POUPANCA, 9010=CAIXA, 9011=SALARIOS, ETC.; ZEROS =
      *              QUALQUER ORIGEM, INCLUSIVE LOTE DE AGENCIA) E A
      *              MOEDA (BRANCO = QUALQUER MOEDA), AS CONTAS DO
      *              PLANOCTB A DEBITAR E A CREDITAR E O HISTORICO.
      *              VALE A LINHA MAIS ESPECIFICA: ORIGEM+MOEDA,
      *              ORIGEM, MOEDA E POR FIM A GENERICA DO TIPO
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-EVENTCTB.
           05 EVC-TIPO                  PIC  X(01).
               88 EVC-DEBITO                       VALUE "D".
               88 EVC-CREDITO                      VALUE "C".
           05 EVC-ORIGEM                PIC  9(04).
           05 EVC-MOEDA                 PIC  X(03).
           05 EVC-CONTA-DEBITO          PIC  X(10).
           05 EVC-CONTA-CREDITO         PIC  X(10).
           05 EVC-HISTORICO             PIC  X(30).
