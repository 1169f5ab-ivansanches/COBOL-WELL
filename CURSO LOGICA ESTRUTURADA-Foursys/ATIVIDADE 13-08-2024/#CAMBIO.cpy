      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO REGISTRO DE OPERACOES DE CAMBIO
      *              (CAMBIO.txt) - UMA COMPRA OU VENDA DE MOEDA
      *              ESTRANGEIRA POR REGISTRO, COM A CONTA DO CLIENTE,
      *              A MOEDA, O VALOR EM MOEDA, A COTACAO DE REFERENCIA
      *              (COTACOES.txt) E SUA VIGENCIA, A TAXA APLICADA COM
      *              O SPREAD DO CAMBPARM.txt, O VALOR EM REAIS E A
      *              RECEITA DE SPREAD (DIFERENCA ENTRE O VALOR EM
      *              REAIS E O VALOR A REFERENCIA). OPERACAO C=CLIENTE
      *              COMPRA A MOEDA (BANCO VENDE: DEBITO EM REAIS NA
      *              CONTA DO CLIENTE, DEBITO NA MOEDA NA CONTA DE
      *              POSICAO), V=CLIENTE VENDE A MOEDA (BANCO COMPRA:
      *              CREDITO EM REAIS NO CLIENTE, CREDITO NA MOEDA NA
      *              POSICAO). CANAL C=CAIXA (PRGCAMCX), A=ARQUIVO
      *              (CAMENTR.txt, PRGCAMLQ). SITUACAO: C=CAPTURADA
      *              (AGUARDA A LIQUIDACAO), L=LIQUIDADA (PERNAS
      *              EMITIDAS NO LOTE CMB-LOTE), R=RECUSADA,
      *              X=CANCELADA ANTES DA LIQUIDACAO. MOTIVO DA
      *              RECUSA: 01=CONTA INEXISTENTE/ENCERRADA, 02=CONTA
      *              BLOQUEADA, 03=SALDO INSUFICIENTE, 04=COTACAO
      *              DESATUALIZADA OU AUSENTE, 05=MOEDA NAO NEGOCIADA,
      *              06=VALOR ZERADO OU ACIMA DO MAXIMO, 07=OPERACAO
      *              INVALIDA, 08=POSICAO DA MOEDA SEM LIMITE PARA A
      *              VENDA. CMB-DATA-SITUACAO = DATA DA LIQUIDACAO,
      *              RECUSA OU CANCELAMENTO (BASE DA POSICAO DIARIA
      *              DO PRGCAMPO)
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-CAMBIO.
           05 CMB-NUMERO                PIC  9(06).
           05 CMB-DATA-CAPTURA          PIC  9(08).
           05 CMB-CANAL                 PIC  X(01).
               88 CMB-CANAL-CAIXA                  VALUE "C".
               88 CMB-CANAL-ARQUIVO                VALUE "A".
           05 CMB-AGENCIA               PIC  9(04).
           05 CMB-CONTA                 PIC  9(05).
           05 CMB-DV-CONTA              PIC  9(01).
           05 CMB-OPERACAO              PIC  X(01).
               88 CMB-CLIENTE-COMPRA               VALUE "C".
               88 CMB-CLIENTE-VENDE                VALUE "V".
           05 CMB-MOEDA                 PIC  X(03).
           05 CMB-VALOR-MOEDA           PIC  9(08)V99.
           05 CMB-DATA-COTACAO          PIC  9(08).
           05 CMB-TAXA-REFERENCIA       PIC  9(03)V9(05).
           05 CMB-TAXA-APLICADA         PIC  9(03)V9(05).
           05 CMB-VALOR-REAIS           PIC  9(10)V99.
           05 CMB-RECEITA-SPREAD        PIC  9(08)V99.
           05 CMB-OPERADOR              PIC  X(10).
           05 CMB-SITUACAO              PIC  X(01).
               88 CMB-CAPTURADA                    VALUE "C".
               88 CMB-LIQUIDADA                    VALUE "L".
               88 CMB-RECUSADA                     VALUE "R".
               88 CMB-CANCELADA                    VALUE "X".
           05 CMB-DATA-SITUACAO         PIC  9(08).
           05 CMB-MOTIVO                PIC  9(02).
           05 CMB-LOTE                  PIC  9(06).
