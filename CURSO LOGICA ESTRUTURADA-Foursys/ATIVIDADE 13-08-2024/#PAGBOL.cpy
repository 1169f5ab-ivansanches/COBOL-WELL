      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO REGISTRO DE PAGAMENTOS DE
      *              BOLETOS E CONTAS DE CONSUMO (PAGBOL.txt) - UM
      *              PAGAMENTO POR REGISTRO, COM A CONTA DEBITADA, O
      *              CODIGO DE BARRAS (CONFERIDO PELO VALBOL), O
      *              CONVENIO, O VENCIMENTO E O VALOR. CANAL C=CAIXA
      *              (PRGBOLCX), A=ARQUIVO (BOLENTR.txt, PRGBOLPG).
      *              SITUACAO: C=CAPTURADO (AGUARDA O DEBITO),
      *              P=PAGO (DEBITADO NO LOTE E NO REPASSE DO
      *              CONVENIO), R=RECUSADO, X=CANCELADO ANTES DO DEBITO.
      *              MOTIVO DA RECUSA: 01=CONTA INEXISTENTE/ENCERRADA,
      *              02=CONTA BLOQUEADA, 03=SALDO INSUFICIENTE,
      *              04=BOLETO VENCIDO, 05=BOLETO JA PAGO, 06=CONVENIO
      *              NAO CADASTRADO OU INATIVO, 07=VALOR INVALIDO
      *              (ZERADO, DIVERGENTE DO CODIGO OU ACIMA DO MAXIMO),
      *              08=LINHA DIGITAVEL/CODIGO DE BARRAS INVALIDO.
      *              PGB-DATA-SITUACAO = DATA DO PAGAMENTO, RECUSA OU
      *              CANCELAMENTO (BASE DO RELATORIO PRGRELBO)
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-PAGBOL.
           05 PGB-NUMERO                PIC  9(06).
           05 PGB-DATA-CAPTURA          PIC  9(08).
           05 PGB-CANAL                 PIC  X(01).
               88 PGB-CANAL-CAIXA                  VALUE "C".
               88 PGB-CANAL-ARQUIVO                VALUE "A".
           05 PGB-AGENCIA               PIC  9(04).
           05 PGB-CONTA                 PIC  9(05).
           05 PGB-DV-CONTA              PIC  9(01).
           05 PGB-CODIGO-BARRAS         PIC  X(44).
           05 PGB-TIPO-BOLETO           PIC  X(01).
               88 PGB-BOLETO-BANCARIO              VALUE "B".
               88 PGB-BOLETO-CONSUMO               VALUE "C".
           05 PGB-CONVENIO              PIC  9(04).
           05 PGB-VENCIMENTO            PIC  9(08).
           05 PGB-VALOR                 PIC  9(08)V99.
           05 PGB-OPERADOR              PIC  X(10).
           05 PGB-SITUACAO              PIC  X(01).
               88 PGB-CAPTURADO                    VALUE "C".
               88 PGB-PAGO                         VALUE "P".
               88 PGB-RECUSADO                     VALUE "R".
               88 PGB-CANCELADO                    VALUE "X".
           05 PGB-DATA-SITUACAO         PIC  9(08).
           05 PGB-MOTIVO                PIC  9(02).
