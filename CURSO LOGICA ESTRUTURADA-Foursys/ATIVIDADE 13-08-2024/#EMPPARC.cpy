      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO CRONOGRAMA DE PARCELAS DOS
      *              CONTRATOS DE EMPRESTIMO (EMPPARC.txt) - UMA
      *              LINHA POR PARCELA COM VENCIMENTO, AMORTIZACAO,
      *              JUROS, VALOR DA PARCELA E SALDO APOS O PAGAMENTO,
      *              GERADO NA INCLUSAO DO CONTRATO (PRGEMPRE). O
      *              GERADOR PRGPARCE EMITE A PARCELA VENCIDA COMO
      *              DEBITO NO LOTE DE EMPRESTIMOS E ACOMPANHA A
      *              SITUACAO: A=A VENCER, E=EMITIDA AGUARDANDO
      *              POSTAGEM, V=VENCIDA (DEBITO REJEITADO NO ATI4,
      *              SEGUE PELO RETRABALHO) E P=PAGA (POSTADA NO
      *              MOVHIST)
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-EMPPARC.
           05 PAR-CONTRATO              PIC  9(06).
           05 PAR-NUMERO                PIC  9(03).
           05 PAR-AGENCIA               PIC  9(04).
           05 PAR-CONTA                 PIC  9(05).
           05 PAR-DATA-VENCIMENTO       PIC  9(08).
           05 PAR-VALOR-AMORTIZACAO     PIC  9(08)V99.
           05 PAR-VALOR-JUROS           PIC  9(08)V99.
           05 PAR-VALOR-PARCELA         PIC  9(08)V99.
           05 PAR-SALDO-APOS            PIC  9(08)V99.
           05 PAR-SITUACAO              PIC  X(01).
               88 PAR-A-VENCER                     VALUE "A".
               88 PAR-EMITIDA                      VALUE "E".
               88 PAR-VENCIDA                      VALUE "V".
               88 PAR-PAGA                         VALUE "P".
           05 PAR-DATA-EMISSAO          PIC  9(08).
           05 PAR-LOTE                  PIC  9(06).
           05 PAR-DATA-PAGAMENTO        PIC  9(08).
           05 PAR-QTD-EMISSOES          PIC  9(02).
