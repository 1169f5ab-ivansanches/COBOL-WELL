      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO CONTROLE DE NOTAS FISCAIS DE
      *              SERVICO ELETRONICAS (NFSE.txt) - UMA LINHA POR
      *              FATURA DO FATURREG.txt LEVADA A PREFEITURA, CHAVE
      *              NFE-FATURA (= FAT-NUMERO): O RPS (RECIBO
      *              PROVISORIO) E O LOTE EM QUE FOI ENVIADO, OS
      *              VALORES DECLARADOS E, DEPOIS DO RETORNO, O NUMERO
      *              OFICIAL DA NFS-E E O CODIGO DE VERIFICACAO.
      *              SITUACAO: E=ENVIADO (AGUARDANDO RETORNO),
      *              A=AUTORIZADA, R=REJEITADA (REENVIADA NO PROXIMO
      *              LOTE COM RPS NOVO), X=CANCELAMENTO SOLICITADO,
      *              C=CANCELADA. GRAVADO PELO PRGNFSE (ENVIO), PRGNFRET
      *              (RETORNO) E PRGNFCAN (PEDIDO DE CANCELAMENTO)
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-NFSE.
           05 NFE-FATURA                PIC  9(06).
           05 NFE-CODIGO-CLIENTE        PIC  X(03).
           05 NFE-RPS                   PIC  9(08).
           05 NFE-LOTE                  PIC  9(06).
           05 NFE-DATA-RPS              PIC  9(08).
           05 NFE-VALOR-SERVICO         PIC  9(06)V99.
           05 NFE-VALOR-ISS             PIC  9(06)V99.
           05 NFE-SITUACAO              PIC  X(01).
               88 NFE-ENVIADA                      VALUE "E".
               88 NFE-AUTORIZADA                   VALUE "A".
               88 NFE-REJEITADA                    VALUE "R".
               88 NFE-CANCELAMENTO-PEDIDO          VALUE "X".
               88 NFE-CANCELADA                    VALUE "C".
           05 NFE-NUMERO-NFSE           PIC  X(15).
           05 NFE-CODIGO-VERIFICACAO    PIC  X(10).
           05 NFE-DATA-SITUACAO         PIC  9(08).
           05 NFE-MOTIVO                PIC  X(40).
