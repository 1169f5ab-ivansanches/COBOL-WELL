      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DOS CHEQUES DEVOLVIDOS NA
      *              COMPENSACAO (CHQDEVOL.txt) - O ITEM RECEBIDO NO
      *              CHQCOMP.txt (MESMOS CAMPOS, MESMA ORDEM) MAIS O
      *              MOTIVO DE DEVOLUCAO PADRAO E A DATA DA DEVOLUCAO:
      *              11/12=SEM FUNDOS NA 1A/2A APRESENTACAO, 13=CONTA
      *              ENCERRADA, 20=FOLHA CANCELADA PELO CORRENTISTA,
      *              21=CONTRA-ORDEM, 28=CONTRA-ORDEM POR FURTO/ROUBO,
      *              31=ERRO FORMAL (DV/VALOR), 35=FOLHA NAO FORNECIDA
      *              A CONTA, 49=REAPRESENTACAO INDEVIDA (FOLHA JA
      *              PAGA OU DEVOLVIDA POR MOTIVO DEFINITIVO). GRAVADO
      *              PELO PRGCOMPE, DEVOLVIDO AO BANCO APRESENTANTE E
      *              CONTADO NO RELATORIO PRGRELCH
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-CHQDEVOL.
           05 DEV-BANCO-APRESENTANTE    PIC  9(03).
           05 DEV-AGENCIA               PIC  9(04).
           05 DEV-CONTA                 PIC  9(05).
           05 DEV-DV-CONTA              PIC  9(01).
           05 DEV-CHEQUE                PIC  9(06).
           05 DEV-VALOR                 PIC  9(08)V99.
           05 DEV-DATA-APRESENTACAO     PIC  9(08).
           05 DEV-MOTIVO                PIC  9(02).
           05 DEV-DATA-DEVOLUCAO        PIC  9(08).
