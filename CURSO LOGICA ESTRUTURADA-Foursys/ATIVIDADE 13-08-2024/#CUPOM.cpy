      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DOS CUPONS DE RECONQUISTA
      *              (CUPONS.txt) - UM CUPOM DE USO UNICO POR
      *              ASSINATURA CANCELADA SELECIONADA NA CAMPANHA DO
      *              PRGREATV, PRESO AO CLIENTE E AO SERVICO, COM O
      *              DESCONTO (P=PERCENTUAL, F=VALOR FIXO NA MOEDA DA
      *              ASSINATURA) E A VALIDADE. O PRGCOBRA RESGATA O
      *              CUPOM NA PRIMEIRA COBRANCA DA ASSINATURA
      *              REATIVADA E GRAVA A DATA, O VALOR COBRADO E O
      *              DESCONTO CONCEDIDO (SITUACAO "U"); CUPOM NAO
      *              RESGATADO ATE A VALIDADE VIRA "V" NO PRGREATV
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-CUPOM.
           05 CUP-CODIGO.
               10 CUP-COD-PREFIXO       PIC  X(02).
               10 CUP-COD-NUMERO        PIC  9(08).
           05 CUP-CAMPANHA              PIC  9(06).
           05 CUP-CODIGO-CLIENTE        PIC  X(03).
           05 CUP-SERVICO               PIC  X(10).
           05 CUP-MOEDA                 PIC  X(03).
           05 CUP-TIPO                  PIC  X(01).
               88 CUP-TIPO-PERCENTUAL              VALUE "P".
               88 CUP-TIPO-FIXO                    VALUE "F".
           05 CUP-VALOR                 PIC  9(03)V99.
           05 CUP-DATA-EMISSAO          PIC  9(08).
           05 CUP-VALIDADE              PIC  9(08).
           05 CUP-SITUACAO              PIC  X(01).
               88 CUP-EMITIDO                      VALUE "E".
               88 CUP-USADO                        VALUE "U".
               88 CUP-VENCIDO                      VALUE "V".
           05 CUP-DATA-USO              PIC  9(08).
           05 CUP-VALOR-COBRADO         PIC  9(05)V99.
           05 CUP-DESCONTO              PIC  9(05)V99.
