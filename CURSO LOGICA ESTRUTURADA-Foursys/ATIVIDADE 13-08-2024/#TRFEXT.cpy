      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO REGISTRO DE TRANSFERENCIAS PARA
      *              OUTROS BANCOS (TRFEXT.txt) - UMA TRANSFERENCIA POR
      *              REGISTRO, COM A CONTA DEBITADA, O BANCO/AGENCIA/
      *              CONTA DE DESTINO E O DOCUMENTO DO FAVORECIDO
      *              (CPF/CNPJ CONFERIDO PELO VALDOC). SITUACAO:
      *              C=CAPTURADA (AGUARDA O ENVIO), E=ENVIADA NA
      *              REMESSA (CLIENTE DEBITADO, VALOR NA CONTA
      *              TRANSITORIA), L=LIQUIDADA PELA CAMARA, D=DEVOLVIDA
      *              PELA CAMARA (VALOR CREDITADO DE VOLTA), R=RECUSADA
      *              NO ENVIO (NAO DEBITADA), X=CANCELADA ANTES DO
      *              ENVIO. MOTIVO: RECUSA NO ENVIO (01=CONTA
      *              INEXISTENTE/ENCERRADA, 02=CONTA BLOQUEADA, 03=SALDO
      *              INSUFICIENTE) OU O CODIGO DE DEVOLUCAO DA CAMARA.
      *              CAPTURADO PELO PRGTEDIN, ENVIADO PELO PRGTEDEN,
      *              ATUALIZADO PELO RETORNO PRGTEDRT E CONCILIADO PELO
      *              PRGTEDCO
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-TRFEXT.
           05 TRX-NUMERO                PIC  9(06).
           05 TRX-DATA-CAPTURA          PIC  9(08).
           05 TRX-AGENCIA               PIC  9(04).
           05 TRX-CONTA                 PIC  9(05).
           05 TRX-DV-CONTA              PIC  9(01).
           05 TRX-VALOR                 PIC  9(08)V99.
           05 TRX-BANCO-DESTINO         PIC  9(03).
           05 TRX-AGENCIA-DESTINO       PIC  9(04).
           05 TRX-CONTA-DESTINO         PIC  9(12).
           05 TRX-DV-DESTINO            PIC  X(01).
           05 TRX-TIPO-PESSOA           PIC  X(01).
               88 TRX-PESSOA-FISICA                VALUE "F".
               88 TRX-PESSOA-JURIDICA              VALUE "J".
           05 TRX-DOCUMENTO             PIC  9(14).
           05 TRX-NOME-FAVORECIDO       PIC  X(30).
           05 TRX-OPERADOR              PIC  X(10).
           05 TRX-SITUACAO              PIC  X(01).
               88 TRX-CAPTURADA                    VALUE "C".
               88 TRX-ENVIADA                      VALUE "E".
               88 TRX-LIQUIDADA                    VALUE "L".
               88 TRX-DEVOLVIDA                    VALUE "D".
               88 TRX-RECUSADA                     VALUE "R".
               88 TRX-CANCELADA                    VALUE "X".
           05 TRX-DATA-ENVIO            PIC  9(08).
           05 TRX-ARQUIVO-ENVIO         PIC  9(06).
           05 TRX-DATA-RETORNO          PIC  9(08).
           05 TRX-MOTIVO                PIC  9(02).
