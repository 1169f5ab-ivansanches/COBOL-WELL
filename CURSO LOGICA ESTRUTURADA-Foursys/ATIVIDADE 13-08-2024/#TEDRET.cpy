      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO ARQUIVO DE RETORNO DA CAMARA
      *              PARA AS TRANSFERENCIAS ENVIADAS (TEDRETOR.txt) -
      *              HEADER "0" (BANCO, DATA DO RETORNO), UM DETALHE "1"
      *              POR TRANSFERENCIA (L=LIQUIDADA, D=DEVOLVIDA COM O
      *              MOTIVO DA CAMARA) E TRAILER "9" (QUANTIDADE DE
      *              DETALHES E VALOR TOTAL). LIDO PELO PRGTEDRT
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-TEDRET.
           05 RTN-TIPO-REGISTRO         PIC  X(01).
           05 RTN-NUMERO-TRF            PIC  9(06).
           05 RTN-SEQUENCIA-ARQUIVO     PIC  9(06).
           05 RTN-VALOR                 PIC  9(08)V99.
           05 RTN-SITUACAO              PIC  X(01).
               88 RTN-LIQUIDADA                    VALUE "L".
               88 RTN-DEVOLVIDA                    VALUE "D".
           05 RTN-MOTIVO                PIC  9(02).
           05 FILLER                    PIC  X(24).

       01  REG-TEDRET-HEADER     REDEFINES REG-TEDRET.
           05 RTH-TIPO-REGISTRO         PIC  X(01).
           05 RTH-BANCO                 PIC  9(03).
           05 RTH-DATA-RETORNO          PIC  9(08).
           05 FILLER                    PIC  X(38).

       01  REG-TEDRET-TRAILER    REDEFINES REG-TEDRET.
           05 RTT-TIPO-REGISTRO         PIC  X(01).
           05 RTT-QTD-DETALHES          PIC  9(06).
           05 RTT-VALOR-TOTAL           PIC  9(12)V99.
           05 FILLER                    PIC  X(29).
