      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DOS CHEQUES RECEBIDOS NA
      *              COMPENSACAO (CHQCOMP.txt) - UM ITEM POR CHEQUE
      *              APRESENTADO CONTRA UMA CONTA NOSSA, COM O BANCO
      *              APRESENTANTE, AGENCIA/CONTA/DV DO EMITENTE, O
      *              NUMERO DA FOLHA, O VALOR E A DATA DA
      *              APRESENTACAO. CONFERIDO PELO PRGCOMPE ANTES DE
      *              CHEGAR AO ATI4
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-CHQCOMP.
           05 CMP-BANCO-APRESENTANTE    PIC  9(03).
           05 CMP-AGENCIA               PIC  9(04).
           05 CMP-CONTA                 PIC  9(05).
           05 CMP-DV-CONTA              PIC  9(01).
           05 CMP-CHEQUE                PIC  9(06).
           05 CMP-VALOR                 PIC  9(08)V99.
           05 CMP-DATA                  PIC  9(08).
