      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 01/09/2026
      *-----------------------------------------------------------------
ALT1  * ALTERACAO..: INCLUIDO O EVENTO "C" (NOTA DE CREDITO EMITIDA NA
ALT1  *              RESOLUCAO DE CONTESTACAO PELO PRGDISPU) - VALOR
ALT1  *              CREDITADO E NUMERO DA NOTA NA REFERENCIA
ALT1  * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
ALT2  * ALTERACAO..: INCLUIDO O EVENTO "O" (OFERTA DE RECONQUISTA DA
ALT2  *              CAMPANHA DO PRGREATV) - CODIGO DO CUPOM NA
ALT2  *              REFERENCIA, VALOR DO DESCONTO E VALIDADE NA DATA
ALT2  * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
ALT3  * ALTERACAO..: INCLUIDA A CLASSE NOT-EVENTO-MARKETING (OFERTA DE
ALT3  *              RECONQUISTA "O" E DIVULGACAO DE PROMOCAO "M") -
ALT3  *              O PRGNOTIF SO ENTREGA ESSES EVENTOS A QUEM TEM
ALT3  *              OPT-IN DE MARKETING POR E-MAIL NO CONSENT.txt; OS
ALT3  *              DEMAIS SAO AVISOS OBRIGATORIOS DE COBRANCA.
ALT3  *              TRAILER GANHOU A QUANTIDADE DE EVENTOS SEGURADOS
ALT3  * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-NOTIFICA.
           05 NOT-EVENTO                PIC  X(01).
               88 NOT-FATURA-EMITIDA               VALUE "F".
               88 NOT-NIVEL-ATRASO                 VALUE "R".
               88 NOT-PLANO-ALTERADO               VALUE "P".
ALT1           88 NOT-CREDITO-EMITIDO              VALUE "C".
ALT2           88 NOT-OFERTA-RECONQUISTA           VALUE "O".
ALT3           88 NOT-DIVULGA-PROMOCAO             VALUE "M".
ALT3           88 NOT-EVENTO-MARKETING             VALUE "O" "M".
           05 NOT-CODIGO-CLIENTE        PIC  X(03).
           05 NOT-EMAIL                 PIC  X(20).
           05 NOT-DATA                  PIC  9(08).
       01  REG-NOTIFICA-TRAILER  REDEFINES REG-NOTIFICA.
           05 NOT-TRL-TIPO              PIC  X(01).
           05 NOT-TRL-QTD               PIC  9(06).
ALT3       05 NOT-TRL-SUPRIMIDOS        PIC  9(06).
ALT3       05 FILLER                    PIC  X(37).
