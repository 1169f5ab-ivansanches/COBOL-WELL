      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO REGISTRO DE NOTAS DE CREDITO
      *              (NOTACRED.txt) - UMA LINHA POR NOTA EMITIDA NA
      *              RESOLUCAO DE CONTESTACAO (PRGDISPU), COM A FATURA,
      *              O SERVICO, O VALOR CREDITADO, O TOTAL DA FATURA
      *              ANTES DO CREDITO (O FATURREG FICA COM O TOTAL JA
      *              ABATIDO) E O IMPOSTO ESTORNADO NO IMPOSTOS.txt
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-NOTACRED.
           05 NCR-NUMERO                PIC  9(06).
           05 NCR-FATURA                PIC  9(06).
           05 NCR-CODIGO-CLIENTE        PIC  X(03).
           05 NCR-SERVICO               PIC  X(10).
           05 NCR-DATA                  PIC  9(08).
           05 NCR-VALOR                 PIC  9(06)V99.
           05 NCR-VALOR-FATURA          PIC  9(06)V99.
           05 NCR-IMPOSTO-ESTORNADO     PIC  9(06)V99.
           05 NCR-OPERADOR              PIC  X(10).
