      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 01/09/2026
      *-----------------------------------------------------------------
ALT1  * ALTERACAO..: INCLUIDOS IMP-FATURA (NUMERO DA FATURA APURADA) E
ALT1  *              IMP-TIPO (A=APURACAO NA EMISSAO, E=ESTORNO POR
ALT1  *              NOTA DE CREDITO DO PRGDISPU, QUE O PRGIMPOS
ALT1  *              ABATE DO MES) - LRECL 34->41. REGISTRO ANTIGO
ALT1  *              VEM COM OS DOIS EM BRANCO E CONTA COMO APURACAO
ALT1  * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-IMPOSTO.
           05 IMP-DATA                  PIC  9(08).
           05 IMP-CATEGORIA             PIC  X(10).
           05 IMP-BASE                  PIC  9(06)V99.
           05 IMP-VALOR                 PIC  9(06)V99.
ALT1       05 IMP-FATURA                PIC  X(06).
ALT1       05 IMP-FATURA-N  REDEFINES   IMP-FATURA
ALT1                                    PIC  9(06).
ALT1       05 IMP-TIPO                  PIC  X(01).
ALT1           88 IMP-APURACAO                     VALUE "A" " ".
ALT1           88 IMP-ESTORNO                      VALUE "E".
