      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 01/09/2026
      *-----------------------------------------------------------------
ALT1  * ALTERACAO..: INCLUIDO AGE-LIMITE-SEGURO, O VALOR MAXIMO EM
ALT1  *              ESPECIE COBERTO PELA APOLICE DO COFRE DA AGENCIA -
ALT1  *              O PRGCOFRE AVISA E O FECHAMENTO DO COFRE (PRGCOFDI)
ALT1  *              APONTA O COFRE QUE PASSA DESSE VALOR. ZERO = SEM
ALT1  *              LIMITE INFORMADO (LRECL 35->47)
ALT1  * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-AGENCIAS.
           05 AGE-CODIGO                PIC  9(04).
           05 AGE-SITUACAO              PIC  X(01).
               88 AGE-ATIVA                        VALUE "A".
               88 AGE-INATIVA                      VALUE "I".
ALT1       05 AGE-LIMITE-SEGURO         PIC  9(10)V99.
