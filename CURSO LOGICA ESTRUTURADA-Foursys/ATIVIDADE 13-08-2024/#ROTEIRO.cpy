      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 01/09/2026
      *-----------------------------------------------------------------
ALT1  * ALTERACAO..: INCLUIDO ROT-CONTA - LINHA COM CONTA PREENCHIDA E
ALT1  *              A ADESAO DA CONTA DE PESSOA JURIDICA AO EXTRATO
ALT1  *              ELETRONICO DIARIO DO PRGEXTPJ, COM O DESTINATARIO
ALT1  *              DO CLIENTE; CONTA ZEROS (OU AUSENTE) CONTINUA
ALT1  *              SENDO A REGRA DA AGENCIA (LRECL 24->29)
ALT1  * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-ROTEIRO.
           05 ROT-AGENCIA               PIC  9(04).
           05 ROT-DESTINATARIO          PIC  X(20).
ALT1       05 ROT-CONTA                 PIC  9(05).
