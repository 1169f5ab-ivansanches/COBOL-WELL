      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO REGISTRO DE CONSENTIMENTOS DE
      *              COMUNICACAO (CONSENT.txt) - SITUACAO ATUAL, UMA
      *              LINHA POR CLIENTE + FINALIDADE + CANAL: OPT-IN OU
      *              OPT-OUT, DESDE QUANDO, POR QUAL ORIGEM E QUEM
      *              REGISTROU. CNS-CODIGO-ASSINANTE E O CODIGO DO
      *              MESMO CLIENTE NO CLIENTES2.dat (REG-ID 0NNN ->
      *              "NNN"; BRANCO QUANDO O REG-ID NAO CABE NO CODIGO
      *              DE ASSINANTE). MANTIDO PELO PRGCONSE (CHAMADO DO
      *              MENU DE CLIENTES), QUE GRAVA CADA MUDANCA NA
      *              TRILHA CONSHIST.txt (BOOK #CONSHIST); LIDO PELO
      *              PRGNOTIF PARA SEGURAR OS EVENTOS DE MARKETING DE
      *              QUEM NAO CONSENTIU E PELO PRGLGPD. AUSENCIA DE
      *              LINHA = SEM CONSENTIMENTO
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-CONSENT.
           05 CNS-REG-ID                PIC  9(04).
           05 CNS-CODIGO-ASSINANTE      PIC  X(03).
           05 CNS-FINALIDADE            PIC  X(01).
               88 CNS-FINAL-MARKETING              VALUE "M".
               88 CNS-FINAL-PERFIL                 VALUE "P".
               88 CNS-FINAL-PARCEIROS              VALUE "T".
               88 CNS-FINALIDADE-VALIDA            VALUE "M" "P" "T".
           05 CNS-CANAL                 PIC  X(01).
               88 CNS-CANAL-EMAIL                  VALUE "E".
               88 CNS-CANAL-SMS                    VALUE "S".
               88 CNS-CANAL-TELEFONE               VALUE "T".
               88 CNS-CANAL-CORREIO                VALUE "C".
               88 CNS-CANAL-VALIDO                 VALUE "E" "S" "T"
                                                         "C".
           05 CNS-SITUACAO              PIC  X(01).
               88 CNS-OPT-IN                       VALUE "I".
               88 CNS-OPT-OUT                      VALUE "O".
           05 CNS-DATA                  PIC  9(08).
           05 CNS-ORIGEM                PIC  X(01).
               88 CNS-ORIGEM-AGENCIA               VALUE "A".
               88 CNS-ORIGEM-CENTRAL               VALUE "C".
               88 CNS-ORIGEM-SITE                  VALUE "S".
               88 CNS-ORIGEM-DOCUMENTO             VALUE "D".
               88 CNS-ORIGEM-VALIDA                VALUE "A" "C" "S"
                                                         "D".
           05 CNS-OPERADOR              PIC  X(10).
