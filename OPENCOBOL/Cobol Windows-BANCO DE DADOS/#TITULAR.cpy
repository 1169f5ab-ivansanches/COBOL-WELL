      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO ARQUIVO DE TITULARES DE CONTA
      *              (TITULARES.txt) - UMA LINHA POR REG-ID QUE RESPONDE
      *              PELA CONTA, COM O PAPEL (P=PRIMEIRO TITULAR, O
      *              MESMO CTA-REG-ID DO CONTAS.dat, S=SEGUNDO TITULAR),
      *              A REGRA DE ASSINATURA DA CONTA (I=INDIVIDUAL,
      *              E=CONTA CONJUNTA "E" - ASSINAM TODOS, O=CONTA
      *              CONJUNTA "E/OU" - ASSINA QUALQUER UM), QUEM
      *              REGISTROU E A SITUACAO. MANTIDO PELO PRGARQ9 (OPCAO
      *              J); CONTA SEM LINHA NO ARQUIVO TEM SO O CTA-REG-ID
      *              COMO TITULAR
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-TITULAR.
           05 TIT-AGENCIA               PIC  9(04).
           05 TIT-CONTA                 PIC  9(05).
           05 TIT-REG-ID                PIC  9(04).
           05 TIT-PAPEL                 PIC  X(01).
               88 TIT-PRIMEIRO                     VALUE "P".
               88 TIT-SEGUNDO                      VALUE "S".
           05 TIT-ASSINATURA            PIC  X(01).
               88 TIT-INDIVIDUAL                   VALUE "I".
               88 TIT-CONJUNTA-E                   VALUE "E".
               88 TIT-CONJUNTA-EOU                 VALUE "O".
           05 TIT-DATA                  PIC  9(08).
           05 TIT-OPERADOR              PIC  X(10).
           05 TIT-SITUACAO              PIC  X(01).
               88 TIT-ATIVO                        VALUE "A".
               88 TIT-INATIVO                      VALUE "I".
