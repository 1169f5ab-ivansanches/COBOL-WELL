      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO CADASTRO DE BLOQUEIOS JUDICIAIS
      *              E ADMINISTRATIVOS DE SALDO (BLOQJUD.txt) - UM
      *              REGISTRO POR ORDEM DE BLOQUEIO, AMARRADO A UMA
      *              AGENCIA/CONTA, COM O VALOR ORIGINAL DA ORDEM, O
      *              VALOR AINDA BLOQUEADO (REDUZIDO PELAS LIBERACOES
      *              PARCIAIS), O MOTIVO, A REFERENCIA DA ORDEM
      *              (OFICIO/PROCESSO), A DATA DE INICIO E A DATA DE
      *              LIBERACAO (ZEROS = ATE ORDEM EM CONTRARIO). O
      *              BLOQUEIO ESTA EM VIGOR NA DATA D QUANDO
      *              BLQ-DATA-INICIO <= D E (BLQ-DATA-LIBERACAO = ZEROS
      *              OU BLQ-DATA-LIBERACAO > D) - REGRA UNICA USADA NO
      *              ATI4 (MOTIVO "16"), NOS EXTRATOS E NA CONSULTA 360.
      *              MANTIDO PELO PRGBLOQ, COM AUDITORIA EM AUDITBLQ.txt
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-BLOQJUD.
           05 BLQ-NUMERO                PIC  9(06).
           05 BLQ-AGENCIA               PIC  9(04).
           05 BLQ-CONTA                 PIC  9(05).
           05 BLQ-TIPO                  PIC  X(01).
               88 BLQ-JUDICIAL                     VALUE "J".
               88 BLQ-ADMINISTRATIVO               VALUE "A".
           05 BLQ-MOTIVO                PIC  X(30).
           05 BLQ-REFERENCIA            PIC  X(20).
           05 BLQ-VALOR-ORIGINAL        PIC  9(08)V99.
           05 BLQ-VALOR-BLOQUEADO       PIC  9(08)V99.
           05 BLQ-DATA-INICIO           PIC  9(08).
           05 BLQ-DATA-LIBERACAO        PIC  9(08).
           05 BLQ-SITUACAO              PIC  X(01).
               88 BLQ-ATIVO                        VALUE "A".
               88 BLQ-LIBERADO                     VALUE "L".
