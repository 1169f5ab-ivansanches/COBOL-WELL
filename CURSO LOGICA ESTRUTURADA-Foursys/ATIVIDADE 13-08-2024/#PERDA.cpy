      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DAS BAIXAS COMO PERDA (PERDAS.txt)
      *              - UMA LINHA POR FATURA BAIXADA PELO PRGPERDA, COM
      *              DATA, OPERADOR, MOTIVO (I=IDADE ACIMA DO LIMITE DO
      *              PROVPRM NO FECHAMENTO, S=INCOBRAVEL CONFIRMADA POR
      *              SUPERVISOR), DIAS DE ATRASO NA BAIXA, SERVICO
      *              PRINCIPAL DO ASSINANTE E VALOR EM ABERTO BAIXADO.
      *              A FATURA FICA COM STATUS B NO FATURREG.txt
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-PERDA.
           05 PER-FATURA                PIC  9(06).
           05 PER-CODIGO-CLIENTE        PIC  X(03).
           05 PER-SERVICO               PIC  X(10).
           05 PER-DATA                  PIC  9(08).
           05 PER-OPERADOR              PIC  X(10).
           05 PER-MOTIVO                PIC  X(01).
               88 PER-POR-IDADE                    VALUE "I".
               88 PER-POR-SUPERVISOR               VALUE "S".
           05 PER-DIAS-ATRASO           PIC  9(05).
           05 PER-VALOR                 PIC  9(06)V99.
