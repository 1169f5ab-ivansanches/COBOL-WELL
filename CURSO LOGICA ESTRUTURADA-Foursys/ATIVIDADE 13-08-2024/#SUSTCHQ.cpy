      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DA LISTA DE SUSTACOES DE CHEQUE
      *              (SUSTCHQ.txt) - UMA CONTRA-ORDEM POR REGISTRO,
      *              PARA UMA FOLHA OU UMA FAIXA DE FOLHAS DE UMA
      *              AGENCIA/CONTA, COM O MOTIVO QUE DEFINE O CODIGO
      *              DE DEVOLUCAO NA COMPENSACAO: C=CANCELADA PELO
      *              CORRENTISTA (MOTIVO 20), S=SUSTACAO/CONTRA-ORDEM
      *              (MOTIVO 21), F=FURTO, ROUBO OU EXTRAVIO (MOTIVO
      *              28). A=ATIVA, R=REVOGADA (A FOLHA VOLTA A FICAR
      *              DISPONIVEL). MANTIDO PELO PRGTALAO, CONFERIDO
      *              PELO PRGCOMPE E CONTADO NO RELATORIO PRGRELCH
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-SUSTCHQ.
           05 SUS-NUMERO                PIC  9(06).
           05 SUS-AGENCIA               PIC  9(04).
           05 SUS-CONTA                 PIC  9(05).
           05 SUS-CHEQUE-INICIAL        PIC  9(06).
           05 SUS-CHEQUE-FINAL          PIC  9(06).
           05 SUS-MOTIVO                PIC  X(01).
               88 SUS-CANCELADA                    VALUE "C".
               88 SUS-CONTRA-ORDEM                 VALUE "S".
               88 SUS-FURTO-ROUBO                  VALUE "F".
           05 SUS-DESCRICAO             PIC  X(30).
           05 SUS-DATA                  PIC  9(08).
           05 SUS-OPERADOR              PIC  X(10).
           05 SUS-SITUACAO              PIC  X(01).
               88 SUS-ATIVA                        VALUE "A".
               88 SUS-REVOGADA                     VALUE "R".
           05 SUS-DATA-REVOGACAO        PIC  9(08).
