      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DAS PROPOSTAS DE LIMITE DE CHEQUE
      *              ESPECIAL (LIMPROP.txt) - UMA LINHA POR CONTA ABERTA
      *              EM CADA REVISAO MENSAL DO PRGLIMRV: LIMITE ATUAL E
      *              PROPOSTO, MOTIVO E OS INDICADORES DA JANELA QUE O
      *              SUSTENTAM. SITUACAO: S=SEM ALTERACAO, M=APLICADA
      *              NA REVISAO (DENTRO DA ALCADA), P=PENDENTE DE
      *              APROVACAO, A=APROVADA E APLICADA PELO SUPERVISOR
      *              NO PRGLIMAP, R=REJEITADA, X=SUBSTITUIDA PELA
      *              REVISAO SEGUINTE SEM DECISAO
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-LIMPROP.
           05 LPP-DATA-REVISAO          PIC  9(08).
           05 LPP-AGENCIA               PIC  9(04).
           05 LPP-CONTA                 PIC  9(05).
           05 LPP-REG-ID                PIC  9(04).
           05 LPP-LIMITE-ATUAL          PIC  9(08)V99.
           05 LPP-LIMITE-PROPOSTO       PIC  9(08)V99.
           05 LPP-MOTIVO                PIC  X(02).
               88 LPP-MOT-MANTIDO                  VALUE "MA".
               88 LPP-MOT-AUMENTO                  VALUE "AU".
               88 LPP-MOT-REDUCAO                  VALUE "RE".
               88 LPP-MOT-TETO                     VALUE "TE".
               88 LPP-MOT-INATIVO                  VALUE "CI".
               88 LPP-MOT-INADIMPLENTE             VALUE "IN".
               88 LPP-MOT-KYC-VENCIDO              VALUE "KY".
               88 LPP-MOT-USO-ELEVADO              VALUE "US".
           05 LPP-DESCRICAO             PIC  X(30).
           05 LPP-SALDO-MEDIO           PIC S9(10)V99.
           05 LPP-SALARIO-MEDIO         PIC  9(08)V99.
           05 LPP-DIAS-NEGATIVO         PIC  9(03).
           05 LPP-JUROS-JANELA          PIC  9(08)V99.
           05 LPP-SITUACAO              PIC  X(01).
               88 LPP-SEM-ALTERACAO                VALUE "S".
               88 LPP-APLICADA-REVISAO             VALUE "M".
               88 LPP-PENDENTE                     VALUE "P".
               88 LPP-APROVADA                     VALUE "A".
               88 LPP-REJEITADA                    VALUE "R".
               88 LPP-SUBSTITUIDA                  VALUE "X".
           05 LPP-APROVADOR             PIC  X(10).
           05 LPP-DATA-DECISAO          PIC  9(08).
