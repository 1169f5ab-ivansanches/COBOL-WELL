      *   AGENCIA+CONTA (LRECL 55 E 57) - O REENVIO CARREGA O DV E OS
      *   ARQUIVOS DE TRABALHO/ESCALADOS FORAM AMPLIADOS
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O #LANCAM E O #REJCAM GANHARAM A ORIGEM DO IDENTIFICADOR
      *   (LRECL 59 E 61) - O REENVIO CARREGA A ORIGEM ORIGINAL JUNTO
      *   COM O LOTE E A SEQUENCIA, MESMO SAINDO NO LOTE DO RETRABALHO
      *   (9003), E AS IMAGENS DA FILA E DOS ESCALADOS FORAM AMPLIADAS
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - LANCAMENTOS REJEITADOS (REJEITADOS)
      *                               LRECL = 061
      *----------------------------------------------------------------*
       FD  REJEITADOS.
       COPY '#REJCAM'.

      *----------------------------------------------------------------*
      *     WORK -  REJEITADOS QUE PERMANECEM NA FILA
      *                               LRECL = 061
      *----------------------------------------------------------------*
       FD  REJTMP.
       01  REG-REJTMP                   PIC X(061).

      *----------------------------------------------------------------*
      *     OUTPUT-  TRANSACOES CORRIGIDAS PARA O PROXIMO ATI4
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  REENTRADA.
       COPY '#LANCAM'.

      *----------------------------------------------------------------*
      *     OUTPUT-  REJEITADOS ESCALADOS (3 TENTATIVAS)
      *                               LRECL = 061
      *----------------------------------------------------------------*
       FD  ESCALADOS.
       01  REG-ESCALADO                 PIC X(061).

      *----------------------------------------------------------------*
      *     INPUT -  PARAMETROS DE VALIDACAO VIGENTES (PARAMVAL)
           MOVE REG-ID-LOTE-REJCAM         TO REG-ID-LOTE.
           MOVE REG-ID-SEQ-REJCAM          TO REG-ID-SEQ.
           MOVE REG-DV-CONTA-REJCAM        TO REG-DV-CONTA.
           MOVE REG-ID-ORIGEM-REJCAM       TO REG-ID-ORIGEM.

           WRITE REG-LANCAM.

