      *  DEVOLVAG              OUTPUT (EXTEND)        #REJCAM (IMAGEM)
      *  ESCDISP               OUTPUT (EXTEND)        #ESCDISP
      *  LOTESEQ               INPUT/OUTPUT
      *  SIGNLOG               OUTPUT (EXTEND)
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS
      *   OPERADOR BLOQUEADO - O CONTROLE DE FALHAS/EXPIRACAO E DO
      *   SIGN-ON DO PRGMENU
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   CADA TENTATIVA DE SIGN-ON DA MESA PASSOU A SAIR NO LOG
      *   SIGNLOG.txt DO PRGMENU (OK/NF/BL/SI), PARA O RELATORIO DE
      *   SEGREGACAO DE FUNCOES ENXERGAR O SUPERVISOR NO DIA
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O #LANCAM E O #REJCAM GANHARAM A ORIGEM DO IDENTIFICADOR
      *   (LRECL 59 E 61) - A REENTRADA CARREGA A ORIGEM ORIGINAL, A
      *   TELA MOSTRA O IDENTIFICADOR COMPLETO E AS IMAGENS DA FILA E
      *   DOS DEVOLVIDOS FORAM AMPLIADAS
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================
                                        WRK-CAMINHO-LOTESEQ
               FILE STATUS              IS FS-LOTESEQ.

           SELECT SIGNLOG ASSIGN TO
           "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\SIGNLOG.txt"
               FILE STATUS              IS FS-SIGNLOG.

      *=================================================================
       DATA                                      DIVISION.
      *=================================================================

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - TRANSACOES ESCALADAS (ESCALADOS)
      *                               LRECL = 061
      *----------------------------------------------------------------*
       FD  ESCALADOS.
       COPY '#REJCAM'.

      *----------------------------------------------------------------*
      *     WORK -  ESCALADOS QUE PERMANECEM NA FILA
      *                               LRECL = 061
      *----------------------------------------------------------------*
       FD  ESCTMP.
       01  REG-ESCTMP                   PIC X(061).

      *----------------------------------------------------------------*
      *     INPUT -  CATALOGO DE CODIGOS DE ERRO (CATERRO)

      *----------------------------------------------------------------*
      *     OUTPUT-  REENTRADAS FORCADAS PARA O PROXIMO ATI4
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  LANCESC.
       COPY '#LANCAM'.

      *----------------------------------------------------------------*
      *     OUTPUT-  ITENS DEVOLVIDOS A AGENCIA (DEVOLVAG)
      *                               LRECL = 061
      *----------------------------------------------------------------*
       FD  DEVOLVAG.
       01  REG-DEVOLVAG                 PIC X(061).

      *----------------------------------------------------------------*
      *     OUTPUT-  DISPOSICOES DO SUPERVISOR (ESCDISP)
       01  REG-LOTESEQ.
           05 SEQ-ULTIMO-LOTE           PIC  9(06).

      *----------------------------------------------------------------*
      *     OUTPUT-  LOG DE SIGN-ON (SIGNLOG) - MESMO LAYOUT DO PRGMENU
      *                               LRECL = 028
      *----------------------------------------------------------------*
       FD  SIGNLOG.
       01  REG-SIGNLOG.
           05 LOG-DATA                  PIC  9(08).
           05 LOG-HORA                  PIC  9(08).
           05 LOG-CODIGO                PIC  X(10).
           05 LOG-RESULTADO             PIC  X(02).

      *-----------------------------------------------------------------
       WORKING-STORAGE                           SECTION.
      *-----------------------------------------------------------------
       77  FS-DEVOLVAG                  PIC 9(002).
       77  FS-ESCDISP                   PIC 9(002).
       77  FS-LOTESEQ                   PIC 9(002).
       77  FS-SIGNLOG                   PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-ESCALADOS        PIC X(060)        VALUES SPACES.
           88 WRK-OPERADOR-NAO                    VALUES "N".
       01  WRK-NIVEL-OPERADOR           PIC X(001)        VALUES SPACES.
           88 WRK-OPERADOR-SUPERVISOR             VALUES "3".
       01  WRK-RESULTADO-SIGNON         PIC X(002)        VALUES SPACES.
       01  WRK-HORA-AGORA               PIC 9(008)        VALUES ZEROS.

      *== CONTROLE DO LOTE EMITIDO NESTA SESSAO
       01  WRK-LOTE-NUMERO              PIC 9(006)        VALUES ZEROS.

           CLOSE OPERADORES.

           IF WRK-OPERADOR-NAO
               MOVE "NF" TO WRK-RESULTADO-SIGNON
           END-IF.

           IF WRK-OPERADOR-SIM
              AND OPE-ESTA-BLOQUEADO
               DISPLAY "OPERADOR BLOQUEADO!"
               SET WRK-OPERADOR-NAO TO TRUE
               MOVE "BL" TO WRK-RESULTADO-SIGNON
           END-IF.

           IF WRK-OPERADOR-SIM
               IF WRK-SENHA-INVALIDA
                   DISPLAY "SENHA INVALIDA!"
                   SET WRK-OPERADOR-NAO TO TRUE
                   MOVE "SI" TO WRK-RESULTADO-SIGNON
               END-IF
           END-IF.

           IF WRK-OPERADOR-SIM
               DISPLAY "BEM-VINDO, " OPE-NOME
               MOVE "OK" TO WRK-RESULTADO-SIGNON
           END-IF.

           PERFORM 0112-GRAVA-SIGNLOG.

       0110-SIGNON-FIM.                          EXIT.

      *-----------------------------------------------------------------

       0111-PROCURA-OPERADOR-FIM.                EXIT.

      *-----------------------------------------------------------------
      *    REGISTRA A TENTATIVA NO LOG DE SIGN-ON DO PRGMENU
      *-----------------------------------------------------------------
       0112-GRAVA-SIGNLOG                        SECTION.
      *-----------------------------------------------------------------

           OPEN EXTEND SIGNLOG.
           IF FS-SIGNLOG EQUAL 35
               OPEN OUTPUT SIGNLOG
               CLOSE SIGNLOG
               OPEN EXTEND SIGNLOG
           END-IF.
           IF FS-SIGNLOG NOT EQUAL 00
               DISPLAY "SIGNLOG.txt NAO ABERTO - SIGN-ON NAO REGISTRADO"
               GO TO 0112-GRAVA-SIGNLOG-FIM
           END-IF.

           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE WRK-DATA-HOJE        TO LOG-DATA.
           MOVE WRK-HORA-AGORA       TO LOG-HORA.
           MOVE WRK-OPERADOR         TO LOG-CODIGO.
           MOVE WRK-RESULTADO-SIGNON TO LOG-RESULTADO.
           WRITE REG-SIGNLOG.
           CLOSE SIGNLOG.

       0112-GRAVA-SIGNLOG-FIM.                   EXIT.

      *-----------------------------------------------------------------
       0130-CARREGA-CATALOGO                     SECTION.
      *-----------------------------------------------------------------
               " " REG-MOEDA-REJCAM.
           DISPLAY "DATA/MOTIVO..: " REG-DATA-REJCAM " / "
               REG-MOTIVO-REJCAM.
           DISPLAY "ID TRANSACAO.: " REG-ID-ORIGEM-REJCAM "/"
               REG-ID-LOTE-REJCAM "/" REG-ID-SEQ-REJCAM.
           PERFORM 0140-DECODIFICA-MOTIVO.
           DISPLAY "R-REENTRADA B-BAIXAR D-DEVOLVER P-PULAR".
           DISPLAY "DIGITE A ACAO..".
           MOVE REG-ID-LOTE-REJCAM         TO REG-ID-LOTE.
           MOVE REG-ID-SEQ-REJCAM          TO REG-ID-SEQ.
           MOVE REG-DV-CONTA-REJCAM        TO REG-DV-CONTA.
           MOVE REG-ID-ORIGEM-REJCAM       TO REG-ID-ORIGEM.

           WRITE REG-LANCAM.

