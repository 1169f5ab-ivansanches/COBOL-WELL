      *  LANCCAI               OUTPUT (EXTEND)        #LANCAM
      *  CAIXAFER              OUTPUT (EXTEND)
      *  LOTESEQ               INPUT/OUTPUT
      *  SIGNLOG               OUTPUT (EXTEND)
      *
      *-----------------------------------------------------------------
      * MODULOS....: FSTATUS
      *   OPERADOR BLOQUEADO - O CONTROLE DE FALHAS/EXPIRACAO E DO
      *   SIGN-ON DO PRGMENU
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   CADA TENTATIVA DE SIGN-ON DO CAIXA PASSOU A SAIR NO LOG
      *   SIGNLOG.txt DO PRGMENU (OK/NF/BL/SI) E O FECHAMENTO DE TURNO
      *   NO CAIXAFER.txt PASSOU A CARREGAR O NUMERO DO LOTE EMITIDO
      *   (FER-LOTE, LRECL 65->71), GRAVADO DEPOIS DO LOTE - O
      *   RELATORIO DE SEGREGACAO DE FUNCOES LIGA O LOTE AO CAIXA
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
      *     OUTPUT-  MOVIMENTO DO TURNO PARA O PROXIMO ATI4
      *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  LANCCAI.
       COPY '#LANCAM'.

      *----------------------------------------------------------------*
      *     OUTPUT-  FECHAMENTOS DE TURNO DO CAIXA (CAIXAFER)
      *                               LRECL = 071
      *----------------------------------------------------------------*
       FD  CAIXAFER.
       01  REG-CAIXAFER.
           05 FER-TOTAL-DIGITADO        PIC S9(10)V99.
           05 FER-TOTAL-DECLARADO       PIC S9(10)V99.
           05 FER-QUEBRA                PIC S9(08)V99.
           05 FER-LOTE                  PIC  9(06).

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - ULTIMO NUMERO DE LOTE EMITIDO
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
       77  FS-LANCCAI                   PIC 9(002).
       77  FS-CAIXAFER                  PIC 9(002).
       77  FS-LOTESEQ                   PIC 9(002).
       77  FS-SIGNLOG                   PIC 9(002).

       01  WRK-DIR-DADOS                PIC X(040)        VALUES SPACES.
       01  WRK-CAMINHO-CONTAS           PIC X(060)        VALUES SPACES.
       01  WRK-OPERADOR-ACHADO          PIC X(001)        VALUES "N".
           88 WRK-OPERADOR-SIM                    VALUES "S".
           88 WRK-OPERADOR-NAO                    VALUES "N".
       01  WRK-RESULTADO-SIGNON         PIC X(002)        VALUES SPACES.

      *== CONTROLE DO LOTE EMITIDO NO FECHAMENTO
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
       0120-RECEBE-PARAMETRO                     SECTION.
      *-----------------------------------------------------------------
               DISPLAY "*****QUEBRA DE CAIXA: " WRK-VALOR-ED2 "*****"
           END-IF.

           IF WRK-QT-LANCAMENTOS EQUAL ZEROS
               PERFORM 0310-GRAVA-FECHAMENTO
               GO TO 0300-FECHA-TURNO-FIM
           END-IF.


           CLOSE LANCCAI.

           PERFORM 0310-GRAVA-FECHAMENTO.

       0300-FECHA-TURNO-FIM.                     EXIT.

      *-----------------------------------------------------------------
           MOVE WRK-CAIXA-LIQUIDO    TO FER-TOTAL-DIGITADO.
           MOVE WRK-DECLARADO        TO FER-TOTAL-DECLARADO.
           MOVE WRK-QUEBRA           TO FER-QUEBRA.
           MOVE WRK-LOTE-NUMERO      TO FER-LOTE.
           WRITE REG-CAIXAFER.

           CLOSE CAIXAFER.
