       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGSANC.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : VARREDURA DOS CLIENTES CONTRA AS LISTAS
      *==               RESTRITIVAS (SANCOES E PEP). PASSA CADA CLIENTE
      *==               ATIVO DO CLIENTES.dat PELO MODULO VALSANC
      *==               (CPF/CNPJ IGUAL OU NOME NORMALIZADO SEMELHANTE
      *==               AO DO LISTARES.txt) E GRAVA CADA OCORRENCIA
      *==               NOVA NA FILA SANCFILA.txt (BOOK #SANCFILA) COMO
      *==               PENDENTE, PARA O SUPERVISOR DECIDIR NO PRGSANCR.
      *==               OCORRENCIA JA REGISTRADA PARA O MESMO CLIENTE E
      *==               A MESMA LINHA DA LISTA - PENDENTE OU JA DECIDIDA
      *==               - NAO E GRAVADA DE NOVO. RODAR A CADA NOVA
      *==               PUBLICACAO DA LISTA
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================
       ENVIRONMENT                               DIVISION.

       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\CLIENTES.dat"
               ORGANIZATION             IS INDEXED
               ACCESS MODE              IS DYNAMIC
               RECORD KEY               IS REG-ID
               ALTERNATE RECORD KEY     IS REG-NOME
                                        WITH DUPLICATES
                                   FILE STATUS IS FS-CLIENTES.

           SELECT SANCFILA ASSIGN
           TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\SANCFILA.txt"
               FILE STATUS          IS FS-SANCFILA.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD CLIENTES.
       COPY "#CLIREG".

       FD SANCFILA.
       COPY "#SANCFILA".

       WORKING-STORAGE                           SECTION.
       77  FS-CLIENTES                   PIC 9(02).
       77  FS-SANCFILA                   PIC 9(02).
       77  WRK-FS-DESCRICAO              PIC X(30) VALUE SPACES.
       77  WRK-DATA-HOJE                 PIC 9(08) VALUE ZEROS.

      *========== AREA DE CHAMADA DO MODULO VALSANC
       01  WRK-VALSANC.
           05 WRK-VALSANC-NOME           PIC X(20) VALUE SPACES.
           05 WRK-VALSANC-CPFCNPJ        PIC 9(14) VALUE ZEROS.
           05 WRK-VALSANC-RESULTADO      PIC X(01) VALUE "N".
               88 WRK-NA-LISTA                     VALUE "S".
               88 WRK-FORA-DA-LISTA                VALUE "N".
           05 WRK-VALSANC-MOTIVO         PIC X(20) VALUE SPACES.
           05 WRK-VALSANC-LISTA-NOME     PIC X(40) VALUE SPACES.
           05 WRK-VALSANC-LISTA-DOC      PIC 9(14) VALUE ZEROS.
           05 WRK-VALSANC-LISTA-FONTE    PIC X(10) VALUE SPACES.
           05 WRK-VALSANC-LISTA-TIPO     PIC X(01) VALUE SPACES.

      *========== OCORRENCIAS JA REGISTRADAS (DE SANCFILA)
       77  WRK-QT-OCORRENCIAS            PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-OCO                   PIC 9(04) VALUE ZEROS.
       77  WRK-OCO-ACHADA                PIC X(01) VALUE "N".
           88 WRK-OCO-FOI-ACHADA                   VALUE "S".
           88 WRK-OCO-NAO-ACHADA                   VALUE "N".
       01  WRK-TAB-OCORRENCIAS.
           05 WRK-OCO-OCO                OCCURS 2000 TIMES.
               10 WRK-OCO-ID                 PIC 9(04).
               10 WRK-OCO-LISTA-NOME         PIC X(40).

       77  ACU-CLIENTES                  PIC 9(04) VALUE ZEROS.
       77  ACU-OCORRENCIAS               PIC 9(04) VALUE ZEROS.
       77  ACU-JA-REGISTRADAS            PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-VARREDURA.
           PERFORM 0900-FINALIZAR.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                          SECTION.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "======= VARREDURA DE LISTAS RESTRITIVAS =======".

       0100-INICIALIZAR-FIM. EXIT.

      *-----------------------------------------------------------------
       0200-VARREDURA                            SECTION.

           PERFORM 0210-CARREGA-OCORRENCIAS.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
               DISPLAY "CLIENTES.dat NAO ABERTO!"
               CALL "FSTATUS" USING FS-CLIENTES WRK-FS-DESCRICAO
               DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND SANCFILA.
           IF FS-SANCFILA EQUAL 35
               OPEN OUTPUT SANCFILA
               CLOSE SANCFILA
               OPEN EXTEND SANCFILA
           END-IF.

           MOVE ZEROS TO REG-ID.
           START CLIENTES KEY NOT LESS REG-ID
               INVALID KEY
                   MOVE 10 TO FS-CLIENTES
           END-START.
           IF FS-CLIENTES EQUAL 00
               READ CLIENTES NEXT
               PERFORM 0220-AVALIA-CLIENTE
                   UNTIL FS-CLIENTES NOT EQUAL 00
           END-IF.

           CLOSE CLIENTES.
           CLOSE SANCFILA.

       0200-VARREDURA-FIM. EXIT.

      *-----------------------------------------------------------------
       0210-CARREGA-OCORRENCIAS                  SECTION.

           OPEN INPUT SANCFILA.
           IF FS-SANCFILA NOT EQUAL 00
               GO TO 0210-CARREGA-OCORRENCIAS-FIM
           END-IF.

           READ SANCFILA.
           PERFORM 0211-GUARDA-OCORRENCIA
               UNTIL FS-SANCFILA NOT EQUAL 00.

           CLOSE SANCFILA.

       0210-CARREGA-OCORRENCIAS-FIM. EXIT.

      *-----------------------------------------------------------------
       0211-GUARDA-OCORRENCIA                    SECTION.

           IF WRK-QT-OCORRENCIAS LESS 2000
               ADD 1 TO WRK-QT-OCORRENCIAS
               MOVE SCF-ID         TO WRK-OCO-ID(WRK-QT-OCORRENCIAS)
               MOVE SCF-LISTA-NOME TO
                   WRK-OCO-LISTA-NOME(WRK-QT-OCORRENCIAS)
           END-IF.

           READ SANCFILA.

       0211-GUARDA-OCORRENCIA-FIM. EXIT.

      *-----------------------------------------------------------------
       0220-AVALIA-CLIENTE                       SECTION.

           IF NOT REG-CLIENTE-ATIVO
               GO TO 0220-AVALIA-CLIENTE-LER
           END-IF.

           ADD 1 TO ACU-CLIENTES.

           MOVE REG-NOME    TO WRK-VALSANC-NOME.
           MOVE REG-CPFCNPJ TO WRK-VALSANC-CPFCNPJ.
           CALL "VALSANC" USING WRK-VALSANC.

           IF WRK-FORA-DA-LISTA
               GO TO 0220-AVALIA-CLIENTE-LER
           END-IF.

           PERFORM 0230-JA-REGISTRADA.
           IF WRK-OCO-FOI-ACHADA
               ADD 1 TO ACU-JA-REGISTRADAS
               GO TO 0220-AVALIA-CLIENTE-LER
           END-IF.

           MOVE REG-ID                  TO SCF-ID.
           MOVE REG-NOME                TO SCF-NOME.
           MOVE REG-CPFCNPJ             TO SCF-CPFCNPJ.
           MOVE WRK-VALSANC-MOTIVO      TO SCF-MOTIVO.
           MOVE WRK-VALSANC-LISTA-NOME  TO SCF-LISTA-NOME.
           MOVE WRK-VALSANC-LISTA-DOC   TO SCF-LISTA-DOC.
           MOVE WRK-VALSANC-LISTA-FONTE TO SCF-LISTA-FONTE.
           MOVE WRK-VALSANC-LISTA-TIPO  TO SCF-LISTA-TIPO.
           MOVE "B"                     TO SCF-ORIGEM.
           MOVE WRK-DATA-HOJE           TO SCF-DATA.
           MOVE "PRGSANC"               TO SCF-OPERADOR.
           MOVE "P"                     TO SCF-SITUACAO.
           MOVE ZEROS                   TO SCF-DATA-DECISAO.
           MOVE SPACES                  TO SCF-SUPERVISOR.
           WRITE REG-SANCFILA.

           ADD 1 TO ACU-OCORRENCIAS.
           DISPLAY "OCORRENCIA: CLIENTE " REG-ID " " REG-NOME
               " - " WRK-VALSANC-MOTIVO " - " WRK-VALSANC-LISTA-FONTE.

           IF WRK-QT-OCORRENCIAS LESS 2000
               ADD 1 TO WRK-QT-OCORRENCIAS
               MOVE SCF-ID         TO WRK-OCO-ID(WRK-QT-OCORRENCIAS)
               MOVE SCF-LISTA-NOME TO
                   WRK-OCO-LISTA-NOME(WRK-QT-OCORRENCIAS)
           END-IF.

       0220-AVALIA-CLIENTE-LER.

           READ CLIENTES NEXT.

       0220-AVALIA-CLIENTE-FIM. EXIT.

      *-----------------------------------------------------------------
       0230-JA-REGISTRADA                        SECTION.

           SET WRK-OCO-NAO-ACHADA TO TRUE.
           PERFORM 0231-COMPARA-OCORRENCIA
               VARYING WRK-IDX-OCO FROM 1 BY 1
               UNTIL WRK-IDX-OCO GREATER WRK-QT-OCORRENCIAS
                  OR WRK-OCO-FOI-ACHADA.

       0230-JA-REGISTRADA-FIM. EXIT.

      *-----------------------------------------------------------------
       0231-COMPARA-OCORRENCIA                   SECTION.

           IF WRK-OCO-ID(WRK-IDX-OCO) EQUAL REG-ID
              AND WRK-OCO-LISTA-NOME(WRK-IDX-OCO) EQUAL
                  WRK-VALSANC-LISTA-NOME
               SET WRK-OCO-FOI-ACHADA TO TRUE
           END-IF.

       0231-COMPARA-OCORRENCIA-FIM. EXIT.

      *-----------------------------------------------------------------
       0900-FINALIZAR                            SECTION.

           DISPLAY "===========================================".
           DISPLAY "CLIENTES ATIVOS CONFERIDOS: " ACU-CLIENTES.
           DISPLAY "OCORRENCIAS NOVAS NA FILA.: " ACU-OCORRENCIAS.
           DISPLAY "OCORRENCIAS JA REGISTRADAS: " ACU-JA-REGISTRADAS.
           DISPLAY "======= FIM VARREDURA DE LISTAS =======".

       0900-FINALIZAR-FIM. EXIT.
