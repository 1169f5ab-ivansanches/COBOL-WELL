..    *== DATA        : 01/09/2026
ALT15 *== CONSULTORIA : FOURSYS
      *=================================================================
ALT16 *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
..    *== OBJETIVO    : INCLUSAO E ALTERACAO PASSARAM A CONFERIR O
..    *==                NOME E O CPF/CNPJ GRAVADOS CONTRA AS LISTAS
..    *==                RESTRITIVAS (SANCOES E PEP) PELO MODULO
..    *==                VALSANC - OCORRENCIA VAI PARA A FILA
..    *==                SANCFILA.txt (ORIGEM O) PARA O SUPERVISOR
..    *==                DECIDIR NO PRGSANCR, COM AVISO NA TELA
..    *== DATA        : 15/10/2026
ALT16 *== CONSULTORIA : FOURSYS
      *=================================================================
ALT17 *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
..    *== OBJETIVO    : O CLIREG GANHOU O SEGMENTO DO CLIENTE E A DATA
..    *==                EM QUE PASSOU A VALER, MANTIDOS PELA
..    *==                SEGMENTACAO NOTURNA (PRGSEGME) - A INCLUSAO
..    *==                GRAVA O CLIENTE AINDA NAO CLASSIFICADO
..    *== DATA        : 15/10/2026
ALT17 *== CONSULTORIA : FOURSYS
      *=================================================================
       ENVIRONMENT                               DIVISION.

       CONFIGURATION                             SECTION.
ALT11      SELECT LIMIAPRV ASSIGN
ALT11      TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\LIMIAPRV.txt"
ALT11          FILE STATUS          IS FS-LIMIAPRV.

ALT16      SELECT SANCFILA ASSIGN
ALT16      TO "C:\COBOL\Cobol Windows-BANCO DE DADOS\DADOS\SANCFILA.txt"
ALT16          FILE STATUS          IS FS-SANCFILA.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
ALT11  01  REG-LIMIAPRV.
ALT11      05 LIM-ALTERACOES-SESSAO      PIC 9(03).

ALT16  FD SANCFILA.
ALT16  COPY "#SANCFILA".

       WORKING-STORAGE                           SECTION.
       77  FS-CLIENTES                   PIC 9(02).
       77  WRK-MSG-ERRO                  PIC X(30) VALUE SPACES.
ALT11  77  WRK-LIMITE-ALTERACOES         PIC 9(03) VALUE 3.
ALT11  77  WRK-QT-ALTERACOES-SESSAO      PIC 9(03) VALUE ZEROS.

ALT16 *========== AREA DE CHAMADA DO MODULO VALSANC (LISTAS RESTRITIVAS)
ALT16  77  FS-SANCFILA                   PIC 9(02).
ALT16  01  WRK-VALSANC.
ALT16      05 WRK-VALSANC-NOME           PIC X(20) VALUE SPACES.
ALT16      05 WRK-VALSANC-CPFCNPJ        PIC 9(14) VALUE ZEROS.
ALT16      05 WRK-VALSANC-RESULTADO      PIC X(01) VALUE "N".
ALT16          88 WRK-NA-LISTA                     VALUE "S".
ALT16          88 WRK-FORA-DA-LISTA                VALUE "N".
ALT16      05 WRK-VALSANC-MOTIVO         PIC X(20) VALUE SPACES.
ALT16      05 WRK-VALSANC-LISTA-NOME     PIC X(40) VALUE SPACES.
ALT16      05 WRK-VALSANC-LISTA-DOC      PIC 9(14) VALUE ZEROS.
ALT16      05 WRK-VALSANC-LISTA-FONTE    PIC X(10) VALUE SPACES.
ALT16      05 WRK-VALSANC-LISTA-TIPO     PIC X(01) VALUE SPACES.

ALT1  *========== VARIAVEL DE OPCAO DE TRANSACAO
ALT1   77  WRK-OPCAO                     PIC X(01) VALUE SPACES.
ALT1       88 WRK-OPCAO-INCLUIR                     VALUE "I".
ALT11          CLOSE LIMIAPRV
ALT11      END-IF.

ALT16      OPEN EXTEND SANCFILA.
ALT16      IF FS-SANCFILA EQUAL 35
ALT16          OPEN OUTPUT SANCFILA
ALT16          CLOSE SANCFILA
ALT16          OPEN EXTEND SANCFILA
ALT16      END-IF.

ALT10      MOVE LNK-OPERADOR TO WRK-OPERADOR.

       0100-INICIALIZAR-FIM. EXIT.
ALT13              MOVE WRK-UF            TO REG-UF
ALT13              MOVE WRK-CEP           TO REG-CEP
ALT14              ACCEPT REG-DATA-VERIFICACAO FROM DATE YYYYMMDD
ALT17              MOVE SPACES            TO REG-SEGMENTO
ALT17              MOVE ZEROS             TO REG-DATA-SEGMENTO
ALT2               WRITE REG-CLIENTES
ALT2               IF FS-CLIENTES EQUAL 00
ALT2                   DISPLAY "CLIENTE INCLUIDO COM SUCESSO!"
ALT13                  MOVE REG-CEP           TO WRK-AUD-CEP-NOVO
ALT4                   MOVE "I"               TO AUD-OPERACAO
ALT4                   PERFORM 9100-GRAVA-AUDITORIA
ALT16                  PERFORM 9400-CONFERE-LISTAS
ALT2               ELSE
ALT2                   MOVE "ERRO NA INCLUSAO DO REGISTRO" TO
ALT2                                                    WRK-MSG-ERRO
ALT13                  MOVE REG-CEP           TO WRK-AUD-CEP-NOVO
ALT4                   MOVE "A"               TO AUD-OPERACAO
ALT4                   PERFORM 9100-GRAVA-AUDITORIA
ALT16                  PERFORM 9400-CONFERE-LISTAS
                   ELSE
                       MOVE "ERRO NA ALTERACAO DO REGISTRO" TO
                                                        WRK-MSG-ERRO
             CLOSE CLIENTES.
ALT4         CLOSE AUDITCLI.
ALT11        CLOSE PENDAPRV.
ALT16        CLOSE SANCFILA.

ALT15      MOVE "L"        TO WRK-TRV-FUNCAO.
ALT15      MOVE "PRGARQ5"  TO WRK-TRV-PROGRAMA.
ALT11  9300-PENDENCIA-EXCLUSAO-FIM. EXIT.

      *-----------------------------------------------------------------
ALT16 *    CLIENTE GRAVADO CONFERIDO CONTRA AS LISTAS RESTRITIVAS - A
ALT16 *    OCORRENCIA NAO IMPEDE A GRAVACAO, VAI PARA A FILA DO
ALT16 *    SUPERVISOR (PRGSANCR)
      *-----------------------------------------------------------------
ALT16  9400-CONFERE-LISTAS                       SECTION.

ALT16      MOVE REG-NOME              TO WRK-VALSANC-NOME.
ALT16      MOVE REG-CPFCNPJ           TO WRK-VALSANC-CPFCNPJ.
ALT16      CALL "VALSANC" USING WRK-VALSANC.

ALT16      IF WRK-FORA-DA-LISTA
ALT16          GO TO 9400-CONFERE-LISTAS-FIM
ALT16      END-IF.

ALT16      MOVE REG-ID                  TO SCF-ID.
ALT16      MOVE REG-NOME                TO SCF-NOME.
ALT16      MOVE REG-CPFCNPJ             TO SCF-CPFCNPJ.
ALT16      MOVE WRK-VALSANC-MOTIVO      TO SCF-MOTIVO.
ALT16      MOVE WRK-VALSANC-LISTA-NOME  TO SCF-LISTA-NOME.
ALT16      MOVE WRK-VALSANC-LISTA-DOC   TO SCF-LISTA-DOC.
ALT16      MOVE WRK-VALSANC-LISTA-FONTE TO SCF-LISTA-FONTE.
ALT16      MOVE WRK-VALSANC-LISTA-TIPO  TO SCF-LISTA-TIPO.
ALT16      MOVE "O"                     TO SCF-ORIGEM.
ALT16      ACCEPT SCF-DATA              FROM DATE YYYYMMDD.
ALT16      MOVE WRK-OPERADOR            TO SCF-OPERADOR.
ALT16      MOVE "P"                     TO SCF-SITUACAO.
ALT16      MOVE ZEROS                   TO SCF-DATA-DECISAO.
ALT16      MOVE SPACES                  TO SCF-SUPERVISOR.
ALT16      WRITE REG-SANCFILA.

ALT16      DISPLAY "ATENCAO: CLIENTE CONSTA DE LISTA RESTRITIVA ("
ALT16          WRK-VALSANC-LISTA-FONTE ") - " WRK-VALSANC-MOTIVO.
ALT16      DISPLAY "OCORRENCIA ENVIADA PARA REVISAO DO SUPERVISOR!".

ALT16  9400-CONFERE-LISTAS-FIM. EXIT.

      *-----------------------------------------------------------------

       9000-TRATA-ERRO                           SECTION.

