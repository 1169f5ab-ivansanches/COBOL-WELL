..    *==  FUNCAO NAO ABRE; O SUPERVISOR PODE DAR OVERRIDE (DERRUBA
..    *==  AS SESSOES PENDURADAS), REGISTRADO NO SIGNLOG COMO "OV"
      *=================================================================
ALT7  *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
..    *==  INCLUIDA A OPCAO 8 - LISTAS RESTRITIVAS (PRGSANCR), ONDE O
..    *==  SUPERVISOR LIBERA COMO FALSO POSITIVO OU CONFIRMA AS
..    *==  OCORRENCIAS DE SANCOES/PEP - A CONFIRMACAO BLOQUEIA AS
..    *==  CONTAS DO CLIENTE, POR ISSO TAMBEM CONSULTA A TRAVA DE BATCH
      *=================================================================
ALT8  *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
..    *==  INCLUIDA A OPCAO 9 - CONSENTIMENTOS DE COMUNICACAO
..    *==  (PRGCONSE), ONDE A MANUTENCAO REGISTRA O OPT-IN/OPT-OUT DO
..    *==  CLIENTE POR FINALIDADE E CANAL (LGPD), COM TRILHA
      *=================================================================
ALT9  *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
..    *==  INCLUIDA A OPCAO A - OBITO DE CLIENTE (PRGOBITO), ONDE O
..    *==  SUPERVISOR REGISTRA O FALECIMENTO E CONGELA DE UMA VEZ AS
..    *==  CONTAS, ORDENS, ASSINATURAS, AVISOS E REGUA DO CLIENTE -
..    *==  BLOQUEIA CONTAS, POR ISSO TAMBEM CONSULTA A TRAVA DE BATCH
      *=================================================================
ALT10 *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
..    *==  INCLUIDA A OPCAO B - CARTEIRA DE GERENTES (PRGCARTE), ONDE A
..    *==  MANUTENCAO ATRIBUI CLIENTES E CONTAS AOS GERENTES DE
..    *==  RELACIONAMENTO E TRANSFERE CARTEIRAS
      *=================================================================
       ENVIRONMENT                               DIVISION.

       CONFIGURATION                             SECTION.
ALT3       88 WRK-OPCAO-APROVACOES                 VALUE "5".
ALT4       88 WRK-OPCAO-VINCULOS                   VALUE "6".
ALT5       88 WRK-OPCAO-DESBLOQUEIO                VALUE "7".
ALT7       88 WRK-OPCAO-LISTAS                     VALUE "8".
ALT8       88 WRK-OPCAO-CONSENTIMENTOS             VALUE "9".
ALT9       88 WRK-OPCAO-OBITO                      VALUE "A" "a".
ALT10      88 WRK-OPCAO-CARTEIRA                   VALUE "B" "b".
           88 WRK-OPCAO-SAIR                       VALUE "0".
ALT2   77  FS-OPERADORES                 PIC 9(02) VALUE ZEROS.
ALT2   77  WRK-OPERADOR                  PIC X(10) VALUE SPACES.
ALT5       IF WRK-OPERADOR-SUPERVISOR
ALT5       DISPLAY "7 - DESBLOQUEAR OPERADOR"
ALT5       END-IF.
ALT7       IF WRK-OPERADOR-SUPERVISOR
ALT7       DISPLAY "8 - LISTAS RESTRITIVAS (SANCOES/PEP)"
ALT7       END-IF.
ALT8       IF WRK-OPERADOR-MANUTENCAO
ALT8       DISPLAY "9 - CONSENTIMENTOS DE COMUNICACAO (LGPD)"
ALT8       END-IF.
ALT9       IF WRK-OPERADOR-SUPERVISOR
ALT9       DISPLAY "A - OBITO DE CLIENTE"
ALT9       END-IF.
ALT10      IF WRK-OPERADOR-MANUTENCAO
ALT10      DISPLAY "B - CARTEIRA DE GERENTES"
ALT10      END-IF.
           DISPLAY "0 - SAIR".
           DISPLAY "DIGITE A OPCAO.."
               ACCEPT WRK-OPCAO.
ALT5               ELSE
ALT5                   DISPLAY "OPCAO RESTRITA AO SUPERVISOR!"
ALT5               END-IF
ALT7           WHEN WRK-OPCAO-LISTAS
ALT7               IF WRK-OPERADOR-SUPERVISOR
ALT7                   PERFORM 0140-CONSULTA-TRAVA-BATCH
ALT7                   IF WRK-TRAVA-OK
ALT7                       CALL "PRGSANCR" USING WRK-OPERADOR
ALT7                   END-IF
ALT7               ELSE
ALT7                   DISPLAY "OPCAO RESTRITA AO SUPERVISOR!"
ALT7               END-IF
ALT8           WHEN WRK-OPCAO-CONSENTIMENTOS
ALT8               IF WRK-OPERADOR-MANUTENCAO
ALT8                   PERFORM 0140-CONSULTA-TRAVA-BATCH
ALT8                   IF WRK-TRAVA-OK
ALT8                       CALL "PRGCONSE" USING WRK-OPERADOR
ALT8                   END-IF
ALT8               ELSE
ALT8                   DISPLAY "OPCAO RESTRITA A MANUTENCAO!"
ALT8               END-IF
ALT9           WHEN WRK-OPCAO-OBITO
ALT9               IF WRK-OPERADOR-SUPERVISOR
ALT9                   PERFORM 0140-CONSULTA-TRAVA-BATCH
ALT9                   IF WRK-TRAVA-OK
ALT9                       CALL "PRGOBITO" USING WRK-OPERADOR
ALT9                   END-IF
ALT9               ELSE
ALT9                   DISPLAY "OPCAO RESTRITA AO SUPERVISOR!"
ALT9               END-IF
ALT10          WHEN WRK-OPCAO-CARTEIRA
ALT10              IF WRK-OPERADOR-MANUTENCAO
ALT10                  PERFORM 0140-CONSULTA-TRAVA-BATCH
ALT10                  IF WRK-TRAVA-OK
ALT10                      CALL "PRGCARTE" USING WRK-OPERADOR
ALT10                  END-IF
ALT10              ELSE
ALT10                  DISPLAY "OPCAO RESTRITA A MANUTENCAO!"
ALT10              END-IF
               WHEN WRK-OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
