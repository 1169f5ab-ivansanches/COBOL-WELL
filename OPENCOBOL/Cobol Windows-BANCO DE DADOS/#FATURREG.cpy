ALT1  *              (PRGREMES) SO LEVA FATURA ABERTA AINDA NAO
ALT1  *              REMETIDA E MARCA O QUE LEVOU (LRECL 50->51)
ALT1  * DATA.......: 01/09/2026
ALT2  * ALTERACAO..: INCLUIDO O STATUS R (RENEGOCIADA) - FATURA EM
ALT2  *              ATRASO CONSOLIDADA NUM ACORDO DE PARCELAMENTO DO
ALT2  *              PRGACORD (ACORDOS.dat). NAO E PAGA NEM COBRADA: A
ALT2  *              DIVIDA PASSA PARA AS FATURAS DE ENTRADA/PARCELA
ALT2  *              DO ACORDO
ALT2  * DATA.......: 15/10/2026
ALT3  * ALTERACAO..: INCLUIDO O STATUS B (BAIXADA COMO PERDA) - FATURA
ALT3  *              INCOBRAVEL BAIXADA PELO PRGPERDA (POR IDADE NO
ALT3  *              FECHAMENTO OU POR SUPERVISOR); DATA, OPERADOR E
ALT3  *              VALOR FICAM NO PERDAS.txt. PAGAMENTO POSTERIOR E
ALT3  *              RECUPERACAO (RECUPERA.txt), NAO QUITACAO
ALT3  * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-FATURREG.
           05 FAT-NUMERO                PIC  9(06).
               88 FAT-ABERTA                       VALUE "A".
               88 FAT-PARCIAL                      VALUE "P".
               88 FAT-QUITADA                      VALUE "Q".
ALT2           88 FAT-RENEGOCIADA                  VALUE "R".
ALT3           88 FAT-BAIXADA-PERDA                VALUE "B".
ALT1       05 FAT-REMESSA               PIC  X(01).
ALT1           88 FAT-NAO-REMETIDA                 VALUE "N".
ALT1           88 FAT-JA-REMETIDA                  VALUE "S".
