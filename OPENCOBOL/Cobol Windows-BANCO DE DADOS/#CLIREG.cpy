..    *==  ATIVO COM VERIFICACAO VENCIDA ENTRA NA FILA (LRECL
..    *==  125->133)
      *=================================================================
ALT5  *== 15/10/2026 - WELLINGTON SOARES CORDEIRO
..    *==  INCLUIDOS REG-SEGMENTO (VA=VAREJO, AR=ALTA RENDA,
..    *==  PV=PRIVATE, PP/PM/PG=EMPRESA PEQUENA/MEDIA/GRANDE) E
..    *==  REG-DATA-SEGMENTO, A DATA DE VIGENCIA - CLASSIFICADOS TODA
..    *==  NOITE PELO PRGSEGME PELAS REGRAS DO SEGPARAM.txt; BRANCO =
..    *==  AINDA NAO CLASSIFICADO (LRECL 133->143)
      *=================================================================
       01  REG-CLIENTES.
           05 REG-ID                     PIC 9(04).
           05 REG-NOME                   PIC X(20).
ALT3       05 REG-UF                     PIC X(02).
ALT3       05 REG-CEP                    PIC 9(08).
ALT4       05 REG-DATA-VERIFICACAO       PIC 9(08).
ALT5       05 REG-SEGMENTO               PIC X(02).
ALT5           88 REG-SEG-VAREJO                   VALUE "VA".
ALT5           88 REG-SEG-ALTA-RENDA               VALUE "AR".
ALT5           88 REG-SEG-PRIVATE                  VALUE "PV".
ALT5           88 REG-SEG-PJ-PEQUENA               VALUE "PP".
ALT5           88 REG-SEG-PJ-MEDIA                 VALUE "PM".
ALT5           88 REG-SEG-PJ-GRANDE                VALUE "PG".
ALT5           88 REG-SEG-NAO-CLASSIFICADO         VALUE SPACES.
ALT5       05 REG-DATA-SEGMENTO          PIC 9(08).
