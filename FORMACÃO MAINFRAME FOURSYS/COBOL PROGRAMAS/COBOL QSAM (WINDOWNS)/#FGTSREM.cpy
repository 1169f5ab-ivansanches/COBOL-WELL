      *=================================================================
      *== BOOK        : #FGTSREM
      *== OBJETIVO    : LAYOUT DO ARQUIVO DE REMESSA DO FGTS DA
      *==               COMPETENCIA (FGTSREM.txt) PARA O SISTEMA DE
      *==               ARRECADACAO - HEADER (TIPO 0) COM COMPETENCIA,
      *==               DATA DE GERACAO, CNPJ DO EMPREGADOR E ALIQUOTA;
      *==               UM DETALHE (TIPO 1) POR FUNCIONARIO COM A BASE
      *==               DA FOLHA, A BASE DO 13o E O DEPOSITO; TRAILER
      *==               (TIPO 9) COM QUANTIDADE E TOTAIS. GERADO PELO
      *==               PRGFGTS
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================
       01  REG-FGTSREM.
           05 REM-TIPO                   PIC X(01).
               88 REM-HEADER                      VALUE "0".
               88 REM-DETALHE                     VALUE "1".
               88 REM-TRAILER                     VALUE "9".
           05 REM-DADOS                  PIC X(59).

       01  REG-FGTSREM-HEADER REDEFINES REG-FGTSREM.
           05 FILLER                     PIC X(01).
           05 REM-H-COMPETENCIA          PIC 9(06).
           05 REM-H-DATA-GERACAO         PIC 9(08).
           05 REM-H-CNPJ                 PIC 9(14).
           05 REM-H-ALIQUOTA             PIC 9(02)V99.
           05 FILLER                     PIC X(27).

       01  REG-FGTSREM-DETALHE REDEFINES REG-FGTSREM.
           05 FILLER                     PIC X(01).
           05 REM-D-CODIGO               PIC 9(04).
           05 REM-D-NOME                 PIC X(15).
           05 REM-D-BASE-FOLHA           PIC 9(08)V99.
           05 REM-D-BASE-DECIMO          PIC 9(08)V99.
           05 REM-D-DEPOSITO             PIC 9(08)V99.
           05 FILLER                     PIC X(10).

       01  REG-FGTSREM-TRAILER REDEFINES REG-FGTSREM.
           05 FILLER                     PIC X(01).
           05 REM-T-QTD-DETALHES         PIC 9(06).
           05 REM-T-TOTAL-BASE           PIC 9(10)V99.
           05 REM-T-TOTAL-DEPOSITO       PIC 9(10)V99.
           05 FILLER                     PIC X(29).
