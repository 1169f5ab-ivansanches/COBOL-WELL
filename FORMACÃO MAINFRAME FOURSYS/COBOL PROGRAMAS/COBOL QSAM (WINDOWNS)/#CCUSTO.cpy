      *=================================================================
      *== BOOK        : #CCUSTO
      *== OBJETIVO    : LAYOUT DA TABELA DE CENTROS DE CUSTO
      *==               (CCUSTO.txt) - CODIGO, DESCRICAO, AGENCIA DO
      *==               AGENCIAS.txt A QUE O CENTRO PERTENCE (ZEROS =
      *==               ADMINISTRACAO CENTRAL/MATRIZ, SEM AGENCIA) E
      *==               SITUACAO. A REGIAO DO CENTRO E A DA AGENCIA.
      *==               MANTIDA PELO PRGCCUST E USADA PELO PRGCUSTO NO
      *==               RATEIO DO CUSTO DA FOLHA
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================
       01  REG-CCUSTO.
           05 CCU-CODIGO                 PIC 9(04).
           05 CCU-DESCRICAO              PIC X(25).
           05 CCU-AGENCIA                PIC 9(04).
           05 CCU-SITUACAO               PIC X(01).
               88 CCU-ATIVO                       VALUE "A".
               88 CCU-INATIVO                     VALUE "I".
               88 CCU-SITUACAO-VALIDA             VALUE "A" "I".
