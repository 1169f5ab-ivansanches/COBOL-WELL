      *=================================================================
      *== BOOK        : #CLIREG
      *== OBJETIVO    : LAYOUT DO REGISTRO DO ARQUIVO CLIENTES.dat
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== DATA        : 12/07/2024
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
ALT1  *== 12/08/2024 - WELLINGTON SOARES CORDEIRO
..    *==  INCLUIDOS REG-TIPO-PESSOA (F=FISICA, J=JURIDICA) E
..    *==  REG-CPFCNPJ (CPF NAS 11 POSICOES DA DIREITA PARA PESSOA
..    *==  FISICA, CNPJ COMPLETO PARA PESSOA JURIDICA), VALIDADOS
ALT1  *==  PELO MODULO VALDOC ANTES DE QUALQUER GRAVACAO
      *=================================================================
ALT2  *== 13/08/2024 - WELLINGTON SOARES CORDEIRO
..    *==  INCLUIDOS REG-SITUACAO-CLIENTE (A=ATIVO, I=INATIVO) E
..    *==  REG-DATA-INATIVACAO - A EXCLUSAO DEIXOU DE SER FISICA E
..    *==  PASSOU A MARCAR O CLIENTE COMO INATIVO COM A DATA; O
..    *==  EXPURGO FISICO E FEITO PELO PRGEXPUR DEPOIS DA RETENCAO
ALT2  *==  (LRECL 50 PASSOU PARA 59)
      *=================================================================
ALT3  *== 01/09/2026 - WELLINGTON SOARES CORDEIRO
..    *==  INCLUIDO O BLOCO DE ENDERECO DE CORRESPONDENCIA (RUA,
..    *==  NUMERO, CIDADE, UF E CEP), CAPTURADO NO PRGARQ5 COM A
..    *==  CONSISTENCIA CEP X UF CONFERIDA PELO MODULO VALCEP E
..    *==  IMPRESSO NAS FATURAS DO PRGFATUR - ACABA O ARQUIVO DE
..    *==  ETIQUETAS MANTIDO NO EDITOR DE TEXTO (LRECL 59->125)
      *=================================================================
ALT4  *== 01/09/2026 - WELLINGTON SOARES CORDEIRO
..    *==  INCLUIDO REG-DATA-VERIFICACAO, A DATA DA ULTIMA
..    *==  CONFERENCIA CADASTRAL (KYC) - CARIMBADA PELA MANUTENCAO DO
..    *==  PRGARQ5 E PELA FILA DE REVERIFICACAO DO PRGKYC; CLIENTE
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
           05 REG-TELEFONE               PIC 9(11).
ALT1       05 REG-TIPO-PESSOA            PIC X(01).
ALT1           88 REG-PESSOA-FISICA                VALUE "F".
ALT1           88 REG-PESSOA-JURIDICA              VALUE "J".
ALT1       05 REG-CPFCNPJ                PIC 9(14).
ALT2       05 REG-SITUACAO-CLIENTE       PIC X(01).
ALT2           88 REG-CLIENTE-ATIVO                VALUE "A".
ALT2           88 REG-CLIENTE-INATIVO              VALUE "I".
ALT2       05 REG-DATA-INATIVACAO        PIC 9(08).
ALT3       05 REG-ENDERECO               PIC X(30).
ALT3       05 REG-NUMERO-END             PIC X(06).
ALT3       05 REG-CIDADE                 PIC X(20).
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
