ALT1  *              PRGEXTRA) PASSAM A ACEITAR O IDENTIFICADOR COMO
ALT1  *              CHAVE DE BUSCA (LRECL 31->42)
ALT1  * DATA.......: 01/09/2026
ALT2  * ALTERACAO..: O HISTORICO PASSOU A SER INDEXADO (MOVHIST.dat)
ALT2  *              COM A CHAVE AGENCIA+CONTA+DATA+LOTE+SEQ (GRUPO
ALT2  *              MOV-CHAVE) - OS CAMPOS DA CHAVE FORAM PARA O
ALT2  *              INICIO DO REGISTRO E O HISTORICO DE UMA CONTA
ALT2  *              PASSA A SER LIDO DIRETO, SEM VARRER O ARQUIVO.
ALT2  *              O MOVHIST.txt ANTIGO E CARREGADO UMA VEZ PELO
ALT2  *              PRGMOVCV (LRECL MANTIDO EM 42)
ALT2  * DATA.......: 15/10/2026
ALT3  * ALTERACAO..: INCLUIDA MOV-ORIGEM NA CHAVE, ANTES DO LOTE - O
ALT3  *              NUMERO DE LOTE SO E UNICO DENTRO DA ORIGEM (CADA
ALT3  *              EMISSOR TEM A SUA SEQUENCIA), ENTAO LOTES DE MESMO
ALT3  *              NUMERO DE ORIGENS DIFERENTES NA MESMA CONTA/DIA
ALT3  *              COLIDIAM NA CHAVE. E A ORIGEM DO LOTE QUE CARIMBOU
ALT3  *              O IDENTIFICADOR (REG-ID-ORIGEM DO #LANCAM), COPIADA
ALT3  *              DO REGCAM PELO PRGHISTO; ZEROS NOS MOVIMENTOS
ALT3  *              CONVERTIDOS DO MOVHIST.txt ANTIGO (LRECL 42->46)
ALT3  * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-MOVHIST.
ALT2       05 MOV-CHAVE.
ALT2           10 MOV-AGENCIA           PIC  9(04).
ALT2           10 MOV-CONTA             PIC  9(05).
ALT2           10 MOV-DATA              PIC  9(08).
ALT3           10 MOV-ORIGEM            PIC  9(04).
ALT2           10 MOV-ID-LOTE           PIC  9(06).
ALT2           10 MOV-ID-SEQ            PIC  9(05).
           05 MOV-VALOR                 PIC  9(08)V99.
           05 MOV-TIPO-LANCAMENTO       PIC  X(01).
           05 MOV-MOEDA                 PIC  X(03).
