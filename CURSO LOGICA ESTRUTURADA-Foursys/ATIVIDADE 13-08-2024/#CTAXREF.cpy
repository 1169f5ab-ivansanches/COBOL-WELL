      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DA REFERENCIA CRUZADA DE CONTAS
      *              (CTAXREF.txt), GRAVADA PELO PRGFUSAG NA FUSAO DE
      *              AGENCIAS - UMA LINHA POR CONTA DA AGENCIA QUE
      *              ENCERRA, COM A AGENCIA/CONTA/DV ANTIGOS E OS NOVOS
      *              NA AGENCIA QUE INCORPORA, O SALDO MIGRADO, A DATA
      *              DA FUSAO E O FIM DO PERIODO DE TRANSICAO. A CONTA
      *              ENTRA COMO P (PENDENTE) ANTES DE SER MOVIDA E
      *              GANHA UMA SEGUNDA LINHA M (MIGRADA) NO FIM - A
      *              ULTIMA LINHA DA CONTA E A QUE VALE, E E POR ELA
      *              QUE O PRGFUSAG RETOMA UMA EXECUCAO INTERROMPIDA.
      *              O ATI4 REDIRECIONA PARA A CONTA NOVA O LANCAMENTO
      *              NA CONTA ANTIGA ATE O FIM DA TRANSICAO E O
      *              PRGEXTRA JUNTA O HISTORICO DAS DUAS NUMERACOES
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-CTAXREF.
           05  XRF-CHAVE-ANTIGA.
               10  XRF-AGENCIA-ANTIGA   PIC 9(004)        VALUES ZEROS.
               10  XRF-CONTA-ANTIGA     PIC 9(005)        VALUES ZEROS.
           05  XRF-DV-ANTIGO            PIC 9(001)        VALUES ZEROS.
           05  XRF-CHAVE-NOVA.
               10  XRF-AGENCIA-NOVA     PIC 9(004)        VALUES ZEROS.
               10  XRF-CONTA-NOVA       PIC 9(005)        VALUES ZEROS.
           05  XRF-DV-NOVO              PIC 9(001)        VALUES ZEROS.
           05  XRF-DATA-FUSAO           PIC 9(008)        VALUES ZEROS.
           05  XRF-FIM-TRANSICAO        PIC 9(008)        VALUES ZEROS.
           05  XRF-SALDO-MIGRADO        PIC S9(010)V99    VALUES ZEROS.
           05  XRF-SITUACAO             PIC X(001)        VALUES SPACES.
               88 XRF-PENDENTE                            VALUE "P".
               88 XRF-MIGRADA                             VALUE "M".
           05  XRF-OPERADOR             PIC X(010)        VALUES SPACES.
