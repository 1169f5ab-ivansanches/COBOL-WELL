      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO CASO DE RECLAMACAO DE CLIENTE
      *              (RECLAMAC.dat, INDEXADO PELO PROTOCOLO AAAA+SEQ) -
      *              ABERTO PELO PRGRECLA COM CLIENTE (REG-ID), CANAL,
      *              CATEGORIA E A REFERENCIA RECLAMADA: CONTA
      *              (AGENCIA+CONTA DO CONTAS.dat), FATURA (FAT-NUMERO
      *              DO FATURREG.txt) OU TRANSACAO (LOTE+SEQUENCIA DO
      *              MOVHIST.dat). O PRAZO E CONTADO EM DIAS UTEIS
      *              (SERVICO DIAUTIL DO DATAMES, FERIADOS.txt): NIVEL
      *              SAC A PARTIR DA ABERTURA, NIVEL OUVIDORIA A PARTIR
      *              DA ESCALADA. NA CONCLUSAO FICAM O RESULTADO E SE A
      *              RESPOSTA SAIU NO PRAZO. A HISTORIA DOS STATUS VAI
      *              PARA O RECLHIST.txt (BOOK #RECLHIS)
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-RECLAMA.
           05 RCL-PROTOCOLO             PIC  9(10).
           05 RCL-PROTOCOLO-R REDEFINES RCL-PROTOCOLO.
               10 RCL-PROT-ANO              PIC  9(04).
               10 RCL-PROT-SEQ              PIC  9(06).
           05 RCL-REG-ID                PIC  9(04).
           05 RCL-CANAL                 PIC  X(01).
               88 RCL-CANAL-TELEFONE               VALUE "T".
               88 RCL-CANAL-EMAIL                  VALUE "E".
               88 RCL-CANAL-AGENCIA                VALUE "A".
               88 RCL-CANAL-VALIDO                 VALUE "T" "E" "A".
           05 RCL-CATEGORIA             PIC  X(02).
               88 RCL-CAT-LANCAMENTO               VALUE "LA".
               88 RCL-CAT-TARIFA                   VALUE "TA".
               88 RCL-CAT-ASSINATURA               VALUE "AS".
               88 RCL-CAT-FATURA                   VALUE "FA".
               88 RCL-CAT-OUTROS                   VALUE "OU".
               88 RCL-CAT-VALIDA                   VALUE "LA" "TA"
                                                         "AS" "FA"
                                                         "OU".
           05 RCL-TIPO-REFERENCIA       PIC  X(01).
               88 RCL-REF-CONTA                    VALUE "C".
               88 RCL-REF-FATURA                   VALUE "F".
               88 RCL-REF-TRANSACAO                VALUE "L".
               88 RCL-REF-NENHUMA                  VALUE SPACES.
           05 RCL-REFERENCIA            PIC  X(11).
           05 RCL-REFERENCIA-CONTA  REDEFINES RCL-REFERENCIA.
               10 RCL-REF-AGENCIA           PIC  9(04).
               10 RCL-REF-CONTA-NUM         PIC  9(05).
               10 FILLER                    PIC  X(02).
           05 RCL-REFERENCIA-FATURA REDEFINES RCL-REFERENCIA.
               10 RCL-REF-FAT-NUMERO        PIC  9(06).
               10 FILLER                    PIC  X(05).
           05 RCL-REFERENCIA-LOTE   REDEFINES RCL-REFERENCIA.
               10 RCL-REF-ID-LOTE           PIC  9(06).
               10 RCL-REF-ID-SEQ            PIC  9(05).
           05 RCL-DESCRICAO             PIC  X(40).
           05 RCL-DATA-ABERTURA         PIC  9(08).
           05 RCL-OPERADOR              PIC  X(10).
           05 RCL-NIVEL                 PIC  X(01).
               88 RCL-NIVEL-SAC                    VALUE "S".
               88 RCL-NIVEL-OUVIDORIA              VALUE "O".
           05 RCL-DATA-ESCALADA         PIC  9(08).
           05 RCL-DATA-PRAZO            PIC  9(08).
           05 RCL-STATUS                PIC  X(01).
               88 RCL-ABERTA                       VALUE "A".
               88 RCL-EM-ANALISE                   VALUE "N".
               88 RCL-CONCLUIDA                    VALUE "C".
               88 RCL-PENDENTE                     VALUE "A" "N".
           05 RCL-RESULTADO             PIC  X(01).
               88 RCL-PROCEDENTE                   VALUE "P".
               88 RCL-PROCEDENTE-EM-PARTE          VALUE "E".
               88 RCL-IMPROCEDENTE                 VALUE "I".
               88 RCL-RESULTADO-VALIDO             VALUE "P" "E" "I".
           05 RCL-DATA-CONCLUSAO        PIC  9(08).
           05 RCL-OPERADOR-CONCLUSAO    PIC  X(10).
           05 RCL-NO-PRAZO              PIC  X(01).
               88 RCL-RESPONDIDA-NO-PRAZO          VALUE "S".
               88 RCL-RESPONDIDA-FORA-PRAZO        VALUE "N".
