      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DA FILA DE REVISAO DE OCORRENCIAS
      *              NAS LISTAS RESTRITIVAS (SANCFILA.txt) - CADA
      *              CLIENTE QUE BATEU COM UMA LINHA DO LISTARES.txt,
      *              NA VARREDURA DO PRGSANC (ORIGEM B) OU NA INCLUSAO/
      *              ALTERACAO DO PRGARQ5 (ORIGEM O), COM O MOTIVO E A
      *              LINHA DA LISTA. O SUPERVISOR DECIDE NO PRGSANCR:
      *              F = FALSO POSITIVO (LIBERADO), C = CONFIRMADO
      *              (CONTAS DO CLIENTE BLOQUEADAS). A OCORRENCIA
      *              DECIDIDA FICA NO ARQUIVO E A VARREDURA NAO A
      *              LEVANTA DE NOVO
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-SANCFILA.
           05  SCF-ID                   PIC 9(004).
           05  SCF-NOME                 PIC X(020).
           05  SCF-CPFCNPJ              PIC 9(014).
           05  SCF-MOTIVO               PIC X(020).
           05  SCF-LISTA-NOME           PIC X(040).
           05  SCF-LISTA-DOC            PIC 9(014).
           05  SCF-LISTA-FONTE          PIC X(010).
           05  SCF-LISTA-TIPO           PIC X(001).
           05  SCF-ORIGEM               PIC X(001).
               88 SCF-ORIGEM-BATCH                 VALUE "B".
               88 SCF-ORIGEM-ONLINE                VALUE "O".
           05  SCF-DATA                 PIC 9(008).
           05  SCF-OPERADOR             PIC X(010).
           05  SCF-SITUACAO             PIC X(001).
               88 SCF-PENDENTE                     VALUE "P".
               88 SCF-FALSO-POSITIVO               VALUE "F".
               88 SCF-CONFIRMADO                   VALUE "C".
           05  SCF-DATA-DECISAO         PIC 9(008).
           05  SCF-SUPERVISOR           PIC X(010).
