      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DOS PARAMETROS DA NFS-E
      *              (NFSEPARM.txt, UM REGISTRO) - IDENTIFICACAO DO
      *              PRESTADOR NA PREFEITURA (CNPJ, INSCRICAO
      *              MUNICIPAL E CODIGO IBGE DO MUNICIPIO), SERIE DO
      *              RPS, ITEM DA LISTA DE SERVICOS DAS ASSINATURAS, A
      *              DATA DE EMISSAO A PARTIR DA QUAL AS FATURAS VAO
      *              PARA A NFS-E (AS ANTERIORES FORAM DIGITADAS NO
      *              PORTAL) E O CODIGO DE MOTIVO DO CANCELAMENTO POR
      *              NOTA DE CREDITO
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-NFSEPARM.
           05 NPR-CNPJ-PRESTADOR        PIC  9(14).
           05 NPR-INSCRICAO-MUNICIPAL   PIC  X(15).
           05 NPR-MUNICIPIO             PIC  9(07).
           05 NPR-SERIE-RPS             PIC  X(05).
           05 NPR-CODIGO-SERVICO        PIC  X(05).
           05 NPR-DATA-INICIO           PIC  9(08).
           05 NPR-MOTIVO-CANCEL         PIC  X(01).
