      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO REGISTRO DE OBITOS DE CLIENTES
      *              (OBITOS.txt) - UMA LINHA POR CLIENTE FALECIDO
      *              (REG-ID DO CLIENTES.dat), COM A DATA DO OBITO, A
      *              REFERENCIA DA CERTIDAO, QUANDO E POR QUEM FOI
      *              REGISTRADO E O QUE O CONGELAMENTO ATINGIU (CONTAS
      *              BLOQUEADAS, ORDENS PERMANENTES INATIVADAS E
      *              ASSINATURAS PAUSADAS). OBT-CODIGO-ASSINANTE E O
      *              CODIGO DO MESMO CLIENTE NO CLIENTES2.dat (REG-ID
      *              0NNN -> "NNN"; BRANCO QUANDO O REG-ID NAO CABE NO
      *              CODIGO DE ASSINANTE). GRAVADO SO PELO PRGOBITO
      *              (CHAMADO DO MENU DE CLIENTES, SUPERVISOR); LIDO
      *              PELA REGUA PRGREGUA, QUE CONGELA A ESCADA DO
      *              CLIENTE, E PELO PRGNOTIF, QUE SEGURA TODO AVISO
      *              AO CLIENTE FALECIDO
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-OBITO.
           05 OBT-REG-ID                PIC  9(04).
           05 OBT-CODIGO-ASSINANTE      PIC  X(03).
           05 OBT-DATA-OBITO            PIC  9(08).
           05 OBT-CERTIDAO              PIC  X(20).
           05 OBT-DATA-REGISTRO         PIC  9(08).
           05 OBT-OPERADOR              PIC  X(10).
           05 OBT-QT-CONTAS             PIC  9(03).
           05 OBT-QT-ORDENS             PIC  9(03).
           05 OBT-QT-ASSINATURAS        PIC  9(03).
