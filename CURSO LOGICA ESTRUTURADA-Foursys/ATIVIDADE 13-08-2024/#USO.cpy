      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO ARQUIVO DIARIO DE USO AVULSO
      *              (USODIA.txt) ENVIADO PELOS PARCEIROS - UMA LINHA
      *              POR USO DO ASSINANTE (ALUGUEL, TELA EXTRA, EVENTO
      *              PREMIUM) COM A QUANTIDADE E A DATA DO USO. O
      *              TARIFADOR PRGUSO CONSOME E ZERA O ARQUIVO; O USO
      *              RECUSADO VAI PARA USOREJ.txt COM O MOTIVO
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-USO.
           05 USO-CODIGO-CLIENTE        PIC  X(03).
           05 USO-SERVICO               PIC  X(10).
           05 USO-TIPO                  PIC  X(03).
           05 USO-QUANTIDADE            PIC  9(04).
           05 USO-DATA                  PIC  9(08).
