      *              ARQUIVO DE AUDITORIA SERVAUD.txt
      *-----------------------------------------------------------------
      * ARQUIVOS   :           TIPO:                  INCLUDE/BOOK:
      *  SERVICOS              INPUT                  #SERVICOS
      *  CLIENTES2             INPUT/OUTPUT
      *  CLI2TMP               WORK
      *  SERVAUD               OUTPUT (EXTEND)
      *   REGISTRO A REGISTRO (UMA ORDEM DE GRANDEZA MENOS I/O, E UMA
      *   QUEDA NO MEIO NAO PERDE MAIS O ARQUIVO)
      *
      * 15/10/2026 - WELLINGTON SOARES CORDEIRO
      *   O LAYOUT DO SERVICOS.txt FOI PARA O BOOK #SERVICOS E GANHOU
      *   O PRECO DO PLANO FAMILIA E O LIMITE DE DEPENDENTES DO GRUPO
      *   (LRECL 022->029) - A CONCILIACAO SEGUE NO PRECO INDIVIDUAL
      *
      *=================================================================
       ENVIRONMENT                               DIVISION.
      *=================================================================

      *----------------------------------------------------------------*
      *     INPUT -  CADASTRO DE PRECOS DE SERVICOS (SERVICOS)
      *                               LRECL = 029
      *----------------------------------------------------------------*
       FD  SERVICOS.
       COPY '#SERVICOS'.

      *----------------------------------------------------------------*
      *     INPUT/OUTPUT - BASE DE ASSINANTES AGRUPADA (CLIENTES2)
