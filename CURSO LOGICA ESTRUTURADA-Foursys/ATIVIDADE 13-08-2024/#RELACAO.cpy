      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO ARQUIVO DE VINCULOS SOCIETARIOS
      *              (RELACOES.txt) - LIGA UM CLIENTE PJ (REL-ID-PJ)
      *              AOS SEUS SOCIOS OU GARANTIDORES (REL-ID-LIGADO,
      *              NORMALMENTE CLIENTES PF DA PROPRIA CASA), COM O
      *              TIPO DO VINCULO, QUEM REGISTROU E A SITUACAO.
      *              MANTIDO PELO PRGVINC (CHAMADO DO MENU DE
      *              CLIENTES) E BASE DO RELATORIO DE EXPOSICAO
      *              CONSOLIDADA DO GRUPO - A DECISAO DE CREDITO DA PJ
      *              DEIXA DE SER CEGA A POSICAO DOS DONOS
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 01/09/2026
      ******************************************************************
       01  REG-RELACAO.
           05 REL-ID-PJ                 PIC  9(04).
           05 REL-ID-LIGADO             PIC  9(04).
           05 REL-TIPO                  PIC  X(01).
               88 REL-SOCIO                        VALUE "S".
               88 REL-GARANTIDOR                   VALUE "G".
           05 REL-DATA                  PIC  9(08).
           05 REL-OPERADOR              PIC  X(10).
           05 REL-SITUACAO              PIC  X(01).
               88 REL-ATIVO                        VALUE "A".
               88 REL-INATIVO                      VALUE "I".
