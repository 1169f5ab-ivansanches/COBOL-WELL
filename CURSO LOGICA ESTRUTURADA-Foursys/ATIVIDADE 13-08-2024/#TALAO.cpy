      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO REGISTRO DE TALOES DE CHEQUE
      *              (TALOES.txt) - UM REGISTRO POR TALAO ENTREGUE AO
      *              CORRENTISTA, COM A AGENCIA/CONTA, A FAIXA DE
      *              NUMEROS DE CHEQUE (INICIAL A FINAL), A DATA DE
      *              EMISSAO E O OPERADOR QUE EMITIU. A SITUACAO DE
      *              CADA FOLHA DA FAIXA FICA NO FOLHASCHQ.txt (BOOK
      *              #FOLHACHQ). MANTIDO PELO PRGTALAO
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-TALAO.
           05 TAL-NUMERO                PIC  9(06).
           05 TAL-AGENCIA               PIC  9(04).
           05 TAL-CONTA                 PIC  9(05).
           05 TAL-CHEQUE-INICIAL        PIC  9(06).
           05 TAL-CHEQUE-FINAL          PIC  9(06).
           05 TAL-DATA-EMISSAO          PIC  9(08).
           05 TAL-OPERADOR              PIC  X(10).
