      *=================================================================
      *== BOOK        : #FIDMOV
      *== OBJETIVO    : LAYOUT DO RAZAO DE PONTOS DOS CLIENTES DA LOJA
      *==               (FIDMOV.txt) - UM LANCAMENTO POR MOVIMENTO DE
      *==               PONTOS DO CLIENTE (REG-ID DO CLIENTES.dat):
      *==               C = CREDITO PELA COMPRA NO ATI1 (COM VALIDADE)
      *==               V = VOLTA DE PONTOS RESGATADOS, NA DEVOLUCAO DO
      *==                   PRGDEVOL (CREDITO COM NOVA VALIDADE)
      *==               R = RESGATE COMO DESCONTO NO CAIXA DO ATI1
      *==               E = ESTORNO DOS PONTOS GANHOS, NA DEVOLUCAO
      *==               X = EXPIRACAO, GRAVADA PELO PRGFIDEX
      *==               O SALDO E CREDITOS MENOS DEBITOS; OS DEBITOS
      *==               CONSOMEM PRIMEIRO OS CREDITOS MAIS ANTIGOS,
      *==               ENTAO VENCE O QUE DOS CREDITOS JA VENCIDOS PASSA
      *==               DO TOTAL DE DEBITOS. FDM-VALIDADE SO VALE NOS
      *==               CREDITOS (ZERO NOS DEBITOS)
      *==               LRECL = 052
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================
       01  REG-FIDMOV.
           05 FDM-REG-ID                 PIC 9(04).
           05 FDM-DATA                   PIC 9(08).
           05 FDM-HORA                   PIC 9(08).
           05 FDM-TIPO                   PIC X(01).
               88 FDM-CREDITO-COMPRA               VALUE "C".
               88 FDM-VOLTA-RESGATE                VALUE "V".
               88 FDM-RESGATE                      VALUE "R".
               88 FDM-ESTORNO                      VALUE "E".
               88 FDM-EXPIRACAO                    VALUE "X".
               88 FDM-CREDITO                      VALUE "C" "V".
           05 FDM-PONTOS                 PIC 9(07).
           05 FDM-CUPOM                  PIC 9(06).
           05 FDM-VALIDADE               PIC 9(08).
           05 FDM-ORIGEM                 PIC X(10).
