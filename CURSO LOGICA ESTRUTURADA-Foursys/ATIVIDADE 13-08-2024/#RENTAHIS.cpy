      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO HISTORICO MENSAL DE
      *              RENTABILIDADE POR AGENCIA (RENTAHIST.txt) - UMA
      *              LINHA POR AGENCIA EM CADA COMPETENCIA, COM A
      *              RECEITA, OS JUROS DA POUPANCA PAGOS, O RESULTADO,
      *              O SALDO MEDIO E A POSICAO NO RANKING. GRAVADO PELO
      *              PRGRENTA (A RODADA DE UMA COMPETENCIA SUBSTITUI AS
      *              LINHAS DELA) E LIDO POR ELE NO MES SEGUINTE PARA A
      *              VARIACAO CONTRA O MES ANTERIOR
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-RENTAHIS.
           05 RNH-COMPETENCIA           PIC  9(06).
           05 RNH-AGENCIA               PIC  9(04).
           05 RNH-RECEITA               PIC  9(12)V99.
           05 RNH-JUROS-POUPANCA        PIC  9(12)V99.
           05 RNH-RESULTADO             PIC S9(12)V99
                                        SIGN LEADING SEPARATE.
           05 RNH-SALDO-MEDIO           PIC S9(12)V99
                                        SIGN LEADING SEPARATE.
           05 RNH-RANKING               PIC  9(04).
