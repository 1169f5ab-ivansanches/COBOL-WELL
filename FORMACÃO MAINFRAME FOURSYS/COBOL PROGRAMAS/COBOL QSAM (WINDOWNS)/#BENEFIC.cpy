      *=================================================================
      *== BOOK        : #BENEFIC
      *== OBJETIVO    : LAYOUT DO REGISTRO DE ADESAO A BENEFICIOS
      *==               (BENEFICIOS.txt) - UM REGISTRO POR FUNCIONARIO
      *==               DO FUNCIONARIOS.dat E TIPO DE BENEFICIO (VT=
      *==               VALE-TRANSPORTE, VR=VALE-REFEICAO, PS=PLANO DE
      *==               SAUDE) COM A OPCAO ESCOLHIDA (PLANO/MODALIDADE,
      *==               CASADA COM A TABELA BENREGRA.txt), A VIGENCIA
      *==               (FIM ZERADO = EM VIGOR), OS DEPENDENTES (VIDAS
      *==               ALEM DO TITULAR) E O CUSTO MENSAL INFORMADO
      *==               QUANDO ELE E DO FUNCIONARIO (PASSAGENS DO VT) -
      *==               ZERADO USA O CUSTO DA REGRA. DIGITADO PELO
      *==               PRGBENEF E DESCONTADO PELO PRGFOLHA
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================
       01  REG-BENEFICIOS.
           05 BEN-CODIGO                 PIC 9(04).
           05 BEN-TIPO                   PIC X(02).
               88 BEN-VALE-TRANSPORTE             VALUE "VT".
               88 BEN-VALE-REFEICAO               VALUE "VR".
               88 BEN-PLANO-SAUDE                 VALUE "PS".
               88 BEN-TIPO-VALIDO                 VALUE "VT" "VR"
                                                        "PS".
           05 BEN-OPCAO                  PIC X(02).
           05 BEN-DATA-INICIO            PIC 9(08).
           05 BEN-DATA-FIM               PIC 9(08).
           05 BEN-DEPENDENTES            PIC 9(02).
           05 BEN-VALOR-INFORMADO        PIC 9(06)V99.
