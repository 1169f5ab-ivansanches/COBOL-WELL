      *=================================================================
      *== BOOK        : #BENREGRA
      *== OBJETIVO    : LAYOUT DA TABELA DE REGRAS DE BENEFICIOS
      *==               (BENREGRA.txt) - UMA LINHA POR TIPO E OPCAO
      *==               (OPCAO EM BRANCO VALE PARA QUALQUER OPCAO DO
      *==               TIPO SEM LINHA PROPRIA). O CUSTO MENSAL E O DA
      *==               ADESAO (SE INFORMADO) OU O BRG-CUSTO, VEZES AS
      *==               VIDAS (TITULAR + DEPENDENTES) QUANDO
      *==               BRG-POR-VIDA = "S". A PARTE DO FUNCIONARIO E
      *==               BRG-VALOR-FIXO + BRG-PERC-CUSTO DO CUSTO,
      *==               LIMITADA A BRG-TETO-PERC-SAL DO SALARIO BASE
      *==               (ZERADO = SEM TETO) E AO PROPRIO CUSTO; O
      *==               RESTO E DA EMPRESA. EX.: VT 100% DO CUSTO COM
      *==               TETO DE 6%; VR COPARTICIPACAO FIXA; PS CUSTO
      *==               POR VIDA COM PERCENTUAL DO FUNCIONARIO.
      *==               ARQUIVO AUSENTE = REGRAS PADRAO DO PRGFOLHA
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
      *== ALTERACAO   :
      *=================================================================
       01  REG-BENREGRA.
           05 BRG-TIPO                   PIC X(02).
           05 BRG-OPCAO                  PIC X(02).
           05 BRG-CUSTO                  PIC 9(06)V99.
           05 BRG-POR-VIDA               PIC X(01).
               88 BRG-CUSTO-POR-VIDA              VALUE "S".
           05 BRG-PERC-CUSTO             PIC 9(03)V99.
           05 BRG-VALOR-FIXO             PIC 9(06)V99.
           05 BRG-TETO-PERC-SAL          PIC 9(02)V99.
