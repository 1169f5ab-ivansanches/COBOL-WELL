      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DAS REGRAS DE SEGREGACAO DE FUNCOES
      *              (SEGREGRA.txt), MANTIDO PELO COMPLIANCE - UMA
      *              LINHA POR REGRA, LIDAS PELO PRGSEGRE:
      *              TIPO C = CONFLITO: O MESMO OPERADOR FEZ O EVENTO 1
      *                       E O EVENTO 2 (NO MESMO OBJETO E/OU NO
      *                       MESMO DIA, CONFORME OS INDICADORES S/N);
      *              TIPO B = EVENTO 1 FEITO POR OPERADOR BLOQUEADO NO
      *                       DIA (ULTIMO BL/DS DO SIGNLOG ATE O DIA);
      *              TIPO S = EVENTO 1 FEITO SEM SIGN-ON "OK" NO DIA.
      *              EVENTO "**" NAS REGRAS B/S = QUALQUER EVENTO.
      *              EVENTOS (FONTE + OPERACAO):
      *              K? = AUDITCLI (KI/KA/KE/KM... PELA AUD-OPERACAO),
      *                   OBJETO CLIENTE;
      *              T? = AUDITCTA (TA ABERTURA, TB/TD/TE/TT/TJ...),
      *                   OBJETO AGENCIA/CONTA - O "L" SE DIVIDE EM
      *                   TL (LIMITE AUMENTADO) E TR (REDUZIDO);
      *              PM = PENDAPRV - QUEM DEIXOU A PENDENCIA (PRGARQ5),
      *                   PA = QUEM APROVOU, PR = QUEM REJEITOU
      *                   (PRGAPROV), OBJETO A PENDENCIA;
      *              ER/EB/ED = ESCDISP - DECISAO DO SUPERVISOR NO
      *                   PRGESCAL, OBJETO O LOTE ORIGINAL;
      *              XC = CAIXAFER - TURNO DE CAIXA DO PRGCAIXA, OBJETO
      *                   O LOTE EMITIDO NO TURNO
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-SEGREGRA.
           05 SGR-CODIGO                PIC  X(04).
           05 SGR-TIPO                  PIC  X(01).
               88 SGR-TIPO-CONFLITO                VALUE "C".
               88 SGR-TIPO-BLOQUEADO               VALUE "B".
               88 SGR-TIPO-SEM-SIGNON              VALUE "S".
           05 SGR-EVENTO-1              PIC  X(02).
           05 SGR-EVENTO-2              PIC  X(02).
           05 SGR-MESMO-OBJETO          PIC  X(01).
           05 SGR-MESMO-DIA             PIC  X(01).
           05 SGR-DESCRICAO             PIC  X(40).
