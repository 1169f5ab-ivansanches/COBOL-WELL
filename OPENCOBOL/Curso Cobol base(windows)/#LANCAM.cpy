      ******************************************************************
      * OBJETIVO...: BOOK DE LAYOUT DO ARQUIVO LANCAM
      * PROGRAMADOR: WELLINGTON SOARES CORDEIRO
      * CONSULTORIA: FOURSYS
      * DATA.......: 25/07/2024
      *-----------------------------------------------------------------
ALT1  * ALTERACAO..: INCLUIDO REG-TIPO-LANCAMENTO (D/C) PARA PERMITIR
ALT1  *              NETAGEM DE DEBITO/CREDITO CONTRA O SALDO
ALT1  * DATA.......: 10/08/2024
ALT2  * ALTERACAO..: INCLUIDO REG-MOEDA-LANCAM, O CODIGO DA MOEDA EM
ALT2  *              QUE O LANCAMENTO FOI EMITIDO, PARA PERMITIR
ALT2  *              LANCAMENTOS EM MOEDA ESTRANGEIRA
ALT2  * DATA.......: 10/08/2024
ALT4  * ALTERACAO..: INCLUIDO REG-LANCAM-HEADER (REDEFINES) - CADA
ALT4  *              ARQUIVO DE LANCAMENTOS PASSA A ABRIR COM UM
ALT4  *              REGISTRO DE HEADER "0000" COM O NUMERO SEQUENCIAL
ALT4  *              DO LOTE E A AGENCIA DE ORIGEM, PARA O CONTROLE DE
ALT4  *              LOTE JA PROCESSADO/FALTANTE DO ATI4
ALT4  * DATA.......: 12/08/2024
ALT6  * ALTERACAO..: INCLUIDO REG-LANCAM-TRAILER (REDEFINES) - CADA
ALT6  *              ARQUIVO DE AGENCIA FECHA COM UM TRAILER "9999"
ALT6  *              (QUANTIDADE + VALOR TOTAL), CONFERIDO PELA
ALT6  *              CONSOLIDACAO (PRGCONSO) ANTES DA MESCLA
ALT6  * DATA.......: 12/08/2024
ALT5  * ALTERACAO..: INCLUIDO REG-TENTATIVAS-LANCAM, O CONTADOR DE
ALT5  *              REENVIOS DO RETRABALHO DE REJEITADOS (PRGREJE) -
ALT5  *              ZERO NOS ARQUIVOS ORIGINAIS DAS AGENCIAS
ALT5  * DATA.......: 12/08/2024
ALT3  * ALTERACAO..: INCLUIDO REG-DATA-LANCAM (AAAAMMDD), A DATA DO
ALT3  *              MOVIMENTO, VALIDADA CONTRA A DATA DE MOVIMENTO DO
ALT3  *              LOTE (PARAMVAL) - DATA FUTURA OU MAIS ANTIGA QUE A
ALT3  *              TOLERANCIA E REJEITADA (MOTIVOS "09"/"10")
ALT3  * DATA.......: 12/08/2024
ALT7  * ALTERACAO..: INCLUIDOS REG-CONTRA-AGENCIA/REG-CONTRA-CONTA, A
ALT7  *              CONTA DE DESTINO DA TRANSFERENCIA ENTRE CONTAS
ALT7  *              (REG-TIPO-LANCAMENTO "T") - O ATI4 POSTA O PAR
ALT7  *              DEBITO/CREDITO DE UMA SO VEZ OU REJEITA O PAR
ALT7  *              INTEIRO; ZEROS NOS LANCAMENTOS COMUNS (LRECL
ALT7  *              34->43, FILLERS DO HEADER/TRAILER AMPLIADOS NA
ALT7  *              MESMA PROPORCAO PARA MANTER O REDEFINES ALINHADO)
ALT7  * DATA.......: 01/09/2026
ALT8  * ALTERACAO..: INCLUIDOS REG-ID-LOTE/REG-ID-SEQ, O IDENTIFICADOR
ALT8  *              UNICO DA TRANSACAO (LOTE + SEQUENCIA DENTRO DO
ALT8  *              LOTE) - CARIMBADO PELO ATI4 NA PRIMEIRA POSTAGEM
ALT8  *              (ZEROS NA CAPTURA) E CARREGADO SEM ALTERACAO PARA
ALT8  *              REGCAM/REJCAM/SUSPCAM/MOVHIST, PARA UMA TRANSACAO
ALT8  *              DISPUTADA SER RASTREADA POR UMA CHAVE SO (LRECL
ALT8  *              43->54, FILLERS DO HEADER/TRAILER AMPLIADOS)
ALT8  * DATA.......: 01/09/2026
ALT9  * ALTERACAO..: INCLUIDO REG-DV-CONTA, O DIGITO VERIFICADOR DE
ALT9  *              AGENCIA+CONTA (MODULO VALCTA) - DIGITADO NA
ALT9  *              CAPTURA, CALCULADO PELOS EMISSORES INTERNOS E
ALT9  *              CONFERIDO PELA VALIDACAO DO ATI4 (MOTIVO "13"),
ALT9  *              PARA CONTA DIGITADA ERRADA NAO POSTAR EM SILENCIO
ALT9  *              NO CLIENTE ERRADO (LRECL 54->55)
ALT9  * DATA.......: 01/09/2026
ALT10 * ALTERACAO..: INCLUIDO REG-ID-ORIGEM, A ORIGEM DO LOTE QUE
ALT10 *              CARIMBOU O IDENTIFICADOR - O NUMERO DE LOTE SO E
ALT10 *              UNICO DENTRO DA ORIGEM, ENTAO O IDENTIFICADOR
ALT10 *              COMPLETO PASSA A SER ORIGEM+LOTE+SEQUENCIA.
ALT10 *              CARIMBADO PELO ATI4 JUNTO COM O LOTE (A CAPTURA
ALT10 *              NAO PRECISA PREENCHER) E CARREGADO SEM ALTERACAO
ALT10 *              NO REENVIO, COMO O RESTO DO IDENTIFICADOR (LRECL
ALT10 *              55->59, FILLERS DO HEADER/TRAILER AMPLIADOS)
ALT10 * DATA.......: 15/10/2026
      ******************************************************************
       01  REG-LANCAM.
           05 REG-AGENCIA               PIC  9(04).
           05 REG-CONTA                 PIC  9(05).
           05 REG-LANCAMENTO            PIC  9(08)V99.
           05 REG-TIPO-CLIENTE          PIC  X(01).
           05 REG-GERENTE               PIC  X(01).
ALT1       05 REG-TIPO-LANCAMENTO       PIC  X(01).
ALT2       05 REG-MOEDA-LANCAM          PIC  X(03).
ALT3       05 REG-DATA-LANCAM           PIC  9(08).
ALT5       05 REG-TENTATIVAS-LANCAM     PIC  9(01).
ALT7       05 REG-CONTRA-AGENCIA        PIC  9(04).
ALT7       05 REG-CONTRA-CONTA          PIC  9(05).
ALT8       05 REG-ID-LOTE               PIC  9(06).
ALT8       05 REG-ID-SEQ                PIC  9(05).
ALT9       05 REG-DV-CONTA              PIC  9(01).
ALT10      05 REG-ID-ORIGEM             PIC  9(04).

ALT4   01  REG-LANCAM-HEADER     REDEFINES REG-LANCAM.
ALT4       05 HDR-MARCA-LANCAM          PIC  X(04).
ALT4       05 HDR-LOTE-LANCAM           PIC  9(06).
ALT4       05 HDR-ORIGEM-LANCAM         PIC  9(04).
ALT10      05 FILLER                    PIC  X(45).

ALT6   01  REG-LANCAM-TRAILER    REDEFINES REG-LANCAM.
ALT6       05 TRL-MARCA-LANCAM          PIC  X(04).
ALT6       05 TRL-QTD-LANCAM            PIC  9(05).
ALT6       05 TRL-TOTAL-LANCAM          PIC  9(10)V99.
ALT10      05 FILLER                    PIC  X(38).
