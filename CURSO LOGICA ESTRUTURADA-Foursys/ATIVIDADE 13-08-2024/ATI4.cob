ALT38 *                FECHADO REJEITA COM O MOTIVO "15", FECHANDO A
ALT38 *                PORTA DO RETARDATARIO RETRODATADO QUE POSTAVA
ALT38 *                EM MES QUE A CONTABILIDADE JA REPORTOU
      *-----------------------------------------------------------------
ALT39 * PROGRAMADOR..: WELLINGTON SOARES CORDEIRO
.     * ANALISTA.....: IVAN SANCHES
.     * CONSULTORIA..: FOURSYS
.     * DATA.........: 15/10/2026
.     *-----------------------------------------------------------------
ALT39 * OBJETIVO.....: OS BLOQUEIOS JUDICIAIS E ADMINISTRATIVOS DE
ALT39 *                SALDO (BLOQJUD.txt, BOOK #BLOQJUD, MANTIDO PELO
ALT39 *                PRGBLOQ) PASSARAM A SER CARREGADOS NA PARTIDA,
ALT39 *                SOMADOS POR AGENCIA/CONTA COM OS BLOQUEIOS EM
ALT39 *                VIGOR NA DATA DO MOVIMENTO - A CONFERENCIA DE
ALT39 *                LIMITE (0231) PASSOU A USAR O SALDO DISPONIVEL
ALT39 *                (SALDO - BLOQUEADO + LIMITE) E O DEBITO QUE
ALT39 *                CABERIA NO LIMITE MAS ALCANCARIA O VALOR
ALT39 *                BLOQUEADO REJEITA COM O MOTIVO "16". ARQUIVO
ALT39 *                AUSENTE SIGNIFICA NENHUM BLOQUEIO
      *-----------------------------------------------------------------
ALT40 * PROGRAMADOR..: WELLINGTON SOARES CORDEIRO
.     * ANALISTA.....: IVAN SANCHES
.     * CONSULTORIA..: FOURSYS
.     * DATA.........: 15/10/2026
.     *-----------------------------------------------------------------
ALT40 * OBJETIVO.....: MODO SIMULACAO (SO VALIDA) - COM A VARIAVEL DE
ALT40 *                AMBIENTE ATI4_SIMULACAO="S", O LANCAM PASSA POR
ALT40 *                TODA A 0220-VALIDA CONTRA OS CADASTROS E SALDOS
ALT40 *                REAIS, COM A CONFERENCIA DE DUPLICIDADE E DE
ALT40 *                HEADER/TRAILER DE LOTE, MAS NADA E POSTADO: O
ALT40 *                SALDOCTA E ABERTO SO PARA LEITURA (O CHEQUE
ALT40 *                ESPECIAL USA O SALDO PROJETADO EM MEMORIA) E
ALT40 *                REGCAM, REGCTRL, REJEITADOS, SUSPCAM, CHECKPOINT,
ALT40 *                CTLFIM, LOTECTL, GERPROD, SALDOHIST, LOGS E
ALT40 *                EXECREG NAO SAO TOCADOS. LOTE JA PROCESSADO NAO
ALT40 *                ABORTA - VAI PARA O RELATORIO. O RESULTADO SAI
ALT40 *                EM RELSIMUL.txt (COM O SUFIXO DO FLUXO): AS
ALT40 *                OCORRENCIAS, OS TOTAIS QUE O REGCAM TERIA E OS
ALT40 *                REJEITADOS POR MOTIVO; SEM A VARIAVEL, NADA MUDA
      *-----------------------------------------------------------------
ALT41 * PROGRAMADOR..: WELLINGTON SOARES CORDEIRO
.     * ANALISTA.....: IVAN SANCHES
.     * CONSULTORIA..: FOURSYS
.     * DATA.........: 15/10/2026
.     *-----------------------------------------------------------------
ALT41 * OBJETIVO.....: FUSAO DE AGENCIAS - A REFERENCIA CRUZADA
ALT41 *                CTAXREF.txt (BOOK #CTAXREF, GRAVADA PELO
ALT41 *                PRGFUSAG) PASSOU A SER CARREGADA NA PARTIDA. O
ALT41 *                LANCAMENTO QUE AINDA CHEGA NA CONTA ANTIGA DE UMA
ALT41 *                AGENCIA INCORPORADA (CONTA JA MIGRADA E DATA DO
ALT41 *                MOVIMENTO ATE O FIM DA TRANSICAO) E REDIRECIONADO
ALT41 *                PARA A CONTA NOVA ANTES DE QUALQUER VALIDACAO - O
ALT41 *                DV ANTIGO CORRETO VIRA O DV NOVO, E A CONTA DE
ALT41 *                DESTINO DA TRANSFERENCIA SEGUE A MESMA REGRA.
ALT41 *                PASSADA A TRANSICAO, A CONTA ANTIGA (ENCERRADA)
ALT41 *                REJEITA COMO ANTES. ARQUIVO AUSENTE SIGNIFICA
ALT41 *                NENHUMA FUSAO
      *-----------------------------------------------------------------
ALT42 * PROGRAMADOR..: WELLINGTON SOARES CORDEIRO
.     * ANALISTA.....: IVAN SANCHES
.     * CONSULTORIA..: FOURSYS
.     * DATA.........: 15/10/2026
.     *-----------------------------------------------------------------
ALT42 * OBJETIVO.....: O IDENTIFICADOR DA TRANSACAO PASSOU A SER
ALT42 *                ORIGEM+LOTE+SEQUENCIA - O NUMERO DE LOTE SO E
ALT42 *                UNICO DENTRO DA ORIGEM (CADA EMISSOR TEM A SUA
ALT42 *                SEQUENCIA) E A CHAVE DO MOVHIST COLIDIA ENTRE
ALT42 *                LOTES DE MESMO NUMERO. A ORIGEM DO HEADER DO LOTE
ALT42 *                E CARIMBADA EM REG-ID-ORIGEM JUNTO COM O LOTE E
ALT42 *                A SEQUENCIA (QUEM JA CHEGA CARIMBADO, COMO O
ALT42 *                REENVIO DO RETRABALHO, MANTEM A ORIGEM ORIGINAL)
ALT42 *                E CARREGADA PARA REGCAM, REJEITADOS E SUSPCAM
      *-----------------------------------------------------------------
ALT43 * PROGRAMADOR..: WELLINGTON SOARES CORDEIRO
.     * ANALISTA.....: IVAN SANCHES
.     * CONSULTORIA..: FOURSYS
.     * DATA.........: 15/10/2026
.     *-----------------------------------------------------------------
ALT43 * OBJETIVO.....: TABELA DE BLOQUEIOS OU DE REFERENCIA CRUZADA
ALT43 *                CHEIA (500) DEIXAVA CONTA DE FORA EM SILENCIO -
ALT43 *                LANCAMENTO PASSARIA SEM A CONFERENCIA DO BLOQUEIO
ALT43 *                OU SEM O REDIRECIONAMENTO DA FUSAO. AGORA A CARGA
ALT43 *                MOSTRA A CONTA QUE NAO COUBE E INTERROMPE A
ALT43 *                RODADA PELO 9999-TRATA-ERRO, QUE PASSOU A
ALT43 *                DEVOLVER RETURN-CODE 16
      *-----------------------------------------------------------------
ALT44 * PROGRAMADOR..: WELLINGTON SOARES CORDEIRO
.     * ANALISTA.....: IVAN SANCHES
.     * CONSULTORIA..: FOURSYS
.     * DATA.........: 15/10/2026
.     *-----------------------------------------------------------------
ALT44 * OBJETIVO.....: O CTAXREF NUNCA E EXPURGADO E GUARDA TODAS AS
ALT44 *                FUSOES JA FEITAS - CARREGAR TUDO ENCHIA A TABELA
ALT44 *                (500) DEPOIS DE DUAS FUSOES GRANDES E PARAVA TODA
ALT44 *                RODADA. COMO NO BLOQUEIO (SO OS EM VIGOR), A
ALT44 *                CARGA SO GUARDA LINHA COM A TRANSICAO AINDA
ALT44 *                ABERTA NA DATA DO MOVIMENTO; AS LINHAS P E M DE
ALT44 *                UMA CONTA TEM O MESMO FIM DE TRANSICAO, ENTAO A
ALT44 *                ULTIMA LINHA CONTINUA VALENDO
      *-----------------------------------------------------------------
ALT45 * PROGRAMADOR..: WELLINGTON SOARES CORDEIRO
.     * ANALISTA.....: IVAN SANCHES
.     * CONSULTORIA..: FOURSYS
.     * DATA.........: 15/10/2026
.     *-----------------------------------------------------------------
ALT45 * OBJETIVO.....: NA SIMULACAO, O ABORTO PELA 9999-TRATA-ERRO
ALT45 *                GRAVAVA O LOGS (MODULO) E A EXECUCAO COM STATUS
ALT45 *                ER NO EXECREG, QUE A SIMULACAO NAO DEVE TOCAR -
ALT45 *                AS DUAS CHAMADAS SO VALEM NA POSTAGEM; NA
ALT45 *                SIMULACAO FICAM AS MENSAGENS NA TELA E O RETORNO
ALT45 *                16
      *================================================================*

      *=================================================================
ALT38                                    WRK-CAMINHO-FECHMES
ALT38          FILE STATUS               IS FS-FECHMES.

ALT39      SELECT BLOQJUD                ASSIGN TO
ALT39                                    WRK-CAMINHO-BLOQJUD
ALT39          FILE STATUS               IS FS-BLOQJUD.

ALT37      SELECT AGENCIAS               ASSIGN TO
ALT37                                    WRK-CAMINHO-AGENCIAS
ALT37          FILE STATUS               IS FS-AGENCIAS.
ALT33          RECORD KEY                IS REG-CHAVE-SALDO
ALT19          FILE STATUS               IS FS-SALDOCTA.

ALT40      SELECT RELSIMUL               ASSIGN TO
ALT40                                    WRK-CAMINHO-RELSIMUL
ALT40          FILE STATUS               IS FS-RELSIMUL.

ALT41      SELECT CTAXREF                ASSIGN TO
ALT41                                    WRK-CAMINHO-CTAXREF
ALT41          FILE STATUS               IS FS-CTAXREF.

      *================================================================*
       DATA                             DIVISION.

      *-----------------------------------------------------------------
      *----------------------------------------------------------------*
      *     INPUT -  DADOS DO ARQUIVO DE ENTRADA (LANCAM)
ALT42 *                               LRECL = 059
      *----------------------------------------------------------------*
       FD  LANCAM.
       COPY '#LANCAM'.

      *----------------------------------------------------------------*
      *     OUTPUT-  DADOS DO ARQUIVO DE SAIDA (REGCAM)
ALT42 *                               LRECL = 046
      *----------------------------------------------------------------*
       FD  REGCAM.
       COPY '#REGCAM'.

      *----------------------------------------------------------------*
ALT1  *     OUTPUT-  LANCAMENTOS REJEITADOS (REJEITADOS)
ALT42 *                               LRECL = 061
      *----------------------------------------------------------------*
ALT1   FD  REJEITADOS.
ALT1   COPY '#REJCAM'.

      *----------------------------------------------------------------*
ALT22 *     OUTPUT-  LANCAMENTOS SUSPEITOS DE DUPLICIDADE (SUSPCAM)
ALT42 *                               LRECL = 048
      *----------------------------------------------------------------*
ALT22  FD  SUSPCAM.
ALT22  COPY '#SUSPCAM'.
ALT38  FD  FECHMES.
ALT38  COPY '#FECHMES'.

      *----------------------------------------------------------------*
ALT39 *     INPUT -  BLOQUEIOS JUDICIAIS/ADMINISTRATIVOS (BLOQJUD)
ALT39 *                               LRECL = 103
      *----------------------------------------------------------------*
ALT39  FD  BLOQJUD.
ALT39  COPY '#BLOQJUD'.

      *----------------------------------------------------------------*
ALT19 *     I/O   -  SALDO ACUMULADO POR CONTA (SALDOCTA)
ALT33 *                               LRECL = 021

      *----------------------------------------------------------------*
ALT37 *     INPUT -  CADASTRO DE AGENCIAS (AGENCIAS)
ALT37 *                               LRECL = 047
      *----------------------------------------------------------------*
ALT37  FD  AGENCIAS.
ALT37  COPY '#AGENCIAS'.

      *----------------------------------------------------------------*
ALT40 *     OUTPUT-  RELATORIO DA SIMULACAO (RELSIMUL)
ALT40 *                               LRECL = 132
      *----------------------------------------------------------------*
ALT40  FD  RELSIMUL.
ALT40  01  REG-RELSIMUL                 PIC  X(132).

      *----------------------------------------------------------------*
ALT41 *     INPUT -  REFERENCIA CRUZADA DA FUSAO DE AGENCIAS (CTAXREF)
ALT41 *                               LRECL = 059
      *----------------------------------------------------------------*
ALT41  FD  CTAXREF.
ALT41  COPY '#CTAXREF'.

      *-----------------------------------------------------------------
       WORKING-STORAGE                  SECTION.
      *-----------------------------------------------------------------
ALT19  01  WRK-CAMINHO-SALDOCTA         PIC X(060)        VALUES SPACES.
ALT21  01  WRK-CAMINHO-LOTECTL          PIC X(060)        VALUES SPACES.
ALT38  01  WRK-CAMINHO-FECHMES          PIC X(060)        VALUES SPACES.
ALT39  01  WRK-CAMINHO-BLOQJUD          PIC X(060)        VALUES SPACES.
ALT22  01  WRK-CAMINHO-SUSPCAM          PIC X(060)        VALUES SPACES.
ALT24  01  WRK-CAMINHO-SALDHIST         PIC X(060)        VALUES SPACES.
ALT25  01  WRK-CAMINHO-COTACOES         PIC X(060)        VALUES SPACES.
ALT37  01  WRK-CAMINHO-AGENCIAS         PIC X(060)        VALUES SPACES.
ALT40  01  WRK-CAMINHO-RELSIMUL         PIC X(060)        VALUES SPACES.
ALT41  01  WRK-CAMINHO-CTAXREF          PIC X(060)        VALUES SPACES.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)        VALUES

ALT34  01  WRK-ID-LOTE-ATUAL            PIC 9(006)        VALUES ZEROS.
ALT34  01  WRK-ID-SEQ-ATUAL             PIC 9(005)        VALUES ZEROS.
ALT42  01  WRK-ID-ORIGEM-ATUAL          PIC 9(004)        VALUES ZEROS.

      *-----------------------------------------------------------------
ALT36  01  FILLER                       PIC X(050)        VALUES
ALT16  01  ACU-GRAVADOS-REGCAM         PIC 9(005) COMP-3  VALUES ZEROS.
ALT16  01  ACU-REJEITADOS-LANCAM       PIC 9(005) COMP-3  VALUES ZEROS.
ALT22  01  ACU-SUSPEITOS-LANCAM        PIC 9(005) COMP-3  VALUES ZEROS.
ALT41  01  ACU-REDIRECIONADOS          PIC 9(005) COMP-3  VALUES ZEROS.

      *-----------------------------------------------------------------
       01    FILLER                    PIC X(050)         VALUES
ALT38      05 WRK-COMPET-FECHADA        OCCURS 24 TIMES PIC 9(06).
ALT38  01  WRK-COMPET-LANCAM            PIC 9(006)        VALUES ZEROS.

      *-----------------------------------------------------------------
ALT39  01  FILLER                       PIC X(050)        VALUES
ALT39      '*** BLOQUEIOS DE SALDO EM VIGOR POR CONTA ***'.
      *-----------------------------------------------------------------

ALT39  01  WRK-QT-BLOQUEIOS             PIC 9(003)        VALUES ZEROS.
ALT39  01  WRK-IDX-BLOQUEIO             PIC 9(003)        VALUES ZEROS.
ALT39  01  WRK-BLOQUEIO-ACHADO          PIC X(001)        VALUES "N".
ALT39      88 WRK-BLOQUEIO-FOI-ACHADO             VALUES "S".
ALT39      88 WRK-BLOQUEIO-NAO-ACHADO             VALUES "N".
ALT39  01  WRK-TAB-BLOQUEIOS.
ALT39      05 WRK-BLOQUEIO-OCO          OCCURS 500 TIMES.
ALT39          10 WRK-BLQ-AGENCIA           PIC 9(004).
ALT39          10 WRK-BLQ-CONTA             PIC 9(005).
ALT39          10 WRK-BLQ-VALOR             PIC 9(010)V99  COMP-3.
ALT39  01  WRK-BLQ-AGENCIA-PROCURADA    PIC 9(004)        VALUES ZEROS.
ALT39  01  WRK-BLQ-CONTA-PROCURADA      PIC 9(005)        VALUES ZEROS.
ALT39  01  WRK-SALDO-MINIMO             PIC S9(010)V99    COMP-3
ALT39                                                   VALUES ZEROS.

      *-----------------------------------------------------------------
ALT41  01  FILLER                       PIC X(050)        VALUES
ALT41      '*** REFERENCIA CRUZADA DA FUSAO DE AGENCIAS ***'.
      *-----------------------------------------------------------------

ALT41  01  WRK-QT-XREF                  PIC 9(003)        VALUES ZEROS.
ALT41  01  WRK-IDX-XREF                 PIC 9(003)        VALUES ZEROS.
ALT41  01  WRK-XREF-ACHADA              PIC X(001)        VALUES "N".
ALT41      88 WRK-XREF-FOI-ACHADA                 VALUES "S".
ALT41      88 WRK-XREF-NAO-ACHADA                 VALUES "N".
ALT41  01  WRK-TAB-XREF.
ALT41      05 WRK-XREF-OCO              OCCURS 500 TIMES.
ALT41          10 WRK-XRF-AGENCIA-ANTIGA    PIC 9(004).
ALT41          10 WRK-XRF-CONTA-ANTIGA      PIC 9(005).
ALT41          10 WRK-XRF-DV-ANTIGO         PIC 9(001).
ALT41          10 WRK-XRF-AGENCIA-NOVA      PIC 9(004).
ALT41          10 WRK-XRF-CONTA-NOVA        PIC 9(005).
ALT41          10 WRK-XRF-DV-NOVO           PIC 9(001).
ALT41          10 WRK-XRF-FIM-TRANSICAO     PIC 9(008).
ALT41          10 WRK-XRF-SITUACAO          PIC X(001).
ALT41  01  WRK-XRF-AGENCIA-PROCURADA    PIC 9(004)        VALUES ZEROS.
ALT41  01  WRK-XRF-CONTA-PROCURADA      PIC 9(005)        VALUES ZEROS.

ALT37  01  WRK-QT-REGIOES               PIC 9(002)        VALUES ZEROS.
ALT37  01  WRK-IDX-REGIAO               PIC 9(002)        VALUES ZEROS.
ALT37  01  WRK-REGIAO-ACHADA            PIC X(001)        VALUES "N".
ALT19  01  FS-SALDOCTA                  PIC 9(002)        VALUES ZEROS.
ALT21  01  FS-LOTECTL                   PIC 9(002)        VALUES ZEROS.
ALT38  01  FS-FECHMES                   PIC 9(002)        VALUES ZEROS.
ALT39  01  FS-BLOQJUD                   PIC 9(002)        VALUES ZEROS.
ALT22  01  FS-SUSPCAM                   PIC 9(002)        VALUES ZEROS.
ALT24  01  FS-SALDOHIST                 PIC 9(002)        VALUES ZEROS.
ALT25  01  FS-COTACOES                  PIC 9(002)        VALUES ZEROS.
ALT37  01  FS-AGENCIAS                  PIC 9(002)        VALUES ZEROS.
ALT40  01  FS-RELSIMUL                  PIC 9(002)        VALUES ZEROS.
ALT41  01  FS-CTAXREF                   PIC 9(002)        VALUES ZEROS.

      *-----------------------------------------------------------------
       01  FILLER                       PIC X(050)        VALUES
ALT28          10 WRK-GER-NOME              PIC X(15).
ALT28          10 WRK-GER-QTD               PIC 9(05)      COMP-3.
ALT28          10 WRK-GER-VALOR             PIC S9(10)V99  COMP-3.

      *-----------------------------------------------------------------
ALT40  01  FILLER                       PIC X(050)        VALUES
ALT40      '*** MODO SIMULACAO (SO VALIDA, NAO POSTA) ***'.
      *-----------------------------------------------------------------
ALT40  01  WRK-SIMULACAO                PIC X(001)        VALUES "N".
ALT40      88 WRK-SIMULACAO-SIM                   VALUES "S".
ALT40      88 WRK-SIMULACAO-NAO                   VALUES "N".
ALT40  01  WRK-SALDOCTA-EXISTE          PIC X(001)        VALUES "S".
ALT40      88 WRK-SALDOCTA-PRESENTE               VALUES "S".
ALT40      88 WRK-SALDOCTA-AUSENTE                VALUES "N".

ALT40 *== SALDO PROJETADO EM MEMORIA (MOVIMENTO SIMULADO POR CONTA)
ALT40  01  WRK-QT-SIMSALDO              PIC 9(004)        VALUES ZEROS.
ALT40  01  WRK-IDX-SIMSALDO             PIC 9(004)        VALUES ZEROS.
ALT40  01  WRK-SIMSALDO-ACHADO          PIC X(001)        VALUES "N".
ALT40      88 WRK-SIMSALDO-FOI-ACHADO             VALUES "S".
ALT40      88 WRK-SIMSALDO-NAO-ACHADO             VALUES "N".
ALT40  01  WRK-TAB-SIMSALDO.
ALT40      05 WRK-SIMSALDO-OCO          OCCURS 1000 TIMES.
ALT40          10 WRK-SMS-AGENCIA           PIC 9(004).
ALT40          10 WRK-SMS-CONTA             PIC 9(005).
ALT40          10 WRK-SMS-MOVIMENTO         PIC S9(010)V99 COMP-3.
ALT40  01  WRK-SMS-AGENCIA-PROCURADA    PIC 9(004)        VALUES ZEROS.
ALT40  01  WRK-SMS-CONTA-PROCURADA      PIC 9(005)        VALUES ZEROS.

ALT40 *== CONFERENCIA DE HEADER/TRAILER DO LOTE EM SIMULACAO
ALT40  01  WRK-SIM-LOTE-ESTADO          PIC X(001)        VALUES "F".
ALT40      88 WRK-SIM-LOTE-ABERTO                 VALUES "A".
ALT40      88 WRK-SIM-LOTE-FECHADO                VALUES "F".
ALT40  01  WRK-SIM-LOTE-QTD             PIC 9(005)        VALUES ZEROS.
ALT40  01  WRK-SIM-LOTE-TOTAL           PIC 9(010)V99     VALUES ZEROS.
ALT40  01  WRK-SIM-LOTE-ORIGEM          PIC 9(004)        VALUES ZEROS.
ALT40  01  WRK-SIM-LOTE-NUMERO          PIC 9(006)        VALUES ZEROS.
ALT40  01  WRK-SIM-QTD-ED               PIC ZZ.ZZ9.
ALT40  01  WRK-SIM-QTD-ED2              PIC ZZ.ZZ9.
ALT40  01  WRK-SIM-VALOR-ED             PIC Z.ZZZ.ZZZ.ZZ9,99.
ALT40  01  WRK-SIM-VALOR-ED2            PIC Z.ZZZ.ZZZ.ZZ9,99.

ALT40 *== TOTAIS DA SIMULACAO
ALT40  01  WRK-SIM-QTD-DEBITOS          PIC 9(005) COMP-3 VALUES ZEROS.
ALT40  01  WRK-SIM-VLR-DEBITOS          PIC 9(010)V99 COMP-3
ALT40                                                   VALUES ZEROS.
ALT40  01  WRK-SIM-QTD-CREDITOS         PIC 9(005) COMP-3 VALUES ZEROS.
ALT40  01  WRK-SIM-VLR-CREDITOS         PIC 9(010)V99 COMP-3
ALT40                                                   VALUES ZEROS.
ALT40  01  WRK-SIM-VLR-REJEITADOS       PIC 9(010)V99 COMP-3
ALT40                                                   VALUES ZEROS.
ALT40  01  WRK-SIM-LOTES-DUPLICADOS     PIC 9(003)        VALUES ZEROS.
ALT40  01  WRK-SIM-LOTES-AVISOS         PIC 9(003)        VALUES ZEROS.

ALT40 *== REJEITADOS POR MOTIVO (INDICE = CODIGO DO MOTIVO)
ALT40  01  WRK-IDX-MOTIVO               PIC 9(002)        VALUES ZEROS.
ALT40  01  WRK-TAB-DESC-MOTIVOS.
ALT40      05 FILLER   PIC X(30) VALUE "TIPO DE CLIENTE INVALIDO".
ALT40      05 FILLER   PIC X(30) VALUE "GERENTE INVALIDO".
ALT40      05 FILLER   PIC X(30) VALUE "TIPO CLIENTE E GERENTE".
ALT40      05 FILLER   PIC X(30) VALUE "GERENTE INVALIDO PARA PJ".
ALT40      05 FILLER   PIC X(30) VALUE "CONTA INEXISTENTE".
ALT40      05 FILLER   PIC X(30) VALUE "CONTA BLOQUEADA".
ALT40      05 FILLER   PIC X(30) VALUE "CONTA ENCERRADA".
ALT40      05 FILLER   PIC X(30) VALUE "LIMITE DE CHEQUE ESPECIAL".
ALT40      05 FILLER   PIC X(30) VALUE "DATA FUTURA".
ALT40      05 FILLER   PIC X(30) VALUE "DATA ANTERIOR A TOLERANCIA".
ALT40      05 FILLER   PIC X(30) VALUE "GERENTE NAO CADASTRADO".
ALT40      05 FILLER   PIC X(30) VALUE "CONTA DE DESTINO INVALIDA".
ALT40      05 FILLER   PIC X(30) VALUE "DIGITO VERIFICADOR INVALIDO".
ALT40      05 FILLER   PIC X(30) VALUE "AGENCIA INEXISTENTE/INATIVA".
ALT40      05 FILLER   PIC X(30) VALUE "COMPETENCIA JA FECHADA".
ALT40      05 FILLER   PIC X(30) VALUE "SALDO BLOQUEADO".
ALT40  01  WRK-TAB-DESC-MOTIVOS-R REDEFINES WRK-TAB-DESC-MOTIVOS.
ALT40      05 WRK-DESC-MOTIVO           OCCURS 16 TIMES PIC X(30).
ALT40  01  WRK-TAB-SIM-MOTIVOS.
ALT40      05 WRK-SIM-MOTIVO-OCO        OCCURS 16 TIMES.
ALT40          10 WRK-SIM-MOTIVO-QTD        PIC 9(005)     COMP-3.
ALT40          10 WRK-SIM-MOTIVO-VALOR      PIC 9(010)V99  COMP-3.

ALT40 *== LINHAS DO RELATORIO DA SIMULACAO
ALT40  01  WRK-SIM-LIN-TEXTO            PIC X(132)        VALUES SPACES.
ALT40  01  WRK-SIM-LIN-DETALHE.
ALT40      05 FILLER                    PIC X(002)        VALUES SPACES.
ALT40      05 WRK-SDT-OCORRENCIA        PIC X(010).
ALT40      05 FILLER                    PIC X(001)        VALUES SPACES.
ALT40      05 WRK-SDT-LOTE              PIC 9(006).
ALT40      05 FILLER                    PIC X(001)        VALUES "/".
ALT40      05 WRK-SDT-SEQ               PIC 9(005).
ALT40      05 FILLER                    PIC X(002)        VALUES SPACES.
ALT40      05 WRK-SDT-AGENCIA           PIC 9(004).
ALT40      05 FILLER                    PIC X(001)        VALUES "-".
ALT40      05 WRK-SDT-CONTA             PIC 9(005).
ALT40      05 FILLER                    PIC X(002)        VALUES SPACES.
ALT40      05 WRK-SDT-TIPO              PIC X(001).
ALT40      05 FILLER                    PIC X(002)        VALUES SPACES.
ALT40      05 WRK-SDT-VALOR             PIC ZZ.ZZZ.ZZ9,99.
ALT40      05 FILLER                    PIC X(001)        VALUES SPACES.
ALT40      05 WRK-SDT-MOEDA             PIC X(003).
ALT40      05 FILLER                    PIC X(002)        VALUES SPACES.
ALT40      05 WRK-SDT-MOTIVO            PIC X(002).
ALT40      05 FILLER                    PIC X(001)        VALUES SPACES.
ALT40      05 WRK-SDT-DESCRICAO         PIC X(030).
ALT40      05 FILLER                    PIC X(038)        VALUES SPACES.
ALT40  01  WRK-SIM-LIN-TOTAL.
ALT40      05 FILLER                    PIC X(002)        VALUES SPACES.
ALT40      05 WRK-STT-ROTULO            PIC X(040).
ALT40      05 WRK-STT-QTD               PIC ZZ.ZZ9.
ALT40      05 FILLER                    PIC X(002)        VALUES SPACES.
ALT40      05 WRK-STT-VALOR             PIC -.ZZZ.ZZZ.ZZ9,99.
ALT40      05 WRK-STT-VALOR-X  REDEFINES WRK-STT-VALOR
ALT40                                   PIC X(016).
ALT40      05 FILLER                    PIC X(066)        VALUES SPACES.

ALT40 *== AREA DE CHAMADA DO MODULO SPOOLREG (CATALOGO DE SPOOL)
ALT40  01  WRK-SPOOL.
ALT40      05 WRK-SPL-RELATORIO         PIC X(012)        VALUES SPACES.
ALT40      05 WRK-SPL-PROGRAMA          PIC X(008)        VALUES SPACES.
ALT40      05 WRK-SPL-ARQUIVO           PIC X(060)        VALUES SPACES.
ALT40      05 WRK-SPL-DESTINATARIO      PIC X(020)        VALUES SPACES.
      *----------------------------------------------------------------
       01  FILLER                       PIC X(050)        VALUES
           '*** FIM  DE WORKING ATI3 ***'.

ALT18      PERFORM 0103-TESTE-CONTAS.

ALT40      IF WRK-SIMULACAO-SIM
ALT40          PERFORM 0115-ABRIR-SIMULACAO
ALT40      ELSE
ALT40          OPEN I-O SALDOCTA
ALT40          IF FS-SALDOCTA EQUAL 35
ALT40              OPEN OUTPUT SALDOCTA
ALT40              CLOSE SALDOCTA
ALT40              OPEN I-O SALDOCTA
ALT40          END-IF
ALT40      END-IF.

ALT2       PERFORM 0109-RECEBE-PARAMETRO


ALT38      PERFORM 0136-CARREGA-FECHADOS

ALT39      PERFORM 0141-CARREGA-BLOQUEIOS

ALT41      PERFORM 0145-CARREGA-XREF

ALT25      PERFORM 0123-CARREGA-COTACOES

ALT21      PERFORM 0121-CARREGA-LOTES
ALT38              "\FECHMES.txt"      DELIMITED BY SIZE
ALT38              INTO WRK-CAMINHO-FECHMES.

ALT39      STRING WRK-DIR-DADOS        DELIMITED BY SPACE
ALT39             "\BLOQJUD.txt"       DELIMITED BY SIZE
ALT39             INTO WRK-CAMINHO-BLOQJUD.

ALT41      STRING WRK-DIR-DADOS        DELIMITED BY SPACE
ALT41             "\CTAXREF.txt"       DELIMITED BY SIZE
ALT41             INTO WRK-CAMINHO-CTAXREF.

ALT35      STRING WRK-DIR-DADOS        DELIMITED BY SPACE
ALT35             "\SUSPCAM"            DELIMITED BY SIZE
ALT35             WRK-SUFIXO-FLUXO     DELIMITED BY SPACE
ALT35             ".txt"               DELIMITED BY SIZE
ALT35             INTO WRK-CAMINHO-SUSPCAM.

ALT40      ACCEPT WRK-SIMULACAO FROM ENVIRONMENT "ATI4_SIMULACAO".
ALT40      IF WRK-SIMULACAO NOT EQUAL "S"
ALT40          MOVE "N"                TO WRK-SIMULACAO
ALT40      END-IF.

ALT40      STRING WRK-DIR-DADOS        DELIMITED BY SPACE
ALT40             "\RELSIMUL"          DELIMITED BY SIZE
ALT40             WRK-SUFIXO-FLUXO     DELIMITED BY SPACE
ALT40             ".txt"               DELIMITED BY SIZE
ALT40             INTO WRK-CAMINHO-RELSIMUL.

ALT24      STRING WRK-DIR-DADOS        DELIMITED BY SPACE
ALT24              "\SALDOHIST.txt"    DELIMITED BY SIZE
ALT24              INTO WRK-CAMINHO-SALDHIST.

ALT38  0137-GUARDA-FECHADO-FIM.      EXIT.

      *-----------------------------------------------------------------
ALT39 *    CARREGA OS BLOQUEIOS DE SALDO EM VIGOR NA DATA DO MOVIMENTO,
ALT39 *    SOMADOS POR AGENCIA/CONTA - ARQUIVO AUSENTE SIGNIFICA
ALT39 *    NENHUM BLOQUEIO, SEGUE SEM A CONFERENCIA
      *-----------------------------------------------------------------
ALT39  0141-CARREGA-BLOQUEIOS        SECTION.
      *-----------------------------------------------------------------

ALT39      OPEN INPUT BLOQJUD.
ALT39      IF FS-BLOQJUD NOT EQUAL 00
ALT39          GO TO 0141-CARREGA-BLOQUEIOS-FIM
ALT39      END-IF.

ALT39      READ BLOQJUD.
ALT39      PERFORM 0142-GUARDA-BLOQUEIO
ALT39          UNTIL FS-BLOQJUD NOT EQUAL 00.

ALT39      CLOSE BLOQJUD.

ALT39      DISPLAY "CONTAS COM BLOQUEIO EM VIGOR: " WRK-QT-BLOQUEIOS.

ALT39  0141-CARREGA-BLOQUEIOS-FIM.   EXIT.

      *-----------------------------------------------------------------
ALT39  0142-GUARDA-BLOQUEIO          SECTION.
      *-----------------------------------------------------------------

ALT39      IF BLQ-DATA-INICIO NOT GREATER WRK-DATA-MOVIMENTO
ALT39         AND (BLQ-DATA-LIBERACAO EQUAL ZEROS
ALT39          OR BLQ-DATA-LIBERACAO GREATER WRK-DATA-MOVIMENTO)
ALT39         AND BLQ-VALOR-BLOQUEADO GREATER ZEROS
ALT39          MOVE BLQ-AGENCIA TO WRK-BLQ-AGENCIA-PROCURADA
ALT39          MOVE BLQ-CONTA   TO WRK-BLQ-CONTA-PROCURADA
ALT39          PERFORM 0143-PROCURA-BLOQUEIO
ALT39          IF WRK-BLOQUEIO-FOI-ACHADO
ALT39              ADD BLQ-VALOR-BLOQUEADO TO
ALT39                  WRK-BLQ-VALOR(WRK-IDX-BLOQUEIO)
ALT39          ELSE
ALT43              IF WRK-QT-BLOQUEIOS NOT LESS 500
ALT43                  DISPLAY "TABELA DE BLOQUEIOS CHEIA (500) - AG "
ALT43                      BLQ-AGENCIA " CTA " BLQ-CONTA " FORA"
ALT43                  MOVE "TABELA BLOQUEIOS CHEIA (500)"
ALT43                                        TO WRK-DESCRICAO-ERRO
ALT43                  MOVE FS-BLOQJUD       TO WRK-STATUS-ERRO
ALT43                  MOVE "0142-GUARDA-BLOQUEIO" TO WRK-AREA-ERRO
ALT43                  MOVE "BLOQJUD"        TO WRK-ARQUIVO-ERRO
ALT43                  CLOSE BLOQJUD
ALT43                  PERFORM 9999-TRATA-ERRO
ALT43              END-IF
ALT39              ADD 1 TO WRK-QT-BLOQUEIOS
ALT39              MOVE BLQ-AGENCIA TO
ALT39                  WRK-BLQ-AGENCIA(WRK-QT-BLOQUEIOS)
ALT39              MOVE BLQ-CONTA   TO
ALT39                  WRK-BLQ-CONTA(WRK-QT-BLOQUEIOS)
ALT39              MOVE BLQ-VALOR-BLOQUEADO TO
ALT39                  WRK-BLQ-VALOR(WRK-QT-BLOQUEIOS)
ALT39          END-IF
ALT39      END-IF.

ALT39      READ BLOQJUD.

ALT39  0142-GUARDA-BLOQUEIO-FIM.     EXIT.

      *-----------------------------------------------------------------
ALT39  0143-PROCURA-BLOQUEIO         SECTION.
      *-----------------------------------------------------------------

ALT39      SET WRK-BLOQUEIO-NAO-ACHADO TO TRUE.
ALT39      PERFORM 0144-COMPARA-BLOQUEIO
ALT39          VARYING WRK-IDX-BLOQUEIO FROM 1 BY 1
ALT39          UNTIL WRK-IDX-BLOQUEIO GREATER WRK-QT-BLOQUEIOS
ALT39             OR WRK-BLOQUEIO-FOI-ACHADO.

ALT39      IF WRK-BLOQUEIO-FOI-ACHADO
ALT39          SUBTRACT 1 FROM WRK-IDX-BLOQUEIO
ALT39      END-IF.

ALT39  0143-PROCURA-BLOQUEIO-FIM.    EXIT.

      *-----------------------------------------------------------------
ALT39  0144-COMPARA-BLOQUEIO         SECTION.
      *-----------------------------------------------------------------

ALT39      IF WRK-BLQ-AGENCIA(WRK-IDX-BLOQUEIO) EQUAL
ALT39         WRK-BLQ-AGENCIA-PROCURADA
ALT39         AND WRK-BLQ-CONTA(WRK-IDX-BLOQUEIO) EQUAL
ALT39             WRK-BLQ-CONTA-PROCURADA
ALT39          SET WRK-BLOQUEIO-FOI-ACHADO TO TRUE
ALT39      END-IF.

ALT39  0144-COMPARA-BLOQUEIO-FIM.    EXIT.

      *-----------------------------------------------------------------
ALT41 *    CARREGA A REFERENCIA CRUZADA DA FUSAO DE AGENCIAS - A ULTIMA
ALT41 *    LINHA DE CADA CONTA ANTIGA E A QUE VALE (P = PENDENTE,
ALT41 *    M = MIGRADA). ARQUIVO AUSENTE SIGNIFICA NENHUMA FUSAO
ALT44 *    SO ENTRA CONTA COM A TRANSICAO ABERTA NA DATA DO MOVIMENTO
      *-----------------------------------------------------------------
ALT41  0145-CARREGA-XREF             SECTION.
      *-----------------------------------------------------------------

ALT41      OPEN INPUT CTAXREF.
ALT41      IF FS-CTAXREF NOT EQUAL 00
ALT41          GO TO 0145-CARREGA-XREF-FIM
ALT41      END-IF.

ALT41      READ CTAXREF.
ALT41      PERFORM 0146-GUARDA-XREF
ALT41          UNTIL FS-CTAXREF NOT EQUAL 00.

ALT41      CLOSE CTAXREF.

ALT44      DISPLAY "CONTAS EM TRANSICAO DE FUSAO: " WRK-QT-XREF.

ALT41  0145-CARREGA-XREF-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT41  0146-GUARDA-XREF              SECTION.
      *-----------------------------------------------------------------

ALT44      IF XRF-FIM-TRANSICAO LESS WRK-DATA-MOVIMENTO
ALT44          GO TO 0146-LE-PROXIMA
ALT44      END-IF.

ALT41      MOVE XRF-AGENCIA-ANTIGA TO WRK-XRF-AGENCIA-PROCURADA.
ALT41      MOVE XRF-CONTA-ANTIGA   TO WRK-XRF-CONTA-PROCURADA.
ALT41      PERFORM 0147-PROCURA-XREF.
ALT41      IF WRK-XREF-NAO-ACHADA
ALT43          IF WRK-QT-XREF NOT LESS 500
ALT43              DISPLAY "TABELA DE REFERENCIA CRUZADA CHEIA (500)"
ALT43                  " - AG " XRF-AGENCIA-ANTIGA
ALT43                  " CTA " XRF-CONTA-ANTIGA " FORA"
ALT43              MOVE "TABELA CTAXREF CHEIA (500)"
ALT43                                    TO WRK-DESCRICAO-ERRO
ALT43              MOVE FS-CTAXREF       TO WRK-STATUS-ERRO
ALT43              MOVE "0146-GUARDA-XREF" TO WRK-AREA-ERRO
ALT43              MOVE "CTAXREF"        TO WRK-ARQUIVO-ERRO
ALT43              CLOSE CTAXREF
ALT43              PERFORM 9999-TRATA-ERRO
ALT43          END-IF
ALT41          ADD 1 TO WRK-QT-XREF
ALT41          MOVE WRK-QT-XREF TO WRK-IDX-XREF
ALT41      END-IF.

ALT41      MOVE XRF-AGENCIA-ANTIGA TO
ALT41          WRK-XRF-AGENCIA-ANTIGA(WRK-IDX-XREF).
ALT41      MOVE XRF-CONTA-ANTIGA   TO
ALT41          WRK-XRF-CONTA-ANTIGA(WRK-IDX-XREF).
ALT41      MOVE XRF-DV-ANTIGO      TO WRK-XRF-DV-ANTIGO(WRK-IDX-XREF).
ALT41      MOVE XRF-AGENCIA-NOVA   TO
ALT41          WRK-XRF-AGENCIA-NOVA(WRK-IDX-XREF).
ALT41      MOVE XRF-CONTA-NOVA     TO WRK-XRF-CONTA-NOVA(WRK-IDX-XREF).
ALT41      MOVE XRF-DV-NOVO        TO WRK-XRF-DV-NOVO(WRK-IDX-XREF).
ALT41      MOVE XRF-FIM-TRANSICAO  TO
ALT41          WRK-XRF-FIM-TRANSICAO(WRK-IDX-XREF).
ALT41      MOVE XRF-SITUACAO       TO WRK-XRF-SITUACAO(WRK-IDX-XREF).

ALT44  0146-LE-PROXIMA.

ALT41      READ CTAXREF.

ALT41  0146-GUARDA-XREF-FIM.         EXIT.

      *-----------------------------------------------------------------
ALT41  0147-PROCURA-XREF             SECTION.
      *-----------------------------------------------------------------

ALT41      SET WRK-XREF-NAO-ACHADA TO TRUE.
ALT41      PERFORM 0148-COMPARA-XREF
ALT41          VARYING WRK-IDX-XREF FROM 1 BY 1
ALT41          UNTIL WRK-IDX-XREF GREATER WRK-QT-XREF
ALT41             OR WRK-XREF-FOI-ACHADA.

ALT41      IF WRK-XREF-FOI-ACHADA
ALT41          SUBTRACT 1 FROM WRK-IDX-XREF
ALT41      END-IF.

ALT41  0147-PROCURA-XREF-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT41  0148-COMPARA-XREF             SECTION.
      *-----------------------------------------------------------------

ALT41      IF WRK-XRF-AGENCIA-ANTIGA(WRK-IDX-XREF) EQUAL
ALT41         WRK-XRF-AGENCIA-PROCURADA
ALT41         AND WRK-XRF-CONTA-ANTIGA(WRK-IDX-XREF) EQUAL
ALT41             WRK-XRF-CONTA-PROCURADA
ALT41          SET WRK-XREF-FOI-ACHADA TO TRUE
ALT41      END-IF.

ALT41  0148-COMPARA-XREF-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT41 *    A CONTA ACHADA SO REDIRECIONA SE JA FOI MIGRADA E O MOVIMENTO
ALT41 *    ESTA DENTRO DA TRANSICAO
      *-----------------------------------------------------------------
ALT41  0149-XREF-EM-TRANSICAO        SECTION.
      *-----------------------------------------------------------------

ALT41      IF WRK-XREF-NAO-ACHADA
ALT41          GO TO 0149-XREF-EM-TRANSICAO-FIM
ALT41      END-IF.

ALT41      IF WRK-XRF-SITUACAO(WRK-IDX-XREF) NOT EQUAL "M"
ALT41         OR WRK-XRF-FIM-TRANSICAO(WRK-IDX-XREF) LESS
ALT41            WRK-DATA-MOVIMENTO
ALT41          SET WRK-XREF-NAO-ACHADA TO TRUE
ALT41      END-IF.

ALT41  0149-XREF-EM-TRANSICAO-FIM.   EXIT.

      *-----------------------------------------------------------------
ALT5   0111-RECEBE-CHECKPOINT        SECTION.
      *-----------------------------------------------------------------
ALT40 *    A SIMULACAO SEMPRE VALIDA O ARQUIVO INTEIRO, DO PRIMEIRO
ALT40 *    REGISTRO, SEM OLHAR O CHECKPOINT DA POSTAGEM
      *-----------------------------------------------------------------
ALT40      IF WRK-SIMULACAO-SIM
ALT40          GO TO 0111-RECEBE-CHECKPOINT-FIM
ALT40      END-IF.

ALT5       OPEN INPUT CHECKPT.
ALT5       IF FS-CHECKPT             EQUAL 00
ALT5           READ CHECKPT
ALT30              WRK-LOTE-RUN-NUMERO(WRK-QT-LOTES-RUN)
ALT34          MOVE HDR-LOTE-LANCAM   TO WRK-ID-LOTE-ATUAL
ALT34          MOVE ZEROS             TO WRK-ID-SEQ-ATUAL
ALT42          MOVE HDR-ORIGEM-LANCAM TO WRK-ID-ORIGEM-ATUAL
ALT30      END-IF.

ALT34      IF FS-LANCAM EQUAL 00
ALT5   0113-GRAVA-CHECKPOINT         SECTION.
      *-----------------------------------------------------------------

ALT40      IF WRK-SIMULACAO-SIM
ALT40          GO TO 0113-GRAVA-CHECKPOINT-FIM
ALT40      END-IF.

ALT5       OPEN OUTPUT CHECKPT.
ALT5       MOVE WRK-CHECKPOINT-ATUAL TO REG-CHECKPOINT-QTD.
ALT15      MOVE WRK-TOTAL-LANCAMENTO TO REG-CHECKPOINT-TOTAL.
      *-----------------------------------------------------------------
ALT14  0114-ABRIR-SAIDA               SECTION.
      *-----------------------------------------------------------------
ALT40      IF WRK-SIMULACAO-SIM
ALT40          PERFORM 0116-CABECALHO-SIMULACAO
ALT40          GO TO 0114-ABRIR-SAIDA-FIM
ALT40      END-IF.

ALT14      IF WRK-CHECKPOINT-ANTERIOR GREATER ZERO
ALT14          OPEN EXTEND REGCAM
ALT14          IF FS-REGCAM EQUAL 35

ALT14  0114-ABRIR-SAIDA-FIM.          EXIT.

      *-----------------------------------------------------------------
ALT40 *    SIMULACAO - O SALDOCTA E ABERTO SO PARA LEITURA (AUSENTE
ALT40 *    SIGNIFICA TODOS OS SALDOS ZERADOS, SEM CRIAR O ARQUIVO) E O
ALT40 *    RELSIMUL TOMA O LUGAR DAS SAIDAS DA POSTAGEM
      *-----------------------------------------------------------------
ALT40  0115-ABRIR-SIMULACAO           SECTION.
      *-----------------------------------------------------------------

ALT40      DISPLAY "*****MODO SIMULACAO - NADA SERA POSTADO*****".

ALT40      OPEN INPUT SALDOCTA.
ALT40      EVALUATE FS-SALDOCTA
ALT40          WHEN 00
ALT40              SET WRK-SALDOCTA-PRESENTE TO TRUE
ALT40          WHEN 35
ALT40              SET WRK-SALDOCTA-AUSENTE  TO TRUE
ALT40              DISPLAY "SALDOCTA INEXISTENTE - SALDOS ZERADOS"
ALT40          WHEN OTHER
ALT40              MOVE WRK-ERRO-ABERTURA     TO WRK-DESCRICAO-ERRO
ALT40              MOVE FS-SALDOCTA           TO WRK-STATUS-ERRO
ALT40              MOVE "0115-ABRIR-SIMULACAO" TO WRK-AREA-ERRO
ALT40              MOVE "SALDOCTA"            TO WRK-ARQUIVO-ERRO
ALT40              PERFORM 0310-FINALIZAR-LANCAM
ALT40              PERFORM 9999-TRATA-ERRO
ALT40      END-EVALUATE.

ALT40      OPEN OUTPUT RELSIMUL.
ALT40      IF FS-RELSIMUL NOT EQUAL 00
ALT40          MOVE WRK-ERRO-ABERTURA     TO WRK-DESCRICAO-ERRO
ALT40          MOVE FS-RELSIMUL           TO WRK-STATUS-ERRO
ALT40          MOVE "0115-ABRIR-SIMULACAO" TO WRK-AREA-ERRO
ALT40          MOVE "RELSIMUL"            TO WRK-ARQUIVO-ERRO
ALT40          PERFORM 0310-FINALIZAR-LANCAM
ALT40          PERFORM 9999-TRATA-ERRO
ALT40      END-IF.

ALT40      INITIALIZE WRK-TAB-SIM-MOTIVOS.

ALT40  0115-ABRIR-SIMULACAO-FIM.      EXIT.

      *-----------------------------------------------------------------
ALT40  0116-CABECALHO-SIMULACAO       SECTION.
      *-----------------------------------------------------------------

ALT40      MOVE SPACES TO WRK-SIM-LIN-TEXTO.
ALT40      STRING "ATI4 - SIMULACAO DA POSTAGEM "   DELIMITED BY SIZE
ALT40             "(SO VALIDACAO - NADA FOI POSTADO)" DELIMITED BY SIZE
ALT40             INTO WRK-SIM-LIN-TEXTO.
ALT40      WRITE REG-RELSIMUL FROM WRK-SIM-LIN-TEXTO.

ALT40      MOVE SPACES TO WRK-SIM-LIN-TEXTO.
ALT40      STRING "ARQUIVO.............: " DELIMITED BY SIZE
ALT40             WRK-CAMINHO-LANCAM       DELIMITED BY SPACE
ALT40             INTO WRK-SIM-LIN-TEXTO.
ALT40      WRITE REG-RELSIMUL FROM WRK-SIM-LIN-TEXTO.

ALT40      MOVE SPACES TO WRK-SIM-LIN-TEXTO.
ALT40      STRING "DATA DO MOVIMENTO...: " DELIMITED BY SIZE
ALT40             WRK-DATA-MOVIMENTO       DELIMITED BY SIZE
ALT40             INTO WRK-SIM-LIN-TEXTO.
ALT40      WRITE REG-RELSIMUL FROM WRK-SIM-LIN-TEXTO.

ALT40      MOVE SPACES TO WRK-SIM-LIN-TEXTO.
ALT40      WRITE REG-RELSIMUL FROM WRK-SIM-LIN-TEXTO.
ALT40      MOVE SPACES TO WRK-SIM-LIN-TEXTO.
ALT40      STRING "OCORRENCIAS (LOTE/SEQ  AGENCIA-CONTA  TIPO  "
ALT40                                  DELIMITED BY SIZE
ALT40             "VALOR  MOEDA  MOTIVO):" DELIMITED BY SIZE
ALT40             INTO WRK-SIM-LIN-TEXTO.
ALT40      WRITE REG-RELSIMUL FROM WRK-SIM-LIN-TEXTO.

ALT40  0116-CABECALHO-SIMULACAO-FIM.  EXIT.


      *-----------------------------------------------------------------
ALT25  0123-CARREGA-COTACOES         SECTION.
ALT21      END-IF.

ALT31      IF TRL-MARCA-LANCAM EQUAL "9999"
ALT40          IF WRK-SIMULACAO-SIM
ALT40              PERFORM 0207-SIMULA-TRAILER-LOTE
ALT40          END-IF
ALT31          GO TO 0203-AVANCA-CHECKPOINT
ALT31      END-IF.

ALT34          ADD 1                 TO WRK-ID-SEQ-ATUAL
ALT34          MOVE WRK-ID-LOTE-ATUAL TO REG-ID-LOTE
ALT34          MOVE WRK-ID-SEQ-ATUAL  TO REG-ID-SEQ
ALT42          MOVE WRK-ID-ORIGEM-ATUAL
ALT42                                TO REG-ID-ORIGEM
ALT34      END-IF.

           ADD 1                     TO ACU-LIDOS-LANCAM.

ALT40      IF WRK-SIMULACAO-SIM
ALT40          ADD 1                 TO WRK-SIM-LOTE-QTD
ALT40          ADD REG-LANCAMENTO    TO WRK-SIM-LOTE-TOTAL
ALT40      END-IF.

ALT41      IF WRK-QT-XREF GREATER ZEROS
ALT41          PERFORM 0219-REDIRECIONA-CONTA
ALT41      END-IF.

ALT10      PERFORM 0225-ACUMULA-AGENCIA.

           PERFORM 0220-VALIDA.
ALT20          MOVE REG-DATA-LANCAM  TO REG-DATA-REGCAM
ALT34          MOVE REG-ID-LOTE      TO REG-ID-LOTE-REGCAM
ALT34          MOVE REG-ID-SEQ       TO REG-ID-SEQ-REGCAM
ALT42          MOVE REG-ID-ORIGEM    TO REG-ID-ORIGEM-REGCAM
ALT33          MOVE REG-AGENCIA      TO WRK-POSTA-AGENCIA
ALT32          MOVE REG-CONTA        TO WRK-POSTA-CONTA
ALT32          MOVE REG-TIPO-LANCAMENTO
ALT21 *    LOTECTL AO FINAL DA EXECUCAO
      *-----------------------------------------------------------------

ALT40      IF WRK-SIMULACAO-SIM
ALT40          PERFORM 0209-SIMULA-HEADER-LOTE
ALT40      END-IF.

ALT21      SET WRK-LOTE-DUPLICADO-NAO TO TRUE.
ALT21      MOVE ZEROS TO WRK-MAIOR-LOTE-ORIGEM.

ALT21          UNTIL WRK-IDX-LOTE GREATER WRK-QT-LOTES
ALT21             OR WRK-LOTE-DUPLICADO-SIM.

ALT40      IF WRK-LOTE-DUPLICADO-SIM
ALT40         AND WRK-SIMULACAO-SIM
ALT40          DISPLAY "*****LOTE JA PROCESSADO (SIMULACAO)*****"
ALT40          ADD 1 TO WRK-SIM-LOTES-DUPLICADOS
ALT40          MOVE "LOTE JA PROCESSADO - ABORTARIA"
ALT40                                   TO WRK-DESCRICAO-ERRO
ALT40          PERFORM 0208-SIMULA-OCORRENCIA-LOTE
ALT40          SET WRK-LOTE-DUPLICADO-NAO TO TRUE
ALT40      END-IF.

ALT21      IF WRK-LOTE-DUPLICADO-SIM
ALT21          DISPLAY "*****LOTE JA PROCESSADO*****"
ALT21          DISPLAY "ORIGEM: " HDR-ORIGEM-LANCAM
ALT21          MOVE ZEROS               TO WRK-STATUS-ERRO
ALT21          MOVE "0205-TRATA-HEADER-LOTE" TO WRK-AREA-ERRO
ALT21          MOVE WRK-LANCAM          TO WRK-ARQUIVO-ERRO
ALT40          IF WRK-SIMULACAO-SIM
ALT40              PERFORM 0208-SIMULA-OCORRENCIA-LOTE
ALT40          ELSE
ALT40              SET WRK-SEVERIDADE-WARNING TO TRUE
ALT40              MOVE WRK-MSG-ERROS       TO WRK-MODULO
ALT40              CALL "MODULO" USING WRK-MODULO
ALT40              SET WRK-SEVERIDADE-FATAL TO TRUE
ALT40          END-IF
ALT21      END-IF.

ALT37      IF WRK-VALIDA-AGENCIAS-SIM
ALT37              MOVE ZEROS               TO WRK-STATUS-ERRO
ALT37              MOVE "0205-TRATA-HEADER-LOTE" TO WRK-AREA-ERRO
ALT37              MOVE WRK-LANCAM          TO WRK-ARQUIVO-ERRO
ALT40              IF WRK-SIMULACAO-SIM
ALT40                  PERFORM 0208-SIMULA-OCORRENCIA-LOTE
ALT40              ELSE
ALT40                  SET WRK-SEVERIDADE-WARNING TO TRUE
ALT40                  MOVE WRK-MSG-ERROS       TO WRK-MODULO
ALT40                  CALL "MODULO" USING WRK-MODULO
ALT40                  SET WRK-SEVERIDADE-FATAL TO TRUE
ALT40              END-IF
ALT37          END-IF
ALT37      END-IF.


ALT34      MOVE HDR-LOTE-LANCAM      TO WRK-ID-LOTE-ATUAL.
ALT34      MOVE ZEROS                TO WRK-ID-SEQ-ATUAL.
ALT42      MOVE HDR-ORIGEM-LANCAM    TO WRK-ID-ORIGEM-ATUAL.

ALT21  0205-TRATA-HEADER-LOTE-FIM.      EXIT.

ALT21  0206-CONFERE-LOTE-FIM.           EXIT.

      *-----------------------------------------------------------------
ALT40 *    SIMULACAO - CONFERE O TRAILER "9999" CONTRA A QUANTIDADE E O
ALT40 *    VALOR DOS DETALHES LIDOS DESDE O HEADER, COMO A CONSOLIDACAO
ALT40 *    (PRGCONSO) FAZ ANTES DA MESCLA
      *-----------------------------------------------------------------
ALT40  0207-SIMULA-TRAILER-LOTE         SECTION.
      *-----------------------------------------------------------------

ALT40      IF WRK-SIM-LOTE-FECHADO
ALT40          MOVE "TRAILER SEM HEADER DE LOTE" TO WRK-DESCRICAO-ERRO
ALT40          PERFORM 0208-SIMULA-OCORRENCIA-LOTE
ALT40      END-IF.

ALT40      IF TRL-QTD-LANCAM NOT EQUAL WRK-SIM-LOTE-QTD
ALT40          MOVE TRL-QTD-LANCAM      TO WRK-SIM-QTD-ED
ALT40          MOVE WRK-SIM-LOTE-QTD    TO WRK-SIM-QTD-ED2
ALT40          ADD 1 TO WRK-SIM-LOTES-AVISOS
ALT40          MOVE SPACES              TO WRK-SIM-LIN-TEXTO
ALT40          STRING "  LOTE       "       DELIMITED BY SIZE
ALT40                 WRK-SIM-LOTE-ORIGEM   DELIMITED BY SIZE
ALT40                 "/"                   DELIMITED BY SIZE
ALT40                 WRK-SIM-LOTE-NUMERO   DELIMITED BY SIZE
ALT40                 "  TRAILER DIVERGE - QTD TRAILER: "
ALT40                                       DELIMITED BY SIZE
ALT40                 WRK-SIM-QTD-ED        DELIMITED BY SIZE
ALT40                 " DETALHES: "         DELIMITED BY SIZE
ALT40                 WRK-SIM-QTD-ED2       DELIMITED BY SIZE
ALT40                 INTO WRK-SIM-LIN-TEXTO
ALT40          WRITE REG-RELSIMUL FROM WRK-SIM-LIN-TEXTO
ALT40      END-IF.

ALT40      IF TRL-TOTAL-LANCAM NOT EQUAL WRK-SIM-LOTE-TOTAL
ALT40          MOVE TRL-TOTAL-LANCAM    TO WRK-SIM-VALOR-ED
ALT40          MOVE WRK-SIM-LOTE-TOTAL  TO WRK-SIM-VALOR-ED2
ALT40          ADD 1 TO WRK-SIM-LOTES-AVISOS
ALT40          MOVE SPACES              TO WRK-SIM-LIN-TEXTO
ALT40          STRING "  LOTE       "       DELIMITED BY SIZE
ALT40                 WRK-SIM-LOTE-ORIGEM   DELIMITED BY SIZE
ALT40                 "/"                   DELIMITED BY SIZE
ALT40                 WRK-SIM-LOTE-NUMERO   DELIMITED BY SIZE
ALT40                 "  TRAILER DIVERGE - VALOR TRAILER: "
ALT40                                       DELIMITED BY SIZE
ALT40                 WRK-SIM-VALOR-ED      DELIMITED BY SIZE
ALT40                 " DETALHES: "         DELIMITED BY SIZE
ALT40                 WRK-SIM-VALOR-ED2     DELIMITED BY SIZE
ALT40                 INTO WRK-SIM-LIN-TEXTO
ALT40          WRITE REG-RELSIMUL FROM WRK-SIM-LIN-TEXTO
ALT40      END-IF.

ALT40      SET WRK-SIM-LOTE-FECHADO TO TRUE.
ALT40      MOVE ZEROS TO WRK-SIM-LOTE-QTD WRK-SIM-LOTE-TOTAL.

ALT40  0207-SIMULA-TRAILER-LOTE-FIM.    EXIT.

      *-----------------------------------------------------------------
ALT40 *    SIMULACAO - ANOTA NO RELSIMUL A OCORRENCIA DE LOTE MONTADA
ALT40 *    EM WRK-DESCRICAO-ERRO (O QUE A POSTAGEM MANDARIA AO LOGS)
      *-----------------------------------------------------------------
ALT40  0208-SIMULA-OCORRENCIA-LOTE      SECTION.
      *-----------------------------------------------------------------

ALT40      ADD 1 TO WRK-SIM-LOTES-AVISOS.
ALT40      MOVE SPACES              TO WRK-SIM-LIN-TEXTO.
ALT40      STRING "  LOTE       "       DELIMITED BY SIZE
ALT40             WRK-SIM-LOTE-ORIGEM   DELIMITED BY SIZE
ALT40             "/"                   DELIMITED BY SIZE
ALT40             WRK-SIM-LOTE-NUMERO   DELIMITED BY SIZE
ALT40             "  "                  DELIMITED BY SIZE
ALT40             WRK-DESCRICAO-ERRO    DELIMITED BY SIZE
ALT40             INTO WRK-SIM-LIN-TEXTO.
ALT40      WRITE REG-RELSIMUL FROM WRK-SIM-LIN-TEXTO.

ALT40  0208-SIMULA-OCORRENCIA-LOTE-FIM. EXIT.

      *-----------------------------------------------------------------
ALT40 *    SIMULACAO - HEADER COM O LOTE ANTERIOR AINDA ABERTO E LOTE
ALT40 *    SEM TRAILER; ABRE A CONTAGEM DO NOVO LOTE
      *-----------------------------------------------------------------
ALT40  0209-SIMULA-HEADER-LOTE          SECTION.
      *-----------------------------------------------------------------

ALT40      IF WRK-SIM-LOTE-ABERTO
ALT40          MOVE "LOTE SEM TRAILER"  TO WRK-DESCRICAO-ERRO
ALT40          PERFORM 0208-SIMULA-OCORRENCIA-LOTE
ALT40      END-IF.

ALT40      MOVE HDR-ORIGEM-LANCAM    TO WRK-SIM-LOTE-ORIGEM.
ALT40      MOVE HDR-LOTE-LANCAM      TO WRK-SIM-LOTE-NUMERO.
ALT40      SET WRK-SIM-LOTE-ABERTO   TO TRUE.
ALT40      MOVE ZEROS TO WRK-SIM-LOTE-QTD WRK-SIM-LOTE-TOTAL.

ALT40  0209-SIMULA-HEADER-LOTE-FIM.     EXIT.

      *-----------------------------------------------------------------
       0210-STATISTICA                 SECTION.
      *-----------------------------------------------------------------

           DISPLAY "= REGISTROS GRAVADOS : "ACU-GRAVADOS-REGCAM
ALT1       DISPLAY "= REGISTROS REJEITADOS: "ACU-REJEITADOS-LANCAM
ALT22      DISPLAY "= SUSPEITOS DUPLICADOS: "ACU-SUSPEITOS-LANCAM
ALT41      DISPLAY "= REDIRECIONADOS FUSAO: "ACU-REDIRECIONADOS
           DISPLAY "= TOTAL LANCAMENTO   :"WRK-TOTAL-LANCAMENTO-ED.
ALT13      DISPLAY "= TOTAL LANCAMENTO EM BRL (FX): "
ALT13          WRK-TOTAL-LANCAMENTO-BRL-ED.
ALT37  0216-IMPRIME-REGIAO-FIM.         EXIT.

      *-----------------------------------------------------------------
ALT41 *    FUSAO DE AGENCIAS - LANCAMENTO NA CONTA ANTIGA JA MIGRADA,
ALT41 *    COM O MOVIMENTO ATE O FIM DA TRANSICAO, PASSA PARA A CONTA
ALT41 *    NOVA ANTES DAS VALIDACOES (O DV SO E TROCADO QUANDO O
ALT41 *    INFORMADO ERA O DV ANTIGO CORRETO). NA TRANSFERENCIA, A
ALT41 *    CONTA DE DESTINO SEGUE A MESMA REGRA
      *-----------------------------------------------------------------
ALT41  0219-REDIRECIONA-CONTA           SECTION.
      *-----------------------------------------------------------------

ALT41      MOVE REG-AGENCIA TO WRK-XRF-AGENCIA-PROCURADA.
ALT41      MOVE REG-CONTA   TO WRK-XRF-CONTA-PROCURADA.
ALT41      PERFORM 0147-PROCURA-XREF.
ALT41      PERFORM 0149-XREF-EM-TRANSICAO.
ALT41      IF WRK-XREF-FOI-ACHADA
ALT41          IF REG-DV-CONTA EQUAL WRK-XRF-DV-ANTIGO(WRK-IDX-XREF)
ALT41              MOVE WRK-XRF-DV-NOVO(WRK-IDX-XREF) TO REG-DV-CONTA
ALT41          END-IF
ALT41          MOVE WRK-XRF-AGENCIA-NOVA(WRK-IDX-XREF) TO REG-AGENCIA
ALT41          MOVE WRK-XRF-CONTA-NOVA(WRK-IDX-XREF)   TO REG-CONTA
ALT41          ADD 1 TO ACU-REDIRECIONADOS
ALT41      END-IF.

ALT41      IF REG-TIPO-LANCAMENTO NOT EQUAL "T"
ALT41          GO TO 0219-REDIRECIONA-CONTA-FIM
ALT41      END-IF.

ALT41      MOVE REG-CONTRA-AGENCIA TO WRK-XRF-AGENCIA-PROCURADA.
ALT41      MOVE REG-CONTRA-CONTA   TO WRK-XRF-CONTA-PROCURADA.
ALT41      PERFORM 0147-PROCURA-XREF.
ALT41      PERFORM 0149-XREF-EM-TRANSICAO.
ALT41      IF WRK-XREF-FOI-ACHADA
ALT41          MOVE WRK-XRF-AGENCIA-NOVA(WRK-IDX-XREF)
ALT41                                 TO REG-CONTRA-AGENCIA
ALT41          MOVE WRK-XRF-CONTA-NOVA(WRK-IDX-XREF)
ALT41                                 TO REG-CONTRA-CONTA
ALT41      END-IF.

ALT41  0219-REDIRECIONA-CONTA-FIM.      EXIT.

      *-----------------------------------------------------------------
       0220-VALIDA                     SECTION.
      *-----------------------------------------------------------------

ALT33      MOVE REG-AGENCIA          TO REG-AGENCIA-SALDO.
ALT19      MOVE REG-CONTA            TO REG-CONTA-SALDO.

ALT40      IF WRK-SALDOCTA-AUSENTE
ALT40          GO TO 0231-PROJETA-SALDO
ALT40      END-IF.

ALT33      READ SALDOCTA KEY IS REG-CHAVE-SALDO
ALT19          INVALID KEY
ALT19              CONTINUE
ALT19              MOVE REG-SALDO     TO WRK-SALDO-ATUAL
ALT19      END-READ.

ALT40  0231-PROJETA-SALDO.

ALT40      IF WRK-SIMULACAO-SIM
ALT40          MOVE REG-AGENCIA       TO WRK-SMS-AGENCIA-PROCURADA
ALT40          MOVE REG-CONTA         TO WRK-SMS-CONTA-PROCURADA
ALT40          PERFORM 0288-PROCURA-SIMSALDO
ALT40          IF WRK-SIMSALDO-FOI-ACHADO
ALT40              ADD WRK-SMS-MOVIMENTO(WRK-IDX-SIMSALDO)
ALT40                                 TO WRK-SALDO-ATUAL
ALT40          END-IF
ALT40      END-IF.

ALT19      COMPUTE WRK-SALDO-PROJETADO =
ALT19          WRK-SALDO-ATUAL - REG-LANCAMENTO.

ALT19          MOVE "08"              TO WRK-MOTIVO-REJEICAO
ALT19      END-IF.

ALT39      IF WRK-PASSOU EQUAL "S"
ALT39         AND WRK-QT-BLOQUEIOS GREATER ZERO
ALT39          PERFORM 0239-VALIDA-BLOQUEIO
ALT39      END-IF.

ALT19  0231-VALIDA-LIMITE-FIM.          EXIT.

      *-----------------------------------------------------------------

ALT38  0139-COMPARA-FECHADO-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT39 *    SO E CHAMADA DEPOIS DO LIMITE CONFERIDO (0231) - O DEBITO
ALT39 *    NAO PODE LEVAR O SALDO ABAIXO DE (BLOQUEADO - LIMITE), OU
ALT39 *    SEJA, NAO PODE PASSAR DO SALDO DISPONIVEL = SALDO -
ALT39 *    BLOQUEADO + LIMITE; SE PASSAR, REJEITA COM O MOTIVO "16"
      *-----------------------------------------------------------------
ALT39  0239-VALIDA-BLOQUEIO             SECTION.
      *-----------------------------------------------------------------

ALT39      MOVE REG-AGENCIA          TO WRK-BLQ-AGENCIA-PROCURADA.
ALT39      MOVE REG-CONTA            TO WRK-BLQ-CONTA-PROCURADA.
ALT39      PERFORM 0143-PROCURA-BLOQUEIO.

ALT39      IF WRK-BLOQUEIO-NAO-ACHADO
ALT39          GO TO 0239-VALIDA-BLOQUEIO-FIM
ALT39      END-IF.

ALT39      COMPUTE WRK-SALDO-MINIMO =
ALT39          WRK-BLQ-VALOR(WRK-IDX-BLOQUEIO) - CTA-LIMITE-ESPECIAL.

ALT39      IF WRK-SALDO-PROJETADO LESS WRK-SALDO-MINIMO
ALT39          MOVE "N"               TO WRK-PASSOU
ALT39          MOVE "16"              TO WRK-MOTIVO-REJEICAO
ALT39      END-IF.

ALT39  0239-VALIDA-BLOQUEIO-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT22  0232-TESTA-DUPLICIDADE           SECTION.
      *-----------------------------------------------------------------
ALT22  0233-GRAVA-SUSPEITO              SECTION.
      *-----------------------------------------------------------------

ALT40      IF WRK-SIMULACAO-SIM
ALT40          PERFORM 0373-SIMULA-SUSPEITO
ALT40          GO TO 0233-GRAVA-SUSPEITO-FIM
ALT40      END-IF.

ALT22      MOVE REG-AGENCIA             TO REG-AGENCIA-SUSP.
ALT22      MOVE REG-CONTA               TO REG-CONTA-SUSP.
ALT22      MOVE REG-LANCAMENTO          TO REG-LANCAMENTO-SUSP.
ALT22      MOVE REG-DATA-LANCAM         TO REG-DATA-SUSP.
ALT34      MOVE REG-ID-LOTE             TO REG-ID-LOTE-SUSP.
ALT34      MOVE REG-ID-SEQ              TO REG-ID-SEQ-SUSP.
ALT42      MOVE REG-ID-ORIGEM           TO REG-ID-ORIGEM-SUSP.

ALT22      WRITE REG-SUSPCAM.

ALT1   0230-GRAVA-REJEITADO             SECTION.
      *-----------------------------------------------------------------

ALT40      IF WRK-SIMULACAO-SIM
ALT40          PERFORM 0372-SIMULA-REJEITADO
ALT40          GO TO 0230-GRAVA-REJEITADO-FIM
ALT40      END-IF.

ALT1       MOVE REG-AGENCIA             TO REG-AGENCIA-REJCAM.
ALT1       MOVE REG-CONTA               TO REG-CONTA-REJCAM.
ALT1       MOVE REG-LANCAMENTO          TO REG-LANCAMENTO-REJCAM.
ALT34      MOVE REG-ID-LOTE             TO REG-ID-LOTE-REJCAM.
ALT34      MOVE REG-ID-SEQ              TO REG-ID-SEQ-REJCAM.
ALT36      MOVE REG-DV-CONTA            TO REG-DV-CONTA-REJCAM.
ALT42      MOVE REG-ID-ORIGEM           TO REG-ID-ORIGEM-REJCAM.

ALT1       WRITE REG-REJCAM.

       0240-GRAVAR-ARQUIVO              SECTION.
      *-----------------------------------------------------------------

ALT40      IF WRK-SIMULACAO-SIM
ALT40          PERFORM 0374-SIMULA-REGCAM
ALT40          GO TO 0240-GRAVAR-ARQUIVO-FIM
ALT40      END-IF.

           WRITE REG-REGCAM.

           IF FS-REGCAM               NOT EQUAL '00'
ALT32 *    A CONTA E O TIPO D/C DA PERNA POSTADA CHEGAM EM
ALT32 *    WRK-POSTA-CONTA/WRK-POSTA-TIPO - A TRANSFERENCIA ("T")
ALT32 *    PASSA POR AQUI DUAS VEZES, UMA POR PERNA
ALT40 *    NA SIMULACAO O MOVIMENTO VAI PARA A TABELA EM MEMORIA E O
ALT40 *    SALDOCTA NAO E TOCADO
      *-----------------------------------------------------------------

ALT40      IF WRK-SIMULACAO-SIM
ALT40          PERFORM 0287-ATUALIZA-SIMSALDO
ALT40          GO TO 0285-ATUALIZA-SALDO-FIM
ALT40      END-IF.

ALT33      MOVE WRK-POSTA-AGENCIA    TO REG-AGENCIA-SALDO.
ALT32      MOVE WRK-POSTA-CONTA      TO REG-CONTA-SALDO.


ALT19  0285-ATUALIZA-SALDO-FIM.       EXIT.

      *-----------------------------------------------------------------
ALT40 *    SIMULACAO - ACUMULA O MOVIMENTO DA PERNA NA TABELA DE SALDO
ALT40 *    PROJETADO, PARA O CHEQUE ESPECIAL DOS LANCAMENTOS SEGUINTES
ALT40 *    DA MESMA CONTA ENXERGAR O QUE JA TERIA SIDO POSTADO
      *-----------------------------------------------------------------
ALT40  0287-ATUALIZA-SIMSALDO         SECTION.
      *-----------------------------------------------------------------

ALT40      MOVE WRK-POSTA-AGENCIA    TO WRK-SMS-AGENCIA-PROCURADA.
ALT40      MOVE WRK-POSTA-CONTA      TO WRK-SMS-CONTA-PROCURADA.
ALT40      PERFORM 0288-PROCURA-SIMSALDO.

ALT40      IF WRK-SIMSALDO-NAO-ACHADO
ALT40          IF WRK-QT-SIMSALDO NOT LESS 1000
ALT40              DISPLAY "TABELA DE SALDO SIMULADO CHEIA - CONTA "
ALT40                  WRK-POSTA-AGENCIA "-" WRK-POSTA-CONTA
ALT40              GO TO 0287-ATUALIZA-SIMSALDO-FIM
ALT40          END-IF
ALT40          ADD 1 TO WRK-QT-SIMSALDO
ALT40          MOVE WRK-QT-SIMSALDO   TO WRK-IDX-SIMSALDO
ALT40          MOVE WRK-POSTA-AGENCIA
ALT40                             TO WRK-SMS-AGENCIA(WRK-IDX-SIMSALDO)
ALT40          MOVE WRK-POSTA-CONTA
ALT40                             TO WRK-SMS-CONTA(WRK-IDX-SIMSALDO)
ALT40          MOVE ZEROS TO WRK-SMS-MOVIMENTO(WRK-IDX-SIMSALDO)
ALT40      END-IF.

ALT40      IF WRK-POSTA-TIPO EQUAL "D"
ALT40          SUBTRACT REG-LANCAMENTO
ALT40              FROM WRK-SMS-MOVIMENTO(WRK-IDX-SIMSALDO)
ALT40      ELSE
ALT40          ADD REG-LANCAMENTO
ALT40              TO WRK-SMS-MOVIMENTO(WRK-IDX-SIMSALDO)
ALT40      END-IF.

ALT40  0287-ATUALIZA-SIMSALDO-FIM.    EXIT.

      *-----------------------------------------------------------------
ALT40  0288-PROCURA-SIMSALDO          SECTION.
      *-----------------------------------------------------------------

ALT40      SET WRK-SIMSALDO-NAO-ACHADO TO TRUE.
ALT40      PERFORM 0289-COMPARA-SIMSALDO
ALT40          VARYING WRK-IDX-SIMSALDO FROM 1 BY 1
ALT40          UNTIL WRK-IDX-SIMSALDO GREATER WRK-QT-SIMSALDO
ALT40             OR WRK-SIMSALDO-FOI-ACHADO.

ALT40      IF WRK-SIMSALDO-FOI-ACHADO
ALT40          SUBTRACT 1 FROM WRK-IDX-SIMSALDO
ALT40      END-IF.

ALT40  0288-PROCURA-SIMSALDO-FIM.     EXIT.

      *-----------------------------------------------------------------
ALT40  0289-COMPARA-SIMSALDO          SECTION.
      *-----------------------------------------------------------------

ALT40      IF WRK-SMS-AGENCIA(WRK-IDX-SIMSALDO) EQUAL
ALT40         WRK-SMS-AGENCIA-PROCURADA
ALT40         AND WRK-SMS-CONTA(WRK-IDX-SIMSALDO) EQUAL
ALT40             WRK-SMS-CONTA-PROCURADA
ALT40          SET WRK-SIMSALDO-FOI-ACHADO TO TRUE
ALT40      END-IF.

ALT40  0289-COMPARA-SIMSALDO-FIM.     EXIT.

      *-----------------------------------------------------------------
ALT32 *    POSTA A TRANSFERENCIA ENTRE CONTAS DE UMA SO VEZ - GRAVA O
ALT32 *    DEBITO NA ORIGEM E O CREDITO NO DESTINO NO REGCAM E ATUALIZA
ALT32      MOVE REG-DATA-LANCAM      TO REG-DATA-REGCAM.
ALT34      MOVE REG-ID-LOTE          TO REG-ID-LOTE-REGCAM.
ALT34      MOVE REG-ID-SEQ           TO REG-ID-SEQ-REGCAM.
ALT42      MOVE REG-ID-ORIGEM        TO REG-ID-ORIGEM-REGCAM.
ALT33      MOVE REG-AGENCIA          TO WRK-POSTA-AGENCIA.
ALT32      MOVE REG-CONTA            TO WRK-POSTA-CONTA.
ALT32      MOVE "D"                  TO WRK-POSTA-TIPO.
               PERFORM 9000-MSG-ERRO
           END-IF.

ALT40  0315-DESVIA-SIMULACAO.
ALT40      IF WRK-SIMULACAO-SIM
ALT40          PERFORM 0370-FINALIZA-SIMULACAO
ALT40      END-IF.

       0320-FINALIZAR-REGCAM.
ALT29      OPEN OUTPUT REGCTRL.
ALT29      MOVE "9999"                TO CTR-MARCA.
ALT3   0326-LER-REGCAM-RECONCILIA-FIM.  EXIT.

      *-----------------------------------------------------------------
ALT40 *    FIM DA SIMULACAO - NADA DA POSTAGEM E FECHADO NEM GRAVADO
ALT40 *    (REGCTRL, CTLFIM, CHECKPOINT, LOTECTL, SALDOHIST, GERPROD,
ALT40 *    EXECREG); SO O RESUMO VAI PARA O RELSIMUL, CATALOGADO NO
ALT40 *    SPOOL PARA A OPERACAO
      *-----------------------------------------------------------------
ALT40  0370-FINALIZA-SIMULACAO          SECTION.
      *-----------------------------------------------------------------

ALT40      IF WRK-SALDOCTA-PRESENTE
ALT40          CLOSE SALDOCTA
ALT40      END-IF.
ALT40      CLOSE CONTAS.

ALT40      IF WRK-SIM-LOTE-ABERTO
ALT40          MOVE "LOTE SEM TRAILER"  TO WRK-DESCRICAO-ERRO
ALT40          PERFORM 0208-SIMULA-OCORRENCIA-LOTE
ALT40      END-IF.

ALT40      MOVE SPACES TO WRK-SIM-LIN-TEXTO.
ALT40      WRITE REG-RELSIMUL FROM WRK-SIM-LIN-TEXTO.
ALT40      MOVE "RESUMO DA SIMULACAO" TO WRK-SIM-LIN-TEXTO.
ALT40      WRITE REG-RELSIMUL FROM WRK-SIM-LIN-TEXTO.

ALT40      MOVE "REGISTROS LIDOS"     TO WRK-STT-ROTULO.
ALT40      MOVE ACU-LIDOS-LANCAM      TO WRK-STT-QTD.
ALT40      MOVE SPACES                TO WRK-STT-VALOR-X.
ALT40      WRITE REG-RELSIMUL FROM WRK-SIM-LIN-TOTAL.

ALT40      MOVE "LANCAMENTOS QUE SERIAM POSTADOS" TO WRK-STT-ROTULO.
ALT40      MOVE ACU-VALIDOS-LANCAM    TO WRK-STT-QTD.
ALT40      MOVE SPACES                TO WRK-STT-VALOR-X.
ALT40      WRITE REG-RELSIMUL FROM WRK-SIM-LIN-TOTAL.

ALT40      MOVE SPACES TO WRK-SIM-LIN-TEXTO.
ALT40      WRITE REG-RELSIMUL FROM WRK-SIM-LIN-TEXTO.
ALT40      MOVE "REGCAM QUE SERIA GRAVADO:" TO WRK-SIM-LIN-TEXTO.
ALT40      WRITE REG-RELSIMUL FROM WRK-SIM-LIN-TEXTO.

ALT40      MOVE "  REGISTROS (PERNAS)"  TO WRK-STT-ROTULO.
ALT40      MOVE ACU-GRAVADOS-REGCAM   TO WRK-STT-QTD.
ALT40      MOVE SPACES                TO WRK-STT-VALOR-X.
ALT40      WRITE REG-RELSIMUL FROM WRK-SIM-LIN-TOTAL.

ALT40      MOVE "  DEBITOS"           TO WRK-STT-ROTULO.
ALT40      MOVE WRK-SIM-QTD-DEBITOS   TO WRK-STT-QTD.
ALT40      MOVE WRK-SIM-VLR-DEBITOS   TO WRK-STT-VALOR.
ALT40      WRITE REG-RELSIMUL FROM WRK-SIM-LIN-TOTAL.

ALT40      MOVE "  CREDITOS"          TO WRK-STT-ROTULO.
ALT40      MOVE WRK-SIM-QTD-CREDITOS  TO WRK-STT-QTD.
ALT40      MOVE WRK-SIM-VLR-CREDITOS  TO WRK-STT-VALOR.
ALT40      WRITE REG-RELSIMUL FROM WRK-SIM-LIN-TOTAL.

ALT40      MOVE "  TOTAL LANCAMENTO (CREDITO - DEBITO)"
ALT40                                 TO WRK-STT-ROTULO.
ALT40      MOVE ACU-GRAVADOS-REGCAM   TO WRK-STT-QTD.
ALT40      MOVE WRK-TOTAL-LANCAMENTO  TO WRK-STT-VALOR.
ALT40      WRITE REG-RELSIMUL FROM WRK-SIM-LIN-TOTAL.

ALT40      MOVE "  TOTAL LANCAMENTO EM BRL (FX)" TO WRK-STT-ROTULO.
ALT40      MOVE ACU-GRAVADOS-REGCAM   TO WRK-STT-QTD.
ALT40      MOVE WRK-TOTAL-LANCAMENTO-BRL TO WRK-STT-VALOR.
ALT40      WRITE REG-RELSIMUL FROM WRK-SIM-LIN-TOTAL.

ALT40      MOVE SPACES TO WRK-SIM-LIN-TEXTO.
ALT40      WRITE REG-RELSIMUL FROM WRK-SIM-LIN-TEXTO.

ALT40      MOVE "SUSPEITOS DE DUPLICIDADE (SUSPCAM)" TO WRK-STT-ROTULO.
ALT40      MOVE ACU-SUSPEITOS-LANCAM  TO WRK-STT-QTD.
ALT40      MOVE SPACES                TO WRK-STT-VALOR-X.
ALT40      WRITE REG-RELSIMUL FROM WRK-SIM-LIN-TOTAL.

ALT40      MOVE "REJEITADOS (REJEITADOS)" TO WRK-STT-ROTULO.
ALT40      MOVE ACU-REJEITADOS-LANCAM TO WRK-STT-QTD.
ALT40      MOVE WRK-SIM-VLR-REJEITADOS TO WRK-STT-VALOR.
ALT40      WRITE REG-RELSIMUL FROM WRK-SIM-LIN-TOTAL.

ALT40      PERFORM 0371-IMPRIME-MOTIVO
ALT40          VARYING WRK-IDX-MOTIVO FROM 1 BY 1
ALT40          UNTIL WRK-IDX-MOTIVO GREATER 16.

ALT40      MOVE SPACES TO WRK-SIM-LIN-TEXTO.
ALT40      WRITE REG-RELSIMUL FROM WRK-SIM-LIN-TEXTO.

ALT40      MOVE "OCORRENCIAS DE HEADER/TRAILER DE LOTE"
ALT40                                 TO WRK-STT-ROTULO.
ALT40      MOVE WRK-SIM-LOTES-AVISOS  TO WRK-STT-QTD.
ALT40      MOVE SPACES                TO WRK-STT-VALOR-X.
ALT40      WRITE REG-RELSIMUL FROM WRK-SIM-LIN-TOTAL.

ALT40      MOVE "  DAS QUAIS LOTE JA PROCESSADO" TO WRK-STT-ROTULO.
ALT40      MOVE WRK-SIM-LOTES-DUPLICADOS TO WRK-STT-QTD.
ALT40      MOVE SPACES                TO WRK-STT-VALOR-X.
ALT40      WRITE REG-RELSIMUL FROM WRK-SIM-LIN-TOTAL.

ALT40      CLOSE RELSIMUL.

ALT40      MOVE "RELSIMUL"            TO WRK-SPL-RELATORIO.
ALT40      MOVE "ATI4"                TO WRK-SPL-PROGRAMA.
ALT40      MOVE WRK-CAMINHO-RELSIMUL  TO WRK-SPL-ARQUIVO.
ALT40      MOVE "OPERACOES"           TO WRK-SPL-DESTINATARIO.
ALT40      CALL "SPOOLREG" USING WRK-SPOOL.

ALT40      DISPLAY "*****SIMULACAO CONCLUIDA - NADA FOI POSTADO*****".
ALT40      DISPLAY "RELATORIO: " WRK-CAMINHO-RELSIMUL.
ALT40      DISPLAY WRK-FIM-PRG.
ALT40      STOP RUN.

ALT40  0370-FINALIZA-SIMULACAO-FIM.     EXIT.

      *-----------------------------------------------------------------
ALT40  0371-IMPRIME-MOTIVO              SECTION.
      *-----------------------------------------------------------------

ALT40      IF WRK-SIM-MOTIVO-QTD(WRK-IDX-MOTIVO) EQUAL ZERO
ALT40          GO TO 0371-IMPRIME-MOTIVO-FIM
ALT40      END-IF.

ALT40      MOVE SPACES                TO WRK-STT-ROTULO.
ALT40      STRING "  MOTIVO "                DELIMITED BY SIZE
ALT40             WRK-IDX-MOTIVO             DELIMITED BY SIZE
ALT40             " "                        DELIMITED BY SIZE
ALT40             WRK-DESC-MOTIVO(WRK-IDX-MOTIVO)
ALT40                                        DELIMITED BY SIZE
ALT40             INTO WRK-STT-ROTULO.
ALT40      MOVE WRK-SIM-MOTIVO-QTD(WRK-IDX-MOTIVO)   TO WRK-STT-QTD.
ALT40      MOVE WRK-SIM-MOTIVO-VALOR(WRK-IDX-MOTIVO) TO WRK-STT-VALOR.
ALT40      WRITE REG-RELSIMUL FROM WRK-SIM-LIN-TOTAL.

ALT40  0371-IMPRIME-MOTIVO-FIM.         EXIT.

      *-----------------------------------------------------------------
ALT40 *    SIMULACAO - O LANCAMENTO QUE IRIA PARA O REJEITADOS VAI PARA
ALT40 *    O RELSIMUL E PARA O TOTAL DO SEU MOTIVO
      *-----------------------------------------------------------------
ALT40  0372-SIMULA-REJEITADO            SECTION.
      *-----------------------------------------------------------------

ALT40      MOVE "REJEITADO"           TO WRK-SDT-OCORRENCIA.
ALT40      MOVE WRK-MOTIVO-REJEICAO   TO WRK-SDT-MOTIVO.
ALT40      MOVE SPACES                TO WRK-SDT-DESCRICAO.
ALT40      ADD REG-LANCAMENTO         TO WRK-SIM-VLR-REJEITADOS.

ALT40      MOVE WRK-MOTIVO-REJEICAO   TO WRK-IDX-MOTIVO.
ALT40      IF WRK-IDX-MOTIVO GREATER ZERO
ALT40         AND WRK-IDX-MOTIVO NOT GREATER 16
ALT40          ADD 1 TO WRK-SIM-MOTIVO-QTD(WRK-IDX-MOTIVO)
ALT40          ADD REG-LANCAMENTO
ALT40                  TO WRK-SIM-MOTIVO-VALOR(WRK-IDX-MOTIVO)
ALT40          MOVE WRK-DESC-MOTIVO(WRK-IDX-MOTIVO) TO WRK-SDT-DESCRICAO
ALT40      END-IF.

ALT40      PERFORM 0375-GRAVA-DETALHE-SIMULACAO.

ALT40  0372-SIMULA-REJEITADO-FIM.       EXIT.

      *-----------------------------------------------------------------
ALT40  0373-SIMULA-SUSPEITO             SECTION.
      *-----------------------------------------------------------------

ALT40      MOVE "SUSPEITO"            TO WRK-SDT-OCORRENCIA.
ALT40      MOVE SPACES                TO WRK-SDT-MOTIVO.
ALT40      MOVE "POSSIVEL DUPLICIDADE NO LOTE" TO WRK-SDT-DESCRICAO.

ALT40      PERFORM 0375-GRAVA-DETALHE-SIMULACAO.

ALT40  0373-SIMULA-SUSPEITO-FIM.        EXIT.

      *-----------------------------------------------------------------
ALT40 *    SIMULACAO - CONTA A PERNA QUE IRIA PARA O REGCAM, SEPARANDO
ALT40 *    DEBITOS DE CREDITOS
      *-----------------------------------------------------------------
ALT40  0374-SIMULA-REGCAM               SECTION.
      *-----------------------------------------------------------------

ALT40      ADD 1 TO ACU-GRAVADOS-REGCAM.
ALT40      ADD 1 TO WRK-AGENCIA-GRAVADOS(WRK-IDX-AGENCIA-ATUAL).

ALT40      IF REG-TIPO-LANCAMENTO-REGCAM EQUAL "D"
ALT40          ADD 1                     TO WRK-SIM-QTD-DEBITOS
ALT40          ADD REG-LANCAMENTO-REGCAM TO WRK-SIM-VLR-DEBITOS
ALT40      ELSE
ALT40          ADD 1                     TO WRK-SIM-QTD-CREDITOS
ALT40          ADD REG-LANCAMENTO-REGCAM TO WRK-SIM-VLR-CREDITOS
ALT40      END-IF.

ALT40  0374-SIMULA-REGCAM-FIM.          EXIT.

      *-----------------------------------------------------------------
ALT40  0375-GRAVA-DETALHE-SIMULACAO     SECTION.
      *-----------------------------------------------------------------

ALT40      MOVE REG-ID-LOTE           TO WRK-SDT-LOTE.
ALT40      MOVE REG-ID-SEQ            TO WRK-SDT-SEQ.
ALT40      MOVE REG-AGENCIA           TO WRK-SDT-AGENCIA.
ALT40      MOVE REG-CONTA             TO WRK-SDT-CONTA.
ALT40      MOVE REG-TIPO-LANCAMENTO   TO WRK-SDT-TIPO.
ALT40      MOVE REG-LANCAMENTO        TO WRK-SDT-VALOR.
ALT40      MOVE REG-MOEDA-LANCAM      TO WRK-SDT-MOEDA.

ALT40      WRITE REG-RELSIMUL FROM WRK-SIM-LIN-DETALHE.

ALT40  0375-GRAVA-DETALHE-SIMULACAO-FIM. EXIT.

      *-----------------------------------------------------------------
       9000-MSG-ERRO                   SECTION.
      *-----------------------------------------------------------------

ALT6       CALL "FSTATUS" USING WRK-STATUS-ERRO WRK-FS-DESCRICAO.
ALT6       DISPLAY "DESCRICAO FS: " WRK-FS-DESCRICAO.

ALT45      IF WRK-SIMULACAO-SIM
ALT45          GO TO 9999-ENCERRA
ALT45      END-IF.

ALT11      SET WRK-SEVERIDADE-FATAL TO TRUE.
           MOVE WRK-MSG-ERROS TO WRK-MODULO
           CALL "MODULO" USING WRK-MODULO
ALT27      MOVE "ER"                   TO WRK-EXE-STATUS-FINAL.
ALT27      CALL "EXECREG" USING WRK-EXECUCAO.

ALT45  9999-ENCERRA.


ALT43      MOVE 16 TO RETURN-CODE.
           GOBACK.

      *-----------------------------------------------------------------
