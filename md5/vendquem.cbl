IDENTIFICATION DIVISION.
PROGRAM-ID.    VENDQUEM.
*------------------------------------------------------------------------------*
* "QUEM MEXEU?" - AUTORIA DAS MUDANCAS POR REGISTRO DA VENDAS.  O VENDCKS      *
* ACUSA E O VENDRECH "C" DIZ QUAIS CHAVES FORAM INCLUIDAS, ALTERADAS OU        *
* REMOVIDAS, MAS A PREVENCAO DE PERDAS AINDA TINHA DE ADIVINHAR QUEM FEZ CADA  *
* MUDANCA - E A EVIDENCIA JA EXISTE ESPALHADA:                                 *
*                                                                              *
*   lockaud.txt      - QUEM SEGUROU A TRAVA DE EDICAO DE CADA CODIGO E QUANDO  *
*                      (EVENTOS TRAVA/FILA/LIBERA/FORCADA/VARRIDA);            *
*   batdrv.log E     - QUE PASSO DE BATCH ESTAVA RODANDO (LOG VIVO DA CADEIA   *
*   batdrv-X.log       PRINCIPAL E DE CADA CADEIA DO batcadeias.ctl);          *
*   dqfix-log.txt E  - CORRECOES SUPERVISIONADAS APLICADAS (DQFIX "APLICADA",  *
*   vendrst-log.txt    VENDRST "RESTAUROU" - DE UMA CHAVE OU DO ARQUIVO TODO); *
*   vendarq-hist.txt - ARQUIVAMENTO DO VENDARQ (EXPLICA AS REMOCOES).          *
*                                                                              *
* PARA CADA CHAVE DO ULTIMO vendrech-mov.txt (OU DO vendrech-mov.ant, QUANDO   *
* O VENDFEED JA O CONSUMIU) PROCURA CAUSAS CANDIDATAS DENTRO DA JANELA DA      *
* COMPARACAO - DO SNAPSHOT ANTERIOR ATE A COMPARACAO, QUE A LINHA "A" DO       *
* ARQUIVO TRAZ PELO RELOGIO - E ROTULA A MUDANCA:                              *
*                                                                              *
*   CORRECAO     - DQFIX/VENDRST NA MESMA CHAVE (OU RESTAURACAO DO ARQUIVO);   *
*   ARQUIVAMENTO - SO REMOCAO: VENDARQ "OK" COM REGISTROS MOVIDOS NO ARQUIVO;  *
*   EDICAO       - TRAVA DO REGLOCK DO CODIGO DO REGISTRO SEGURADA NA JANELA;  *
*   BATCH        - PASSO DO BATDRV QUE RODOU NA JANELA (SE O ARQUIVO TEM       *
*                  GRAVADORES CADASTRADOS, SO ELES CONTAM).  OS PASSOS QUE SO  *
*                  LEEM A VENDAS - VENDRECH, VENDCKS, VENDQUEM, VENDIDX,       *
*                  DQSCAN, XFDQRY E VENDFEED - NUNCA CONTAM.                   *
*                                                                              *
* SEM NENHUMA CAUSA, A MUDANCA E "NAO EXPLICADA" - SO ESSAS VAO PARA A         *
* CENTRAL DE ALERTAS (ALERTREG "A"; AS 20 PRIMEIRAS UMA A UMA, O RESTO NUM     *
* ALERTA DE TOTAL).  RELATORIO EM vendquem.rpt.                                *
*                                                                              *
* vendquem.ctl (OPCIONAL), UMA REGRA POR LINHA, "*" NA COLUNA 1 E COMENTARIO:  *
*   "T" ARQUIVO(32) TIPO(3) ORIGEM(1) POSICAO(5) TAMANHO(2) - CODIGO DE TRAVA  *
*       DO REGISTRO: ORIGEM "C" = NA CHAVE, "I" = NA IMAGEM; POSICAO A PARTIR  *
*       DE 1, TAMANHO ATE 8 (CAMPO NUMERICO).  VARIAS POR ARQUIVO (CLIENTE E   *
*       PRODUTO DA VENDA, POR EXEMPLO).  ARQUIVO SEM "T" USA A TRAVA "VEN" DA  *
*       CHAVE NUMERICA DE ATE 8 DIGITOS - A MESMA REGRA DO VENDRST;            *
*   "P" ARQUIVO(32) PROGRAMA(30) - PASSO DE BATCH QUE GRAVA O ARQUIVO.         *
*   CAMPOS SEPARADOS POR UM BRANCO; ARQUIVO E O NOME SEM A PASTA.              *
*                                                                              *
* SO OS LOGS VIVOS DO BATDRV SAO LIDOS - A JANELA E DE UMA COMPARACAO PARA A   *
* OUTRA, E O HOUSEKP NAO ARQUIVA O LOG VIVO.  RETURN-CODE 8 SO SEM MOVIMENTO   *
* DO VENDRECH PARA CORRELACIONAR; MUDANCA SEM AUTORIA NAO PARA A NOITE.        *
*                                                                              *
* CRIACAO...: 15/10/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - DATA DE MOVIMENTO DA JANELA VEM DA COLUNA   *
*             NOVA MOV-DATA-MOVIMENTO DO vendrech-mov.txt (MOV-DATA PASSOU A   *
*             SER O RELOGIO); LINHA ANTIGA SEGUE PELO MOV-DATA.                *
* ALTERACAO.: 15/10/2026 - BUENO - PASSOS DE BATCH QUE SO LEEM A VENDAS        *
*             (VENDRECH, VENDCKS, VENDQUEM, VENDIDX, DQSCAN, XFDQRY, VENDFEED) *
*             NAO SAO GUARDADOS NEM EXPLICAM MUDANCA.                          *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
* REGRAS DE CODIGO DE TRAVA E DE GRAVADORES POR ARQUIVO.
    SELECT QUEM-CTL ASSIGN "vendquem.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CTL.

* MOVIMENTO DA ULTIMA COMPARACAO (vendrech-mov.txt OU .ant).
    SELECT MOV-FILE ASSIGN WA-NOME-MOV
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-MOV.

* TRILHA PERMANENTE DAS TRAVAS DE EDICAO.
    SELECT AUD-FILE ASSIGN "lockaud.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-AUD.

* CADEIAS NOMEADAS DO BATDRV E O LOG VIVO DE CADA UMA.
    SELECT CADEIAS-CTL ASSIGN "batcadeias.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CAD.

    SELECT BATDRV-LOG ASSIGN WA-NOME-LOG
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-LOG.

* TRILHAS DAS CORRECOES SUPERVISIONADAS E DO ARQUIVAMENTO.
    SELECT DQFIX-LOG ASSIGN "dqfix-log.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-DQL.

    SELECT VENDRST-LOG ASSIGN "vendrst-log.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-VRL.

    SELECT VENDARQ-HIST ASSIGN "vendarq-hist.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-ARH.

    SELECT VENDQUEM-RPT ASSIGN "vendquem.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

DATA DIVISION.
FILE SECTION.
FD  QUEM-CTL.
01  QCT-LINHA.
    03  QCT-REGRA                PIC X(001).
        88  QCT-REGRA-TRAVA                          VALUE "T".
        88  QCT-REGRA-PROGRAMA                       VALUE "P".
    03  FILLER                   PIC X(001).
    03  QCT-ARQUIVO              PIC X(032).
    03  FILLER                   PIC X(001).
    03  QCT-RESTO                PIC X(030).
    03  QCT-TRAVA REDEFINES QCT-RESTO.
        05  QCT-TIPO             PIC X(003).
        05  FILLER               PIC X(001).
        05  QCT-ORIGEM           PIC X(001).
        05  FILLER               PIC X(001).
        05  QCT-POSICAO          PIC X(005).
        05  FILLER               PIC X(001).
        05  QCT-TAMANHO          PIC X(002).
        05  FILLER               PIC X(016).
    03  QCT-PROGRAMA REDEFINES QCT-RESTO
                                 PIC X(030).

FD  MOV-FILE.
copy "md5/vendmov.ws".

FD  AUD-FILE.
copy "lockaud.ws".

FD  CADEIAS-CTL.
copy "batcadeia.ws".

FD  BATDRV-LOG.
copy "batdrvlog.ws".

FD  DQFIX-LOG.
01  DQL-LINHA.
    03  DQL-DATA                 PIC 9(008).
    03  FILLER                   PIC X(001).
    03  DQL-HORA                 PIC 9(006).
    03  FILLER                   PIC X(001).
    03  DQL-SITUACAO             PIC X(010).
    03  FILLER                   PIC X(001).
    03  DQL-ARQUIVO              PIC X(032).
    03  FILLER                   PIC X(001).
    03  DQL-CAMPO                PIC X(032).
    03  FILLER                   PIC X(001).
    03  DQL-CHAVE                PIC X(060).
    03  FILLER                   PIC X(001).
    03  DQL-ANTES                PIC X(060).
    03  FILLER                   PIC X(001).
    03  DQL-DEPOIS               PIC X(060).

FD  VENDRST-LOG.
01  VRL-LINHA.
    03  VRL-DATA                 PIC 9(008).
    03  FILLER                   PIC X(001).
    03  VRL-HORA                 PIC 9(006).
    03  FILLER                   PIC X(001).
    03  VRL-ACAO                 PIC X(010).
    03  FILLER                   PIC X(001).
    03  VRL-MOTIVO               PIC X(060).
    03  FILLER                   PIC X(001).
    03  VRL-ARQUIVO              PIC X(200).
    03  FILLER                   PIC X(001).
    03  VRL-GERACAO              PIC X(200).
    03  FILLER                   PIC X(001).
    03  VRL-CHAVE                PIC X(060).
    03  FILLER                   PIC X(001).
    03  VRL-ANTES                PIC X(4000).
    03  FILLER                   PIC X(001).
    03  VRL-DEPOIS               PIC X(4000).

FD  VENDARQ-HIST.
copy "xfd/vendarq.ws".

FD  VENDQUEM-RPT.
01  RPT-LINHA                    PIC X(200).

WORKING-STORAGE SECTION.
77  SW-STATUS-CTL                PIC X(002)          VALUE SPACES.
77  SW-STATUS-MOV                PIC X(002)          VALUE SPACES.
77  SW-STATUS-AUD                PIC X(002)          VALUE SPACES.
77  SW-STATUS-CAD                PIC X(002)          VALUE SPACES.
77  SW-STATUS-LOG                PIC X(002)          VALUE SPACES.
77  SW-STATUS-DQL                PIC X(002)          VALUE SPACES.
77  SW-STATUS-VRL                PIC X(002)          VALUE SPACES.
77  SW-STATUS-ARH                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.

77  WA-FIM                       PIC X(001)          VALUE "N".
    88  WA-FIM-SIM                                   VALUE "S".
77  WA-FIM-MOV                   PIC X(001)          VALUE "N".
    88  WA-FIM-MOV-SIM                               VALUE "S".

77  WA-NOME-MOV                  PIC X(030)          VALUE SPACES.
77  WA-NOME-LOG                  PIC X(040)          VALUE SPACES.
77  WA-CADEIA-CORRENTE           PIC X(012)          VALUE SPACES.

* DATA DE MOVIMENTO DA RODADA (ROTINA DATAMOV), SO PARA O CABECALHO.
77  WA-DMR-OPERACAO              PIC X(001)          VALUE "C".
77  WA-DMR-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO               PIC 9(002)          VALUE ZEROS.

*--------------------------------------------------------------------*
* CARIMBOS AAAAMMDDHHMMSS (RELOGIO) - MONTADOS PELOS GRUPOS, NUNCA    *
* POR CONTA, PARA COMPARAR JANELAS COMO UM NUMERO SO.                 *
*--------------------------------------------------------------------*
01  WA-CARIMBO.
    03  WA-CAR-DATA              PIC 9(008).
    03  WA-CAR-HORA              PIC 9(006).
01  WA-CARIMBO-N REDEFINES WA-CARIMBO
                                 PIC 9(014).
77  WA-CARIMBO-FIM               PIC 9(014)          VALUE ZEROS.
77  WA-CARIMBO-MAXIMO            PIC 9(014)          VALUE 99999999999999.

01  WA-CARIMBO-ED.
    03  WA-CED-AAAA              PIC 9(004).
    03  WA-CED-MM                PIC 9(002).
    03  WA-CED-DD                PIC 9(002).
    03  WA-CED-HH                PIC 9(002).
    03  WA-CED-MI                PIC 9(002).
    03  WA-CED-SS                PIC 9(002).
01  WA-CARIMBO-ED-N REDEFINES WA-CARIMBO-ED
                                 PIC 9(014).
77  WA-CARIMBO-TXT               PIC X(019)          VALUE SPACES.
77  WA-CARIMBO-TXT-2             PIC X(019)          VALUE SPACES.

* JANELA DE TODAS AS COMPARACOES DO MOVIMENTO (FILTRA A CARGA DAS
* FONTES) E A DO ARQUIVO CORRENTE.
77  WA-GLOBAL-INI                PIC 9(014)          VALUE ZEROS.
77  WA-GLOBAL-FIM                PIC 9(014)          VALUE ZEROS.
77  WA-JAN-INI                   PIC 9(014)          VALUE ZEROS.
77  WA-JAN-FIM                   PIC 9(014)          VALUE ZEROS.
77  WA-JAN-DATA-MOV              PIC 9(008)          VALUE ZEROS.
77  WA-JAN-CONHECIDA             PIC X(001)          VALUE "N".
    88  WA-JAN-CONHECIDA-SIM                         VALUE "S".
77  WA-QTD-JANELAS               PIC 9(005)          VALUE ZEROS.
77  WA-JANELAS-SEM-CARIMBO       PIC 9(005)          VALUE ZEROS.

* ARQUIVO CORRENTE DO MOVIMENTO.
77  WA-ARQ-CORRENTE              PIC X(200)          VALUE SPACES.
77  WA-BASE-CORRENTE             PIC X(032)          VALUE SPACES.
77  WA-CAMINHO                   PIC X(200)          VALUE SPACES.
77  WA-BASE                      PIC X(032)          VALUE SPACES.
77  WA-POS-BARRA                 PIC 9(003)          VALUE ZEROS.
77  WA-SCAN-IDX                  PIC 9(003)          VALUE ZEROS.

*--------------------------------------------------------------------*
* REGRAS DO vendquem.ctl.                                             *
*--------------------------------------------------------------------*
77  WA-QTD-REGRAS-T              PIC 9(003)  COMP    VALUE ZEROS.
01  WA-TAB-REGRAS-T.
    03  WA-RGT                   OCCURS 100 TIMES.
        05  WA-RGT-ARQUIVO       PIC X(032).
        05  WA-RGT-TIPO          PIC X(003).
        05  WA-RGT-ORIGEM        PIC X(001).
        05  WA-RGT-POSICAO       PIC 9(005).
        05  WA-RGT-TAMANHO       PIC 9(002).
77  WA-QTD-REGRAS-P              PIC 9(003)  COMP    VALUE ZEROS.
01  WA-TAB-REGRAS-P.
    03  WA-RGP                   OCCURS 200 TIMES.
        05  WA-RGP-ARQUIVO       PIC X(032).
        05  WA-RGP-PROGRAMA      PIC X(030).
77  WA-REGRAS-INVALIDAS          PIC 9(005)          VALUE ZEROS.
77  WA-RGX                       PIC 9(003)  COMP    VALUE ZEROS.

*--------------------------------------------------------------------*
* FONTES CARREGADAS (SO O QUE CRUZA A JANELA GLOBAL).                 *
*--------------------------------------------------------------------*
77  WA-QTD-TRAVAS                PIC 9(005)  COMP    VALUE ZEROS.
01  WA-TAB-TRAVAS.
    03  WA-TRV                   OCCURS 5000 TIMES.
        05  WA-TRV-TIPO          PIC X(003).
        05  WA-TRV-CODIGO        PIC 9(008).
        05  WA-TRV-USUARIO       PIC X(030).
        05  WA-TRV-EVENTO        PIC X(008).
        05  WA-TRV-INI           PIC 9(014).
        05  WA-TRV-FIM           PIC 9(014).
77  WA-QTD-PASSOS                PIC 9(005)  COMP    VALUE ZEROS.
* PASSO QUE SO LE A VENDAS (CHECKSUM, CONFERENCIA, CONSULTA, FEED) NAO
* EXPLICA MUDANCA NENHUMA - NEM ENTRA NA TABELA.
77  WA-PASSO-PROGRAMA            PIC X(030)          VALUE SPACES.
    88  WA-PASSO-SO-LEITURA      VALUE "VENDRECH" "VENDCKS" "VENDQUEM"
                                       "VENDIDX" "DQSCAN" "XFDQRY"
                                       "VENDFEED".
01  WA-TAB-PASSOS.
    03  WA-PSS                   OCCURS 2000 TIMES.
        05  WA-PSS-PROGRAMA      PIC X(030).
        05  WA-PSS-CADEIA        PIC X(012).
        05  WA-PSS-SITUACAO      PIC X(018).
        05  WA-PSS-INI           PIC 9(014).
        05  WA-PSS-FIM           PIC 9(014).
77  WA-QTD-CORRECOES             PIC 9(005)  COMP    VALUE ZEROS.
01  WA-TAB-CORRECOES.
    03  WA-COR                   OCCURS 2000 TIMES.
        05  WA-COR-ORIGEM        PIC X(008).
        05  WA-COR-ARQUIVO       PIC X(032).
        05  WA-COR-CHAVE         PIC X(060).
        05  WA-COR-DETALHE       PIC X(032).
        05  WA-COR-CARIMBO       PIC 9(014).
77  WA-QTD-ARQUIVAMENTOS         PIC 9(005)  COMP    VALUE ZEROS.
01  WA-TAB-ARQUIVAMENTOS.
    03  WA-ARQ                   OCCURS 200 TIMES.
        05  WA-ARQ-ARQUIVO       PIC X(032).
        05  WA-ARQ-DATA-MOV      PIC 9(008).
        05  WA-ARQ-MOVIDOS       PIC 9(009).
        05  WA-ARQ-CARIMBO       PIC 9(014).
77  WA-FONTES-DESCARTADAS        PIC 9(007)          VALUE ZEROS.
77  WA-LIDAS-TRAVAS              PIC 9(007)          VALUE ZEROS.
77  WA-LIDAS-PASSOS              PIC 9(007)          VALUE ZEROS.
77  WA-LIDAS-CORRECOES           PIC 9(007)          VALUE ZEROS.
77  WA-LIDAS-ARQUIVAMENTOS       PIC 9(007)          VALUE ZEROS.
77  WA-LOGS-BATCH                PIC 9(003)          VALUE ZEROS.
77  WA-IDX                       PIC 9(005)  COMP    VALUE ZEROS.

*--------------------------------------------------------------------*
* CODIGOS DE TRAVA DA MUDANCA CORRENTE E O RESULTADO DA BUSCA.        *
*--------------------------------------------------------------------*
77  WA-QTD-CODIGOS               PIC 9(002)  COMP    VALUE ZEROS.
01  WA-TAB-CODIGOS.
    03  WA-CDG                   OCCURS 10 TIMES.
        05  WA-CDG-TIPO          PIC X(003).
        05  WA-CDG-CODIGO        PIC 9(008).
77  WA-CDX                       PIC 9(002)  COMP    VALUE ZEROS.
77  WA-TEM-REGRA-T               PIC X(001)          VALUE "N".
    88  WA-TEM-REGRA-T-SIM                           VALUE "S".
77  WA-TEM-REGRA-P               PIC X(001)          VALUE "N".
    88  WA-TEM-REGRA-P-SIM                           VALUE "S".
77  WA-PROGRAMA-GRAVADOR         PIC X(001)          VALUE "N".
    88  WA-PROGRAMA-GRAVADOR-SIM                     VALUE "S".
77  WA-CODIGO-TXT                PIC X(008)          VALUE SPACES.
77  WA-CHAVE-TRAB                PIC X(060)          VALUE SPACES.
77  WA-CODIGO-TAM                PIC 9(003)          VALUE ZEROS.
77  WA-CODIGO-NUM                PIC 9(008)          VALUE ZEROS.

77  WA-ACHOU-CORRECAO            PIC 9(005)  COMP    VALUE ZEROS.
77  WA-ACHOU-ARQUIVAMENTO        PIC 9(005)  COMP    VALUE ZEROS.
77  WA-ACHOU-TRAVA               PIC 9(005)  COMP    VALUE ZEROS.
77  WA-ACHOU-PASSO               PIC 9(005)  COMP    VALUE ZEROS.
77  WA-QTD-TRAVAS-MUDANCA        PIC 9(005)          VALUE ZEROS.
77  WA-QTD-PASSOS-MUDANCA        PIC 9(005)          VALUE ZEROS.
77  WA-OPERACAO-TXT              PIC X(008)          VALUE SPACES.
77  WA-ED-QTD                    PIC ZZZZ9.
77  WA-ED-MOVIDOS                PIC ZZZZZZZZ9.
77  WA-ED-TRAVAS                 PIC ZZZZ9.
77  WA-ED-PASSOS                 PIC ZZZZ9.
77  WA-ED-CORRECOES              PIC ZZZZ9.
77  WA-ED-ARQUIVAMENTOS          PIC ZZZZ9.
77  WA-ROTULO                    PIC X(012)          VALUE SPACES.

77  WA-TOTAL-MUDANCAS            PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-EXPLICADAS          PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-NAO-EXPLICADAS      PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-POR-CORRECAO        PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-POR-ARQUIVAMENTO    PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-POR-EDICAO          PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-POR-BATCH           PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-ALERTAS             PIC 9(005)          VALUE ZEROS.
77  WA-LIMITE-ALERTAS            PIC 9(005)          VALUE 20.

77  WA-ALR-PROGRAMA              PIC X(030)          VALUE "VENDQUEM".
77  WA-ALR-SEVERIDADE            PIC X(001)          VALUE "A".
77  WA-ALR-TEXTO                 PIC X(150)          VALUE SPACES.
77  WA-ALR-RETORNO               PIC 9(002)          VALUE ZEROS.

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    PERFORM 2000-CARREGAR-FONTES.
    PERFORM 3000-CORRELACIONAR.
    PERFORM 8000-TRAILER.
    PERFORM 9999-FINALIZAR.
    MOVE 0 TO RETURN-CODE.
    STOP RUN.

1000-INICIALIZAR.
    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.

    OPEN OUTPUT VENDQUEM-RPT.
    IF  SW-STATUS-RPT(1:1) NOT = ZEROS
        DISPLAY "VENDQUEM - NAO CRIOU vendquem.rpt, STATUS "
                SW-STATUS-RPT UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO RPT-LINHA.
    STRING "AUTORIA DAS MUDANCAS POR REGISTRO DA VENDAS - MOVIMENTO "
                                    DELIMITED BY SIZE
           WA-DMR-DATA              DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

*   O vendrech-mov.txt E O MAIS NOVO; SEM ELE, O VENDFEED JA O VIROU
*   vendrech-mov.ant - E A MESMA COMPARACAO.
    MOVE "vendrech-mov.txt" TO WA-NOME-MOV.
    OPEN INPUT MOV-FILE.
    IF  SW-STATUS-MOV(1:1) NOT = ZEROS
        MOVE "vendrech-mov.ant" TO WA-NOME-MOV
        OPEN INPUT MOV-FILE
    END-IF.
    IF  SW-STATUS-MOV(1:1) NOT = ZEROS
        MOVE "SEM vendrech-mov.txt NEM vendrech-mov.ant - NADA A CORRELACIONAR"
             TO RPT-LINHA
        WRITE RPT-LINHA
        CLOSE VENDQUEM-RPT
        DISPLAY "VENDQUEM - SEM MOVIMENTO DO VENDRECH (vendrech-mov.txt"
                "/.ant), STATUS " SW-STATUS-MOV UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*   PRIMEIRA PASSADA: SO AS LINHAS "A", PARA A JANELA GLOBAL.
    MOVE WA-CARIMBO-MAXIMO TO WA-GLOBAL-INI.
    MOVE ZEROS             TO WA-GLOBAL-FIM.
    MOVE "N" TO WA-FIM-MOV.
    PERFORM 1300-LER-JANELA
            WITH TEST AFTER
            UNTIL WA-FIM-MOV-SIM.
    CLOSE MOV-FILE.
    IF  WA-GLOBAL-INI > WA-GLOBAL-FIM
        MOVE ZEROS             TO WA-GLOBAL-INI
        MOVE WA-CARIMBO-MAXIMO TO WA-GLOBAL-FIM
    END-IF.

    MOVE SPACES TO RPT-LINHA.
    STRING "MOVIMENTO LIDO: "     DELIMITED BY SIZE
           WA-NOME-MOV            DELIMITED BY SPACE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    IF  WA-JANELAS-SEM-CARIMBO > ZEROS
        MOVE "  (COMPARACAO SEM JANELA GRAVADA - VENDRECH ANTIGO: VALE"
             TO RPT-LINHA
        WRITE RPT-LINHA
        MOVE "   QUALQUER EVIDENCIA ATE A DATA, CAUSAS SO CANDIDATAS)"
             TO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.

    OPEN INPUT QUEM-CTL.
    IF  SW-STATUS-CTL(1:1) = ZEROS
        MOVE "N" TO WA-FIM
        PERFORM 1100-LER-REGRA
                WITH TEST AFTER
                UNTIL WA-FIM-SIM
        CLOSE QUEM-CTL
    END-IF.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

1100-LER-REGRA.
    READ QUEM-CTL
         AT END SET WA-FIM-SIM TO TRUE
         NOT AT END
             IF  QCT-LINHA NOT = SPACES AND QCT-REGRA NOT = "*"
                 PERFORM 1110-GUARDAR-REGRA
             END-IF
    END-READ.

1110-GUARDAR-REGRA.
    EVALUATE TRUE
        WHEN QCT-REGRA-TRAVA
             AND QCT-ARQUIVO NOT = SPACES
             AND QCT-TIPO NOT = SPACES
             AND (QCT-ORIGEM = "C" OR QCT-ORIGEM = "I")
             AND QCT-POSICAO IS NUMERIC
             AND QCT-TAMANHO IS NUMERIC
             AND QCT-TAMANHO > "00" AND QCT-TAMANHO NOT > "08"
             AND QCT-POSICAO > "00000"
             AND WA-QTD-REGRAS-T < 100
            ADD 1 TO WA-QTD-REGRAS-T
            MOVE QCT-ARQUIVO TO WA-RGT-ARQUIVO(WA-QTD-REGRAS-T)
            MOVE QCT-TIPO    TO WA-RGT-TIPO(WA-QTD-REGRAS-T)
            MOVE QCT-ORIGEM  TO WA-RGT-ORIGEM(WA-QTD-REGRAS-T)
            MOVE QCT-POSICAO TO WA-RGT-POSICAO(WA-QTD-REGRAS-T)
            MOVE QCT-TAMANHO TO WA-RGT-TAMANHO(WA-QTD-REGRAS-T)
        WHEN QCT-REGRA-PROGRAMA
             AND QCT-ARQUIVO NOT = SPACES
             AND QCT-PROGRAMA NOT = SPACES
             AND WA-QTD-REGRAS-P < 200
            ADD 1 TO WA-QTD-REGRAS-P
            MOVE QCT-ARQUIVO  TO WA-RGP-ARQUIVO(WA-QTD-REGRAS-P)
            MOVE QCT-PROGRAMA TO WA-RGP-PROGRAMA(WA-QTD-REGRAS-P)
        WHEN OTHER
            ADD 1 TO WA-REGRAS-INVALIDAS
            MOVE SPACES TO RPT-LINHA
            STRING "REGRA IGNORADA NO vendquem.ctl: " DELIMITED BY SIZE
                   QCT-LINHA                          DELIMITED BY SIZE
                   INTO RPT-LINHA
            WRITE RPT-LINHA
    END-EVALUATE.

1300-LER-JANELA.
    READ MOV-FILE
         AT END SET WA-FIM-MOV-SIM TO TRUE
         NOT AT END
             IF  MOV-ARQUIVO-COMPARADO
                 PERFORM 1310-MONTAR-JANELA
                 IF  WA-JAN-INI < WA-GLOBAL-INI
                     MOVE WA-JAN-INI TO WA-GLOBAL-INI
                 END-IF
                 IF  WA-JAN-FIM > WA-GLOBAL-FIM
                     MOVE WA-JAN-FIM TO WA-GLOBAL-FIM
                 END-IF
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* JANELA DE UMA LINHA "A": SNAPSHOT ANTERIOR ATE A COMPARACAO.  LINHA *
* DE VENDRECH ANTIGO (AREA EM BRANCO) NAO TEM JANELA - VALE TUDO.     *
*--------------------------------------------------------------------*
1310-MONTAR-JANELA.
*   LINHA ANTIGA, SEM A COLUNA DA DATA DE MOVIMENTO, TRAZIA ELA NO
*   MOV-DATA.
    IF  MOV-DATA-MOVIMENTO IS NUMERIC AND MOV-DATA-MOVIMENTO > ZEROS
        MOVE MOV-DATA-MOVIMENTO TO WA-JAN-DATA-MOV
    ELSE
        MOVE MOV-DATA           TO WA-JAN-DATA-MOV
    END-IF.
    IF  MOV-SNAP-ANT-DATA IS NUMERIC AND MOV-SNAP-ANT-HORA IS NUMERIC
        AND MOV-COMPARA-DATA IS NUMERIC AND MOV-COMPARA-HORA IS NUMERIC
        AND MOV-COMPARA-DATA > ZEROS
        MOVE "S" TO WA-JAN-CONHECIDA
        MOVE MOV-SNAP-ANT-DATA TO WA-CAR-DATA
        MOVE MOV-SNAP-ANT-HORA TO WA-CAR-HORA
        MOVE WA-CARIMBO-N      TO WA-JAN-INI
        MOVE MOV-COMPARA-DATA  TO WA-CAR-DATA
        MOVE MOV-COMPARA-HORA  TO WA-CAR-HORA
        MOVE WA-CARIMBO-N      TO WA-JAN-FIM
    ELSE
        MOVE "N" TO WA-JAN-CONHECIDA
        ADD 1 TO WA-JANELAS-SEM-CARIMBO
        MOVE ZEROS             TO WA-JAN-INI
        MOVE WA-CARIMBO-MAXIMO TO WA-JAN-FIM
    END-IF.

*--------------------------------------------------------------------*
* CARGA DAS FONTES - CADA UMA OPCIONAL (SEM O ARQUIVO, SEM CAUSAS     *
* DAQUELE TIPO).  SO ENTRA O QUE CRUZA A JANELA GLOBAL.               *
*--------------------------------------------------------------------*
2000-CARREGAR-FONTES.
    OPEN INPUT AUD-FILE.
    IF  SW-STATUS-AUD(1:1) = ZEROS
        MOVE "N" TO WA-FIM
        PERFORM 2100-LER-TRAVA
                WITH TEST AFTER
                UNTIL WA-FIM-SIM
        CLOSE AUD-FILE
    END-IF.

    MOVE "batdrv.log" TO WA-NOME-LOG.
    MOVE SPACES       TO WA-CADEIA-CORRENTE.
    PERFORM 2200-LER-LOG-BATCH.
    OPEN INPUT CADEIAS-CTL.
    IF  SW-STATUS-CAD(1:1) = ZEROS
        MOVE "N" TO WA-FIM
        PERFORM 2300-LER-CADEIA
                WITH TEST AFTER
                UNTIL WA-FIM-SIM
        CLOSE CADEIAS-CTL
    END-IF.

    OPEN INPUT DQFIX-LOG.
    IF  SW-STATUS-DQL(1:1) = ZEROS
        MOVE "N" TO WA-FIM
        PERFORM 2400-LER-DQFIX
                WITH TEST AFTER
                UNTIL WA-FIM-SIM
        CLOSE DQFIX-LOG
    END-IF.

    OPEN INPUT VENDRST-LOG.
    IF  SW-STATUS-VRL(1:1) = ZEROS
        MOVE "N" TO WA-FIM
        PERFORM 2500-LER-VENDRST
                WITH TEST AFTER
                UNTIL WA-FIM-SIM
        CLOSE VENDRST-LOG
    END-IF.

    OPEN INPUT VENDARQ-HIST.
    IF  SW-STATUS-ARH(1:1) = ZEROS
        MOVE "N" TO WA-FIM
        PERFORM 2600-LER-ARQUIVAMENTO
                WITH TEST AFTER
                UNTIL WA-FIM-SIM
        CLOSE VENDARQ-HIST
    END-IF.

    MOVE WA-QTD-TRAVAS        TO WA-ED-TRAVAS.
    MOVE WA-QTD-PASSOS        TO WA-ED-PASSOS.
    MOVE WA-QTD-CORRECOES     TO WA-ED-CORRECOES.
    MOVE WA-QTD-ARQUIVAMENTOS TO WA-ED-ARQUIVAMENTOS.
    MOVE SPACES TO RPT-LINHA.
    STRING "EVIDENCIAS NA JANELA - TRAVAS:" DELIMITED BY SIZE
           WA-ED-TRAVAS                     DELIMITED BY SIZE
           "  PASSOS DE BATCH:"             DELIMITED BY SIZE
           WA-ED-PASSOS                     DELIMITED BY SIZE
           "  CORRECOES:"                   DELIMITED BY SIZE
           WA-ED-CORRECOES                  DELIMITED BY SIZE
           "  ARQUIVAMENTOS:"               DELIMITED BY SIZE
           WA-ED-ARQUIVAMENTOS              DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    IF  WA-FONTES-DESCARTADAS > ZEROS
        MOVE SPACES TO RPT-LINHA
        STRING "  ATENCAO: "                   DELIMITED BY SIZE
               WA-FONTES-DESCARTADAS           DELIMITED BY SIZE
               " EVIDENCIA(S) ALEM DA CAPACIDADE DAS TABELAS NAO FORAM "
                                               DELIMITED BY SIZE
               "CONSIDERADAS"                  DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* TRAVAS: A CONCESSAO (TRAVA/FILA) VALE PELO PROPRIO INSTANTE; A      *
* LIBERACAO (LIBERA/FORCADA/VARRIDA) TRAZ O PERIODO INTEIRO EM QUE O  *
* DONO SEGUROU O REGISTRO.  NEGADA E CONFLITO NAO GRAVARAM NADA.      *
*--------------------------------------------------------------------*
2100-LER-TRAVA.
    READ AUD-FILE
         AT END SET WA-FIM-SIM TO TRUE
         NOT AT END
             ADD 1 TO WA-LIDAS-TRAVAS
             PERFORM 2110-GUARDAR-TRAVA
    END-READ.

2110-GUARDAR-TRAVA.
    IF  AUD-EVENTO NOT = "TRAVA"   AND AUD-EVENTO NOT = "FILA"
        AND AUD-EVENTO NOT = "LIBERA" AND AUD-EVENTO NOT = "FORCADA"
        AND AUD-EVENTO NOT = "VARRIDA"
        CONTINUE
    ELSE
        IF  AUD-DATA-TRAVA IS NUMERIC AND AUD-HORA-TRAVA IS NUMERIC
            MOVE AUD-DATA-TRAVA TO WA-CAR-DATA
            MOVE AUD-HORA-TRAVA TO WA-CAR-HORA
            MOVE WA-CARIMBO-N   TO WA-CARIMBO-FIM
            IF  (AUD-EVENTO = "LIBERA" OR AUD-EVENTO = "FORCADA"
                 OR AUD-EVENTO = "VARRIDA")
                AND AUD-DATA-LIBERACAO IS NUMERIC
                AND AUD-HORA-LIBERACAO IS NUMERIC
                AND AUD-DATA-LIBERACAO > ZEROS
                MOVE AUD-DATA-LIBERACAO TO WA-CAR-DATA
                MOVE AUD-HORA-LIBERACAO TO WA-CAR-HORA
                MOVE WA-CARIMBO-N       TO WA-CARIMBO-FIM
                MOVE AUD-DATA-TRAVA     TO WA-CAR-DATA
                MOVE AUD-HORA-TRAVA     TO WA-CAR-HORA
            END-IF
            IF  WA-CARIMBO-N NOT > WA-GLOBAL-FIM
                AND WA-CARIMBO-FIM NOT < WA-GLOBAL-INI
                IF  WA-QTD-TRAVAS < 5000
                    ADD 1 TO WA-QTD-TRAVAS
                    MOVE AUD-TIPO       TO WA-TRV-TIPO(WA-QTD-TRAVAS)
                    MOVE AUD-CODIGO     TO WA-TRV-CODIGO(WA-QTD-TRAVAS)
                    MOVE AUD-USUARIO    TO WA-TRV-USUARIO(WA-QTD-TRAVAS)
                    MOVE AUD-EVENTO     TO WA-TRV-EVENTO(WA-QTD-TRAVAS)
                    MOVE WA-CARIMBO-N   TO WA-TRV-INI(WA-QTD-TRAVAS)
                    MOVE WA-CARIMBO-FIM TO WA-TRV-FIM(WA-QTD-TRAVAS)
                ELSE
                    ADD 1 TO WA-FONTES-DESCARTADAS
                END-IF
            END-IF
        END-IF
    END-IF.

*--------------------------------------------------------------------*
* UM LOG VIVO DO BATDRV (WA-NOME-LOG / WA-CADEIA-CORRENTE).  SO       *
* PASSO QUE RODOU DE FATO - OK OU FALHOU; SEGURADO, PULADO, ESPERA E  *
* ECO DE COMANDO DE OPERADOR NAO TOCARAM EM ARQUIVO, E OS PASSOS QUE  *
* SO LEEM A VENDAS (WA-PASSO-SO-LEITURA) TAMBEM NAO.  PASSO AINDA SEM *
* FIM GRAVADO VALE ATE O FIM DA JANELA.                               *
*--------------------------------------------------------------------*
2200-LER-LOG-BATCH.
    OPEN INPUT BATDRV-LOG.
    IF  SW-STATUS-LOG(1:1) = ZEROS
        ADD 1 TO WA-LOGS-BATCH
        MOVE "N" TO WA-FIM-MOV
        PERFORM 2210-LER-PASSO
                WITH TEST AFTER
                UNTIL WA-FIM-MOV-SIM
        CLOSE BATDRV-LOG
    END-IF.

2210-LER-PASSO.
    READ BATDRV-LOG
         AT END SET WA-FIM-MOV-SIM TO TRUE
         NOT AT END
             ADD 1 TO WA-LIDAS-PASSOS
             MOVE FUNCTION UPPER-CASE(LOG-PROGRAMA) TO WA-PASSO-PROGRAMA
             IF  (LOG-SITUACAO = "OK" OR LOG-SITUACAO(1:6) = "FALHOU")
                 AND LOG-DATA-INICIO IS NUMERIC
                 AND LOG-HORA-INICIO IS NUMERIC
                 AND NOT WA-PASSO-SO-LEITURA
                 PERFORM 2220-GUARDAR-PASSO
             END-IF
    END-READ.

2220-GUARDAR-PASSO.
    MOVE WA-CARIMBO-MAXIMO TO WA-CARIMBO-FIM.
    IF  LOG-DATA-FIM IS NUMERIC AND LOG-HORA-FIM IS NUMERIC
        AND LOG-DATA-FIM > ZEROS
        MOVE LOG-DATA-FIM TO WA-CAR-DATA
        MOVE LOG-HORA-FIM TO WA-CAR-HORA
        MOVE WA-CARIMBO-N TO WA-CARIMBO-FIM
    END-IF.
    MOVE LOG-DATA-INICIO TO WA-CAR-DATA.
    MOVE LOG-HORA-INICIO TO WA-CAR-HORA.
    IF  WA-CARIMBO-N NOT > WA-GLOBAL-FIM
        AND WA-CARIMBO-FIM NOT < WA-GLOBAL-INI
        IF  WA-QTD-PASSOS < 2000
            ADD 1 TO WA-QTD-PASSOS
            MOVE LOG-PROGRAMA       TO WA-PSS-PROGRAMA(WA-QTD-PASSOS)
            MOVE WA-CADEIA-CORRENTE TO WA-PSS-CADEIA(WA-QTD-PASSOS)
            MOVE LOG-SITUACAO       TO WA-PSS-SITUACAO(WA-QTD-PASSOS)
            MOVE WA-CARIMBO-N       TO WA-PSS-INI(WA-QTD-PASSOS)
            MOVE WA-CARIMBO-FIM     TO WA-PSS-FIM(WA-QTD-PASSOS)
        ELSE
            ADD 1 TO WA-FONTES-DESCARTADAS
        END-IF
    END-IF.

2300-LER-CADEIA.
    READ CADEIAS-CTL
         AT END SET WA-FIM-SIM TO TRUE
         NOT AT END
             IF  CAD-NOME NOT = SPACES
                 MOVE CAD-NOME TO WA-CADEIA-CORRENTE
                 MOVE SPACES   TO WA-NOME-LOG
                 STRING "batdrv-"                DELIMITED BY SIZE
                        FUNCTION TRIM(CAD-NOME)  DELIMITED BY SIZE
                        ".log"                   DELIMITED BY SIZE
                        INTO WA-NOME-LOG
                 PERFORM 2200-LER-LOG-BATCH
             END-IF
    END-READ.

2400-LER-DQFIX.
    READ DQFIX-LOG
         AT END SET WA-FIM-SIM TO TRUE
         NOT AT END
             ADD 1 TO WA-LIDAS-CORRECOES
             IF  DQL-SITUACAO = "APLICADA"
                 AND DQL-DATA IS NUMERIC AND DQL-HORA IS NUMERIC
                 MOVE DQL-DATA TO WA-CAR-DATA
                 MOVE DQL-HORA TO WA-CAR-HORA
                 IF  WA-CARIMBO-N NOT < WA-GLOBAL-INI
                     AND WA-CARIMBO-N NOT > WA-GLOBAL-FIM
                     PERFORM 2410-GUARDAR-DQFIX
                 END-IF
             END-IF
    END-READ.

2410-GUARDAR-DQFIX.
    IF  WA-QTD-CORRECOES < 2000
        ADD 1 TO WA-QTD-CORRECOES
        MOVE "DQFIX"      TO WA-COR-ORIGEM(WA-QTD-CORRECOES)
        MOVE DQL-ARQUIVO  TO WA-COR-ARQUIVO(WA-QTD-CORRECOES)
        MOVE DQL-CHAVE    TO WA-COR-CHAVE(WA-QTD-CORRECOES)
        MOVE DQL-CAMPO    TO WA-COR-DETALHE(WA-QTD-CORRECOES)
        MOVE WA-CARIMBO-N TO WA-COR-CARIMBO(WA-QTD-CORRECOES)
    ELSE
        ADD 1 TO WA-FONTES-DESCARTADAS
    END-IF.

*--------------------------------------------------------------------*
* VENDRST: SO "RESTAUROU" MEXEU NO VIVO.  CHAVE EM BRANCO E A         *
* RESTAURACAO DO ARQUIVO INTEIRO - EXPLICA QUALQUER CHAVE DELE.       *
*--------------------------------------------------------------------*
2500-LER-VENDRST.
    READ VENDRST-LOG
         AT END SET WA-FIM-SIM TO TRUE
         NOT AT END
             ADD 1 TO WA-LIDAS-CORRECOES
             IF  VRL-ACAO = "RESTAUROU"
                 AND VRL-DATA IS NUMERIC AND VRL-HORA IS NUMERIC
                 MOVE VRL-DATA TO WA-CAR-DATA
                 MOVE VRL-HORA TO WA-CAR-HORA
                 IF  WA-CARIMBO-N NOT < WA-GLOBAL-INI
                     AND WA-CARIMBO-N NOT > WA-GLOBAL-FIM
                     PERFORM 2510-GUARDAR-VENDRST
                 END-IF
             END-IF
    END-READ.

2510-GUARDAR-VENDRST.
    IF  WA-QTD-CORRECOES < 2000
        MOVE VRL-ARQUIVO TO WA-CAMINHO
        PERFORM 3900-ACHAR-BASE
        ADD 1 TO WA-QTD-CORRECOES
        MOVE "VENDRST"    TO WA-COR-ORIGEM(WA-QTD-CORRECOES)
        MOVE WA-BASE      TO WA-COR-ARQUIVO(WA-QTD-CORRECOES)
        MOVE VRL-CHAVE    TO WA-COR-CHAVE(WA-QTD-CORRECOES)
        IF  VRL-CHAVE = SPACES
            MOVE "ARQUIVO INTEIRO" TO WA-COR-DETALHE(WA-QTD-CORRECOES)
        ELSE
            MOVE "REGISTRO"        TO WA-COR-DETALHE(WA-QTD-CORRECOES)
        END-IF
        MOVE WA-CARIMBO-N TO WA-COR-CARIMBO(WA-QTD-CORRECOES)
    ELSE
        ADD 1 TO WA-FONTES-DESCARTADAS
    END-IF.

*--------------------------------------------------------------------*
* VENDARQ: RODADA "OK" QUE MOVEU REGISTROS.  ARH-DATA E A DATA DE     *
* MOVIMENTO (ARH-HORA DO RELOGIO) - GUARDADA TAMBEM SOZINHA PARA      *
* CASAR COM A DATA DE MOVIMENTO DA COMPARACAO.                        *
*--------------------------------------------------------------------*
2600-LER-ARQUIVAMENTO.
    READ VENDARQ-HIST
         AT END SET WA-FIM-SIM TO TRUE
         NOT AT END
             ADD 1 TO WA-LIDAS-ARQUIVAMENTOS
             IF  ARH-SITUACAO = "OK"
                 AND ARH-MOVIDOS IS NUMERIC AND ARH-MOVIDOS > ZEROS
                 AND ARH-DATA IS NUMERIC AND ARH-HORA IS NUMERIC
                 PERFORM 2610-GUARDAR-ARQUIVAMENTO
             END-IF
    END-READ.

2610-GUARDAR-ARQUIVAMENTO.
    IF  WA-QTD-ARQUIVAMENTOS < 200
        ADD 1 TO WA-QTD-ARQUIVAMENTOS
        MOVE ARH-DATA     TO WA-CAR-DATA
        MOVE ARH-HORA     TO WA-CAR-HORA
        MOVE ARH-ARQUIVO  TO WA-ARQ-ARQUIVO(WA-QTD-ARQUIVAMENTOS)
        MOVE ARH-DATA     TO WA-ARQ-DATA-MOV(WA-QTD-ARQUIVAMENTOS)
        MOVE ARH-MOVIDOS  TO WA-ARQ-MOVIDOS(WA-QTD-ARQUIVAMENTOS)
        MOVE WA-CARIMBO-N TO WA-ARQ-CARIMBO(WA-QTD-ARQUIVAMENTOS)
    ELSE
        ADD 1 TO WA-FONTES-DESCARTADAS
    END-IF.

*--------------------------------------------------------------------*
* SEGUNDA PASSADA NO MOVIMENTO: CADA "A" ABRE UM ARQUIVO (E A JANELA  *
* DELE), CADA I/U/D E UMA MUDANCA A EXPLICAR.                         *
*--------------------------------------------------------------------*
3000-CORRELACIONAR.
    OPEN INPUT MOV-FILE.
    MOVE "N" TO WA-FIM-MOV.
    PERFORM 3010-LER-MOVIMENTO
            WITH TEST AFTER
            UNTIL WA-FIM-MOV-SIM.
    CLOSE MOV-FILE.

3010-LER-MOVIMENTO.
    READ MOV-FILE
         AT END SET WA-FIM-MOV-SIM TO TRUE
         NOT AT END
             EVALUATE TRUE
                 WHEN MOV-ARQUIVO-COMPARADO
                     PERFORM 3100-NOVO-ARQUIVO
                 WHEN MOV-INCLUSAO OR MOV-ALTERACAO OR MOV-REMOCAO
                     PERFORM 3200-CLASSIFICAR-MUDANCA
                             THRU 3200-CLASSIFICAR-MUDANCA-EXIT
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE
    END-READ.

3100-NOVO-ARQUIVO.
    ADD 1 TO WA-QTD-JANELAS.
    MOVE MOV-ARQUIVO TO WA-ARQ-CORRENTE WA-CAMINHO.
    PERFORM 3900-ACHAR-BASE.
    MOVE WA-BASE TO WA-BASE-CORRENTE.
    PERFORM 1310-MONTAR-JANELA.

    MOVE "N" TO WA-TEM-REGRA-T WA-TEM-REGRA-P.
    PERFORM 3110-CONFERIR-REGRAS
            VARYING WA-RGX FROM 1 BY 1
            UNTIL WA-RGX > WA-QTD-REGRAS-T.
    PERFORM 3120-CONFERIR-GRAVADORES
            VARYING WA-RGX FROM 1 BY 1
            UNTIL WA-RGX > WA-QTD-REGRAS-P.

    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    IF  WA-JAN-CONHECIDA-SIM
        MOVE WA-JAN-INI TO WA-CARIMBO-ED-N
        PERFORM 7900-EDITAR-CARIMBO
        MOVE WA-CARIMBO-TXT TO WA-CARIMBO-TXT-2
        MOVE WA-JAN-FIM TO WA-CARIMBO-ED-N
        PERFORM 7900-EDITAR-CARIMBO
        MOVE SPACES TO RPT-LINHA
        STRING "ARQUIVO "          DELIMITED BY SIZE
               WA-ARQ-CORRENTE     DELIMITED BY SPACE
               " - JANELA DE "     DELIMITED BY SIZE
               WA-CARIMBO-TXT-2    DELIMITED BY SIZE
               " A "               DELIMITED BY SIZE
               WA-CARIMBO-TXT      DELIMITED BY SIZE
               INTO RPT-LINHA
    ELSE
        MOVE SPACES TO RPT-LINHA
        STRING "ARQUIVO "          DELIMITED BY SIZE
               WA-ARQ-CORRENTE     DELIMITED BY SPACE
               " - JANELA DESCONHECIDA (COMPARACAO SEM CARIMBO)"
                                   DELIMITED BY SIZE
               INTO RPT-LINHA
    END-IF.
    WRITE RPT-LINHA.

3110-CONFERIR-REGRAS.
    IF  WA-RGT-ARQUIVO(WA-RGX) = WA-BASE-CORRENTE
        MOVE "S" TO WA-TEM-REGRA-T
    END-IF.

3120-CONFERIR-GRAVADORES.
    IF  WA-RGP-ARQUIVO(WA-RGX) = WA-BASE-CORRENTE
        MOVE "S" TO WA-TEM-REGRA-P
    END-IF.

*--------------------------------------------------------------------*
* UMA MUDANCA: PROCURA AS QUATRO CAUSAS, ROTULA, E SO A SEM NENHUMA   *
* VAI PARA A CENTRAL.                                                 *
*--------------------------------------------------------------------*
3200-CLASSIFICAR-MUDANCA.
    ADD 1 TO WA-TOTAL-MUDANCAS.
    EVALUATE TRUE
        WHEN MOV-INCLUSAO  MOVE "INCLUIDO" TO WA-OPERACAO-TXT
        WHEN MOV-ALTERACAO MOVE "ALTERADO" TO WA-OPERACAO-TXT
        WHEN OTHER         MOVE "REMOVIDO" TO WA-OPERACAO-TXT
    END-EVALUATE.

    MOVE ZEROS TO WA-ACHOU-CORRECAO WA-ACHOU-ARQUIVAMENTO
                  WA-ACHOU-TRAVA WA-ACHOU-PASSO
                  WA-QTD-TRAVAS-MUDANCA WA-QTD-PASSOS-MUDANCA.

    PERFORM 3210-BUSCAR-CORRECAO
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-CORRECOES
               OR WA-ACHOU-CORRECAO > ZEROS.
    IF  MOV-REMOCAO
        PERFORM 3220-BUSCAR-ARQUIVAMENTO
                VARYING WA-IDX FROM 1 BY 1
                UNTIL WA-IDX > WA-QTD-ARQUIVAMENTOS
                   OR WA-ACHOU-ARQUIVAMENTO > ZEROS
    END-IF.
    PERFORM 3230-MONTAR-CODIGOS.
    PERFORM 3240-BUSCAR-TRAVAS
            VARYING WA-CDX FROM 1 BY 1
            UNTIL WA-CDX > WA-QTD-CODIGOS.
    PERFORM 3250-BUSCAR-PASSO
            THRU 3250-BUSCAR-PASSO-EXIT
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-PASSOS.

    IF  WA-ACHOU-CORRECAO = ZEROS AND WA-ACHOU-ARQUIVAMENTO = ZEROS
        AND WA-ACHOU-TRAVA = ZEROS AND WA-ACHOU-PASSO = ZEROS
        ADD 1 TO WA-TOTAL-NAO-EXPLICADAS
        MOVE SPACES TO RPT-LINHA
        STRING "  "               DELIMITED BY SIZE
               WA-OPERACAO-TXT    DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               MOV-CHAVE          DELIMITED BY "   "
               " - NAO EXPLICADA" DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        PERFORM 3290-ALERTAR THRU 3290-ALERTAR-EXIT
        GO TO 3200-CLASSIFICAR-MUDANCA-EXIT
    END-IF.

*   O ROTULO E A CAUSA MAIS FORTE: A CORRECAO E O ARQUIVAMENTO TEM
*   REGISTRO DA PROPRIA CHAVE/ARQUIVO, A TRAVA E DO CODIGO DO REGISTRO,
*   O PASSO DE BATCH SO COINCIDE NO TEMPO.  AS DEMAIS VAO COMO
*   CANDIDATAS NAS LINHAS DE BAIXO.
    ADD 1 TO WA-TOTAL-EXPLICADAS.
    EVALUATE TRUE
        WHEN WA-ACHOU-CORRECAO > ZEROS
            MOVE "CORRECAO"     TO WA-ROTULO
            ADD 1 TO WA-TOTAL-POR-CORRECAO
        WHEN WA-ACHOU-ARQUIVAMENTO > ZEROS
            MOVE "ARQUIVAMENTO" TO WA-ROTULO
            ADD 1 TO WA-TOTAL-POR-ARQUIVAMENTO
        WHEN WA-ACHOU-TRAVA > ZEROS
            MOVE "EDICAO"       TO WA-ROTULO
            ADD 1 TO WA-TOTAL-POR-EDICAO
        WHEN OTHER
            MOVE "BATCH"        TO WA-ROTULO
            ADD 1 TO WA-TOTAL-POR-BATCH
    END-EVALUATE.
    MOVE SPACES TO RPT-LINHA.
    STRING "  "               DELIMITED BY SIZE
           WA-OPERACAO-TXT    DELIMITED BY SIZE
           " "                DELIMITED BY SIZE
           MOV-CHAVE          DELIMITED BY "   "
           " - EXPLICADA POR " DELIMITED BY SIZE
           WA-ROTULO          DELIMITED BY SPACE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    PERFORM 3300-LISTAR-CAUSAS.

3200-CLASSIFICAR-MUDANCA-EXIT.
    EXIT.

3210-BUSCAR-CORRECAO.
    IF  WA-COR-ARQUIVO(WA-IDX) = WA-BASE-CORRENTE
        AND (WA-COR-CHAVE(WA-IDX) = MOV-CHAVE
             OR (WA-COR-ORIGEM(WA-IDX) = "VENDRST"
                 AND WA-COR-CHAVE(WA-IDX) = SPACES))
        AND WA-COR-CARIMBO(WA-IDX) NOT < WA-JAN-INI
        AND WA-COR-CARIMBO(WA-IDX) NOT > WA-JAN-FIM
        MOVE WA-IDX TO WA-ACHOU-CORRECAO
    END-IF.

3220-BUSCAR-ARQUIVAMENTO.
    IF  WA-ARQ-ARQUIVO(WA-IDX) = WA-BASE-CORRENTE
        AND ((WA-ARQ-CARIMBO(WA-IDX) NOT < WA-JAN-INI
              AND WA-ARQ-CARIMBO(WA-IDX) NOT > WA-JAN-FIM)
             OR WA-ARQ-DATA-MOV(WA-IDX) = WA-JAN-DATA-MOV)
        MOVE WA-IDX TO WA-ACHOU-ARQUIVAMENTO
    END-IF.

*--------------------------------------------------------------------*
* CODIGOS DE TRAVA DO REGISTRO: PELAS REGRAS "T" DO ARQUIVO (NA CHAVE *
* OU NA IMAGEM - A REMOCAO NAO TEM IMAGEM) OU, SEM REGRA, "VEN" COM A *
* CHAVE NUMERICA DE ATE 8 DIGITOS, COMO O VENDRST TRAVA.              *
*--------------------------------------------------------------------*
3230-MONTAR-CODIGOS.
    MOVE ZEROS TO WA-QTD-CODIGOS.
    IF  WA-TEM-REGRA-T-SIM
        PERFORM 3231-CODIGO-DA-REGRA
                VARYING WA-RGX FROM 1 BY 1
                UNTIL WA-RGX > WA-QTD-REGRAS-T
    ELSE
        MOVE ZEROS     TO WA-CODIGO-TAM
        MOVE MOV-CHAVE TO WA-CHAVE-TRAB
        INSPECT WA-CHAVE-TRAB
                TALLYING WA-CODIGO-TAM FOR CHARACTERS BEFORE INITIAL SPACE
        IF  WA-CODIGO-TAM > ZEROS AND WA-CODIGO-TAM NOT > 8
            AND MOV-CHAVE(1:WA-CODIGO-TAM) IS NUMERIC
            ADD 1 TO WA-QTD-CODIGOS
            MOVE "VEN" TO WA-CDG-TIPO(WA-QTD-CODIGOS)
            COMPUTE WA-CDG-CODIGO(WA-QTD-CODIGOS) =
                    FUNCTION NUMVAL(MOV-CHAVE(1:WA-CODIGO-TAM))
        END-IF
    END-IF.

3231-CODIGO-DA-REGRA.
    IF  WA-RGT-ARQUIVO(WA-RGX) = WA-BASE-CORRENTE
        AND WA-QTD-CODIGOS < 10
        MOVE SPACES TO WA-CODIGO-TXT
        IF  WA-RGT-ORIGEM(WA-RGX) = "C"
            AND WA-RGT-POSICAO(WA-RGX) + WA-RGT-TAMANHO(WA-RGX) <= 61
            MOVE MOV-CHAVE(WA-RGT-POSICAO(WA-RGX) :
                           WA-RGT-TAMANHO(WA-RGX))
              TO WA-CODIGO-TXT
        END-IF
        IF  WA-RGT-ORIGEM(WA-RGX) = "I" AND NOT MOV-REMOCAO
            AND WA-RGT-POSICAO(WA-RGX) + WA-RGT-TAMANHO(WA-RGX) <= 4001
            MOVE MOV-IMAGEM(WA-RGT-POSICAO(WA-RGX) :
                            WA-RGT-TAMANHO(WA-RGX))
              TO WA-CODIGO-TXT
        END-IF
        IF  WA-CODIGO-TXT NOT = SPACES
            AND WA-CODIGO-TXT(1:WA-RGT-TAMANHO(WA-RGX)) IS NUMERIC
            ADD 1 TO WA-QTD-CODIGOS
            MOVE WA-RGT-TIPO(WA-RGX) TO WA-CDG-TIPO(WA-QTD-CODIGOS)
            COMPUTE WA-CDG-CODIGO(WA-QTD-CODIGOS) =
                    FUNCTION NUMVAL(WA-CODIGO-TXT(1:
                                    WA-RGT-TAMANHO(WA-RGX)))
        END-IF
    END-IF.

3240-BUSCAR-TRAVAS.
    PERFORM 3241-CONFERIR-TRAVA
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-TRAVAS.

3241-CONFERIR-TRAVA.
    IF  WA-TRV-TIPO(WA-IDX)   = WA-CDG-TIPO(WA-CDX)
        AND WA-TRV-CODIGO(WA-IDX) = WA-CDG-CODIGO(WA-CDX)
        AND WA-TRV-INI(WA-IDX) NOT > WA-JAN-FIM
        AND WA-TRV-FIM(WA-IDX) NOT < WA-JAN-INI
        ADD 1 TO WA-QTD-TRAVAS-MUDANCA
        IF  WA-ACHOU-TRAVA = ZEROS
            MOVE WA-IDX TO WA-ACHOU-TRAVA
        END-IF
    END-IF.

*--------------------------------------------------------------------*
* PASSO DE BATCH QUE RODOU NA JANELA.  ARQUIVO COM GRAVADORES "P" NO  *
* CONTROLE SO ACEITA ESSES PROGRAMAS.                                 *
*--------------------------------------------------------------------*
3250-BUSCAR-PASSO.
    IF  WA-PSS-INI(WA-IDX) > WA-JAN-FIM
        OR WA-PSS-FIM(WA-IDX) < WA-JAN-INI
        GO TO 3250-BUSCAR-PASSO-EXIT
    END-IF.
    IF  WA-TEM-REGRA-P-SIM
        MOVE "N" TO WA-PROGRAMA-GRAVADOR
        PERFORM 3251-CONFERIR-GRAVADOR
                VARYING WA-RGX FROM 1 BY 1
                UNTIL WA-RGX > WA-QTD-REGRAS-P
        IF  NOT WA-PROGRAMA-GRAVADOR-SIM
            GO TO 3250-BUSCAR-PASSO-EXIT
        END-IF
    END-IF.
    ADD 1 TO WA-QTD-PASSOS-MUDANCA.
    IF  WA-ACHOU-PASSO = ZEROS
        MOVE WA-IDX TO WA-ACHOU-PASSO
    END-IF.

3250-BUSCAR-PASSO-EXIT.
    EXIT.

3251-CONFERIR-GRAVADOR.
    IF  WA-RGP-ARQUIVO(WA-RGX) = WA-BASE-CORRENTE
        AND WA-RGP-PROGRAMA(WA-RGX) = WA-PSS-PROGRAMA(WA-IDX)
        MOVE "S" TO WA-PROGRAMA-GRAVADOR
    END-IF.

3290-ALERTAR.
    ADD 1 TO WA-TOTAL-ALERTAS.
    IF  WA-TOTAL-ALERTAS > WA-LIMITE-ALERTAS
        GO TO 3290-ALERTAR-EXIT
    END-IF.
    MOVE SPACES TO WA-ALR-TEXTO.
    STRING "MUDANCA SEM AUTORIA: "  DELIMITED BY SIZE
           WA-OPERACAO-TXT          DELIMITED BY SIZE
           " "                      DELIMITED BY SIZE
           WA-BASE-CORRENTE         DELIMITED BY SPACE
           " CHAVE "                DELIMITED BY SIZE
           MOV-CHAVE                DELIMITED BY "   "
           " - SEM TRAVA, PASSO DE BATCH OU CORRECAO NA JANELA"
                                    DELIMITED BY SIZE
           INTO WA-ALR-TEXTO.
    CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                          WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.

3290-ALERTAR-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* AS CAUSAS ACHADAS, UMA LINHA POR TIPO (A PRIMEIRA OCORRENCIA E O    *
* TOTAL DE CANDIDATAS DAQUELE TIPO).                                  *
*--------------------------------------------------------------------*
3300-LISTAR-CAUSAS.
    IF  WA-ACHOU-CORRECAO > ZEROS
        MOVE WA-COR-CARIMBO(WA-ACHOU-CORRECAO) TO WA-CARIMBO-ED-N
        PERFORM 7900-EDITAR-CARIMBO
        MOVE SPACES TO RPT-LINHA
        STRING "      CORRECAO    : "  DELIMITED BY SIZE
               WA-COR-ORIGEM(WA-ACHOU-CORRECAO) DELIMITED BY SPACE
               " "                     DELIMITED BY SIZE
               WA-COR-DETALHE(WA-ACHOU-CORRECAO) DELIMITED BY "  "
               " EM "                  DELIMITED BY SIZE
               WA-CARIMBO-TXT          DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.
    IF  WA-ACHOU-ARQUIVAMENTO > ZEROS
        MOVE WA-ARQ-CARIMBO(WA-ACHOU-ARQUIVAMENTO) TO WA-CARIMBO-ED-N
        PERFORM 7900-EDITAR-CARIMBO
        MOVE WA-ARQ-MOVIDOS(WA-ACHOU-ARQUIVAMENTO) TO WA-ED-MOVIDOS
        MOVE SPACES TO RPT-LINHA
        STRING "      ARQUIVAMENTO: VENDARQ EM " DELIMITED BY SIZE
               WA-CARIMBO-TXT          DELIMITED BY SIZE
               " ("                    DELIMITED BY SIZE
               WA-ED-MOVIDOS           DELIMITED BY SIZE
               " REGISTRO(S) MOVIDO(S) PARA O HISTORICO)"
                                       DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.
    IF  WA-ACHOU-TRAVA > ZEROS
        MOVE WA-TRV-INI(WA-ACHOU-TRAVA) TO WA-CARIMBO-ED-N
        PERFORM 7900-EDITAR-CARIMBO
        MOVE WA-CARIMBO-TXT TO WA-CARIMBO-TXT-2
        MOVE WA-TRV-FIM(WA-ACHOU-TRAVA) TO WA-CARIMBO-ED-N
        PERFORM 7900-EDITAR-CARIMBO
        MOVE WA-QTD-TRAVAS-MUDANCA TO WA-ED-QTD
        MOVE SPACES TO RPT-LINHA
        STRING "      EDICAO      : "  DELIMITED BY SIZE
               WA-TRV-USUARIO(WA-ACHOU-TRAVA) DELIMITED BY "  "
               " (TRAVA "              DELIMITED BY SIZE
               WA-TRV-TIPO(WA-ACHOU-TRAVA)    DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               WA-TRV-CODIGO(WA-ACHOU-TRAVA)  DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               WA-CARIMBO-TXT-2        DELIMITED BY SIZE
               " A "                   DELIMITED BY SIZE
               WA-CARIMBO-TXT          DELIMITED BY SIZE
               ") - CANDIDATAS:"       DELIMITED BY SIZE
               WA-ED-QTD               DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.
    IF  WA-ACHOU-PASSO > ZEROS
        MOVE WA-PSS-INI(WA-ACHOU-PASSO) TO WA-CARIMBO-ED-N
        PERFORM 7900-EDITAR-CARIMBO
        MOVE WA-CARIMBO-TXT TO WA-CARIMBO-TXT-2
        MOVE WA-PSS-FIM(WA-ACHOU-PASSO) TO WA-CARIMBO-ED-N
        PERFORM 7900-EDITAR-CARIMBO
        MOVE WA-QTD-PASSOS-MUDANCA TO WA-ED-QTD
        MOVE SPACES TO RPT-LINHA
        STRING "      BATCH       : "  DELIMITED BY SIZE
               WA-PSS-PROGRAMA(WA-ACHOU-PASSO) DELIMITED BY "  "
               " ("                    DELIMITED BY SIZE
               WA-PSS-SITUACAO(WA-ACHOU-PASSO) DELIMITED BY SPACE
               " "                     DELIMITED BY SIZE
               WA-CARIMBO-TXT-2        DELIMITED BY SIZE
               " A "                   DELIMITED BY SIZE
               WA-CARIMBO-TXT          DELIMITED BY SIZE
               ") - CANDIDATOS:"       DELIMITED BY SIZE
               WA-ED-QTD               DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.

*--------------------------------------------------------------------*
* NOME DO ARQUIVO SEM A PASTA (WA-CAMINHO -> WA-BASE).                *
*--------------------------------------------------------------------*
3900-ACHAR-BASE.
    MOVE ZEROS TO WA-POS-BARRA.
    PERFORM 3910-ACHAR-BARRA
            VARYING WA-SCAN-IDX FROM 1 BY 1
            UNTIL WA-SCAN-IDX > 200.
    MOVE SPACES TO WA-BASE.
    IF  WA-POS-BARRA = ZEROS
        MOVE WA-CAMINHO TO WA-BASE
    ELSE
        IF  WA-POS-BARRA < 200
            MOVE WA-CAMINHO(WA-POS-BARRA + 1 :) TO WA-BASE
        END-IF
    END-IF.

3910-ACHAR-BARRA.
    IF  WA-CAMINHO(WA-SCAN-IDX:1) = "/"
        MOVE WA-SCAN-IDX TO WA-POS-BARRA
    END-IF.

*--------------------------------------------------------------------*
* WA-CARIMBO-ED-N (AAAAMMDDHHMMSS) -> "DD/MM/AAAA HH:MM:SS".          *
*--------------------------------------------------------------------*
7900-EDITAR-CARIMBO.
    MOVE SPACES TO WA-CARIMBO-TXT.
    IF  WA-CARIMBO-ED-N = ZEROS
        MOVE "(SEM INICIO)" TO WA-CARIMBO-TXT
    ELSE
        IF  WA-CARIMBO-ED-N = WA-CARIMBO-MAXIMO
            MOVE "(EM ABERTO)" TO WA-CARIMBO-TXT
        ELSE
            STRING WA-CED-DD   DELIMITED BY SIZE
                   "/"         DELIMITED BY SIZE
                   WA-CED-MM   DELIMITED BY SIZE
                   "/"         DELIMITED BY SIZE
                   WA-CED-AAAA DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WA-CED-HH   DELIMITED BY SIZE
                   ":"         DELIMITED BY SIZE
                   WA-CED-MI   DELIMITED BY SIZE
                   ":"         DELIMITED BY SIZE
                   WA-CED-SS   DELIMITED BY SIZE
                   INTO WA-CARIMBO-TXT
        END-IF
    END-IF.

8000-TRAILER.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    STRING "MUDANCAS: "            DELIMITED BY SIZE
           WA-TOTAL-MUDANCAS       DELIMITED BY SIZE
           "  EXPLICADAS: "        DELIMITED BY SIZE
           WA-TOTAL-EXPLICADAS     DELIMITED BY SIZE
           "  NAO EXPLICADAS: "    DELIMITED BY SIZE
           WA-TOTAL-NAO-EXPLICADAS DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "EXPLICADAS POR CORRECAO: "   DELIMITED BY SIZE
           WA-TOTAL-POR-CORRECAO   DELIMITED BY SIZE
           "  ARQUIVAMENTO: "      DELIMITED BY SIZE
           WA-TOTAL-POR-ARQUIVAMENTO DELIMITED BY SIZE
           "  EDICAO: "            DELIMITED BY SIZE
           WA-TOTAL-POR-EDICAO     DELIMITED BY SIZE
           "  BATCH: "             DELIMITED BY SIZE
           WA-TOTAL-POR-BATCH      DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

*   ALEM DAS 20 PRIMEIRAS, UM ALERTA SO COM O TOTAL - A CENTRAL NAO
*   PODE SER INUNDADA POR UMA RESTAURACAO MAL REGISTRADA.
    IF  WA-TOTAL-ALERTAS > WA-LIMITE-ALERTAS
        MOVE SPACES TO WA-ALR-TEXTO
        STRING "MUDANCAS SEM AUTORIA NA COMPARACAO DO VENDRECH: "
                                        DELIMITED BY SIZE
               WA-TOTAL-NAO-EXPLICADAS  DELIMITED BY SIZE
               " NO TOTAL - VER vendquem.rpt" DELIMITED BY SIZE
               INTO WA-ALR-TEXTO
        CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                              WA-ALR-TEXTO, WA-ALR-RETORNO
        END-CALL
    END-IF.

9999-FINALIZAR.
    CLOSE VENDQUEM-RPT.
