* REUNIAO DE ESTABILIDADE.                                                     *
*                                                                              *
* CRIACAO...: 02/09/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - UMA SECAO POR CADEIA DO BATDRV: A           *
*             PRINCIPAL (arquivo-morto/batdrv.log.* + batdrv.log) E CADA       *
*             CADEIA NOMEADA DO batcadeias.ctl (arquivo-morto/batdrv-X.log.*   *
*             + batdrv-X.log), COM OS PASSOS E OS TOTAIS DELA - A MESMA        *
*             SEQUENCIA EM CADEIAS DIFERENTES E OUTRO PASSO.  O RODAPE SEGUE   *
*             COM O TOTAL GERAL.                                               *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

* CADASTRO DE CADEIAS NOMEADAS (LAYOUT EM batcadeia.ws).
    SELECT CADEIAS-CTL ASSIGN "batcadeias.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CAD.

DATA DIVISION.
FILE SECTION.
FD  PARM-CTL.
FD  BATHIST-RPT.
01  RPT-LINHA                    PIC X(132).

FD  CADEIAS-CTL.
copy "batcadeia.ws".

WORKING-STORAGE SECTION.
77  SW-STATUS-PRM                PIC X(002)          VALUE SPACES.
77  SW-STATUS-LOG                PIC X(002)          VALUE SPACES.

77  WA-NOME-LOG                 PIC X(080)          VALUE SPACES.
77  WA-PASTA-MORTO              PIC X(020)          VALUE "arquivo-morto/".
77  WA-PADRAO-LOG               PIC X(030)          VALUE "batdrv.log.*".
77  MYDIR                       USAGE HANDLE.
77  FILENAME                    PIC X(128).
77  WA-FIM-PASTA                PIC X(001)          VALUE "N".
77  WA-TOTAL-LINHAS             PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-GERACOES           PIC 9(003)          VALUE ZEROS.

*--------------------------------------------------------------------*
* CADEIAS DO BATDRV: A PRINCIPAL (NOME EM BRANCO) PRIMEIRO, DEPOIS AS *
* DO batcadeias.ctl.  LOG VIVO E PADRAO DAS GERACOES DA CADEIA DA VEZ *
* E O QUE OS TOTAIS GERAIS TINHAM QUANDO ELA COMECOU.                 *
*--------------------------------------------------------------------*
77  SW-STATUS-CAD               PIC X(002)          VALUE SPACES.
77  WA-CDX                      PIC 9(003)          VALUE ZEROS.
77  WA-CADEIA-EXIBE             PIC X(012)          VALUE SPACES.
77  WA-BASE                     PIC X(020)          VALUE SPACES.
77  WA-LOG-VIVO                 PIC X(030)          VALUE SPACES.
77  WA-LINHAS-ANTES             PIC 9(007)          VALUE ZEROS.
77  WA-GERACOES-ANTES           PIC 9(003)          VALUE ZEROS.
77  WA-LINHAS-CADEIA            PIC 9(007)          VALUE ZEROS.
77  WA-GERACOES-CADEIA          PIC 9(003)          VALUE ZEROS.
01  WA-TABELA-CADEIAS.
    03  WA-QTD-CADEIAS          PIC 9(003)          VALUE ZEROS.
    03  WA-CAD-NOME             OCCURS 50 TIMES     PIC X(012).

01  WA-TABELA-PASSOS.
    03  WA-QTD-PASSOS            PIC 9(003)          VALUE ZEROS.
    03  WA-PASSO-ITEM            OCCURS 200 TIMES.
PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    PERFORM 1500-HISTORICO-CADEIA
            VARYING WA-CDX FROM 1 BY 1
            UNTIL WA-CDX > WA-QTD-CADEIAS.
    PERFORM 9999-FINALIZAR.
    STOP RUN.

    COMPUTE WA-DATA-CORTE =
            FUNCTION DATE-OF-INTEGER(WA-DIAS-INTEIRO).

    MOVE 1      TO WA-QTD-CADEIAS.
    MOVE SPACES TO WA-CAD-NOME(1).
    OPEN INPUT CADEIAS-CTL.
    IF  SW-STATUS-CAD(1:1) = ZEROS
        PERFORM 1100-LER-CADEIA
                WITH TEST AFTER
                UNTIL SW-STATUS-CAD(1:1) NOT = ZEROS
        CLOSE CADEIAS-CTL
    END-IF.

    OPEN OUTPUT BATHIST-RPT.
    MOVE SPACES TO RPT-LINHA.
    STRING "CONFIABILIDADE POR PASSO DO BATDRV - ULTIMOS "
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

1100-LER-CADEIA.
    READ CADEIAS-CTL
         AT END CONTINUE
         NOT AT END
             IF  CAD-NOME NOT = SPACES AND WA-QTD-CADEIAS < 50
                 ADD 1 TO WA-QTD-CADEIAS
                 MOVE CAD-NOME TO WA-CAD-NOME(WA-QTD-CADEIAS)
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* UMA CADEIA: GERACOES ARQUIVADAS DELA MAIS O LOG VIVO, TABELA DE     *
* PASSOS ZERADA NA ENTRADA E SECAO PROPRIA NO RELATORIO.              *
*--------------------------------------------------------------------*
1500-HISTORICO-CADEIA.
    IF  WA-CAD-NOME(WA-CDX) = SPACES
        MOVE "PRINCIPAL" TO WA-CADEIA-EXIBE
        MOVE "batdrv"    TO WA-BASE
    ELSE
        MOVE WA-CAD-NOME(WA-CDX) TO WA-CADEIA-EXIBE
        MOVE SPACES TO WA-BASE
        STRING "batdrv-"                          DELIMITED BY SIZE
               FUNCTION TRIM(WA-CAD-NOME(WA-CDX)) DELIMITED BY SIZE
               INTO WA-BASE
    END-IF.
    MOVE SPACES TO WA-PADRAO-LOG WA-LOG-VIVO.
    STRING WA-BASE DELIMITED BY SPACE ".log.*" DELIMITED BY SIZE
           INTO WA-PADRAO-LOG.
    STRING WA-BASE DELIMITED BY SPACE ".log" DELIMITED BY SIZE
           INTO WA-LOG-VIVO.

    MOVE ZEROS TO WA-QTD-PASSOS.
    MOVE WA-TOTAL-LINHAS   TO WA-LINHAS-ANTES.
    MOVE WA-TOTAL-GERACOES TO WA-GERACOES-ANTES.

    MOVE SPACES TO RPT-LINHA.
    STRING "=== CADEIA "    DELIMITED BY SIZE
           WA-CADEIA-EXIBE  DELIMITED BY SPACE
           " ("             DELIMITED BY SIZE
           WA-LOG-VIVO      DELIMITED BY SPACE
           ") ==="          DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

    PERFORM 2000-VARRER-GERACOES.
    MOVE WA-LOG-VIVO TO WA-NOME-LOG.
    PERFORM 3000-LER-UMA-GERACAO
            THRU 3000-LER-UMA-GERACAO-EXIT.
    PERFORM 5000-RELATAR.

    COMPUTE WA-LINHAS-CADEIA   = WA-TOTAL-LINHAS - WA-LINHAS-ANTES.
    COMPUTE WA-GERACOES-CADEIA = WA-TOTAL-GERACOES - WA-GERACOES-ANTES.
    MOVE SPACES TO RPT-LINHA.
    STRING "  GERACOES DA CADEIA: " DELIMITED BY SIZE
           WA-GERACOES-CADEIA       DELIMITED BY SIZE
           "  TENTATIVAS: "         DELIMITED BY SIZE
           WA-LINHAS-CADEIA         DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* GERACOES ARQUIVADAS DA CADEIA (arquivo-morto/<BASE>.log.*).         *
*--------------------------------------------------------------------*
2000-VARRER-GERACOES.
    CALL "C$LIST-DIRECTORY" USING LISTDIR-OPEN, WA-PASTA-MORTO,

9999-FINALIZAR.
    MOVE SPACES TO RPT-LINHA.
    STRING "TOTAL GERAL - GERACOES LIDAS: " DELIMITED BY SIZE
           WA-TOTAL-GERACOES   DELIMITED BY SIZE
           "  TENTATIVAS NO PERIODO: " DELIMITED BY SIZE
           WA-TOTAL-LINHAS     DELIMITED BY SIZE
