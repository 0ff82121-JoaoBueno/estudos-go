*      CRON ACIONAR ALGUEM.                                                    *
*                                                                              *
* CRIACAO...: 22/08/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - CADEIAS NOMEADAS DO BATDRV: RODANDO COMO    *
*             PASSO, CONCILIA SO A CADEIA QUE O CHAMOU (O BATDRV PUBLICA       *
*             BATDRV_CADEIA NO AMBIENTE - "PRINCIPAL" = batdrv.log, "X" =      *
*             batdrv-X.log); RODADO A MAO, SEM A VARIAVEL, CONCILIA A          *
*             PRINCIPAL E CADA CADEIA DO batcadeias.ctl, UMA SECAO POR         *
*             CADEIA.  O MAPA batrecon.ctl E UM SO; RETURN-CODE 8 SE QUALQUER  *
*             CADEIA TIVER DISCREPANCIA.                                       *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
* LOG DA CADEIA DA VEZ.
    SELECT BATDRV-LOG ASSIGN WA-NOME-LOG
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-LOG.

           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

* CADASTRO DE CADEIAS NOMEADAS (LAYOUT EM batcadeia.ws).
    SELECT CADEIAS-CTL ASSIGN "batcadeias.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CAD.

DATA DIVISION.
FILE SECTION.
* LINHA DO LOG DO BATDRV (LAYOUT COMPARTILHADO EM batdrvlog.ws).
FD  BATRECON-RPT.
01  RPT-LINHA                    PIC X(160).

FD  CADEIAS-CTL.
copy "batcadeia.ws".

WORKING-STORAGE SECTION.
77  SW-STATUS-LOG                PIC X(002)          VALUE SPACES.
77  SW-STATUS-CTL                PIC X(002)          VALUE SPACES.
77  WA-TOTAL-CONFERIDOS          PIC 9(003)          VALUE ZEROS.
77  WA-TOTAL-DISCREPANTES        PIC 9(003)          VALUE ZEROS.

*--------------------------------------------------------------------*
* CADEIAS A CONCILIAR: SO A DO AMBIENTE (RODANDO COMO PASSO) OU, SEM  *
* ELA, A PRINCIPAL (NOME EM BRANCO) E TODAS AS DO batcadeias.ctl.     *
*--------------------------------------------------------------------*
77  SW-STATUS-CAD                PIC X(002)          VALUE SPACES.
77  WA-CDX                       PIC 9(003)          VALUE ZEROS.
77  WA-CADEIA-AMBIENTE           PIC X(012)          VALUE SPACES.
77  WA-CADEIA-EXIBE              PIC X(012)          VALUE SPACES.
77  WA-NOME-LOG                  PIC X(030)          VALUE SPACES.
01  WA-TABELA-CADEIAS.
    03  WA-QTD-CADEIAS           PIC 9(003)          VALUE ZEROS.
    03  WA-CAD-NOME              OCCURS 50 TIMES     PIC X(012).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    PERFORM 1200-CARREGAR-MAPA
            THRU 1200-CARREGAR-MAPA-EXIT.
    PERFORM 1500-CONCILIAR-CADEIA
            VARYING WA-CDX FROM 1 BY 1
            UNTIL WA-CDX > WA-QTD-CADEIAS.
    PERFORM 8000-TRAILER.
    PERFORM 9999-FINALIZAR.
    IF  WA-TOTAL-DISCREPANTES > ZEROS
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

    ACCEPT WA-CADEIA-AMBIENTE FROM ENVIRONMENT "BATDRV_CADEIA".
    IF  WA-CADEIA-AMBIENTE NOT = SPACES
        MOVE 1 TO WA-QTD-CADEIAS
        MOVE WA-CADEIA-AMBIENTE TO WA-CAD-NOME(1)
        IF  WA-CADEIA-AMBIENTE = "PRINCIPAL"
            MOVE SPACES TO WA-CAD-NOME(1)
        END-IF
    ELSE
        MOVE 1      TO WA-QTD-CADEIAS
        MOVE SPACES TO WA-CAD-NOME(1)
        OPEN INPUT CADEIAS-CTL
        IF  SW-STATUS-CAD(1:1) = ZEROS
            PERFORM 1050-LER-CADEIA
                    WITH TEST AFTER
                    UNTIL SW-STATUS-CAD(1:1) NOT = ZEROS
            CLOSE CADEIAS-CTL
        END-IF
    END-IF.

1050-LER-CADEIA.
    READ CADEIAS-CTL
         AT END CONTINUE
         NOT AT END
             IF  CAD-NOME NOT = SPACES AND WA-QTD-CADEIAS < 50
                 ADD 1 TO WA-QTD-CADEIAS
                 MOVE CAD-NOME TO WA-CAD-NOME(WA-QTD-CADEIAS)
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* UMA CADEIA: ULTIMA SITUACAO DE CADA PASSO NO LOG DELA E CONFERENCIA *
* DOS ARTEFATOS, NUMA SECAO PROPRIA.                                  *
*--------------------------------------------------------------------*
1500-CONCILIAR-CADEIA.
    IF  WA-CAD-NOME(WA-CDX) = SPACES
        MOVE "PRINCIPAL"  TO WA-CADEIA-EXIBE
        MOVE "batdrv.log" TO WA-NOME-LOG
    ELSE
        MOVE WA-CAD-NOME(WA-CDX) TO WA-CADEIA-EXIBE
        MOVE SPACES TO WA-NOME-LOG
        STRING "batdrv-"                          DELIMITED BY SIZE
               FUNCTION TRIM(WA-CAD-NOME(WA-CDX)) DELIMITED BY SIZE
               ".log"                             DELIMITED BY SIZE
               INTO WA-NOME-LOG
    END-IF.
    MOVE SPACES TO RPT-LINHA.
    STRING "=== CADEIA "    DELIMITED BY SIZE
           WA-CADEIA-EXIBE  DELIMITED BY SPACE
           " ("             DELIMITED BY SIZE
           WA-NOME-LOG      DELIMITED BY SPACE
           ") ==="          DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

    MOVE ZEROS TO WA-QTD-PASSOS.
    MOVE "N"   TO WA-FIM-LOG.
    PERFORM 1100-CARREGAR-LOG
            THRU 1100-CARREGAR-LOG-EXIT.
    PERFORM 2000-CONFERIR-PASSOS.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

1100-CARREGAR-LOG.
    OPEN INPUT BATDRV-LOG.
    IF  SW-STATUS-LOG(1:1) NOT = ZEROS
        MOVE SPACES TO RPT-LINHA
        STRING "SEM "          DELIMITED BY SIZE
               WA-NOME-LOG     DELIMITED BY SPACE
               " - NADA A CONCILIAR" DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 1100-CARREGAR-LOG-EXIT
    END-IF.
4000-RELATAR-DISCREPANCIA.
    ADD 1 TO WA-TOTAL-DISCREPANTES.
    MOVE SPACES TO RPT-LINHA.
    STRING "DISCREPANCIA: CADEIA " DELIMITED BY SIZE
           WA-CADEIA-EXIBE        DELIMITED BY SPACE
           ", PASSO "             DELIMITED BY SIZE
           WA-PAS-SEQ(WA-IDX)     DELIMITED BY SIZE
           " ("                   DELIMITED BY SIZE
           WA-PAS-PROGRAMA(WA-IDX) DELIMITED BY SPACE
