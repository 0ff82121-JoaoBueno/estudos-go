* 2200 E 0600 (A MESMA JANELA PADRAO DO VENDCKS).                              *
*                                                                              *
* CRIACAO...: 02/09/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - UMA SECAO POR CADEIA DO BATDRV: A           *
*             PRINCIPAL (batdrv.ctl) E CADA CADEIA NOMEADA DO batcadeias.ctl   *
*             (batdrv-X.ctl), CADA UMA COM A LINHA DO TEMPO, O TERMINO         *
*             PREVISTO E O VEREDITO DA JANELA DELA - AS CADEIAS RODAM EM       *
*             PARALELO E NAO SE SOMAM.  HORA-INICIO/HORA-LIMITE DO CADASTRO    *
*             DA CADEIA VALEM SOBRE AS DO batplan.ctl.  CONTROLE DE CADEIA     *
*             AUSENTE SAI NA SECAO DELA E AS OUTRAS SEGUEM.                    *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-PRM.

* MESMO LAYOUT DO CONTROLE DO BATDRV - O DA CADEIA DA VEZ.
    SELECT BATDRV-CTL ASSIGN WA-NOME-CTL
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CTL.

* CADASTRO DE CADEIAS NOMEADAS (LAYOUT EM batcadeia.ws).
    SELECT CADEIAS-CTL ASSIGN "batcadeias.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CAD.

    SELECT FERIADOS-CTL ASSIGN "feriados.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-FER.
    03  CTL-FIM-MES              PIC X(001).
    03  CTL-FERIADO              PIC X(001).

FD  CADEIAS-CTL.
copy "batcadeia.ws".

FD  FERIADOS-CTL.
01  FER-LINHA.
    03  FER-DATA                 PIC X(008).

77  WA-HORA-INICIO               PIC 9(004)          VALUE 2200.
77  WA-HORA-LIMITE               PIC 9(004)          VALUE 0600.
77  WA-INICIO-PADRAO             PIC 9(004)          VALUE 2200.
77  WA-LIMITE-PADRAO             PIC 9(004)          VALUE 0600.

*--------------------------------------------------------------------*
* CADEIAS DO BATDRV: A PRINCIPAL (NOME EM BRANCO) PRIMEIRO, DEPOIS AS *
* DO batcadeias.ctl.  UMA SECAO DO RELATORIO POR CADEIA.              *
*--------------------------------------------------------------------*
77  SW-STATUS-CAD                PIC X(002)          VALUE SPACES.
77  WA-CDX                       PIC 9(003)          VALUE ZEROS.
77  WA-NOME-CTL                  PIC X(030)          VALUE SPACES.
77  WA-CADEIA-EXIBE              PIC X(012)          VALUE SPACES.
01  WA-TABELA-CADEIAS.
    03  WA-QTD-CADEIAS           PIC 9(003)          VALUE ZEROS.
    03  WA-CAD-ITEM              OCCURS 50 TIMES.
        05  WA-CAD-NOME          PIC X(012).
        05  WA-CAD-INICIO        PIC X(004).
        05  WA-CAD-LIMITE        PIC X(004).

77  WA-IDX                       PIC 9(003)          VALUE ZEROS.
77  WA-JDX                       PIC 9(003)          VALUE ZEROS.
PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    PERFORM 1500-PREVER-CADEIA
            THRU 1500-PREVER-CADEIA-EXIT
            VARYING WA-CDX FROM 1 BY 1
            UNTIL WA-CDX > WA-QTD-CADEIAS.
    PERFORM 9999-FINALIZAR.
    STOP RUN.

             AT END CONTINUE
             NOT AT END
                  IF  PARM-HORA-INICIO NUMERIC
                      MOVE PARM-HORA-INICIO TO WA-INICIO-PADRAO(1:4)
                  END-IF
                  IF  PARM-HORA-LIMITE NUMERIC
                      MOVE PARM-HORA-LIMITE TO WA-LIMITE-PADRAO(1:4)
                  END-IF
        END-READ
        CLOSE PARM-CTL
    END-IF.

    MOVE 1      TO WA-QTD-CADEIAS.
    MOVE SPACES TO WA-CAD-ITEM(1).
    OPEN INPUT CADEIAS-CTL.
    IF  SW-STATUS-CAD(1:1) = ZEROS
        PERFORM 1100-LER-CADEIA
                WITH TEST AFTER
                UNTIL SW-STATUS-CAD(1:1) NOT = ZEROS
        CLOSE CADEIAS-CTL
    END-IF.

    OPEN OUTPUT BATPLAN-RPT.
    MOVE SPACES TO RPT-LINHA.
    STRING "PREVISAO DAS CADEIAS DO BATDRV - " DELIMITED BY SIZE
           WA-QTD-CADEIAS                      DELIMITED BY SIZE
           " CADEIA(S)"                        DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

1100-LER-CADEIA.
    READ CADEIAS-CTL
         AT END CONTINUE
         NOT AT END
             IF  CAD-NOME NOT = SPACES AND WA-QTD-CADEIAS < 50
                 ADD 1 TO WA-QTD-CADEIAS
                 MOVE CAD-NOME        TO WA-CAD-NOME(WA-QTD-CADEIAS)
                 MOVE CAD-HORA-INICIO TO WA-CAD-INICIO(WA-QTD-CADEIAS)
                 MOVE CAD-HORA-LIMITE TO WA-CAD-LIMITE(WA-QTD-CADEIAS)
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* UMA CADEIA: CONTROLE DELA, JANELA DELA (CADASTRO OU PADRAO), E A    *
* MESMA PREVISAO DE SEMPRE - CALENDARIO, DURACOES, LINHA DO TEMPO E   *
* VEREDITO - NUMA SECAO PROPRIA.                                      *
*--------------------------------------------------------------------*
1500-PREVER-CADEIA.
    IF  WA-CAD-NOME(WA-CDX) = SPACES
        MOVE "PRINCIPAL"  TO WA-CADEIA-EXIBE
        MOVE "batdrv.ctl" TO WA-NOME-CTL
    ELSE
        MOVE WA-CAD-NOME(WA-CDX) TO WA-CADEIA-EXIBE
        MOVE SPACES TO WA-NOME-CTL
        STRING "batdrv-"                          DELIMITED BY SIZE
               FUNCTION TRIM(WA-CAD-NOME(WA-CDX)) DELIMITED BY SIZE
               ".ctl"                             DELIMITED BY SIZE
               INTO WA-NOME-CTL
    END-IF.
    MOVE WA-INICIO-PADRAO TO WA-HORA-INICIO.
    MOVE WA-LIMITE-PADRAO TO WA-HORA-LIMITE.
    IF  WA-CAD-INICIO(WA-CDX) NUMERIC
        MOVE WA-CAD-INICIO(WA-CDX) TO WA-HORA-INICIO(1:4)
    END-IF.
    IF  WA-CAD-LIMITE(WA-CDX) NUMERIC
        MOVE WA-CAD-LIMITE(WA-CDX) TO WA-HORA-LIMITE(1:4)
    END-IF.

*   MINUTOS ENTRE O INICIO E O LIMITE, CONTANDO A VIRADA DE MEIA-NOITE.
    COMPUTE WA-MINUTOS-JANELA =
            FUNCTION MOD(
            - (FUNCTION NUMVAL(WA-HORA-INICIO(1:2)) * 60
               + FUNCTION NUMVAL(WA-HORA-INICIO(3:2))), 1440).

    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    STRING "=== CADEIA "    DELIMITED BY SIZE
           WA-CADEIA-EXIBE  DELIMITED BY SPACE
           " ("             DELIMITED BY SIZE
           WA-NOME-CTL      DELIMITED BY SPACE
           ") - INICIO "    DELIMITED BY SIZE
           WA-HORA-INICIO   DELIMITED BY SIZE
           ", LIMITE "      DELIMITED BY SIZE
           WA-HORA-LIMITE   DELIMITED BY SIZE
           " ==="           DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

    MOVE ZEROS TO WA-QTD-PASSOS WA-QTD-FERIADOS.
    PERFORM 2000-CARREGAR-PASSOS
            THRU 2000-CARREGAR-PASSOS-EXIT.
    IF  SW-STATUS-CTL(1:1) NOT = ZEROS
        GO TO 1500-PREVER-CADEIA-EXIT
    END-IF.
    PERFORM 3000-AVALIAR-CALENDARIO.
    PERFORM 4000-ANEXAR-DURACOES
            THRU 4000-ANEXAR-DURACOES-EXIT.
    PERFORM 5000-SIMULAR-NOITE.
    PERFORM 8000-TRAILER.

1500-PREVER-CADEIA-EXIT.
    EXIT.

2000-CARREGAR-PASSOS.
    OPEN INPUT BATDRV-CTL.
    IF  SW-STATUS-CTL(1:1) NOT = ZEROS
        MOVE SPACES TO RPT-LINHA
        STRING "SEM CONTROLE "  DELIMITED BY SIZE
               WA-NOME-CTL      DELIMITED BY SPACE
               " (STATUS "      DELIMITED BY SIZE
               SW-STATUS-CTL    DELIMITED BY SIZE
               ") - CADEIA SEM PREVISAO" DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 2000-CARREGAR-PASSOS-EXIT
    END-IF.
    PERFORM 2100-LER-PASSO
            WITH TEST AFTER
            UNTIL SW-STATUS-CTL(1:1) NOT = ZEROS.
    CLOSE BATDRV-CTL.

2000-CARREGAR-PASSOS-EXIT.
    EXIT.

2100-LER-PASSO.
    READ BATDRV-CTL
         AT END CONTINUE
