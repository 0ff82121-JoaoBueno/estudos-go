*   2) A ULTIMA LINHA DO batdrv.log - O PASSO EM VOO NESTE MOMENTO;            *
*   3) AS TRAVAS DE EDICAO CORRENTES (registro.lock): QUANTAS E A IDADE DA     *
*      MAIS VELHA;                                                             *
*   4) OS ALERTAS AINDA NAO TRATADOS DA CENTRAL;                               *
*   5) O DISPARADOR DA CADEIA DO NF-E (nfedisp-log.txt): O QUE ELE DISPAROU    *
*      E RECUSOU HOJE E A ULTIMA DECISAO.                                      *
*                                                                              *
* PARAMETROS (opscon.ctl): INTERVALO-SEG(4) PASSADAS(4).  SEM O ARQUIVO, UMA   *
* PASSADA SO.  CADA PASSADA TAMBEM SOBRESCREVE O ESPELHO opscon.rpt, PARA      *
* QUEM ACOMPANHA POR ARQUIVO.                                                  *
*                                                                              *
* CRIACAO...: 02/09/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - O RETRATO DO BATDRV PASSA A SER POR         *
*             CADEIA: A PRINCIPAL (batdrv.log) E CADA CADEIA NOMEADA DO        *
*             batcadeias.ctl (batdrv-X.log), CADA UMA COM O DRIVER VIVO OU     *
*             PARADO (TRAVA DE EXECUCAO CONSULTADA NO RUNLOCK, SEM MEXER NELA) *
*             E A ULTIMA LINHA DO LOG DELA - COM CADEIAS EM PARALELO, "O       *
*             PASSO EM VOO" E UM POR CADEIA.                                   *
* ALTERACAO.: 15/10/2026 - BUENO - RETRATO DO DISPARADOR DA CADEIA DO NF-E     *
*             (NFEDISP): VIGIA VIVO OU PARADO, DISPAROS, RECUSAS, FALHAS E     *
*             CADEIAS QUE NAO PARTIRAM HOJE, E O ULTIMO EVENTO DO              *
*             nfedisp-log.txt.                                                 *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
           RECORD KEY JREG-JOB
           FILE STATUS SW-STATUS-JOB.

* LOG DA CADEIA DA VEZ.
    SELECT BATDRV-LOG ASSIGN WA-NOME-LOG
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-LOG.

           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

* LOG DE DECISOES DO DISPARADOR DA CADEIA DO NF-E.
    SELECT NFEDISP-LOG ASSIGN "nfedisp-log.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-DSP.

* CADASTRO DE CADEIAS NOMEADAS (LAYOUT EM batcadeia.ws).
    SELECT CADEIAS-CTL ASSIGN "batcadeias.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CAD.

DATA DIVISION.
FILE SECTION.
FD  PARM-CTL.
FD  OPSCON-RPT.
01  RPT-LINHA                    PIC X(132).

FD  CADEIAS-CTL.
copy "batcadeia.ws".

FD  NFEDISP-LOG.
copy "md5/nfedisp.ws".

WORKING-STORAGE SECTION.
77  SW-STATUS-PRM                PIC X(002)          VALUE SPACES.
77  SW-STATUS-JOB                PIC X(002)          VALUE SPACES.

77  WA-LINHA-TELA                PIC X(132)          VALUE SPACES.

* RETRATO DO DISPARADOR DO NF-E: CONTAGENS DO DIA E ULTIMO EVENTO.
77  SW-STATUS-DSP                PIC X(002)          VALUE SPACES.
77  WA-DSP-DISPAROS              PIC 9(005)          VALUE ZEROS.
77  WA-DSP-RECUSAS               PIC 9(005)          VALUE ZEROS.
77  WA-DSP-FALHAS                PIC 9(005)          VALUE ZEROS.
77  WA-DSP-NAO-PARTIU            PIC 9(005)          VALUE ZEROS.
77  WA-DSP-ULTIMA                PIC X(157)          VALUE SPACES.

*--------------------------------------------------------------------*
* CADEIAS DO BATDRV: A PRINCIPAL (NOME EM BRANCO) PRIMEIRO, DEPOIS AS *
* DO batcadeias.ctl, LIDAS UMA VEZ NA PARTIDA.                        *
*--------------------------------------------------------------------*
77  SW-STATUS-CAD                PIC X(002)          VALUE SPACES.
77  WA-CDX                       PIC 9(003)          VALUE ZEROS.
77  WA-CADEIA-EXIBE              PIC X(012)          VALUE SPACES.
77  WA-NOME-LOG                  PIC X(030)          VALUE SPACES.
77  WA-SITUACAO-DRIVER           PIC X(030)          VALUE SPACES.
01  WA-TABELA-CADEIAS.
    03  WA-QTD-CADEIAS           PIC 9(003)          VALUE ZEROS.
    03  WA-CAD-NOME              OCCURS 50 TIMES     PIC X(012).

* CONSULTA DA TRAVA DE EXECUCAO DA CADEIA (RUNLOCK "C").
77  WA-RLK-JOB                   PIC X(020)          VALUE SPACES.
77  WA-RLK-OPERACAO              PIC X(001)          VALUE "C".
77  WA-RLK-RETORNO               PIC 9(002)          VALUE ZEROS.
    88  WA-RLK-EM-USO                                VALUE 01.
77  WA-RLK-DONO-PID              PIC 9(005)          VALUE ZEROS.
77  WA-RLK-DONO-USUARIO          PIC X(030)          VALUE SPACES.

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
        CLOSE PARM-CTL
    END-IF.

    MOVE 1      TO WA-QTD-CADEIAS.
    MOVE SPACES TO WA-CAD-NOME(1).
    OPEN INPUT CADEIAS-CTL.
    IF  SW-STATUS-CAD(1:1) = ZEROS
        PERFORM 1100-LER-CADEIA
                WITH TEST AFTER
                UNTIL SW-STATUS-CAD(1:1) NOT = ZEROS
        CLOSE CADEIAS-CTL
    END-IF.

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
* UMA PASSADA: COLHE OS CINCO RETRATOS, PINTA A TELA E O ESPELHO, E   *
* DORME O INTERVALO (QUANDO AINDA HA PASSADA POR VIR).                *
*--------------------------------------------------------------------*
2000-UMA-PASSADA.
            THRU 5000-RETRATO-TRAVAS-EXIT.
    PERFORM 6000-RETRATO-ALERTAS
            THRU 6000-RETRATO-ALERTAS-EXIT.
    PERFORM 6500-RETRATO-DISPARADOR
            THRU 6500-RETRATO-DISPARADOR-EXIT.

    CLOSE OPSCON-RPT.

    END-READ.

*--------------------------------------------------------------------*
* 2) O PASSO EM VOO DE CADA CADEIA: DRIVER VIVO OU PARADO E A ULTIMA  *
*    LINHA NAO VAZIA DO LOG DELA.                                     *
*--------------------------------------------------------------------*
4000-RETRATO-BATDRV.
    MOVE "RODADAS DO BATDRV POR CADEIA:" TO WA-LINHA-TELA.
    PERFORM 7000-MOSTRAR-LINHA.
    PERFORM 4050-RETRATO-CADEIA
            THRU 4050-RETRATO-CADEIA-EXIT
            VARYING WA-CDX FROM 1 BY 1
            UNTIL WA-CDX > WA-QTD-CADEIAS.

4000-RETRATO-BATDRV-EXIT.
    EXIT.

4050-RETRATO-CADEIA.
    IF  WA-CAD-NOME(WA-CDX) = SPACES
        MOVE "PRINCIPAL" TO WA-CADEIA-EXIBE
        MOVE "batdrv"    TO WA-RLK-JOB
    ELSE
        MOVE WA-CAD-NOME(WA-CDX) TO WA-CADEIA-EXIBE
        MOVE SPACES TO WA-RLK-JOB
        STRING "batdrv-"                          DELIMITED BY SIZE
               FUNCTION TRIM(WA-CAD-NOME(WA-CDX)) DELIMITED BY SIZE
               INTO WA-RLK-JOB
    END-IF.
    MOVE SPACES TO WA-NOME-LOG.
    STRING WA-RLK-JOB DELIMITED BY SPACE ".log" DELIMITED BY SIZE
           INTO WA-NOME-LOG.

    MOVE "C" TO WA-RLK-OPERACAO.
    CALL "RUNLOCK" USING WA-RLK-JOB, WA-RLK-OPERACAO, WA-RLK-RETORNO,
                          WA-RLK-DONO-PID, WA-RLK-DONO-USUARIO
    END-CALL.
    MOVE SPACES TO WA-SITUACAO-DRIVER.
    IF  WA-RLK-EM-USO
        STRING "DRIVER VIVO PID " DELIMITED BY SIZE
               WA-RLK-DONO-PID    DELIMITED BY SIZE
               INTO WA-SITUACAO-DRIVER
    ELSE
        MOVE "DRIVER PARADO" TO WA-SITUACAO-DRIVER
    END-IF.

    MOVE SPACES TO WA-ULTIMA-LOG.
    OPEN INPUT BATDRV-LOG.
    IF  SW-STATUS-LOG(1:1) NOT = ZEROS
        MOVE SPACES TO WA-LINHA-TELA
        STRING "  "               DELIMITED BY SIZE
               WA-CADEIA-EXIBE    DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WA-SITUACAO-DRIVER DELIMITED BY "  "
               " - SEM LOG ("     DELIMITED BY SIZE
               WA-NOME-LOG        DELIMITED BY SPACE
               ")"                DELIMITED BY SIZE
               INTO WA-LINHA-TELA
        PERFORM 7000-MOSTRAR-LINHA
        GO TO 4050-RETRATO-CADEIA-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-ARQ.
    PERFORM 4100-LER-LOG
            UNTIL WA-FIM-ARQ-SIM.
    CLOSE BATDRV-LOG.
    MOVE SPACES TO WA-LINHA-TELA.
    STRING "  "               DELIMITED BY SIZE
           WA-CADEIA-EXIBE    DELIMITED BY SIZE
           " "                DELIMITED BY SIZE
           WA-SITUACAO-DRIVER DELIMITED BY "  "
           " - ULTIMO PASSO NO LOG: " DELIMITED BY SIZE
           WA-ULTIMA-LOG      DELIMITED BY "   "
           INTO WA-LINHA-TELA.
    PERFORM 7000-MOSTRAR-LINHA.

4050-RETRATO-CADEIA-EXIT.
    EXIT.

4100-LER-LOG.
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* 5) DISPARADOR DA CADEIA DO NF-E: VIGIA VIVO OU PARADO, O QUE ELE    *
*    DECIDIU HOJE E A ULTIMA LINHA DO LOG DELE.                       *
*--------------------------------------------------------------------*
6500-RETRATO-DISPARADOR.
    MOVE "DISPARADOR DA CADEIA DO NF-E (nfedisp-log.txt):"
        TO WA-LINHA-TELA.
    PERFORM 7000-MOSTRAR-LINHA.
    MOVE "nfedisp" TO WA-RLK-JOB.
    MOVE "C" TO WA-RLK-OPERACAO.
    CALL "RUNLOCK" USING WA-RLK-JOB, WA-RLK-OPERACAO, WA-RLK-RETORNO,
                          WA-RLK-DONO-PID, WA-RLK-DONO-USUARIO
    END-CALL.
    MOVE SPACES TO WA-LINHA-TELA.
    IF  WA-RLK-EM-USO
        STRING "  VIGIA VIVO PID " DELIMITED BY SIZE
               WA-RLK-DONO-PID     DELIMITED BY SIZE
               INTO WA-LINHA-TELA
    ELSE
        MOVE "  VIGIA PARADO" TO WA-LINHA-TELA
    END-IF.
    PERFORM 7000-MOSTRAR-LINHA.

    MOVE ZEROS  TO WA-DSP-DISPAROS WA-DSP-RECUSAS WA-DSP-FALHAS
                   WA-DSP-NAO-PARTIU.
    MOVE SPACES TO WA-DSP-ULTIMA.
    OPEN INPUT NFEDISP-LOG.
    IF  SW-STATUS-DSP(1:1) NOT = ZEROS
        MOVE "  (SEM LOG DO DISPARADOR)" TO WA-LINHA-TELA
        PERFORM 7000-MOSTRAR-LINHA
        GO TO 6500-RETRATO-DISPARADOR-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-ARQ.
    PERFORM 6600-LER-DISPARADOR
            WITH TEST AFTER
            UNTIL WA-FIM-ARQ-SIM.
    CLOSE NFEDISP-LOG.

    MOVE SPACES TO WA-LINHA-TELA.
    STRING "  HOJE: "           DELIMITED BY SIZE
           WA-DSP-DISPAROS      DELIMITED BY SIZE
           " DISPARO(S), "      DELIMITED BY SIZE
           WA-DSP-RECUSAS       DELIMITED BY SIZE
           " RECUSA(S), "       DELIMITED BY SIZE
           WA-DSP-FALHAS        DELIMITED BY SIZE
           " FALHA(S), "        DELIMITED BY SIZE
           WA-DSP-NAO-PARTIU    DELIMITED BY SIZE
           " NAO PARTIU"        DELIMITED BY SIZE
           INTO WA-LINHA-TELA.
    PERFORM 7000-MOSTRAR-LINHA.
    IF  WA-DSP-ULTIMA NOT = SPACES
        MOVE WA-DSP-ULTIMA TO DSP-LINHA
        MOVE SPACES TO WA-LINHA-TELA
        STRING "  ULTIMO: "    DELIMITED BY SIZE
               DSP-DATA        DELIMITED BY SIZE
               " "             DELIMITED BY SIZE
               DSP-HORA        DELIMITED BY SIZE
               " "             DELIMITED BY SIZE
               DSP-EVENTO      DELIMITED BY SPACE
               " "             DELIMITED BY SIZE
               DSP-CADEIA      DELIMITED BY SPACE
               " - "           DELIMITED BY SIZE
               DSP-TEXTO       DELIMITED BY "   "
               INTO WA-LINHA-TELA
        PERFORM 7000-MOSTRAR-LINHA
    END-IF.

6500-RETRATO-DISPARADOR-EXIT.
    EXIT.

6600-LER-DISPARADOR.
    READ NFEDISP-LOG
         AT END SET WA-FIM-ARQ-SIM TO TRUE
         NOT AT END
             IF  DSP-LINHA NOT = SPACES
                 MOVE DSP-LINHA TO WA-DSP-ULTIMA
                 IF  DSP-DATA = WA-DATA-AGORA
                     EVALUATE TRUE
                         WHEN DSP-DISPARO
                             ADD 1 TO WA-DSP-DISPAROS
                         WHEN DSP-RECUSA
                             ADD 1 TO WA-DSP-RECUSAS
                         WHEN DSP-FALHA
                             ADD 1 TO WA-DSP-FALHAS
                         WHEN DSP-NAO-PARTIU
                             ADD 1 TO WA-DSP-NAO-PARTIU
                         WHEN OTHER
                             CONTINUE
                     END-EVALUATE
                 END-IF
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* A MESMA LINHA VAI PARA A TELA E PARA O ESPELHO opscon.rpt.          *
*--------------------------------------------------------------------*
