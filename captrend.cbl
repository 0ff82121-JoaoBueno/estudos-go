IDENTIFICATION DIVISION.
PROGRAM-ID.  CAPTREND.
*------------------------------------------------------------------------------*
* TENDENCIA DE ARMAZENAMENTO E PREVISAO DE CAPACIDADE - RELATORIO MENSAL       *
* (PASSO DE FIM DE MES NO CALENDARIO DO BATDRV) SOBRE DOIS HISTORICOS:         *
*                                                                              *
*   1) capmon-hist.txt (GRAVADO PELO CAPMON TODA NOITE): PARA CADA ARQUIVO DA  *
*      VENDAS E CADA PASTA DE ARTEFATOS (AREA DE BACKUP, arquivo-morto/),      *
*      O TAMANHO ATUAL, O CRESCIMENTO POR MES (EM MB E EM PERCENTUAL), O       *
*      TAMANHO PROJETADO EM 3, 6 E 12 MESES E O CRESCIMENTO DE REGISTROS.      *
*      A TAXA E A DA PRIMEIRA A ULTIMA MEDICAO BOA DO PERIODO, PROPORCIONAL    *
*      A 30 DIAS, E A PROJECAO E LINEAR SOBRE ELA;                             *
*   2) pidmon-hist.txt (GRAVADO PELO PIDMON): PARA O VENDCKS E O VENDBKP, A    *
*      DURACAO DE CADA NOITE (A MAIOR OBSERVACAO DA NOITE - O QUE FOI MEDIDO   *
*      ANTES DO MEIO-DIA E DA NOITE DO DIA ANTERIOR) VIRA UMA RETA DE          *
*      MINIMOS QUADRADOS NO TEMPO, E O RELATORIO DIZ EM QUE DATA A RETA PASSA  *
*      DA JANELA PREVISTA DO JOB - OU QUE JA PASSOU.  ESTOURO PREVISTO DENTRO  *
*      DO PRAZO DE AVISO (OU JA ACONTECIDO) VAI PARA A CENTRAL DE ALERTAS.     *
*                                                                              *
* PARAMETROS (captrend.ctl): MESES(2) DIAS-AVISO(3) JANELA-MIN(5).  SEM O      *
* ARQUIVO, 6 MESES DE HISTORICO E AVISO A 90 DIAS DO ESTOURO.  A JANELA E A    *
* DO JOBREG QUE VEM NO HISTORICO; COM JANELA 0 NO JOBREG VALE A JANELA-MIN DO  *
* captrend.ctl E, SEM ELA, A MAIOR DURACAO OBSERVADA NO PERIODO (MARCADA COM + *
* NO RELATORIO) - A RETA AVISA QUANDO O JOB PASSA DO QUE JA PRECISOU.          *
*                                                                              *
* CRIACAO...: 15/10/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - DURACAO AGRUPADA PELA NOITE (OBSERVACAO     *
*             ANTES DO MEIO-DIA CONTA NA VESPERA); SEM JANELA NO JOBREG NEM NO *
*             captrend.ctl VALE A MAIOR DURACAO OBSERVADA, NAO MAIS 480        *
*             MINUTOS FIXOS.                                                   *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-CTL ASSIGN "captrend.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-PARM.

* MEDICOES NOTURNAS DO CAPMON (LAYOUT COMPARTILHADO EM caphist.ws).
    SELECT CAPMON-HIST ASSIGN "capmon-hist.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CAP.

* DURACOES OBSERVADAS PELO PIDMON (LAYOUT COMPARTILHADO EM pidhist.ws).
    SELECT PIDMON-HIST ASSIGN "pidmon-hist.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-HIST.

    SELECT CAPTREND-RPT ASSIGN "captrend.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

DATA DIVISION.
FILE SECTION.
FD  PARM-CTL.
01  PARM-LINHA.
    03  PARM-MESES               PIC X(002).
    03  PARM-DIAS-AVISO          PIC X(003).
    03  PARM-JANELA-MIN          PIC X(005).

FD  CAPMON-HIST.
copy "caphist.ws".

FD  PIDMON-HIST.
copy "pidhist.ws".

FD  CAPTREND-RPT.
01  RPT-LINHA                    PIC X(200).

WORKING-STORAGE SECTION.
77  SW-STATUS-PARM               PIC X(002)          VALUE SPACES.
77  SW-STATUS-CAP                PIC X(002)          VALUE SPACES.
77  SW-STATUS-HIST               PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.

77  WA-MESES                     PIC 9(002)          VALUE 6.
77  WA-DIAS-AVISO                PIC 9(003)          VALUE 90.
77  WA-JANELA-PADRAO             PIC 9(005)          VALUE ZEROS.
77  WA-DATA-HOJE                 PIC 9(008)          VALUE ZEROS.
77  WA-DATA-CORTE                PIC 9(008)          VALUE ZEROS.
77  WA-INTEIRO-CORTE             PIC 9(008)          VALUE ZEROS.

77  WA-FIM-CAP                   PIC X(001)          VALUE "N".
    88  WA-FIM-CAP-SIM                               VALUE "S".
77  WA-FIM-HIST                  PIC X(001)          VALUE "N".
    88  WA-FIM-HIST-SIM                              VALUE "S".
77  WA-ACHOU                     PIC X(001)          VALUE "N".
    88  WA-ACHOU-SIM                                 VALUE "S".
77  WA-IDX                       PIC 9(004)          VALUE ZEROS.
77  WA-JDX                       PIC 9(004)          VALUE ZEROS.
77  WA-JOB-MAIUSC                PIC X(020)          VALUE SPACES.

*--------------------------------------------------------------------*
* CALCULO DO CRESCIMENTO DE UM ITEM (ARQUIVO OU PASTA).  O MEGABYTE   *
* E DE 1.048.576 BYTES.                                               *
*--------------------------------------------------------------------*
77  WA-DIAS-PERIODO              PIC 9(005)          VALUE ZEROS.
77  WA-CRESC-BYTES-MES           PIC S9(015)         VALUE ZEROS.
77  WA-CRESC-REGS-MES            PIC S9(011)         VALUE ZEROS.
77  WA-PCT-MES                   PIC S9(005)V9(002)  VALUE ZEROS.
77  WA-PROJ-BYTES                PIC S9(015)         VALUE ZEROS.
77  WA-MB                        PIC S9(011)V9(001)  VALUE ZEROS.
77  WA-MESES-PROJ                PIC 9(002)          VALUE ZEROS.

*--------------------------------------------------------------------*
* RETA DE MINIMOS QUADRADOS DA DURACAO DE UM JOB: X = DIAS DESDE O    *
* CORTE, Y = MINUTOS DA NOITE.                                        *
*--------------------------------------------------------------------*
77  WA-X                         PIC 9(005)          VALUE ZEROS.
77  WA-SOMA-X                    PIC 9(009)          VALUE ZEROS.
77  WA-SOMA-Y                    PIC 9(011)          VALUE ZEROS.
77  WA-SOMA-XX                   PIC 9(013)          VALUE ZEROS.
77  WA-SOMA-XY                   PIC 9(015)          VALUE ZEROS.
77  WA-DENOMINADOR               PIC S9(017)         VALUE ZEROS.
77  WA-INCLINACAO                PIC S9(007)V9(006)  VALUE ZEROS.
77  WA-INTERCEPTO                PIC S9(009)V9(006)  VALUE ZEROS.
77  WA-X-HOJE                    PIC 9(005)          VALUE ZEROS.
77  WA-ESTIMADA-HOJE             PIC S9(009)V9(002)  VALUE ZEROS.
77  WA-TEND-MES                  PIC S9(007)V9(002)  VALUE ZEROS.
77  WA-JANELA                    PIC 9(005)          VALUE ZEROS.
77  WA-DATA-NOITE                PIC 9(008)          VALUE ZEROS.
77  WA-DIAS-ESTOURO              PIC 9(007)          VALUE ZEROS.
77  WA-DATA-ESTOURO              PIC 9(008)          VALUE ZEROS.
77  WA-DIAS-EDITADO              PIC Z(006)9         VALUE ZEROS.

77  WA-TOTAL-AVISOS              PIC 9(003)          VALUE ZEROS.

77  WA-ALR-PROGRAMA              PIC X(030)          VALUE "CAPTREND".
77  WA-ALR-SEVERIDADE            PIC X(001)          VALUE "A".
77  WA-ALR-TEXTO                 PIC X(150)          VALUE SPACES.
77  WA-ALR-RETORNO               PIC 9(002)          VALUE ZEROS.

*--------------------------------------------------------------------*
* ITENS MEDIDOS PELO CAPMON, NA ORDEM EM QUE APARECEM NO HISTORICO.   *
* SO MEDICAO "OK" ENTRA NA TAXA; A ULTIMA SITUACAO E GUARDADA A PARTE *
* PARA O RELATORIO MOSTRAR ARQUIVO QUE SUMIU OU PAROU DE ABRIR.       *
*--------------------------------------------------------------------*
01  WA-TABELA-ITENS.
    03  WA-QTD-ITENS             PIC 9(004)          VALUE ZEROS.
    03  WA-ITM-ITEM              OCCURS 500 TIMES.
        05  WA-ITM-TIPO          PIC X(001).
        05  WA-ITM-NOME          PIC X(200).
        05  WA-ITM-OBS           PIC 9(005).
        05  WA-ITM-PRI-DATA      PIC 9(008).
        05  WA-ITM-PRI-BYTES     PIC 9(015).
        05  WA-ITM-PRI-REGS      PIC 9(011).
        05  WA-ITM-ULT-DATA      PIC 9(008).
        05  WA-ITM-ULT-BYTES     PIC 9(015).
        05  WA-ITM-ULT-REGS      PIC 9(011).
        05  WA-ITM-ULT-SITUACAO  PIC X(010).

*--------------------------------------------------------------------*
* JOBS DA JANELA A PREVER E A DURACAO DE CADA NOITE DELES (A MAIOR    *
* OBSERVACAO DO DIA - O PIDMON APENDA UMA POR PASSADA, COM OS MINUTOS *
* CORRIDOS ATE ALI).                                                  *
*--------------------------------------------------------------------*
01  WA-TABELA-JOBS.
    03  WA-QTD-JOBS              PIC 9(001)          VALUE 2.
    03  WA-JOB-ITEM              OCCURS 2 TIMES.
        05  WA-JOB-NOME          PIC X(020).
        05  WA-JOB-JANELA        PIC 9(005).
        05  WA-JOB-QTD-DIAS      PIC 9(004).
        05  WA-JOB-DIA           OCCURS 400 TIMES.
            07  WA-JOB-DIA-DATA  PIC 9(008).
            07  WA-JOB-DIA-MIN   PIC 9(005).

01  WA-RPT-ITEM.
    03  WA-RPT-TIPO              PIC X(001).
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-RPT-NOME              PIC X(040).
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-RPT-ATUAL             PIC ZZ.ZZZ.ZZ9,9.
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-RPT-CRESC             PIC -Z.ZZZ.ZZ9,9.
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-RPT-PCT               PIC -ZZZ9,99.
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-RPT-PROJ-3            PIC ZZ.ZZZ.ZZ9,9.
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-RPT-PROJ-6            PIC ZZ.ZZZ.ZZ9,9.
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-RPT-PROJ-12           PIC ZZ.ZZZ.ZZ9,9.
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-RPT-REGS              PIC ZZ.ZZZ.ZZZ.ZZ9.
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-RPT-REGS-MES          PIC -ZZZ.ZZZ.ZZ9.
    03  FILLER                   PIC X(002)          VALUE SPACES.
    03  WA-RPT-OBSERVACAO        PIC X(030).

01  WA-RPT-JOB.
    03  WA-RPT-JOB-NOME          PIC X(020).
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-RPT-JOB-DIAS          PIC ZZZ9.
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-RPT-JOB-ULTIMA        PIC ZZZZ9.
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-RPT-JOB-ESTIMADA      PIC -ZZZZ9.
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-RPT-JOB-TEND          PIC -ZZZ9,99.
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-RPT-JOB-JANELA        PIC ZZZZ9.
    03  WA-RPT-JOB-ORIGEM        PIC X(001).
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-RPT-JOB-RESULTADO     PIC X(070).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    PERFORM 2000-LER-MEDICOES
            THRU 2000-LER-MEDICOES-EXIT.
    PERFORM 3000-RELATAR-CRESCIMENTO.
    PERFORM 4000-LER-DURACOES
            THRU 4000-LER-DURACOES-EXIT.
    PERFORM 5000-RELATAR-JANELA.
    PERFORM 9999-FINALIZAR.
    STOP RUN.

1000-INICIALIZAR.
    OPEN INPUT PARM-CTL.
    IF  SW-STATUS-PARM(1:1) = ZEROS
        READ PARM-CTL
             AT END CONTINUE
             NOT AT END
                  IF  PARM-MESES NUMERIC AND PARM-MESES NOT = "00"
                      MOVE PARM-MESES TO WA-MESES(1:2)
                  END-IF
                  IF  PARM-DIAS-AVISO NUMERIC
                      MOVE PARM-DIAS-AVISO TO WA-DIAS-AVISO(1:3)
                  END-IF
                  IF  PARM-JANELA-MIN NUMERIC
                      AND PARM-JANELA-MIN NOT = "00000"
                      MOVE PARM-JANELA-MIN TO WA-JANELA-PADRAO(1:5)
                  END-IF
        END-READ
        CLOSE PARM-CTL
    END-IF.

    MOVE "VENDCKS" TO WA-JOB-NOME(1).
    MOVE "VENDBKP" TO WA-JOB-NOME(2).
    MOVE ZEROS     TO WA-JOB-JANELA(1) WA-JOB-QTD-DIAS(1)
                      WA-JOB-JANELA(2) WA-JOB-QTD-DIAS(2).

*   OS DOIS HISTORICOS SAO DATADOS PELO RELOGIO (QUANDO FOI MEDIDO),
*   E A TAXA E A RETA SAO NO TEMPO DE CALENDARIO - HOJE E O RELOGIO.
    ACCEPT WA-DATA-HOJE FROM DATE YYYYMMDD.
    COMPUTE WA-INTEIRO-CORTE =
            FUNCTION INTEGER-OF-DATE(WA-DATA-HOJE) - (WA-MESES * 30).
    COMPUTE WA-DATA-CORTE =
            FUNCTION DATE-OF-INTEGER(WA-INTEIRO-CORTE).
    COMPUTE WA-X-HOJE =
            FUNCTION INTEGER-OF-DATE(WA-DATA-HOJE) - WA-INTEIRO-CORTE.

    OPEN OUTPUT CAPTREND-RPT.
    MOVE SPACES TO RPT-LINHA.
    STRING "TENDENCIA DE ARMAZENAMENTO E PREVISAO DE CAPACIDADE - "
                                               DELIMITED BY SIZE
           WA-DATA-HOJE                        DELIMITED BY SIZE
           " - ULTIMOS "                       DELIMITED BY SIZE
           WA-MESES                            DELIMITED BY SIZE
           " MES(ES), DESDE "                  DELIMITED BY SIZE
           WA-DATA-CORTE                       DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* MEDICOES DO CAPMON DENTRO DO PERIODO, ACUMULADAS POR ITEM.          *
*--------------------------------------------------------------------*
2000-LER-MEDICOES.
    OPEN INPUT CAPMON-HIST.
    IF  SW-STATUS-CAP(1:1) NOT = ZEROS
        GO TO 2000-LER-MEDICOES-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-CAP.
    PERFORM 2100-LER-MEDICAO
            WITH TEST AFTER
            UNTIL WA-FIM-CAP-SIM.
    CLOSE CAPMON-HIST.

2000-LER-MEDICOES-EXIT.
    EXIT.

2100-LER-MEDICAO.
    READ CAPMON-HIST
         AT END SET WA-FIM-CAP-SIM TO TRUE
         NOT AT END
             IF  CAP-LINHA NOT = SPACES AND CAP-DATA >= WA-DATA-CORTE
                 PERFORM 2200-ACUMULAR-ITEM
             END-IF
    END-READ.

2200-ACUMULAR-ITEM.
    MOVE "N" TO WA-ACHOU.
    PERFORM 2210-PROCURAR-ITEM
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-ITENS OR WA-ACHOU-SIM.
    IF  WA-ACHOU-SIM
        SUBTRACT 1 FROM WA-IDX
    ELSE
        IF  WA-QTD-ITENS < 500
            ADD 1 TO WA-QTD-ITENS
            MOVE WA-QTD-ITENS TO WA-IDX
            MOVE CAP-TIPO     TO WA-ITM-TIPO(WA-IDX)
            MOVE CAP-NOME     TO WA-ITM-NOME(WA-IDX)
            MOVE ZEROS        TO WA-ITM-OBS(WA-IDX)
        ELSE
            MOVE ZEROS TO WA-IDX
        END-IF
    END-IF.
    IF  WA-IDX > ZEROS
        PERFORM 2300-SOMAR-MEDICAO
                THRU 2300-SOMAR-MEDICAO-EXIT
    END-IF.

2210-PROCURAR-ITEM.
    IF  WA-ITM-TIPO(WA-IDX) = CAP-TIPO
        AND WA-ITM-NOME(WA-IDX) = CAP-NOME
        MOVE "S" TO WA-ACHOU
    END-IF.

*--------------------------------------------------------------------*
* WA-IDX APONTA O ITEM.  O HISTORICO E CRONOLOGICO: A PRIMEIRA        *
* MEDICAO BOA FICA COMO PONTO DE PARTIDA E CADA BOA SEGUINTE VIRA A   *
* ULTIMA.                                                             *
*--------------------------------------------------------------------*
2300-SOMAR-MEDICAO.
    MOVE CAP-SITUACAO TO WA-ITM-ULT-SITUACAO(WA-IDX).
    IF  NOT CAP-SITUACAO-OK
        GO TO 2300-SOMAR-MEDICAO-EXIT
    END-IF.
    ADD 1 TO WA-ITM-OBS(WA-IDX).
    IF  WA-ITM-OBS(WA-IDX) = 1
        MOVE CAP-DATA      TO WA-ITM-PRI-DATA(WA-IDX)
        MOVE CAP-BYTES     TO WA-ITM-PRI-BYTES(WA-IDX)
        MOVE CAP-REGISTROS TO WA-ITM-PRI-REGS(WA-IDX)
    END-IF.
    MOVE CAP-DATA      TO WA-ITM-ULT-DATA(WA-IDX).
    MOVE CAP-BYTES     TO WA-ITM-ULT-BYTES(WA-IDX).
    MOVE CAP-REGISTROS TO WA-ITM-ULT-REGS(WA-IDX).

2300-SOMAR-MEDICAO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* SECAO 1: CRESCIMENTO E PROJECAO POR ITEM (TIPO A = ARQUIVO DA       *
* VENDAS, P = PASTA DE ARTEFATOS; TAMANHOS EM MB).                    *
*--------------------------------------------------------------------*
3000-RELATAR-CRESCIMENTO.
    MOVE "CRESCIMENTO POR ARQUIVO/PASTA (capmon-hist.txt) - TAMANHOS EM MB"
        TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "T NOME                                        ATUAL  "
                                               DELIMITED BY SIZE
           "CRESC/MES    %/MES  EM 3 MESES   EM 6 MESES  EM 12 MESES "
                                               DELIMITED BY SIZE
           "     REGISTROS     REGS/MES"       DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    IF  WA-QTD-ITENS = ZEROS
        MOVE "  SEM MEDICAO NO PERIODO (capmon-hist.txt)" TO RPT-LINHA
        WRITE RPT-LINHA
    ELSE
        PERFORM 3100-RELATAR-ITEM
                THRU 3100-RELATAR-ITEM-EXIT
                VARYING WA-IDX FROM 1 BY 1
                UNTIL WA-IDX > WA-QTD-ITENS
    END-IF.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

3100-RELATAR-ITEM.
    MOVE SPACES               TO WA-RPT-ITEM.
    MOVE WA-ITM-TIPO(WA-IDX)  TO WA-RPT-TIPO.
    MOVE WA-ITM-NOME(WA-IDX)  TO WA-RPT-NOME.
    IF  WA-ITM-ULT-SITUACAO(WA-IDX) NOT = "OK"
        MOVE SPACES TO WA-RPT-OBSERVACAO
        STRING "ULTIMA MEDICAO: "          DELIMITED BY SIZE
               WA-ITM-ULT-SITUACAO(WA-IDX) DELIMITED BY SPACE
               INTO WA-RPT-OBSERVACAO
    END-IF.
    IF  WA-ITM-OBS(WA-IDX) = ZEROS
        MOVE "SEM MEDICAO BOA NO PERIODO" TO WA-RPT-OBSERVACAO
        PERFORM 3900-GRAVAR-ITEM
        GO TO 3100-RELATAR-ITEM-EXIT
    END-IF.

    COMPUTE WA-MB ROUNDED = WA-ITM-ULT-BYTES(WA-IDX) / 1048576.
    MOVE WA-MB                   TO WA-RPT-ATUAL.
    MOVE WA-ITM-ULT-REGS(WA-IDX) TO WA-RPT-REGS.

    COMPUTE WA-DIAS-PERIODO =
            FUNCTION INTEGER-OF-DATE(WA-ITM-ULT-DATA(WA-IDX))
          - FUNCTION INTEGER-OF-DATE(WA-ITM-PRI-DATA(WA-IDX)).
    IF  WA-DIAS-PERIODO = ZEROS
        MOVE "HISTORICO INSUFICIENTE (1 DIA)" TO WA-RPT-OBSERVACAO
        PERFORM 3900-GRAVAR-ITEM
        GO TO 3100-RELATAR-ITEM-EXIT
    END-IF.

    COMPUTE WA-CRESC-BYTES-MES ROUNDED =
            (WA-ITM-ULT-BYTES(WA-IDX) - WA-ITM-PRI-BYTES(WA-IDX)) * 30
            / WA-DIAS-PERIODO.
    COMPUTE WA-CRESC-REGS-MES ROUNDED =
            (WA-ITM-ULT-REGS(WA-IDX) - WA-ITM-PRI-REGS(WA-IDX)) * 30
            / WA-DIAS-PERIODO.
    IF  WA-ITM-PRI-BYTES(WA-IDX) > ZEROS
        COMPUTE WA-PCT-MES ROUNDED =
                WA-CRESC-BYTES-MES * 100 / WA-ITM-PRI-BYTES(WA-IDX)
    ELSE
        MOVE ZEROS TO WA-PCT-MES
    END-IF.
    COMPUTE WA-MB ROUNDED = WA-CRESC-BYTES-MES / 1048576.
    MOVE WA-MB             TO WA-RPT-CRESC.
    MOVE WA-PCT-MES        TO WA-RPT-PCT.
    MOVE WA-CRESC-REGS-MES TO WA-RPT-REGS-MES.

    MOVE 3 TO WA-MESES-PROJ.
    PERFORM 3200-PROJETAR.
    MOVE WA-MB TO WA-RPT-PROJ-3.
    MOVE 6 TO WA-MESES-PROJ.
    PERFORM 3200-PROJETAR.
    MOVE WA-MB TO WA-RPT-PROJ-6.
    MOVE 12 TO WA-MESES-PROJ.
    PERFORM 3200-PROJETAR.
    MOVE WA-MB TO WA-RPT-PROJ-12.

    PERFORM 3900-GRAVAR-ITEM.

3100-RELATAR-ITEM-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* PROJECAO LINEAR: TAMANHO ATUAL + CRESCIMENTO MENSAL X MESES.  ITEM  *
* ENCOLHENDO NAO PROJETA ABAIXO DE ZERO.                              *
*--------------------------------------------------------------------*
3200-PROJETAR.
    COMPUTE WA-PROJ-BYTES =
            WA-ITM-ULT-BYTES(WA-IDX) + (WA-CRESC-BYTES-MES * WA-MESES-PROJ).
    IF  WA-PROJ-BYTES < ZEROS
        MOVE ZEROS TO WA-PROJ-BYTES
    END-IF.
    COMPUTE WA-MB ROUNDED = WA-PROJ-BYTES / 1048576.

3900-GRAVAR-ITEM.
    MOVE WA-RPT-ITEM TO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* DURACOES DO PIDMON DENTRO DO PERIODO: UMA POR NOITE POR JOB, A      *
* MAIOR DO DIA.  O NOME DO JOB NO HISTORICO E O DO PASSO NO           *
* batdrv.ctl - COMPARADO SEM CAIXA.                                   *
*--------------------------------------------------------------------*
4000-LER-DURACOES.
    OPEN INPUT PIDMON-HIST.
    IF  SW-STATUS-HIST(1:1) NOT = ZEROS
        GO TO 4000-LER-DURACOES-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-HIST.
    PERFORM 4100-LER-DURACAO
            WITH TEST AFTER
            UNTIL WA-FIM-HIST-SIM.
    CLOSE PIDMON-HIST.

4000-LER-DURACOES-EXIT.
    EXIT.

4100-LER-DURACAO.
    READ PIDMON-HIST
         AT END SET WA-FIM-HIST-SIM TO TRUE
         NOT AT END
             IF  HIST-LINHA NOT = SPACES AND HIST-DATA NUMERIC
                 PERFORM 4150-DATA-DA-NOITE
                 IF  WA-DATA-NOITE >= WA-DATA-CORTE
                     MOVE FUNCTION UPPER-CASE(HIST-JOB) TO WA-JOB-MAIUSC
                     PERFORM 4200-GUARDAR-DURACAO
                             THRU 4200-GUARDAR-DURACAO-EXIT
                             VARYING WA-JDX FROM 1 BY 1
                             UNTIL WA-JDX > WA-QTD-JOBS
                 END-IF
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* A NOITE DA OBSERVACAO: A JANELA ATRAVESSA A MEIA-NOITE, ENTAO O QUE *
* O PIDMON MEDIU ANTES DO MEIO-DIA E DA NOITE QUE COMECOU NA VESPERA. *
*--------------------------------------------------------------------*
4150-DATA-DA-NOITE.
    MOVE HIST-DATA TO WA-DATA-NOITE.
    IF  HIST-HORA < 120000
        COMPUTE WA-DATA-NOITE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(HIST-DATA) - 1)
    END-IF.

4200-GUARDAR-DURACAO.
    IF  WA-JOB-MAIUSC NOT = WA-JOB-NOME(WA-JDX)
        GO TO 4200-GUARDAR-DURACAO-EXIT
    END-IF.
    IF  HIST-JANELA-MIN > ZEROS
        MOVE HIST-JANELA-MIN TO WA-JOB-JANELA(WA-JDX)
    END-IF.
    MOVE WA-JOB-QTD-DIAS(WA-JDX) TO WA-IDX.
    IF  WA-IDX > ZEROS
        IF  WA-JOB-DIA-DATA(WA-JDX, WA-IDX) = WA-DATA-NOITE
            IF  HIST-MINUTOS > WA-JOB-DIA-MIN(WA-JDX, WA-IDX)
                MOVE HIST-MINUTOS TO WA-JOB-DIA-MIN(WA-JDX, WA-IDX)
            END-IF
            GO TO 4200-GUARDAR-DURACAO-EXIT
        END-IF
    END-IF.
    IF  WA-IDX < 400
        ADD 1 TO WA-JOB-QTD-DIAS(WA-JDX)
        MOVE WA-JOB-QTD-DIAS(WA-JDX) TO WA-IDX
        MOVE WA-DATA-NOITE TO WA-JOB-DIA-DATA(WA-JDX, WA-IDX)
        MOVE HIST-MINUTOS TO WA-JOB-DIA-MIN(WA-JDX, WA-IDX)
    END-IF.

4200-GUARDAR-DURACAO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* SECAO 2: QUANDO A DURACAO DEIXA DE CABER NA JANELA.                 *
*--------------------------------------------------------------------*
5000-RELATAR-JANELA.
    MOVE "ESTOURO DA JANELA (pidmon-hist.txt) - MINUTOS POR NOITE"
        TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "JOB                  DIAS ULTIMA  HOJE* MIN/MES JANELA  "
                                               DELIMITED BY SIZE
           "PREVISAO"                          DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    PERFORM 5100-RELATAR-JOB
            THRU 5100-RELATAR-JOB-EXIT
            VARYING WA-JDX FROM 1 BY 1
            UNTIL WA-JDX > WA-QTD-JOBS.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE "* HOJE = DURACAO ESTIMADA PELA RETA PARA A NOITE DE HOJE"
        TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE "+ JANELA = MAIOR DURACAO OBSERVADA (JANELA 0 NO JOBREG)"
        TO RPT-LINHA.
    WRITE RPT-LINHA.

5100-RELATAR-JOB.
    MOVE SPACES                  TO WA-RPT-JOB.
    MOVE WA-JOB-NOME(WA-JDX)     TO WA-RPT-JOB-NOME.
    MOVE WA-JOB-QTD-DIAS(WA-JDX) TO WA-RPT-JOB-DIAS.
    EVALUATE TRUE
        WHEN WA-JOB-JANELA(WA-JDX) > ZEROS
            MOVE WA-JOB-JANELA(WA-JDX) TO WA-JANELA
        WHEN WA-JANELA-PADRAO > ZEROS
            MOVE WA-JANELA-PADRAO      TO WA-JANELA
        WHEN OTHER
            MOVE ZEROS TO WA-JANELA
            PERFORM 5150-MAIOR-DURACAO
                    VARYING WA-IDX FROM 1 BY 1
                    UNTIL WA-IDX > WA-JOB-QTD-DIAS(WA-JDX)
            MOVE "+" TO WA-RPT-JOB-ORIGEM
    END-EVALUATE.
    MOVE WA-JANELA TO WA-RPT-JOB-JANELA.
    IF  WA-JOB-QTD-DIAS(WA-JDX) < 2
        MOVE "HISTORICO INSUFICIENTE - MENOS DE DUAS NOITES NO PERIODO"
          TO WA-RPT-JOB-RESULTADO
        PERFORM 5900-GRAVAR-JOB
        GO TO 5100-RELATAR-JOB-EXIT
    END-IF.
    MOVE WA-JOB-QTD-DIAS(WA-JDX) TO WA-IDX.
    MOVE WA-JOB-DIA-MIN(WA-JDX, WA-IDX) TO WA-RPT-JOB-ULTIMA.

    MOVE ZEROS TO WA-SOMA-X WA-SOMA-Y WA-SOMA-XX WA-SOMA-XY.
    PERFORM 5200-SOMAR-PONTO
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-JOB-QTD-DIAS(WA-JDX).
    COMPUTE WA-DENOMINADOR =
            (WA-JOB-QTD-DIAS(WA-JDX) * WA-SOMA-XX)
          - (WA-SOMA-X * WA-SOMA-X).
    IF  WA-DENOMINADOR = ZEROS
        MOVE "HISTORICO INSUFICIENTE - NOITES SEM DISPERSAO NO TEMPO"
          TO WA-RPT-JOB-RESULTADO
        PERFORM 5900-GRAVAR-JOB
        GO TO 5100-RELATAR-JOB-EXIT
    END-IF.
    COMPUTE WA-INCLINACAO ROUNDED =
            ((WA-JOB-QTD-DIAS(WA-JDX) * WA-SOMA-XY)
           - (WA-SOMA-X * WA-SOMA-Y)) / WA-DENOMINADOR.
    COMPUTE WA-INTERCEPTO ROUNDED =
            (WA-SOMA-Y - (WA-INCLINACAO * WA-SOMA-X))
            / WA-JOB-QTD-DIAS(WA-JDX).
    COMPUTE WA-ESTIMADA-HOJE ROUNDED =
            WA-INTERCEPTO + (WA-INCLINACAO * WA-X-HOJE).
    COMPUTE WA-TEND-MES ROUNDED = WA-INCLINACAO * 30.
    MOVE WA-ESTIMADA-HOJE TO WA-RPT-JOB-ESTIMADA.
    MOVE WA-TEND-MES      TO WA-RPT-JOB-TEND.

    IF  WA-ESTIMADA-HOJE >= WA-JANELA
        MOVE "JA NAO CABE NA JANELA" TO WA-RPT-JOB-RESULTADO
        PERFORM 5900-GRAVAR-JOB
        MOVE ZEROS TO WA-DIAS-ESTOURO
        PERFORM 5500-AVISAR
        GO TO 5100-RELATAR-JOB-EXIT
    END-IF.
    IF  WA-INCLINACAO NOT > ZEROS
        MOVE "SEM TENDENCIA DE ALTA - CABE NA JANELA"
          TO WA-RPT-JOB-RESULTADO
        PERFORM 5900-GRAVAR-JOB
        GO TO 5100-RELATAR-JOB-EXIT
    END-IF.

    COMPUTE WA-DIAS-ESTOURO ROUNDED =
            (WA-JANELA - WA-ESTIMADA-HOJE) / WA-INCLINACAO.
    IF  WA-DIAS-ESTOURO > 3650
        MOVE "ESTOURO PREVISTO SO DAQUI A MAIS DE 10 ANOS"
          TO WA-RPT-JOB-RESULTADO
        PERFORM 5900-GRAVAR-JOB
        GO TO 5100-RELATAR-JOB-EXIT
    END-IF.
    COMPUTE WA-DATA-ESTOURO = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WA-DATA-HOJE) + WA-DIAS-ESTOURO).
    MOVE WA-DIAS-ESTOURO TO WA-DIAS-EDITADO.
    STRING "DEIXA DE CABER POR VOLTA DE "  DELIMITED BY SIZE
           WA-DATA-ESTOURO                 DELIMITED BY SIZE
           " (EM "                         DELIMITED BY SIZE
           FUNCTION TRIM(WA-DIAS-EDITADO)  DELIMITED BY SIZE
           " DIAS)"                        DELIMITED BY SIZE
           INTO WA-RPT-JOB-RESULTADO.
    PERFORM 5900-GRAVAR-JOB.
    IF  WA-DIAS-ESTOURO <= WA-DIAS-AVISO
        PERFORM 5500-AVISAR
    END-IF.

5100-RELATAR-JOB-EXIT.
    EXIT.

5150-MAIOR-DURACAO.
    IF  WA-JOB-DIA-MIN(WA-JDX, WA-IDX) > WA-JANELA
        MOVE WA-JOB-DIA-MIN(WA-JDX, WA-IDX) TO WA-JANELA
    END-IF.

5200-SOMAR-PONTO.
    COMPUTE WA-X =
            FUNCTION INTEGER-OF-DATE(WA-JOB-DIA-DATA(WA-JDX, WA-IDX))
          - WA-INTEIRO-CORTE.
    ADD WA-X                            TO WA-SOMA-X.
    ADD WA-JOB-DIA-MIN(WA-JDX, WA-IDX)  TO WA-SOMA-Y.
    COMPUTE WA-SOMA-XX = WA-SOMA-XX + (WA-X * WA-X).
    COMPUTE WA-SOMA-XY =
            WA-SOMA-XY + (WA-X * WA-JOB-DIA-MIN(WA-JDX, WA-IDX)).

*--------------------------------------------------------------------*
* ESTOURO JA ACONTECIDO OU DENTRO DO PRAZO DE AVISO: CENTRAL DE       *
* ALERTAS, PARA ALGUEM PLANEJAR ANTES DO PRIMEIRO TIMEOUT.            *
*--------------------------------------------------------------------*
5500-AVISAR.
    ADD 1 TO WA-TOTAL-AVISOS.
    MOVE SPACES TO WA-ALR-TEXTO.
    STRING "DURACAO DO "          DELIMITED BY SIZE
           WA-JOB-NOME(WA-JDX)    DELIMITED BY SPACE
           " - "                  DELIMITED BY SIZE
           WA-RPT-JOB-RESULTADO   DELIMITED BY "  "
           " (JANELA "            DELIMITED BY SIZE
           WA-JANELA              DELIMITED BY SIZE
           " MIN) - VER captrend.rpt" DELIMITED BY SIZE
           INTO WA-ALR-TEXTO.
    CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                          WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.

5900-GRAVAR-JOB.
    MOVE WA-RPT-JOB TO RPT-LINHA.
    WRITE RPT-LINHA.

9999-FINALIZAR.
    IF  WA-TOTAL-AVISOS > ZEROS
        MOVE SPACES TO RPT-LINHA
        STRING WA-TOTAL-AVISOS            DELIMITED BY SIZE
               " AVISO(S) DE ESTOURO DE JANELA ENVIADO(S) A CENTRAL DE "
                                          DELIMITED BY SIZE
               "ALERTAS"                  DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.
    CLOSE CAPTREND-RPT.
    MOVE ZEROS TO RETURN-CODE.
