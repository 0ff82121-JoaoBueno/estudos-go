IDENTIFICATION DIVISION.
PROGRAM-ID.  ALERTSLA.
*------------------------------------------------------------------------------*
* RELATORIO MENSAL DE TEMPO DE RESPOSTA (SLA) DOS ALERTAS DA CENTRAL.          *
* O alertas.ctl JA GUARDA O CARIMBO DE CADA ALERTA (ALE-DATA/HORA), O NIVEL    *
* DE ESCALONAMENTO (ALE-ESCALADO) E O MOMENTO DO TRATAMENTO PELO ALERTACK      *
* (ALE-ACK-DATA/HORA) - MAS NINGUEM MEDIA QUANTO TEMPO UM ALERTA FICA SEM      *
* DONO.  PARA O MES PEDIDO EM alertsla.ctl (AAAAMM; SEM O ARQUIVO, O MES DA   *
* DATA DE MOVIMENTO DA ROTINA DATAMOV - MESMA CONVENCAO DO NFEMRPT), ESTE      *
* PASSO:                                                                       *
*                                                                              *
*   1) LE OS ALERTAS GRAVADOS NO MES E ATRIBUI CADA UM A EQUIPE DE NIVEL 1     *
*      PELA MESMA REGRA DO ALERTDSP (PRIMEIRA LINHA DO alertrota.ctl QUE       *
*      CASA COM O PREFIXO DO PROGRAMA E A SEVERIDADE; SEM ROTA, "SEM ROTA");   *
*   2) POR EQUIPE E SEVERIDADE: QUANTIDADE, MEDIANA E PIOR TEMPO ATE O         *
*      TRATAMENTO (SO DOS TRATADOS), QUANTOS SUBIRAM PARA O NIVEL 2            *
*      (ALE-ESCALADO > 0) E QUANTOS AINDA ESTAVAM ABERTOS NO FIM DO MES (SEM   *
*      TRATAMENTO, OU TRATADOS SO DEPOIS DA VIRADA; NO MES CORRENTE, O         *
*      CORTE E O MOMENTO DA RODADA).                                           *
*                                                                              *
* A MEDIANA SAI DE UM SORT DOS TEMPOS POR EQUIPE+SEVERIDADE+TEMPO: A SAIDA     *
* DO SORT E PERCORRIDA UMA VEZ, PEGANDO O(S) ELEMENTO(S) DO MEIO DE CADA       *
* GRUPO.  ALERTA SUPRIMIDO POR JANELA DE MANUTENCAO (ALE-SUPRIMIDO "S") NAO    *
* FOI ROTEADO - FICA FORA DAS CONTAS E SO SAI CONTADO NO RODAPE.               *
*                                                                              *
* CRIACAO...: 15/10/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - O MES PADRAO (SEM alertsla.ctl) SAI DA DATA *
*             DE MOVIMENTO DA ROTINA DATAMOV, NAO DO RELOGIO.                  *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-CTL ASSIGN "alertsla.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-PARM.

    SELECT ALERTAS-FILE ASSIGN "alertas.ctl"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY ALE-CHAVE
           FILE STATUS SW-STATUS-ALE.

    SELECT ROTAS-CTL ASSIGN "alertrota.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-ROT.

    SELECT ORDENA-WORK ASSIGN "alertsla-sort.tmp".

    SELECT ALERTSLA-RPT ASSIGN "alertsla.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

DATA DIVISION.
FILE SECTION.
FD  PARM-CTL.
01  PARM-LINHA.
    03  PARM-MES                 PIC X(006).

FD  ALERTAS-FILE.
copy "alertas.ws".

FD  ROTAS-CTL.
01  ROT-LINHA.
    03  ROT-PREFIXO              PIC X(030).
    03  ROT-SEVERIDADE           PIC X(001).
    03  ROT-EQUIPE-N1            PIC X(020).
    03  ROT-EQUIPE-N2            PIC X(020).
    03  ROT-ESCALA-HORAS         PIC X(003).

* UM ALERTA TRATADO: O GRUPO E O TEMPO ATE O TRATAMENTO, EM MINUTOS.
SD  ORDENA-WORK.
01  ORD-LINHA.
    03  ORD-EQUIPE               PIC X(020).
    03  ORD-SEVERIDADE           PIC X(001).
    03  ORD-MINUTOS              PIC 9(007).

FD  ALERTSLA-RPT.
01  RPT-LINHA                    PIC X(132).

WORKING-STORAGE SECTION.
77  SW-STATUS-PARM               PIC X(002)          VALUE SPACES.
77  SW-STATUS-ALE                PIC X(002)          VALUE SPACES.
77  SW-STATUS-ROT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.

77  WA-FIM-ALERTAS               PIC X(001)          VALUE "N".
    88  WA-FIM-ALERTAS-SIM                           VALUE "S".
77  WA-FIM-ORDENADO              PIC X(001)          VALUE "N".
    88  WA-FIM-ORDENADO-SIM                          VALUE "S".
77  WA-ACHOU                     PIC X(001)          VALUE "N".
    88  WA-ACHOU-SIM                                 VALUE "S".

77  WA-MES                       PIC 9(006)          VALUE ZEROS.
77  WA-DATA-HOJE                 PIC 9(008)          VALUE ZEROS.
77  WA-HORA-HOJE                 PIC 9(006)          VALUE ZEROS.
77  WA-DATA-INICIO               PIC 9(008)          VALUE ZEROS.
77  WA-DATA-PROX-MES             PIC 9(008)          VALUE ZEROS.
77  WA-ANO                       PIC 9(004)          VALUE ZEROS.
77  WA-MM                        PIC 9(002)          VALUE ZEROS.

* DATA DE MOVIMENTO DA RODADA (ROTINA DATAMOV) - NAO A DO RELOGIO.
77  WA-DMR-OPERACAO              PIC X(001)          VALUE "C".
77  WA-DMR-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO               PIC 9(002)          VALUE ZEROS.

* CONTA DE MINUTOS CORRIDOS (MESMA BASE DO ALERTDSP).
77  WA-CALC-DATA                 PIC 9(008)          VALUE ZEROS.
77  WA-CALC-HORA                 PIC 9(006)          VALUE ZEROS.
77  WA-CALC-HH                   PIC 9(002)          VALUE ZEROS.
77  WA-CALC-MI                   PIC 9(002)          VALUE ZEROS.
77  WA-CALC-MINUTOS              PIC S9(009)         VALUE ZEROS.
77  WA-MIN-CORTE                 PIC S9(009)         VALUE ZEROS.
77  WA-MIN-ALERTA                PIC S9(009)         VALUE ZEROS.
77  WA-MIN-ACK                   PIC S9(009)         VALUE ZEROS.
77  WA-TEMPO                     PIC S9(009)         VALUE ZEROS.

01  WA-TABELA-ROTAS.
    03  WA-QTD-ROTAS             PIC 9(003)          VALUE ZEROS.
    03  WA-ROTA-ITEM             OCCURS 100 TIMES.
        05  WA-ROT-PREFIXO       PIC X(030).
        05  WA-ROT-PREFIXO-LEN   PIC 9(002).
        05  WA-ROT-SEVERIDADE    PIC X(001).
        05  WA-ROT-EQUIPE-N1     PIC X(020).
77  WA-IDX-ROT                   PIC 9(003)          VALUE ZEROS.
77  WA-ROTA-ACHADA               PIC 9(003)          VALUE ZEROS.
77  WA-EQUIPE                    PIC X(020)          VALUE SPACES.

*--------------------------------------------------------------------*
* UM GRUPO POR EQUIPE+SEVERIDADE, MANTIDO NA ORDEM DO SORT (GRUPO     *
* NOVO ENTRA NA POSICAO CERTA E EMPURRA OS SEGUINTES).  TEMPOS EM     *
* MINUTOS.                                                            *
*--------------------------------------------------------------------*
01  WA-TABELA-GRUPOS.
    03  WA-QTD-GRUPOS            PIC 9(003)          VALUE ZEROS.
    03  WA-GRP-ITEM              OCCURS 400 TIMES.
        05  WA-GRP-CHAVE.
            07  WA-GRP-EQUIPE    PIC X(020).
            07  WA-GRP-SEVERIDADE PIC X(001).
        05  WA-GRP-QTD           PIC 9(005).
        05  WA-GRP-TRATADOS      PIC 9(005).
        05  WA-GRP-PIOR          PIC 9(007).
        05  WA-GRP-MEDIANA       PIC 9(007).
        05  WA-GRP-ESCALADOS     PIC 9(005).
        05  WA-GRP-ABERTOS       PIC 9(005).
77  WA-IDX-GRP                   PIC 9(003)          VALUE ZEROS.
77  WA-IDX-DESL                  PIC 9(003)          VALUE ZEROS.
01  WA-CHAVE-PROCURADA.
    03  WA-PRC-EQUIPE            PIC X(020)          VALUE SPACES.
    03  WA-PRC-SEVERIDADE        PIC X(001)          VALUE SPACES.

* PERCURSO DA SAIDA DO SORT: POSICAO DENTRO DO GRUPO E OS DOIS
* ELEMENTOS DO MEIO (IGUAIS QUANDO O GRUPO TEM QUANTIDADE IMPAR).
01  WA-GRUPO-CORRENTE.
    03  WA-COR-EQUIPE            PIC X(020)          VALUE SPACES.
    03  WA-COR-SEVERIDADE        PIC X(001)          VALUE SPACES.
77  WA-POSICAO                   PIC 9(005)          VALUE ZEROS.
77  WA-POS-MEIO1                 PIC 9(005)          VALUE ZEROS.
77  WA-POS-MEIO2                 PIC 9(005)          VALUE ZEROS.
77  WA-SOMA-MEIO                 PIC 9(009)          VALUE ZEROS.

77  WA-TOTAL-ALERTAS             PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-TRATADOS            PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-ESCALADOS           PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-ABERTOS             PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-SUPRIMIDOS          PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-SEM-ROTA            PIC 9(007)          VALUE ZEROS.

* TEMPO EDITADO COMO HORAS:MINUTOS.
77  WA-ED-MINUTOS                PIC 9(007)          VALUE ZEROS.
77  WA-ED-HORAS                  PIC 9(005)          VALUE ZEROS.
77  WA-ED-RESTO                  PIC 9(002)          VALUE ZEROS.
01  WA-ED-TEMPO.
    03  WA-ED-TEMPO-HORAS        PIC ZZZZ9.
    03  FILLER                   PIC X(001)          VALUE ":".
    03  WA-ED-TEMPO-MIN          PIC 9(002).

01  WA-RPT-DETALHE.
    03  WA-RPT-EQUIPE            PIC X(020).
    03  FILLER                   PIC X(002)          VALUE SPACES.
    03  WA-RPT-SEVERIDADE        PIC X(001).
    03  FILLER                   PIC X(003)          VALUE SPACES.
    03  WA-RPT-QTD               PIC ZZZZ9.
    03  FILLER                   PIC X(003)          VALUE SPACES.
    03  WA-RPT-TRATADOS          PIC ZZZZ9.
    03  FILLER                   PIC X(003)          VALUE SPACES.
    03  WA-RPT-MEDIANA           PIC X(008).
    03  FILLER                   PIC X(003)          VALUE SPACES.
    03  WA-RPT-PIOR              PIC X(008).
    03  FILLER                   PIC X(003)          VALUE SPACES.
    03  WA-RPT-ESCALADOS         PIC ZZZZ9.
    03  FILLER                   PIC X(003)          VALUE SPACES.
    03  WA-RPT-ABERTOS           PIC ZZZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    SORT ORDENA-WORK
         ON ASCENDING KEY ORD-EQUIPE ORD-SEVERIDADE ORD-MINUTOS
         INPUT PROCEDURE 2000-LER-ALERTAS
               THRU 2000-LER-ALERTAS-EXIT
         OUTPUT PROCEDURE 3000-APURAR-MEDIANAS
               THRU 3000-APURAR-MEDIANAS-EXIT.
    PERFORM 4000-LISTAR-GRUPOS.
    PERFORM 8000-TRAILER.
    PERFORM 9999-FINALIZAR.
    STOP RUN.

1000-INICIALIZAR.
*   O MES PADRAO E O DA DATA DE MOVIMENTO; O RELOGIO SO DA O CORTE DO
*   MES CORRENTE (OS CARIMBOS DOS ALERTAS SAO DO RELOGIO).
    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.
    MOVE WA-DMR-DATA(1:6) TO WA-MES(1:6).
    ACCEPT WA-DATA-HOJE FROM DATE YYYYMMDD.
    ACCEPT WA-HORA-HOJE FROM TIME.

    OPEN INPUT PARM-CTL.
    IF  SW-STATUS-PARM(1:1) = ZEROS
        READ PARM-CTL
             AT END CONTINUE
             NOT AT END
                  IF  PARM-MES NUMERIC AND PARM-MES NOT = "000000"
                      MOVE PARM-MES TO WA-MES(1:6)
                  END-IF
        END-READ
        CLOSE PARM-CTL
    END-IF.

*   CORTE DO "ABERTO NO FIM DO MES": A VIRADA PARA O MES SEGUINTE, OU
*   O MOMENTO DA RODADA SE O MES PEDIDO E O CORRENTE.
    COMPUTE WA-DATA-INICIO = WA-MES * 100 + 1.
    MOVE WA-MES(1:4) TO WA-ANO.
    MOVE WA-MES(5:2) TO WA-MM.
    IF  WA-MM = 12
        COMPUTE WA-DATA-PROX-MES = (WA-ANO + 1) * 10000 + 0101
    ELSE
        COMPUTE WA-DATA-PROX-MES = WA-MES * 100 + 101
    END-IF.
    IF  WA-MES = WA-DATA-HOJE(1:6)
        MOVE WA-DATA-HOJE TO WA-CALC-DATA
        MOVE WA-HORA-HOJE TO WA-CALC-HORA
    ELSE
        MOVE WA-DATA-PROX-MES TO WA-CALC-DATA
        MOVE ZEROS            TO WA-CALC-HORA
    END-IF.
    PERFORM 6000-CALCULAR-MINUTOS.
    MOVE WA-CALC-MINUTOS TO WA-MIN-CORTE.

    OPEN OUTPUT ALERTSLA-RPT.
    IF  SW-STATUS-RPT(1:1) NOT = ZEROS
        DISPLAY "ALERTSLA - NAO ABRIU alertsla.rpt, STATUS "
                SW-STATUS-RPT UPON SYSERR
        STOP RUN
    END-IF.
    MOVE SPACES TO RPT-LINHA.
    STRING "TEMPO DE RESPOSTA DOS ALERTAS POR EQUIPE E SEVERIDADE - MES "
                   DELIMITED BY SIZE
           WA-MES  DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

    PERFORM 1100-CARREGAR-ROTAS
            THRU 1100-CARREGAR-ROTAS-EXIT.

1100-CARREGAR-ROTAS.
    OPEN INPUT ROTAS-CTL.
    IF  SW-STATUS-ROT(1:1) NOT = ZEROS
        MOVE "SEM alertrota.ctl - TODOS OS ALERTAS SAEM SEM ROTA"
            TO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 1100-CARREGAR-ROTAS-EXIT
    END-IF.
    PERFORM 1110-LER-ROTA
            WITH TEST AFTER
            UNTIL SW-STATUS-ROT(1:1) NOT = ZEROS.
    CLOSE ROTAS-CTL.

1100-CARREGAR-ROTAS-EXIT.
    EXIT.

1110-LER-ROTA.
    READ ROTAS-CTL
         AT END CONTINUE
         NOT AT END
             IF  ROT-EQUIPE-N1 NOT = SPACES AND WA-QTD-ROTAS < 100
                 ADD 1 TO WA-QTD-ROTAS
                 MOVE ROT-PREFIXO    TO WA-ROT-PREFIXO(WA-QTD-ROTAS)
                 MOVE ZEROS TO WA-ROT-PREFIXO-LEN(WA-QTD-ROTAS)
                 INSPECT FUNCTION TRIM(ROT-PREFIXO)
                         TALLYING WA-ROT-PREFIXO-LEN(WA-QTD-ROTAS)
                         FOR CHARACTERS
                 MOVE ROT-SEVERIDADE TO WA-ROT-SEVERIDADE(WA-QTD-ROTAS)
                 MOVE ROT-EQUIPE-N1  TO WA-ROT-EQUIPE-N1(WA-QTD-ROTAS)
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* ENTRADA DO SORT: OS ALERTAS GRAVADOS NO MES, A PARTIR DA PRIMEIRA   *
* CHAVE DO DIA 1.  CADA UM CONTA NO GRUPO DA SUA EQUIPE+SEVERIDADE;   *
* OS TRATADOS VAO PARA O SORT COM O TEMPO ATE O TRATAMENTO.           *
*--------------------------------------------------------------------*
2000-LER-ALERTAS.
    OPEN INPUT ALERTAS-FILE.
    IF  SW-STATUS-ALE(1:1) NOT = ZEROS
        MOVE "CENTRAL DE ALERTAS VAZIA - NADA A MEDIR" TO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 2000-LER-ALERTAS-EXIT
    END-IF.
    MOVE WA-DATA-INICIO TO ALE-DATA.
    MOVE ZEROS          TO ALE-HORA ALE-SEQ.
    MOVE "N" TO WA-FIM-ALERTAS.
    START ALERTAS-FILE KEY NOT < ALE-CHAVE
          INVALID KEY SET WA-FIM-ALERTAS-SIM TO TRUE
    END-START.
    IF  NOT WA-FIM-ALERTAS-SIM
        PERFORM 2100-LER-ALERTA
                WITH TEST AFTER
                UNTIL WA-FIM-ALERTAS-SIM
    END-IF.
    CLOSE ALERTAS-FILE.

2000-LER-ALERTAS-EXIT.
    EXIT.

2100-LER-ALERTA.
    READ ALERTAS-FILE NEXT RECORD
         AT END SET WA-FIM-ALERTAS-SIM TO TRUE
         NOT AT END
             IF  ALE-DATA NOT < WA-DATA-PROX-MES
                 SET WA-FIM-ALERTAS-SIM TO TRUE
             ELSE
                 PERFORM 2200-MEDIR-ALERTA
                         THRU 2200-MEDIR-ALERTA-EXIT
             END-IF
    END-READ.

2200-MEDIR-ALERTA.
    IF  ALE-SUPRIMIDO = "S"
        ADD 1 TO WA-TOTAL-SUPRIMIDOS
        GO TO 2200-MEDIR-ALERTA-EXIT
    END-IF.

    PERFORM 2300-ACHAR-EQUIPE.
    MOVE WA-EQUIPE      TO WA-PRC-EQUIPE.
    MOVE ALE-SEVERIDADE TO WA-PRC-SEVERIDADE.
    PERFORM 2400-ACHAR-GRUPO
            THRU 2400-ACHAR-GRUPO-EXIT.

    ADD 1 TO WA-GRP-QTD(WA-IDX-GRP).
    ADD 1 TO WA-TOTAL-ALERTAS.
    IF  ALE-ESCALADO NUMERIC AND ALE-ESCALADO > ZEROS
        ADD 1 TO WA-GRP-ESCALADOS(WA-IDX-GRP)
        ADD 1 TO WA-TOTAL-ESCALADOS
    END-IF.

    MOVE ALE-DATA TO WA-CALC-DATA.
    MOVE ALE-HORA TO WA-CALC-HORA.
    PERFORM 6000-CALCULAR-MINUTOS.
    MOVE WA-CALC-MINUTOS TO WA-MIN-ALERTA.

    IF  ALE-ACK NOT = "S"
        OR NOT ALE-ACK-DATA NUMERIC
        OR NOT ALE-ACK-HORA NUMERIC
        ADD 1 TO WA-GRP-ABERTOS(WA-IDX-GRP)
        ADD 1 TO WA-TOTAL-ABERTOS
        GO TO 2200-MEDIR-ALERTA-EXIT
    END-IF.

    MOVE ALE-ACK-DATA TO WA-CALC-DATA.
    MOVE ALE-ACK-HORA TO WA-CALC-HORA.
    PERFORM 6000-CALCULAR-MINUTOS.
    MOVE WA-CALC-MINUTOS TO WA-MIN-ACK.
    IF  WA-MIN-ACK NOT < WA-MIN-CORTE
        ADD 1 TO WA-GRP-ABERTOS(WA-IDX-GRP)
        ADD 1 TO WA-TOTAL-ABERTOS
    END-IF.

    COMPUTE WA-TEMPO = WA-MIN-ACK - WA-MIN-ALERTA.
    IF  WA-TEMPO < ZEROS
        MOVE ZEROS TO WA-TEMPO
    END-IF.
    IF  WA-TEMPO > 9999999
        MOVE 9999999 TO WA-TEMPO
    END-IF.
    ADD 1 TO WA-GRP-TRATADOS(WA-IDX-GRP).
    ADD 1 TO WA-TOTAL-TRATADOS.
    IF  WA-TEMPO > WA-GRP-PIOR(WA-IDX-GRP)
        MOVE WA-TEMPO TO WA-GRP-PIOR(WA-IDX-GRP)
    END-IF.
    MOVE WA-PRC-EQUIPE     TO ORD-EQUIPE.
    MOVE WA-PRC-SEVERIDADE TO ORD-SEVERIDADE.
    MOVE WA-TEMPO          TO ORD-MINUTOS.
    RELEASE ORD-LINHA.

2200-MEDIR-ALERTA-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* EQUIPE DE NIVEL 1 PELA REGRA DO ALERTDSP: A PRIMEIRA ROTA QUE CASA  *
* COM O PROGRAMA (PELO PREFIXO) E A SEVERIDADE.                       *
*--------------------------------------------------------------------*
2300-ACHAR-EQUIPE.
    MOVE ZEROS TO WA-ROTA-ACHADA.
    PERFORM 2310-TESTAR-ROTA
            VARYING WA-IDX-ROT FROM 1 BY 1
            UNTIL WA-IDX-ROT > WA-QTD-ROTAS OR WA-ROTA-ACHADA NOT = ZEROS.
    IF  WA-ROTA-ACHADA = ZEROS
        MOVE "SEM ROTA" TO WA-EQUIPE
        ADD 1 TO WA-TOTAL-SEM-ROTA
    ELSE
        MOVE WA-ROT-EQUIPE-N1(WA-ROTA-ACHADA) TO WA-EQUIPE
    END-IF.

2310-TESTAR-ROTA.
    IF  (WA-ROT-PREFIXO-LEN(WA-IDX-ROT) = ZEROS
         OR ALE-PROGRAMA(1:WA-ROT-PREFIXO-LEN(WA-IDX-ROT))
            = WA-ROT-PREFIXO(WA-IDX-ROT)(1:WA-ROT-PREFIXO-LEN(WA-IDX-ROT)))
        AND (WA-ROT-SEVERIDADE(WA-IDX-ROT) = SPACE
             OR WA-ROT-SEVERIDADE(WA-IDX-ROT) = ALE-SEVERIDADE)
        MOVE WA-IDX-ROT TO WA-ROTA-ACHADA
    END-IF.

*--------------------------------------------------------------------*
* ACHA O GRUPO EQUIPE+SEVERIDADE (OU A POSICAO ONDE ELE ENTRA, NA     *
* ORDEM) - WA-IDX-GRP SAI APONTANDO PARA ELE.  TABELA CHEIA PARA A    *
* RODADA EM VEZ DE ENTREGAR UM SLA COM EQUIPE FALTANDO.               *
*--------------------------------------------------------------------*
2400-ACHAR-GRUPO.
    MOVE 1   TO WA-IDX-GRP.
    MOVE "N" TO WA-ACHOU.
    PERFORM 2410-PROCURAR-GRUPO
            UNTIL WA-ACHOU-SIM OR WA-IDX-GRP > WA-QTD-GRUPOS.

    IF  WA-ACHOU-SIM
        IF  WA-GRP-CHAVE(WA-IDX-GRP) = WA-CHAVE-PROCURADA
            GO TO 2400-ACHAR-GRUPO-EXIT
        END-IF
    END-IF.

    IF  WA-QTD-GRUPOS NOT < 400
        DISPLAY "ALERTSLA - MAIS DE 400 GRUPOS EQUIPE+SEVERIDADE, "
                "AUMENTAR WA-TABELA-GRUPOS" UPON SYSERR
        STOP RUN
    END-IF.
    PERFORM 2420-DESLOCAR-GRUPO
            VARYING WA-IDX-DESL FROM WA-QTD-GRUPOS BY -1
            UNTIL WA-IDX-DESL < WA-IDX-GRP.
    ADD 1 TO WA-QTD-GRUPOS.
    INITIALIZE WA-GRP-ITEM(WA-IDX-GRP).
    MOVE WA-CHAVE-PROCURADA TO WA-GRP-CHAVE(WA-IDX-GRP).

2400-ACHAR-GRUPO-EXIT.
    EXIT.

2410-PROCURAR-GRUPO.
    IF  WA-GRP-CHAVE(WA-IDX-GRP) NOT < WA-CHAVE-PROCURADA
        MOVE "S" TO WA-ACHOU
    ELSE
        ADD 1 TO WA-IDX-GRP
    END-IF.

2420-DESLOCAR-GRUPO.
    MOVE WA-GRP-ITEM(WA-IDX-DESL) TO WA-GRP-ITEM(WA-IDX-DESL + 1).

*--------------------------------------------------------------------*
* SAIDA DO SORT: OS TEMPOS CHEGAM EM ORDEM DENTRO DE CADA GRUPO.  NA  *
* TROCA DE GRUPO, OS ELEMENTOS DO MEIO SAO CALCULADOS PELA QUANTIDADE *
* DE TRATADOS DO GRUPO; A MEDIANA E A MEDIA DOS DOIS (ARREDONDADA).   *
*--------------------------------------------------------------------*
3000-APURAR-MEDIANAS.
    MOVE "N" TO WA-FIM-ORDENADO.
    MOVE HIGH-VALUES TO WA-GRUPO-CORRENTE.
    PERFORM 3100-LER-ORDENADO
            WITH TEST AFTER
            UNTIL WA-FIM-ORDENADO-SIM.

3000-APURAR-MEDIANAS-EXIT.
    EXIT.

3100-LER-ORDENADO.
    RETURN ORDENA-WORK
           AT END SET WA-FIM-ORDENADO-SIM TO TRUE
           NOT AT END
               IF  ORD-EQUIPE NOT = WA-COR-EQUIPE
                   OR ORD-SEVERIDADE NOT = WA-COR-SEVERIDADE
                   PERFORM 3200-INICIAR-GRUPO
                           THRU 3200-INICIAR-GRUPO-EXIT
               END-IF
               ADD 1 TO WA-POSICAO
               IF  WA-POSICAO = WA-POS-MEIO1
                   ADD ORD-MINUTOS TO WA-SOMA-MEIO
               END-IF
               IF  WA-POSICAO = WA-POS-MEIO2
                   ADD ORD-MINUTOS TO WA-SOMA-MEIO
                   COMPUTE WA-GRP-MEDIANA(WA-IDX-GRP) ROUNDED =
                           WA-SOMA-MEIO / 2
               END-IF
    END-RETURN.

3200-INICIAR-GRUPO.
    MOVE ORD-EQUIPE     TO WA-COR-EQUIPE WA-PRC-EQUIPE.
    MOVE ORD-SEVERIDADE TO WA-COR-SEVERIDADE WA-PRC-SEVERIDADE.
    MOVE ZEROS TO WA-POSICAO WA-SOMA-MEIO.
    MOVE 1   TO WA-IDX-GRP.
    MOVE "N" TO WA-ACHOU.
    PERFORM 2410-PROCURAR-GRUPO
            UNTIL WA-ACHOU-SIM OR WA-IDX-GRP > WA-QTD-GRUPOS.
    IF  WA-IDX-GRP > WA-QTD-GRUPOS
*       NAO ACONTECE - TODO TEMPO LIBERADO PARA O SORT TEM GRUPO.
        MOVE ZEROS TO WA-POS-MEIO1 WA-POS-MEIO2
        MOVE WA-QTD-GRUPOS TO WA-IDX-GRP
        GO TO 3200-INICIAR-GRUPO-EXIT
    END-IF.
    COMPUTE WA-POS-MEIO1 = (WA-GRP-TRATADOS(WA-IDX-GRP) + 1) / 2.
    COMPUTE WA-POS-MEIO2 = WA-GRP-TRATADOS(WA-IDX-GRP) / 2 + 1.
    IF  WA-POS-MEIO2 > WA-GRP-TRATADOS(WA-IDX-GRP)
        MOVE WA-POS-MEIO1 TO WA-POS-MEIO2
    END-IF.

3200-INICIAR-GRUPO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* UMA LINHA POR EQUIPE+SEVERIDADE, NA ORDEM DA EQUIPE.  GRUPO SEM     *
* NENHUM TRATADO NAO TEM MEDIANA NEM PIOR TEMPO - SAI "-".            *
*--------------------------------------------------------------------*
4000-LISTAR-GRUPOS.
    MOVE SPACES TO RPT-LINHA.
    STRING "EQUIPE                SEV  ALERTAS  TRATADOS   MEDIANA"
                                  DELIMITED BY SIZE
           "      PIOR    ESC.N2  ABERTOS"
                                  DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE "                                                  (HHHHH:MM)"
        TO RPT-LINHA.
    WRITE RPT-LINHA.
    PERFORM 4100-LISTAR-GRUPO
            VARYING WA-IDX-GRP FROM 1 BY 1
            UNTIL WA-IDX-GRP > WA-QTD-GRUPOS.

4100-LISTAR-GRUPO.
    MOVE WA-GRP-EQUIPE(WA-IDX-GRP)     TO WA-RPT-EQUIPE.
    MOVE WA-GRP-SEVERIDADE(WA-IDX-GRP) TO WA-RPT-SEVERIDADE.
    MOVE WA-GRP-QTD(WA-IDX-GRP)        TO WA-RPT-QTD.
    MOVE WA-GRP-TRATADOS(WA-IDX-GRP)   TO WA-RPT-TRATADOS.
    MOVE WA-GRP-ESCALADOS(WA-IDX-GRP)  TO WA-RPT-ESCALADOS.
    MOVE WA-GRP-ABERTOS(WA-IDX-GRP)    TO WA-RPT-ABERTOS.
    IF  WA-GRP-TRATADOS(WA-IDX-GRP) = ZEROS
        MOVE "       -" TO WA-RPT-MEDIANA WA-RPT-PIOR
    ELSE
        MOVE WA-GRP-MEDIANA(WA-IDX-GRP) TO WA-ED-MINUTOS
        PERFORM 6100-EDITAR-TEMPO
        MOVE WA-ED-TEMPO TO WA-RPT-MEDIANA
        MOVE WA-GRP-PIOR(WA-IDX-GRP) TO WA-ED-MINUTOS
        PERFORM 6100-EDITAR-TEMPO
        MOVE WA-ED-TEMPO TO WA-RPT-PIOR
    END-IF.
    MOVE WA-RPT-DETALHE TO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* MINUTOS CORRIDOS DE UMA DATA+HORA (AAAAMMDD, HHMMSS).  DATA         *
* INVALIDA (REGISTRO ANTIGO, CAMPO EM BRANCO) VALE ZERO.              *
*--------------------------------------------------------------------*
6000-CALCULAR-MINUTOS.
    MOVE ZEROS TO WA-CALC-MINUTOS.
    IF  WA-CALC-DATA NUMERIC AND WA-CALC-DATA > 16010101
        MOVE WA-CALC-HORA(1:2) TO WA-CALC-HH
        MOVE WA-CALC-HORA(3:2) TO WA-CALC-MI
        COMPUTE WA-CALC-MINUTOS =
                FUNCTION INTEGER-OF-DATE(WA-CALC-DATA) * 1440
              + WA-CALC-HH * 60 + WA-CALC-MI
    END-IF.

6100-EDITAR-TEMPO.
    DIVIDE WA-ED-MINUTOS BY 60 GIVING WA-ED-HORAS
           REMAINDER WA-ED-RESTO.
    MOVE WA-ED-HORAS TO WA-ED-TEMPO-HORAS.
    MOVE WA-ED-RESTO TO WA-ED-TEMPO-MIN.

8000-TRAILER.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    STRING "ALERTAS: "          DELIMITED BY SIZE
           WA-TOTAL-ALERTAS     DELIMITED BY SIZE
           "  TRATADOS: "       DELIMITED BY SIZE
           WA-TOTAL-TRATADOS    DELIMITED BY SIZE
           "  ESCALADOS N2: "   DELIMITED BY SIZE
           WA-TOTAL-ESCALADOS   DELIMITED BY SIZE
           "  ABERTOS NO FIM DO MES: " DELIMITED BY SIZE
           WA-TOTAL-ABERTOS     DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "SEM ROTA: "         DELIMITED BY SIZE
           WA-TOTAL-SEM-ROTA    DELIMITED BY SIZE
           "  SUPRIMIDOS POR JANELA DE MANUTENCAO (FORA DO SLA): "
                                DELIMITED BY SIZE
           WA-TOTAL-SUPRIMIDOS  DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

9999-FINALIZAR.
    CLOSE ALERTSLA-RPT.
