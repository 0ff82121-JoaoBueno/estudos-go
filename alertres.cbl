IDENTIFICATION DIVISION.
PROGRAM-ID.  ALERTRES.
*------------------------------------------------------------------------------*
* RELATORIO MENSAL DOS ALERTAS DA CENTRAL POR CODIGO DE RESOLUCAO E PROGRAMA.  *
* DESDE QUE O ALERTACK PASSOU A EXIGIR O CODIGO DA LISTA FIXA (alertres.ws)    *
* NO TRATAMENTO, DA PARA SABER QUE ALERTA E PROBLEMA DE VERDADE E QUE ALERTA   *
* E RUIDO.  PARA O MES PEDIDO EM alertres.ctl (AAAAMM; SEM O ARQUIVO, O MES    *
* CORRENTE - MESMA CONVENCAO DO ALERTSLA), ESTE PASSO:                         *
*                                                                              *
*   1) LE OS ALERTAS GRAVADOS NO MES E CONTA, POR PROGRAMA, QUANTOS FORAM      *
*      TRATADOS COM CADA CODIGO, QUANTOS FORAM TRATADOS SEM CODIGO (ANTES DA   *
*      LISTA FIXA, OU COM CODIGO QUE SAIU DELA) E QUANTOS AINDA ESTAO          *
*      ABERTOS;                                                                *
*   2) CALCULA O PERCENTUAL DE FALSO ALARME ("FAL") SOBRE OS TRATADOS COM      *
*      CODIGO E MARCA "AJUSTAR" O PROGRAMA CUJOS ALERTAS SAO NA MAIORIA        *
*      RUIDO (WA-PCT-RUIDO OU MAIS, COM PELO MENOS WA-MIN-CODIFICADOS          *
*      TRATAMENTOS PARA NAO JULGAR POR UM ALERTA SO);                          *
*   3) LISTA NO FIM OS CANDIDATOS A AJUSTE - LIMIAR DO ALERTA, PADRAO DE       *
*      TEXTO OU JANELA DE MANUTENCAO (manutjan.ctl) QUE FALTA.                 *
*                                                                              *
* CADA REGISTRO DO alertas.ctl CONTA UMA VEZ (A TEMPESTADE AGREGADA PELO       *
* ALERTREG E TRATADA DE UMA VEZ SO).  ALERTA SUPRIMIDO POR JANELA DE           *
* MANUTENCAO (ALE-SUPRIMIDO "S") NINGUEM TRATA - FICA FORA DAS CONTAS E SO     *
* SAI CONTADO NO RODAPE.                                                       *
*                                                                              *
* CRIACAO...: 15/10/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.:   /  /     -                                                     *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-CTL ASSIGN "alertres.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-PARM.

    SELECT ALERTAS-FILE ASSIGN "alertas.ctl"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY ALE-CHAVE
           FILE STATUS SW-STATUS-ALE.

    SELECT ALERTRES-RPT ASSIGN "alertres.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

DATA DIVISION.
FILE SECTION.
FD  PARM-CTL.
01  PARM-LINHA.
    03  PARM-MES                 PIC X(006).

FD  ALERTAS-FILE.
copy "alertas.ws".

FD  ALERTRES-RPT.
01  RPT-LINHA                    PIC X(132).

WORKING-STORAGE SECTION.
77  SW-STATUS-PARM               PIC X(002)          VALUE SPACES.
77  SW-STATUS-ALE                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.

77  WA-FIM-ALERTAS               PIC X(001)          VALUE "N".
    88  WA-FIM-ALERTAS-SIM                           VALUE "S".
77  WA-ACHOU                     PIC X(001)          VALUE "N".
    88  WA-ACHOU-SIM                                 VALUE "S".

77  WA-MES                       PIC 9(006)          VALUE ZEROS.
77  WA-DATA-HOJE                 PIC 9(008)          VALUE ZEROS.
77  WA-DATA-INICIO               PIC 9(008)          VALUE ZEROS.
77  WA-DATA-PROX-MES             PIC 9(008)          VALUE ZEROS.
77  WA-ANO                       PIC 9(004)          VALUE ZEROS.
77  WA-MM                        PIC 9(002)          VALUE ZEROS.

* REGRA DO "MAIORIA RUIDO": PERCENTUAL DE FALSO ALARME SOBRE OS
* TRATADOS COM CODIGO, E O MINIMO DE TRATADOS PARA A REGRA VALER.
77  WA-PCT-RUIDO                 PIC 9(003)          VALUE 50.
77  WA-MIN-CODIFICADOS           PIC 9(005)          VALUE 3.

* CODIGOS DA LISTA FIXA: POSICAO DO "FAL" NA TABELA E O CODIGO DO
* ALERTA LIDO (ZERO = SEM CODIGO OU FORA DA LISTA).
copy "alertres.ws".
77  WA-IDX-FAL                   PIC 9(002)          VALUE ZEROS.
77  WA-CODIGO-PROCURADO          PIC X(003)          VALUE SPACES.
77  WA-COLUNA                    PIC 9(003)          VALUE ZEROS.

*--------------------------------------------------------------------*
* UMA LINHA POR PROGRAMA, MANTIDA EM ORDEM DE NOME (PROGRAMA NOVO     *
* ENTRA NA POSICAO CERTA E EMPURRA OS SEGUINTES).                     *
*--------------------------------------------------------------------*
01  WA-TABELA-PROGRAMAS.
    03  WA-QTD-PROGRAMAS         PIC 9(003)          VALUE ZEROS.
    03  WA-PRG-ITEM              OCCURS 300 TIMES.
        05  WA-PRG-PROGRAMA      PIC X(030).
        05  WA-PRG-QTD           PIC 9(005).
        05  WA-PRG-CODIGO        PIC 9(005)          OCCURS 5 TIMES.
        05  WA-PRG-SEM-CODIGO    PIC 9(005).
        05  WA-PRG-ABERTOS       PIC 9(005).
        05  WA-PRG-CODIFICADOS   PIC 9(005).
        05  WA-PRG-PCT-FAL       PIC 9(003).
        05  WA-PRG-AJUSTAR       PIC X(001).
            88  WA-PRG-AJUSTAR-SIM                   VALUE "S".
77  WA-IDX-PRG                   PIC 9(003)          VALUE ZEROS.
77  WA-IDX-DESL                  PIC 9(003)          VALUE ZEROS.
77  WA-PROGRAMA-PROCURADO        PIC X(030)          VALUE SPACES.

01  WA-TOTAL-MES.
    03  WA-TOT-QTD               PIC 9(007)          VALUE ZEROS.
    03  WA-TOT-CODIGO            PIC 9(007)          OCCURS 5 TIMES.
    03  WA-TOT-SEM-CODIGO        PIC 9(007)          VALUE ZEROS.
    03  WA-TOT-ABERTOS           PIC 9(007)          VALUE ZEROS.
    03  WA-TOT-CODIFICADOS       PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-SUPRIMIDOS          PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-AJUSTAR             PIC 9(003)          VALUE ZEROS.
77  WA-PCT-CALC                  PIC 9(003)          VALUE ZEROS.

01  WA-RPT-DETALHE.
    03  WA-RPT-PROGRAMA          PIC X(030).
    03  FILLER                   PIC X(002)          VALUE SPACES.
    03  WA-RPT-QTD               PIC ZZZZ9.
    03  WA-RPT-COLUNA            OCCURS 5 TIMES.
        05  FILLER               PIC X(002).
        05  WA-RPT-CODIGO        PIC ZZZZ9.
    03  FILLER                   PIC X(002)          VALUE SPACES.
    03  WA-RPT-SEM-CODIGO        PIC ZZZZ9.
    03  FILLER                   PIC X(003)          VALUE SPACES.
    03  WA-RPT-ABERTOS           PIC ZZZZ9.
    03  FILLER                   PIC X(004)          VALUE SPACES.
    03  WA-RPT-PCT-FAL           PIC X(003).
    03  WA-RPT-PCT-SINAL         PIC X(001).
    03  FILLER                   PIC X(002)          VALUE SPACES.
    03  WA-RPT-AJUSTAR           PIC X(007).
77  WA-ED-PCT                    PIC ZZ9.
77  WA-ED-QTD                    PIC ZZZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    PERFORM 2000-LER-ALERTAS
            THRU 2000-LER-ALERTAS-EXIT.
    PERFORM 3000-APURAR-RUIDO
            VARYING WA-IDX-PRG FROM 1 BY 1
            UNTIL WA-IDX-PRG > WA-QTD-PROGRAMAS.
    PERFORM 4000-LISTAR-PROGRAMAS.
    PERFORM 5000-LISTAR-CANDIDATOS.
    PERFORM 8000-TRAILER.
    PERFORM 9999-FINALIZAR.
    STOP RUN.

1000-INICIALIZAR.
    ACCEPT WA-DATA-HOJE FROM DATE YYYYMMDD.
    MOVE WA-DATA-HOJE(1:6) TO WA-MES(1:6).

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

    COMPUTE WA-DATA-INICIO = WA-MES * 100 + 1.
    MOVE WA-MES(1:4) TO WA-ANO.
    MOVE WA-MES(5:2) TO WA-MM.
    IF  WA-MM = 12
        COMPUTE WA-DATA-PROX-MES = (WA-ANO + 1) * 10000 + 0101
    ELSE
        COMPUTE WA-DATA-PROX-MES = WA-MES * 100 + 101
    END-IF.

    INITIALIZE WA-TOTAL-MES.
    MOVE "FAL" TO WA-CODIGO-PROCURADO.
    PERFORM 2300-ACHAR-CODIGO.
    MOVE ARS-ACHADO TO WA-IDX-FAL.

    OPEN OUTPUT ALERTRES-RPT.
    IF  SW-STATUS-RPT(1:1) NOT = ZEROS
        DISPLAY "ALERTRES - NAO ABRIU alertres.rpt, STATUS "
                SW-STATUS-RPT UPON SYSERR
        STOP RUN
    END-IF.
    MOVE SPACES TO RPT-LINHA.
    STRING "ALERTAS POR CODIGO DE RESOLUCAO E PROGRAMA - MES "
                   DELIMITED BY SIZE
           WA-MES  DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* OS ALERTAS GRAVADOS NO MES, A PARTIR DA PRIMEIRA CHAVE DO DIA 1.    *
*--------------------------------------------------------------------*
2000-LER-ALERTAS.
    OPEN INPUT ALERTAS-FILE.
    IF  SW-STATUS-ALE(1:1) NOT = ZEROS
        MOVE "CENTRAL DE ALERTAS VAZIA - NADA A APURAR" TO RPT-LINHA
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
                 PERFORM 2200-CONTAR-ALERTA
                         THRU 2200-CONTAR-ALERTA-EXIT
             END-IF
    END-READ.

2200-CONTAR-ALERTA.
    IF  ALE-SUPRIMIDO = "S"
        ADD 1 TO WA-TOTAL-SUPRIMIDOS
        GO TO 2200-CONTAR-ALERTA-EXIT
    END-IF.

    MOVE ALE-PROGRAMA TO WA-PROGRAMA-PROCURADO.
    PERFORM 2400-ACHAR-PROGRAMA
            THRU 2400-ACHAR-PROGRAMA-EXIT.
    ADD 1 TO WA-PRG-QTD(WA-IDX-PRG) WA-TOT-QTD.

    IF  ALE-ACK NOT = "S"
        ADD 1 TO WA-PRG-ABERTOS(WA-IDX-PRG) WA-TOT-ABERTOS
        GO TO 2200-CONTAR-ALERTA-EXIT
    END-IF.

    MOVE ALE-ACK-RESOLUCAO TO WA-CODIGO-PROCURADO.
    PERFORM 2300-ACHAR-CODIGO.
    IF  ARS-ACHADO = ZEROS
        ADD 1 TO WA-PRG-SEM-CODIGO(WA-IDX-PRG) WA-TOT-SEM-CODIGO
    ELSE
        ADD 1 TO WA-PRG-CODIGO(WA-IDX-PRG, ARS-ACHADO)
                 WA-TOT-CODIGO(ARS-ACHADO)
        ADD 1 TO WA-PRG-CODIFICADOS(WA-IDX-PRG) WA-TOT-CODIFICADOS
    END-IF.

2200-CONTAR-ALERTA-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* POSICAO NA LISTA FIXA DO CODIGO EM WA-CODIGO-PROCURADO - ARS-ACHADO *
* ZERO QUANDO EM BRANCO OU FORA DA LISTA.                             *
*--------------------------------------------------------------------*
2300-ACHAR-CODIGO.
    MOVE ZEROS TO ARS-ACHADO.
    IF  WA-CODIGO-PROCURADO NOT = SPACES
        PERFORM 2310-TESTAR-CODIGO
                VARYING ARS-IDX FROM 1 BY 1
                UNTIL ARS-IDX > ARS-QTD-CODIGOS OR ARS-ACHADO NOT = ZEROS
    END-IF.

2310-TESTAR-CODIGO.
    IF  ARS-CODIGO(ARS-IDX) = WA-CODIGO-PROCURADO
        MOVE ARS-IDX TO ARS-ACHADO
    END-IF.

*--------------------------------------------------------------------*
* ACHA O PROGRAMA (OU A POSICAO ONDE ELE ENTRA, NA ORDEM) - WA-IDX-   *
* PRG SAI APONTANDO PARA ELE.  TABELA CHEIA PARA A RODADA EM VEZ DE   *
* ENTREGAR UM RELATORIO COM PROGRAMA FALTANDO.                        *
*--------------------------------------------------------------------*
2400-ACHAR-PROGRAMA.
    MOVE 1   TO WA-IDX-PRG.
    MOVE "N" TO WA-ACHOU.
    PERFORM 2410-PROCURAR-PROGRAMA
            UNTIL WA-ACHOU-SIM OR WA-IDX-PRG > WA-QTD-PROGRAMAS.

    IF  WA-ACHOU-SIM
        IF  WA-PRG-PROGRAMA(WA-IDX-PRG) = WA-PROGRAMA-PROCURADO
            GO TO 2400-ACHAR-PROGRAMA-EXIT
        END-IF
    END-IF.

    IF  WA-QTD-PROGRAMAS NOT < 300
        DISPLAY "ALERTRES - MAIS DE 300 PROGRAMAS COM ALERTA NO MES, "
                "AUMENTAR WA-TABELA-PROGRAMAS" UPON SYSERR
        STOP RUN
    END-IF.
    PERFORM 2420-DESLOCAR-PROGRAMA
            VARYING WA-IDX-DESL FROM WA-QTD-PROGRAMAS BY -1
            UNTIL WA-IDX-DESL < WA-IDX-PRG.
    ADD 1 TO WA-QTD-PROGRAMAS.
    INITIALIZE WA-PRG-ITEM(WA-IDX-PRG).
    MOVE WA-PROGRAMA-PROCURADO TO WA-PRG-PROGRAMA(WA-IDX-PRG).

2400-ACHAR-PROGRAMA-EXIT.
    EXIT.

2410-PROCURAR-PROGRAMA.
    IF  WA-PRG-PROGRAMA(WA-IDX-PRG) NOT < WA-PROGRAMA-PROCURADO
        MOVE "S" TO WA-ACHOU
    ELSE
        ADD 1 TO WA-IDX-PRG
    END-IF.

2420-DESLOCAR-PROGRAMA.
    MOVE WA-PRG-ITEM(WA-IDX-DESL) TO WA-PRG-ITEM(WA-IDX-DESL + 1).

*--------------------------------------------------------------------*
* PERCENTUAL DE FALSO ALARME DO PROGRAMA E A MARCA DE AJUSTE.         *
*--------------------------------------------------------------------*
3000-APURAR-RUIDO.
    MOVE ZEROS TO WA-PRG-PCT-FAL(WA-IDX-PRG).
    MOVE "N"   TO WA-PRG-AJUSTAR(WA-IDX-PRG).
    IF  WA-IDX-FAL NOT = ZEROS
        AND WA-PRG-CODIFICADOS(WA-IDX-PRG) > ZEROS
        COMPUTE WA-PRG-PCT-FAL(WA-IDX-PRG) =
                WA-PRG-CODIGO(WA-IDX-PRG, WA-IDX-FAL) * 100
              / WA-PRG-CODIFICADOS(WA-IDX-PRG)
        IF  WA-PRG-CODIFICADOS(WA-IDX-PRG) NOT < WA-MIN-CODIFICADOS
            AND WA-PRG-PCT-FAL(WA-IDX-PRG) NOT < WA-PCT-RUIDO
            MOVE "S" TO WA-PRG-AJUSTAR(WA-IDX-PRG)
            ADD 1 TO WA-TOTAL-AJUSTAR
        END-IF
    END-IF.

*--------------------------------------------------------------------*
* UMA LINHA POR PROGRAMA, NA ORDEM DO NOME, E A LINHA DE TOTAL.  AS   *
* COLUNAS DE CODIGO SEGUEM A ORDEM DA LISTA FIXA.  %FAL SO SAI PARA   *
* QUEM TEM TRATAMENTO COM CODIGO.                                     *
*--------------------------------------------------------------------*
4000-LISTAR-PROGRAMAS.
    MOVE SPACES TO RPT-LINHA.
    MOVE "PROGRAMA" TO RPT-LINHA(1:8).
    MOVE "ALERTAS"  TO RPT-LINHA(31:7).
    PERFORM 4010-CABECALHO-CODIGO
            VARYING ARS-IDX FROM 1 BY 1
            UNTIL ARS-IDX > ARS-QTD-CODIGOS.
    MOVE "S/COD"    TO RPT-LINHA(75:5).
    MOVE "ABERTOS"  TO RPT-LINHA(81:7).
    MOVE "%FAL"     TO RPT-LINHA(92:4).
    WRITE RPT-LINHA.
    PERFORM 4100-LISTAR-PROGRAMA
            VARYING WA-IDX-PRG FROM 1 BY 1
            UNTIL WA-IDX-PRG > WA-QTD-PROGRAMAS.

    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES          TO WA-RPT-DETALHE.
    MOVE "TOTAL DO MES"  TO WA-RPT-PROGRAMA.
    MOVE WA-TOT-QTD      TO WA-RPT-QTD.
    PERFORM 4200-COLUNA-TOTAL
            VARYING ARS-IDX FROM 1 BY 1
            UNTIL ARS-IDX > ARS-QTD-CODIGOS.
    MOVE WA-TOT-SEM-CODIGO TO WA-RPT-SEM-CODIGO.
    MOVE WA-TOT-ABERTOS    TO WA-RPT-ABERTOS.
    IF  WA-IDX-FAL NOT = ZEROS AND WA-TOT-CODIFICADOS > ZEROS
        COMPUTE WA-PCT-CALC = WA-TOT-CODIGO(WA-IDX-FAL) * 100
                            / WA-TOT-CODIFICADOS
        MOVE WA-PCT-CALC TO WA-ED-PCT
        MOVE WA-ED-PCT   TO WA-RPT-PCT-FAL
        MOVE "%"         TO WA-RPT-PCT-SINAL
    END-IF.
    MOVE WA-RPT-DETALHE TO RPT-LINHA.
    WRITE RPT-LINHA.

4010-CABECALHO-CODIGO.
    COMPUTE WA-COLUNA = 42 + (ARS-IDX - 1) * 7.
    MOVE ARS-CODIGO(ARS-IDX) TO RPT-LINHA(WA-COLUNA:3).

4100-LISTAR-PROGRAMA.
    MOVE SPACES                          TO WA-RPT-DETALHE.
    MOVE WA-PRG-PROGRAMA(WA-IDX-PRG)     TO WA-RPT-PROGRAMA.
    MOVE WA-PRG-QTD(WA-IDX-PRG)          TO WA-RPT-QTD.
    PERFORM 4110-COLUNA-PROGRAMA
            VARYING ARS-IDX FROM 1 BY 1
            UNTIL ARS-IDX > ARS-QTD-CODIGOS.
    MOVE WA-PRG-SEM-CODIGO(WA-IDX-PRG)   TO WA-RPT-SEM-CODIGO.
    MOVE WA-PRG-ABERTOS(WA-IDX-PRG)      TO WA-RPT-ABERTOS.
    IF  WA-PRG-CODIFICADOS(WA-IDX-PRG) > ZEROS
        MOVE WA-PRG-PCT-FAL(WA-IDX-PRG)  TO WA-ED-PCT
        MOVE WA-ED-PCT                   TO WA-RPT-PCT-FAL
        MOVE "%"                         TO WA-RPT-PCT-SINAL
    END-IF.
    IF  WA-PRG-AJUSTAR-SIM(WA-IDX-PRG)
        MOVE "AJUSTAR" TO WA-RPT-AJUSTAR
    END-IF.
    MOVE WA-RPT-DETALHE TO RPT-LINHA.
    WRITE RPT-LINHA.

4110-COLUNA-PROGRAMA.
    MOVE WA-PRG-CODIGO(WA-IDX-PRG, ARS-IDX) TO WA-RPT-CODIGO(ARS-IDX).

4200-COLUNA-TOTAL.
    MOVE WA-TOT-CODIGO(ARS-IDX) TO WA-RPT-CODIGO(ARS-IDX).

*--------------------------------------------------------------------*
* OS PROGRAMAS CUJOS ALERTAS FORAM NA MAIORIA FALSO ALARME: O ALERTA  *
* DELES PRECISA DE AJUSTE (LIMIAR, PADRAO, JANELA DE MANUTENCAO).     *
*--------------------------------------------------------------------*
5000-LISTAR-CANDIDATOS.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE WA-PCT-RUIDO TO WA-ED-PCT.
    MOVE WA-MIN-CODIFICADOS TO WA-ED-QTD.
    STRING "CANDIDATOS A AJUSTE (FALSO ALARME EM "
                                DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-PCT) DELIMITED BY SIZE
           "% OU MAIS DOS TRATADOS COM CODIGO, MINIMO DE "
                                DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-QTD) DELIMITED BY SIZE
           "):"                 DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    IF  WA-TOTAL-AJUSTAR = ZEROS
        MOVE "  NENHUM" TO RPT-LINHA
        WRITE RPT-LINHA
    ELSE
        PERFORM 5100-LISTAR-CANDIDATO
                VARYING WA-IDX-PRG FROM 1 BY 1
                UNTIL WA-IDX-PRG > WA-QTD-PROGRAMAS
    END-IF.

5100-LISTAR-CANDIDATO.
    IF  WA-PRG-AJUSTAR-SIM(WA-IDX-PRG)
        MOVE SPACES TO RPT-LINHA
        MOVE WA-PRG-PCT-FAL(WA-IDX-PRG) TO WA-ED-PCT
        MOVE WA-PRG-CODIFICADOS(WA-IDX-PRG) TO WA-ED-QTD
        STRING "  "                  DELIMITED BY SIZE
               WA-PRG-PROGRAMA(WA-IDX-PRG) DELIMITED BY SIZE
               "  "                  DELIMITED BY SIZE
               WA-ED-PCT             DELIMITED BY SIZE
               "% FALSO ALARME EM "  DELIMITED BY SIZE
               FUNCTION TRIM(WA-ED-QTD) DELIMITED BY SIZE
               " TRATADO(S) COM CODIGO" DELIMITED BY SIZE
               INTO RPT-LINHA
        END-STRING
        WRITE RPT-LINHA
    END-IF.

8000-TRAILER.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE "CODIGOS DE RESOLUCAO:" TO RPT-LINHA.
    WRITE RPT-LINHA.
    PERFORM 8100-LISTAR-CODIGO
            VARYING ARS-IDX FROM 1 BY 1
            UNTIL ARS-IDX > ARS-QTD-CODIGOS.
    MOVE "  S/COD = TRATADO SEM CODIGO (ANTES DA LISTA) OU FORA DELA"
        TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    STRING "ALERTAS: "          DELIMITED BY SIZE
           WA-TOT-QTD           DELIMITED BY SIZE
           "  TRATADOS COM CODIGO: " DELIMITED BY SIZE
           WA-TOT-CODIFICADOS   DELIMITED BY SIZE
           "  PROGRAMAS A AJUSTAR: " DELIMITED BY SIZE
           WA-TOTAL-AJUSTAR     DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "SUPRIMIDOS POR JANELA DE MANUTENCAO (FORA DAS CONTAS): "
                                DELIMITED BY SIZE
           WA-TOTAL-SUPRIMIDOS  DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

8100-LISTAR-CODIGO.
    MOVE SPACES TO RPT-LINHA.
    STRING "  "                    DELIMITED BY SIZE
           ARS-CODIGO(ARS-IDX)     DELIMITED BY SIZE
           " = "                   DELIMITED BY SIZE
           ARS-DESCRICAO(ARS-IDX)  DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

9999-FINALIZAR.
    CLOSE ALERTRES-RPT.
