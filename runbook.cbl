IDENTIFICATION DIVISION.
PROGRAM-ID.  RUNBOOK.
*------------------------------------------------------------------------------*
* ENTRADA DE RUNBOOK DE UM ALERTA DA CENTRAL.  QUANDO UM ALERTA CHEGAVA, O     *
* OPERADOR DE PLANTAO TINHA QUE LEMBRAR OU PERGUNTAR O QUE FAZER.  O CONTROLE  *
* runbook.ctl LIGA PREFIXO DE PROGRAMA E PADRAO DE TEXTO A UMA ENTRADA, UMA    *
* POR LINHA:                                                                   *
*                                                                              *
*   PREFIXO(30) PADRAO(40) CODIGO(10) CAUSAS(100) UTILITARIO(40) CONTATO(40)   *
*                                                                              *
* PREFIXO EM BRANCO CASA COM QUALQUER PROGRAMA (MESMA REGRA DO alertrota.ctl   *
* DO ALERTDSP); PADRAO EM BRANCO CASA COM QUALQUER TEXTO, SENAO TEM QUE        *
* APARECER DENTRO DO ALE-TEXTO.  VALE A PRIMEIRA LINHA QUE CASA - AS MAIS      *
* ESPECIFICAS VEM ANTES, A GENERICA DO PROGRAMA POR ULTIMO.                    *
*                                                                              *
* ROTINA COMUM (AREA DE CHAMADA EM runbook.ws), CHAMADA PELO ALERTACK E PELO   *
* SYSHEALTH PARA CADA ALERTA LISTADO.  O CONTROLE E CARREGADO NA PRIMEIRA      *
* CHAMADA E FICA NA MEMORIA ATE O CANCEL.                                      *
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
    SELECT RUNBOOK-CTL ASSIGN "runbook.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CTL.

DATA DIVISION.
FILE SECTION.
FD  RUNBOOK-CTL.
01  RBC-LINHA.
    03  RBC-PREFIXO              PIC X(030).
    03  RBC-PADRAO               PIC X(040).
    03  RBC-CODIGO               PIC X(010).
    03  RBC-CAUSAS               PIC X(100).
    03  RBC-UTILITARIO           PIC X(040).
    03  RBC-CONTATO              PIC X(040).

WORKING-STORAGE SECTION.
77  SW-STATUS-CTL                PIC X(002)          VALUE SPACES.

77  WA-CARREGADO                 PIC X(001)          VALUE "N".
    88  WA-CARREGADO-SIM                             VALUE "S".
77  WA-EXISTE-CTL                PIC X(001)          VALUE "N".
    88  WA-EXISTE-CTL-SIM                            VALUE "S".

01  WA-TABELA-RUNBOOK.
    03  WA-QTD-ENTRADAS          PIC 9(003)          VALUE ZEROS.
    03  WA-RBK-ITEM              OCCURS 200 TIMES.
        05  WA-RBK-PREFIXO       PIC X(030).
        05  WA-RBK-PREFIXO-LEN   PIC 9(002).
        05  WA-RBK-PADRAO        PIC X(040).
        05  WA-RBK-PADRAO-LEN    PIC 9(002).
        05  WA-RBK-ENTRADA       PIC X(190).

77  WA-IDX                       PIC 9(003)          VALUE ZEROS.
77  WA-ACHADA                    PIC 9(003)          VALUE ZEROS.
77  WA-TALLY                     PIC 9(005)          VALUE ZEROS.

LINKAGE SECTION.
copy "runbook.ws".

PROCEDURE DIVISION CHAINING RBK-PROGRAMA, RBK-TEXTO, RBK-RETORNO,
                            RBK-ENTRADA.
0000-MAINLINE.
    MOVE SPACES TO RBK-ENTRADA.
    IF  NOT WA-CARREGADO-SIM
        PERFORM 1000-CARREGAR
                THRU 1000-CARREGAR-EXIT
    END-IF.
    IF  NOT WA-EXISTE-CTL-SIM
        SET RBK-SEM-ARQUIVO TO TRUE
        GO TO 0000-EXIT
    END-IF.

    MOVE ZEROS TO WA-ACHADA.
    PERFORM 2000-CONFERIR-ENTRADA
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-ENTRADAS OR WA-ACHADA NOT = ZEROS.
    IF  WA-ACHADA = ZEROS
        SET RBK-SEM-ENTRADA TO TRUE
    ELSE
        SET RBK-ACHOU TO TRUE
        MOVE WA-RBK-ENTRADA(WA-ACHADA) TO RBK-ENTRADA
    END-IF.

0000-EXIT.
    MOVE ZEROS TO RETURN-CODE.
    GOBACK.

*--------------------------------------------------------------------*
* CARGA UNICA DO CONTROLE.  LINHA SEM CODIGO NAO E ENTRADA (SERVE DE  *
* COMENTARIO/SEPARADOR NO ARQUIVO).                                   *
*--------------------------------------------------------------------*
1000-CARREGAR.
    MOVE "S" TO WA-CARREGADO.
    OPEN INPUT RUNBOOK-CTL.
    IF  SW-STATUS-CTL(1:1) NOT = ZEROS
        GO TO 1000-CARREGAR-EXIT
    END-IF.
    MOVE "S" TO WA-EXISTE-CTL.
    PERFORM 1100-LER-ENTRADA
            WITH TEST AFTER
            UNTIL SW-STATUS-CTL(1:1) NOT = ZEROS.
    CLOSE RUNBOOK-CTL.

1000-CARREGAR-EXIT.
    EXIT.

1100-LER-ENTRADA.
    READ RUNBOOK-CTL
         AT END CONTINUE
         NOT AT END
             IF  RBC-CODIGO NOT = SPACES AND WA-QTD-ENTRADAS < 200
                 ADD 1 TO WA-QTD-ENTRADAS
                 MOVE RBC-PREFIXO TO WA-RBK-PREFIXO(WA-QTD-ENTRADAS)
                 MOVE ZEROS TO WA-RBK-PREFIXO-LEN(WA-QTD-ENTRADAS)
                 INSPECT FUNCTION TRIM(RBC-PREFIXO)
                         TALLYING WA-RBK-PREFIXO-LEN(WA-QTD-ENTRADAS)
                         FOR CHARACTERS
                 MOVE RBC-PADRAO  TO WA-RBK-PADRAO(WA-QTD-ENTRADAS)
                 MOVE ZEROS TO WA-RBK-PADRAO-LEN(WA-QTD-ENTRADAS)
                 INSPECT FUNCTION TRIM(RBC-PADRAO TRAILING)
                         TALLYING WA-RBK-PADRAO-LEN(WA-QTD-ENTRADAS)
                         FOR CHARACTERS
                 MOVE RBC-LINHA(71:190)
                   TO WA-RBK-ENTRADA(WA-QTD-ENTRADAS)
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* UMA ENTRADA CONTRA O ALERTA: PREFIXO DO PROGRAMA E PADRAO DENTRO DO *
* TEXTO, CADA UM VALENDO "QUALQUER" QUANDO EM BRANCO.                 *
*--------------------------------------------------------------------*
2000-CONFERIR-ENTRADA.
    IF  WA-RBK-PREFIXO-LEN(WA-IDX) > ZEROS
        AND RBK-PROGRAMA(1:WA-RBK-PREFIXO-LEN(WA-IDX))
            NOT = WA-RBK-PREFIXO(WA-IDX)(1:WA-RBK-PREFIXO-LEN(WA-IDX))
        CONTINUE
    ELSE
        MOVE ZEROS TO WA-TALLY
        IF  WA-RBK-PADRAO-LEN(WA-IDX) = ZEROS
            MOVE 1 TO WA-TALLY
        ELSE
            INSPECT RBK-TEXTO TALLYING WA-TALLY
                    FOR ALL WA-RBK-PADRAO(WA-IDX)
                                (1:WA-RBK-PADRAO-LEN(WA-IDX))
        END-IF
        IF  WA-TALLY > ZEROS
            MOVE WA-IDX TO WA-ACHADA
        END-IF
    END-IF.
