* O ANTIGO FICA GUARDADO EM alertas-ant.ctl PARA CONFERENCIA.                  *
*                                                                              *
* CRIACAO...: 02/09/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - O ALE-RECORD GANHOU AS COLUNAS DE           *
*             SUPRESSAO POR JANELA DE MANUTENCAO (ALE-SUPRIMIDO,               *
*             ALE-SUP-OPERADOR, ALE-SUP-MOTIVO).  O CONVERSOR PASSA A          *
*             RECONHECER DOIS LAYOUTS ANTERIORES: TENTA PRIMEIRO O DA          *
*             AGREGACAO/DESPACHO (COPIA TUDO) E, SE NAO ABRIR, O ORIGINAL      *
*             (SEMEIA COMO ANTES).  EM AMBOS O ALERTA SAI NAO SUPRIMIDO.       *
* ALTERACAO.: 15/10/2026 - BUENO - O ALE-RECORD GANHOU O CODIGO DE RESOLUCAO   *
*             DO TRATAMENTO (ALE-ACK-RESOLUCAO).  TERCEIRO LAYOUT ANTERIOR, O  *
*             DA SUPRESSAO POR JANELA, TENTADO PRIMEIRO: COPIA TUDO E DEIXA O  *
*             CODIGO EM BRANCO.                                                *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
* O ARQUIVO RENOMEADO, NO LAYOUT COM SUPRESSAO (SEM CODIGO DE RESOLUCAO).
    SELECT ALERTAS-SUP ASSIGN "alertas-ant.ctl"
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY SUP-CHAVE
           FILE STATUS SW-STATUS-SUP.

* O ARQUIVO ANTIGO, JA RENOMEADO, NO LAYOUT ANTERIOR AS COLUNAS NOVAS.
    SELECT ALERTAS-ANT ASSIGN "alertas-ant.ctl"
           ORGANIZATION INDEXED
           RECORD KEY ANT-CHAVE
           FILE STATUS SW-STATUS-ANT.

* O MESMO ARQUIVO RENOMEADO, NO LAYOUT ORIGINAL (SEM AGREGACAO).
    SELECT ALERTAS-ORI ASSIGN "alertas-ant.ctl"
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY ORI-CHAVE
           FILE STATUS SW-STATUS-ORI.

    SELECT ALERTAS-FILE ASSIGN "alertas.ctl"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC

DATA DIVISION.
FILE SECTION.
* O LAYOUT COM SUPRESSAO POR JANELA, ANTES DO CODIGO DE RESOLUCAO.
FD  ALERTAS-SUP.
01  SUP-RECORD.
    03  SUP-CHAVE.
        05  SUP-DATA              PIC 9(008).
        05  SUP-HORA              PIC 9(006).
        05  SUP-SEQ               PIC 9(003).
    03  SUP-PROGRAMA              PIC X(030).
    03  SUP-SEVERIDADE            PIC X(001).
    03  SUP-TEXTO                 PIC X(150).
    03  SUP-ACK                   PIC X(001).
    03  SUP-ACK-USUARIO           PIC X(030).
    03  SUP-ACK-DATA              PIC 9(008).
    03  SUP-ACK-HORA              PIC 9(006).
    03  SUP-ACK-OBS               PIC X(040).
    03  SUP-OCORRENCIAS           PIC 9(005).
    03  SUP-ULT-DATA              PIC 9(008).
    03  SUP-ULT-HORA              PIC 9(006).
    03  SUP-NOTIFICADO            PIC X(001).
    03  SUP-ESCALADO              PIC 9(003).
    03  SUP-SUPRIMIDO             PIC X(001).
    03  SUP-SUP-OPERADOR          PIC X(030).
    03  SUP-SUP-MOTIVO            PIC X(060).

* O LAYOUT ANTERIOR (COM AGREGACAO/DESPACHO, ANTES DA SUPRESSAO POR
* JANELA DE MANUTENCAO), MANTIDO AQUI E SO AQUI.
FD  ALERTAS-ANT.
01  ANT-RECORD.
    03  ANT-CHAVE.
    03  ANT-ACK-DATA              PIC 9(008).
    03  ANT-ACK-HORA              PIC 9(006).
    03  ANT-ACK-OBS               PIC X(040).
    03  ANT-OCORRENCIAS           PIC 9(005).
    03  ANT-ULT-DATA              PIC 9(008).
    03  ANT-ULT-HORA              PIC 9(006).
    03  ANT-NOTIFICADO            PIC X(001).
    03  ANT-ESCALADO              PIC 9(003).

* O LAYOUT ORIGINAL (ANTES DE ALE-OCORRENCIAS E COMPANHIA).
FD  ALERTAS-ORI.
01  ORI-RECORD.
    03  ORI-CHAVE.
        05  ORI-DATA              PIC 9(008).
        05  ORI-HORA              PIC 9(006).
        05  ORI-SEQ               PIC 9(003).
    03  ORI-PROGRAMA              PIC X(030).
    03  ORI-SEVERIDADE            PIC X(001).
    03  ORI-TEXTO                 PIC X(150).
    03  ORI-ACK                   PIC X(001).
    03  ORI-ACK-USUARIO           PIC X(030).
    03  ORI-ACK-DATA              PIC 9(008).
    03  ORI-ACK-HORA              PIC 9(006).
    03  ORI-ACK-OBS               PIC X(040).

FD  ALERTAS-FILE.
copy "alertas.ws".
01  RPT-LINHA                    PIC X(132).

WORKING-STORAGE SECTION.
77  SW-STATUS-SUP                PIC X(002)          VALUE SPACES.
77  SW-STATUS-ANT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-ORI                PIC X(002)          VALUE SPACES.
77  SW-STATUS-ALE                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.

77  WA-FIM-ANT                   PIC X(001)          VALUE "N".
    88  WA-FIM-ANT-SIM                               VALUE "S".
77  WA-LAYOUT-ORIGEM             PIC X(001)          VALUE "S".
    88  WA-LAYOUT-SUPRESSAO                          VALUE "S".
    88  WA-LAYOUT-ANTERIOR                           VALUE "A".
    88  WA-LAYOUT-ORIGINAL                           VALUE "O".
77  WA-TOTAL-CONVERTIDOS         PIC 9(007)          VALUE ZEROS.

PROCEDURE DIVISION.
0000-MAINLINE.
    OPEN OUTPUT ALERTCNV-RPT.
    MOVE "CONVERSAO DO alertas.ctl PARA O LAYOUT COM CODIGO DE RESOLUCAO"
        TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
        STOP RUN
    END-IF.

*   DO MAIS RECENTE PARA O MAIS ANTIGO: SUPRESSAO, AGREGACAO, ORIGINAL.
    MOVE "00" TO SW-STATUS-ANT SW-STATUS-ORI.
    OPEN INPUT ALERTAS-SUP.
    IF  SW-STATUS-SUP(1:1) NOT = ZEROS
        OPEN INPUT ALERTAS-ANT
        IF  SW-STATUS-ANT(1:1) = ZEROS
            SET WA-LAYOUT-ANTERIOR TO TRUE
        ELSE
            OPEN INPUT ALERTAS-ORI
            IF  SW-STATUS-ORI(1:1) = ZEROS
                SET WA-LAYOUT-ORIGINAL TO TRUE
            END-IF
        END-IF
    END-IF.
    IF  SW-STATUS-SUP(1:1) NOT = ZEROS
        AND SW-STATUS-ANT(1:1) NOT = ZEROS
        AND SW-STATUS-ORI(1:1) NOT = ZEROS
*       O ARQUIVO NAO E DE NENHUM LAYOUT ANTIGO (JA CONVERTIDO, OU
*       DOENTE) - VOLTA TUDO PARA O LUGAR E NAO TOCA EM NADA.
        CALL "CBL_RENAME_FILE" USING "alertas-ant.ctl", "alertas.ctl"
        MOVE SPACES TO RPT-LINHA
        STRING "alertas.ctl NAO ABRE EM LAYOUT ANTIGO (STATUS "
                             DELIMITED BY SIZE
               SW-STATUS-SUP DELIMITED BY SIZE
               "/"           DELIMITED BY SIZE
               SW-STATUS-ANT DELIMITED BY SIZE
               "/"           DELIMITED BY SIZE
               SW-STATUS-ORI DELIMITED BY SIZE
               ") - NADA CONVERTIDO" DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA

    OPEN OUTPUT ALERTAS-FILE.
    IF  SW-STATUS-ALE(1:1) NOT = ZEROS
        EVALUATE TRUE
            WHEN WA-LAYOUT-SUPRESSAO
                CLOSE ALERTAS-SUP
            WHEN WA-LAYOUT-ORIGINAL
                CLOSE ALERTAS-ORI
            WHEN OTHER
                CLOSE ALERTAS-ANT
        END-EVALUATE
        CALL "CBL_RENAME_FILE" USING "alertas-ant.ctl", "alertas.ctl"
        MOVE "NAO ABRIU O alertas.ctl NOVO - CONVERSAO DESFEITA"
            TO RPT-LINHA
        STOP RUN
    END-IF.

    EVALUATE TRUE
        WHEN WA-LAYOUT-SUPRESSAO
            PERFORM 1200-CONVERTER-SUPRESSAO
                    WITH TEST AFTER
                    UNTIL WA-FIM-ANT-SIM
            CLOSE ALERTAS-SUP
        WHEN WA-LAYOUT-ORIGINAL
            PERFORM 1100-CONVERTER-ORIGINAL
                    WITH TEST AFTER
                    UNTIL WA-FIM-ANT-SIM
            CLOSE ALERTAS-ORI
        WHEN OTHER
            PERFORM 1000-CONVERTER-REGISTRO
                    WITH TEST AFTER
                    UNTIL WA-FIM-ANT-SIM
            CLOSE ALERTAS-ANT
    END-EVALUATE.
    CLOSE ALERTAS-FILE.

    MOVE SPACES TO RPT-LINHA.
    EVALUATE TRUE
        WHEN WA-LAYOUT-SUPRESSAO
            MOVE "LAYOUT DE ORIGEM: COM SUPRESSAO POR JANELA" TO RPT-LINHA
        WHEN WA-LAYOUT-ORIGINAL
            MOVE "LAYOUT DE ORIGEM: ORIGINAL (SEM AGREGACAO)" TO RPT-LINHA
        WHEN OTHER
            MOVE "LAYOUT DE ORIGEM: COM AGREGACAO/DESPACHO" TO RPT-LINHA
    END-EVALUATE.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "CONVERTIDOS: "       DELIMITED BY SIZE
           WA-TOTAL-CONVERTIDOS  DELIMITED BY SIZE
    STOP RUN.

*--------------------------------------------------------------------*
* UM REGISTRO DO LAYOUT ANTERIOR: TUDO COPIADO, O ALERTA SAI NAO      *
* SUPRIMIDO.                                                          *
*--------------------------------------------------------------------*
1000-CONVERTER-REGISTRO.
    READ ALERTAS-ANT NEXT RECORD
             MOVE ANT-ACK-DATA     TO ALE-ACK-DATA
             MOVE ANT-ACK-HORA     TO ALE-ACK-HORA
             MOVE ANT-ACK-OBS      TO ALE-ACK-OBS
             MOVE ANT-OCORRENCIAS  TO ALE-OCORRENCIAS
             MOVE ANT-ULT-DATA     TO ALE-ULT-DATA
             MOVE ANT-ULT-HORA     TO ALE-ULT-HORA
             MOVE ANT-NOTIFICADO   TO ALE-NOTIFICADO
             MOVE ANT-ESCALADO     TO ALE-ESCALADO
             MOVE "N"              TO ALE-SUPRIMIDO
             WRITE ALE-RECORD
                   INVALID KEY CONTINUE
             END-WRITE
             ADD 1 TO WA-TOTAL-CONVERTIDOS
    END-READ.

*--------------------------------------------------------------------*
* UM REGISTRO DO LAYOUT ORIGINAL: OS CAMPOS DE SEMPRE COPIADOS, OS    *
* NOVOS SEMEADOS COMO UMA OCORRENCIA AVISTADA NO PROPRIO CARIMBO DO   *
* ALERTA, NAO SUPRIMIDO.                                              *
*--------------------------------------------------------------------*
1100-CONVERTER-ORIGINAL.
    READ ALERTAS-ORI NEXT RECORD
         AT END SET WA-FIM-ANT-SIM TO TRUE
         NOT AT END
             MOVE SPACES           TO ALE-RECORD
             MOVE ORI-CHAVE        TO ALE-CHAVE
             MOVE ORI-PROGRAMA     TO ALE-PROGRAMA
             MOVE ORI-SEVERIDADE   TO ALE-SEVERIDADE
             MOVE ORI-TEXTO        TO ALE-TEXTO
             MOVE ORI-ACK          TO ALE-ACK
             MOVE ORI-ACK-USUARIO  TO ALE-ACK-USUARIO
             MOVE ORI-ACK-DATA     TO ALE-ACK-DATA
             MOVE ORI-ACK-HORA     TO ALE-ACK-HORA
             MOVE ORI-ACK-OBS      TO ALE-ACK-OBS
             MOVE 1                TO ALE-OCORRENCIAS
             MOVE ORI-DATA         TO ALE-ULT-DATA
             MOVE ORI-HORA         TO ALE-ULT-HORA
             MOVE "N"              TO ALE-NOTIFICADO
             MOVE ZEROS            TO ALE-ESCALADO
             MOVE "N"              TO ALE-SUPRIMIDO
             WRITE ALE-RECORD
                   INVALID KEY CONTINUE
             END-WRITE
             ADD 1 TO WA-TOTAL-CONVERTIDOS
    END-READ.

*--------------------------------------------------------------------*
* UM REGISTRO DO LAYOUT COM SUPRESSAO: TUDO COPIADO, O CODIGO DE      *
* RESOLUCAO FICA EM BRANCO (TRATADO ANTES DA LISTA FIXA).             *
*--------------------------------------------------------------------*
1200-CONVERTER-SUPRESSAO.
    READ ALERTAS-SUP NEXT RECORD
         AT END SET WA-FIM-ANT-SIM TO TRUE
         NOT AT END
             MOVE SUP-RECORD       TO ALE-RECORD
             MOVE SPACES           TO ALE-ACK-RESOLUCAO
             WRITE ALE-RECORD
                   INVALID KEY CONTINUE
             END-WRITE
