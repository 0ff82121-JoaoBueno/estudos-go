*             GRAVAR OUTRA ALE-CHAVE - A NOITE EM QUE O VENDCKS ACUSOU 214     *
*             FORA-DA-JANELA IGUAIS AFOGOU O UNICO ALERTA DIFERENTE DA         *
*             LISTAGEM DO ALERTACK.  TRATAR O REGISTRO TRATA A TEMPESTADE.     *
* ALTERACAO.: 15/10/2026 - BUENO - JANELAS DE MANUTENCAO PROGRAMADA            *
*             (manutjan.ctl, LAYOUT EM manutjan.ws): ALERTA DE PROGRAMA QUE    *
*             CASA COM O PREFIXO DE UMA JANELA EM VIGOR CONTINUA GRAVADO,      *
*             MAS COM ALE-SUPRIMIDO "S", O OPERADOR E O MOTIVO DA JANELA.  A   *
*             JANELA SO VALE SE QUEM A DECLAROU TIVER O PAPEL SUPERVISOR       *
*             ATIVO (OPERAUT).  A AGREGACAO SO JUNTA ALERTAS DO MESMO          *
*             ESTADO - UM SUPRIMIDO NAO ENTRA NUM REGISTRO QUE O ALERTDSP      *
*             AINDA VAI ROTEAR, NEM O CONTRARIO.                               *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
           RECORD KEY ALE-CHAVE
           FILE STATUS SW-STATUS.

* JANELAS DE MANUTENCAO PROGRAMADA.  SEM O ARQUIVO, NADA E SUPRIMIDO.
    SELECT JANELAS-CTL ASSIGN "manutjan.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-JAN.

DATA DIVISION.
FILE SECTION.
FD  ALERTAS-FILE.
copy "alertas.ws".

FD  JANELAS-CTL.
copy "manutjan.ws".

WORKING-STORAGE SECTION.
77  SW-STATUS                   PIC X(002)          VALUE SPACES.
77  WA-GRAVADO                  PIC X(001)          VALUE "N".
    88  WA-FIM-BUSCA-SIM                            VALUE "S".
77  WA-DATA-HOJE                PIC 9(008)          VALUE ZEROS.

77  SW-STATUS-JAN               PIC X(002)          VALUE SPACES.
77  WA-FIM-JANELAS              PIC X(001)          VALUE "N".
    88  WA-FIM-JANELAS-SIM                          VALUE "S".
77  WA-SUPRIMIR                 PIC X(001)          VALUE "N".
    88  WA-SUPRIMIR-SIM                             VALUE "S".
77  WA-ALE-SUPRIMIDO            PIC X(001)          VALUE "N".
77  WA-SUP-OPERADOR             PIC X(030)          VALUE SPACES.
77  WA-SUP-MOTIVO               PIC X(060)          VALUE SPACES.
77  WA-PREFIXO-LEN              PIC 9(002)          VALUE ZEROS.
77  WA-HORA-AGORA               PIC 9(008)          VALUE ZEROS.
77  WA-HHMM-AGORA               PIC 9(004)          VALUE ZEROS.
77  WA-MOMENTO-AGORA            PIC 9(012)          VALUE ZEROS.

* AUTORIZACAO DE QUEM DECLAROU A JANELA (OPERAUT).
77  WA-OAU-PAPEL                PIC X(010)          VALUE "SUPERVISOR".
77  WA-OAU-USUARIO              PIC X(030)          VALUE SPACES.
77  WA-OAU-RETORNO              PIC 9(002)          VALUE ZEROS.
    88  WA-OAU-AUTORIZADO                           VALUE 00.

LINKAGE SECTION.
01  ALR-PROGRAMA                PIC X(030).
01  ALR-SEVERIDADE              PIC X(001).
        GO TO 0000-EXIT
    END-IF.

*   JANELA DE MANUTENCAO EM VIGOR PARA O PROGRAMA: O ALERTA SAI
*   SUPRIMIDO.
    PERFORM 0300-CONFERIR-JANELAS
            THRU 0300-CONFERIR-JANELAS-EXIT.

*   ALERTA IGUAL AINDA NAO TRATADO NO MESMO DIA SO GANHA OCORRENCIA -
*   NAO UMA CHAVE NOVA.
    PERFORM 0500-PROCURAR-AGREGAVEL
    MOVE ALE-HORA       TO ALE-ULT-HORA.
    MOVE "N"            TO ALE-NOTIFICADO.
    MOVE ZEROS          TO ALE-ESCALADO.
    MOVE WA-SUPRIMIR    TO ALE-SUPRIMIDO.
    MOVE WA-SUP-OPERADOR TO ALE-SUP-OPERADOR.
    MOVE WA-SUP-MOTIVO  TO ALE-SUP-MOTIVO.

    MOVE "N" TO WA-GRAVADO.
    PERFORM 1000-TENTAR-GRAVAR
0000-EXIT.
    GOBACK.

*--------------------------------------------------------------------*
* PROCURA UMA JANELA DE MANUTENCAO EM VIGOR AGORA (INICIO E FIM       *
* INCLUSIVE) CUJO PREFIXO CASA COM O PROGRAMA DE ORIGEM E CUJO        *
* OPERADOR TEM O PAPEL SUPERVISOR.  A PRIMEIRA QUE SERVE DA O MOTIVO. *
*--------------------------------------------------------------------*
0300-CONFERIR-JANELAS.
    MOVE "N"    TO WA-SUPRIMIR WA-FIM-JANELAS.
    MOVE SPACES TO WA-SUP-OPERADOR WA-SUP-MOTIVO.
    OPEN INPUT JANELAS-CTL.
    IF  SW-STATUS-JAN(1:1) NOT = ZEROS
        GO TO 0300-CONFERIR-JANELAS-EXIT
    END-IF.
    ACCEPT WA-DATA-HOJE  FROM DATE YYYYMMDD.
    ACCEPT WA-HORA-AGORA FROM TIME.
    MOVE WA-HORA-AGORA(1:4) TO WA-HHMM-AGORA.
    COMPUTE WA-MOMENTO-AGORA = WA-DATA-HOJE * 10000 + WA-HHMM-AGORA.
    PERFORM 0310-LER-JANELA
            WITH TEST AFTER
            UNTIL WA-FIM-JANELAS-SIM OR WA-SUPRIMIR-SIM.
    CLOSE JANELAS-CTL.

0300-CONFERIR-JANELAS-EXIT.
    EXIT.

0310-LER-JANELA.
    READ JANELAS-CTL
         AT END SET WA-FIM-JANELAS-SIM TO TRUE
         NOT AT END
             PERFORM 0320-AVALIAR-JANELA
                     THRU 0320-AVALIAR-JANELA-EXIT
    END-READ.

0320-AVALIAR-JANELA.
    IF  MJA-INICIO NOT NUMERIC OR MJA-FIM NOT NUMERIC
        GO TO 0320-AVALIAR-JANELA-EXIT
    END-IF.
    IF  WA-MOMENTO-AGORA < MJA-INICIO OR WA-MOMENTO-AGORA > MJA-FIM
        GO TO 0320-AVALIAR-JANELA-EXIT
    END-IF.
    MOVE ZEROS TO WA-PREFIXO-LEN.
    INSPECT FUNCTION TRIM(MJA-PREFIXO)
            TALLYING WA-PREFIXO-LEN FOR CHARACTERS.
    IF  MJA-PREFIXO NOT = SPACES
        IF  ALR-PROGRAMA(1:WA-PREFIXO-LEN)
            NOT = MJA-PREFIXO(1:WA-PREFIXO-LEN)
            GO TO 0320-AVALIAR-JANELA-EXIT
        END-IF
    END-IF.
    IF  MJA-OPERADOR = SPACES
        GO TO 0320-AVALIAR-JANELA-EXIT
    END-IF.
    MOVE MJA-OPERADOR TO WA-OAU-USUARIO.
    CALL "OPERAUT" USING WA-OAU-PAPEL, WA-OAU-USUARIO, WA-OAU-RETORNO
    END-CALL.
    IF  NOT WA-OAU-AUTORIZADO
        GO TO 0320-AVALIAR-JANELA-EXIT
    END-IF.
    MOVE "S"          TO WA-SUPRIMIR.
    MOVE MJA-OPERADOR TO WA-SUP-OPERADOR.
    MOVE MJA-MOTIVO   TO WA-SUP-MOTIVO.

0320-AVALIAR-JANELA-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* PROCURA, ENTRE OS ALERTAS DE HOJE, UM AINDA NAO TRATADO COM O MESMO *
* PROGRAMA, O MESMO TEXTO E O MESMO ESTADO DE SUPRESSAO.  ACHANDO,    *
* INCREMENTA O CONTADOR DE OCORRENCIAS E CARIMBA O ULTIMO AVISTAMENTO *
* - REGISTRO ANTIGO SEM O CONTADOR (EM BRANCO) VALE COMO UMA          *
* OCORRENCIA JA HAVIDA.                                               *
*--------------------------------------------------------------------*
0500-PROCURAR-AGREGAVEL.
    MOVE "N" TO WA-AGREGADO WA-FIM-BUSCA.
    READ ALERTAS-FILE NEXT RECORD
         AT END SET WA-FIM-BUSCA-SIM TO TRUE
         NOT AT END
             IF  ALE-SUPRIMIDO = "S"
                 MOVE "S" TO WA-ALE-SUPRIMIDO
             ELSE
                 MOVE "N" TO WA-ALE-SUPRIMIDO
             END-IF
             IF  ALE-DATA NOT = WA-DATA-HOJE
                 SET WA-FIM-BUSCA-SIM TO TRUE
             ELSE
                 IF  ALE-ACK NOT = "S"
                     AND ALE-PROGRAMA = ALR-PROGRAMA
                     AND ALE-TEXTO = ALR-TEXTO
                     AND WA-ALE-SUPRIMIDO = WA-SUPRIMIR
                     IF  NOT ALE-OCORRENCIAS NUMERIC
                         OR ALE-OCORRENCIAS = ZEROS
                         MOVE 1 TO ALE-OCORRENCIAS
