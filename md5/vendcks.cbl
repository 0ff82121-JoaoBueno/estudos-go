* ALTERACAO.: 02/09/2026 - BUENO - TRAVA DE EXECUCAO UNICA NA PARTIDA         *
*             (RUNLOCK/vendcks.pid, MESMA PROTECAO DO BATDRV) - DUAS COPIAS   *
*             SIMULTANEAS COLHERIAM OS vendcks-rc-*.tmp UMA DA OUTRA.         *
* ALTERACAO.: 15/10/2026 - BUENO - O ALERTA DE FORA DA JANELA CITA A DATA DE   *
*             MOVIMENTO DA RODADA (ROTINA DATAMOV) - A JANELA CONTINUA         *
*             CONFERIDA PELO RELOGIO, QUE E A HORA EM QUE O ARQUIVO FOI        *
*             HASHEADO.                                                        *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
77  WA-HORA-INICIO                PIC 9(004)          VALUE 2200.
77  WA-HORA-FIM                   PIC 9(004)          VALUE 0600.
77  WA-HORA-ATUAL                 PIC 9(004)          VALUE ZEROS.
* DATA DE MOVIMENTO DA RODADA (ROTINA DATAMOV), CITADA NO ALERTA - A
* JANELA CONTINUA CONFERIDA PELO RELOGIO (E A HORA DA MUDANCA QUE CONTA).
77  WA-DMR-OPERACAO               PIC X(001)          VALUE "C".
77  WA-DMR-DATA                   PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO                PIC 9(002)          VALUE ZEROS.
77  WA-DENTRO-JANELA              PIC X(001)          VALUE "N".
    88  WA-DENTRO-JANELA-SIM                           VALUE "S".


    PERFORM 0100-LER-JANELA.

    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.

    ACCEPT WA-HORA-ATUAL FROM TIME.
    PERFORM 0150-AVALIAR-JANELA.

           WA-HORA-INICIO DELIMITED BY SIZE
           "-"          DELIMITED BY SIZE
           WA-HORA-FIM  DELIMITED BY SIZE
           ") - MOVIMENTO "
                        DELIMITED BY SIZE
           WA-DMR-DATA  DELIMITED BY SIZE
           INTO ALE-LINHA.
    WRITE ALE-LINHA.

