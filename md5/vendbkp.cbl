* NINGUEM VERIFICOU E O QUE APARECE CORROMPIDO NO DIA EM QUE FAZ FALTA.        *
*                                                                              *
* CRIACAO...: 02/09/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - DATA DA GERACAO (NOME DA PASTA DATADA E     *
*             BKC-DATA DO CATALOGO) PASSA A SER A DATA DE MOVIMENTO DA ROTINA  *
*             DATAMOV, NAO A DO RELOGIO - RODADA QUE PASSAVA DA MEIA-NOITE     *
*             CATALOGAVA O BACKUP NO DIA SEGUINTE E O FECHAMENTO DO MES        *
*             DISCORDAVA DO CATALOGO.  BKC-HORA SEGUE NO RELOGIO.              *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
77  SW-STATUS-CAT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.

* DATA DE MOVIMENTO DA RODADA (ROTINA DATAMOV) - NAO A DO RELOGIO.
77  WA-DMR-OPERACAO              PIC X(001)          VALUE "C".
77  WA-DMR-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-PASTA-BACKUP              PIC X(060)          VALUE "backup/".
77  WA-EXISTE-CKREPO             PIC X(001)          VALUE "N".
    88  WA-EXISTE-CKREPO-SIM                         VALUE "S".
    STOP RUN.

1000-INICIALIZAR.
    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.
    MOVE WA-DMR-DATA TO WA-DATA-RODADA.

    OPEN INPUT PARM-CTL.
    IF  SW-STATUS-PRM(1:1) = ZEROS

6000-CATALOGAR-GERACAO.
    MOVE SPACES             TO BKC-LINHA.
    MOVE WA-DMR-DATA        TO BKC-DATA.
    ACCEPT BKC-HORA FROM TIME.
    MOVE WA-ARQUIVO-ORIGEM  TO BKC-ARQUIVO.
    MOVE WA-ARQUIVO-DESTINO TO BKC-DESTINO.
