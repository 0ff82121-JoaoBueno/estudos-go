*             operadores.ctl) PRECISA TER O PAPEL SUPERVISOR ATIVO - SEM       *
*             ELE, NENHUMA LIBERACAO FORCADA RODA E A RECUSA FICA NA           *
*             PROPRIA TRILHA lockcon-log.txt.                                  *
* ALTERACAO.: 15/10/2026 - BUENO - lockcon-log.txt GANHA A COLUNA LOG-USUARIO  *
*             NO FIM DA LINHA: O USUARIO REAL DA SESSAO QUE PASSOU NO OPERAUT  *
*             (LOG-SUPERVISOR CONTINUA SENDO O NOME DIGITADO NO CONTROLE).     *
*             E QUEM A RECERTIFICACAO DE ACESSOS (RECERT) CONTA COMO USO DO    *
*             PAPEL SUPERVISOR.  LINHA ANTIGA CHEGA COM A COLUNA EM BRANCO.    *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
    03  LOG-DONO-PID            PIC 9(005).
    03  FILLER                  PIC X(001).
    03  LOG-MOTIVO              PIC X(040).
    03  FILLER                  PIC X(001).
    03  LOG-USUARIO             PIC X(030).

WORKING-STORAGE SECTION.
77  SW-STATUS                   PIC X(002)          VALUE SPACES.
        ACCEPT LOG-DATA FROM DATE YYYYMMDD
        ACCEPT LOG-HORA FROM TIME
        MOVE WA-OAU-USUARIO TO LOG-SUPERVISOR
        MOVE WA-OAU-USUARIO TO LOG-USUARIO
        MOVE "RECUSADO: SEM PAPEL SUPERVISOR NO REGISTRO" TO LOG-MOTIVO
        WRITE LOG-LINHA
        CLOSE LIBERA-CTL
    MOVE REG-LOCK-USUARIO TO LOG-DONO-USUARIO.
    MOVE REG-LOCK-PID    TO LOG-DONO-PID.
    MOVE CTL-MOTIVO      TO LOG-MOTIVO.
    MOVE WA-OAU-USUARIO  TO LOG-USUARIO.
    WRITE LOG-LINHA.

    MOVE "FORCADA" TO WA-AUD-EVENTO.
