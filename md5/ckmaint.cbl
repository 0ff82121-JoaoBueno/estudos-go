*             OPERADORES (OPERAUT/operadores.ctl) - SEM O PAPEL, O COMANDO     *
*             E REBAIXADO PARA PREVIA E A RECUSA FICA NO ckmaint-log.txt.      *
*             CONFIRMAR UMA PURGA IRREVERSIVEL ERA SO DIGITAR UM "S".          *
* ALTERACAO.: 15/10/2026 - BUENO - ckmaint-log.txt GANHA A COLUNA LOG-USUARIO  *
*             NO FIM DA LINHA (USUARIO REAL DA SESSAO, O MESMO CONFERIDO NO    *
*             OPERAUT) - A RECERTIFICACAO DE ACESSOS (RECERT) PRECISA SABER    *
*             QUEM USOU O PAPEL SUPERVISOR.  LINHA ANTIGA CHEGA EM BRANCO.     *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
    03  LOG-ULT-JOB              PIC X(030).
    03  FILLER                   PIC X(001).
    03  LOG-ARQUIVO              PIC X(200).
    03  FILLER                   PIC X(001).
    03  LOG-USUARIO              PIC X(030).

FD  MAINT-RPT.
01  RPT-LINHA                    PIC X(132).
        MOVE "RECUSOU" TO LOG-MODO
        MOVE "CONFIRMA SEM PAPEL SUPERVISOR NO REGISTRO" TO LOG-MOTIVO
        MOVE WA-OAU-USUARIO TO LOG-ULT-JOB
        MOVE WA-OAU-USUARIO TO LOG-USUARIO
        WRITE LOG-LINHA
    END-IF.
    MOVE ZEROS        TO WA-DIAS.
    MOVE CR-DATA       TO LOG-ULT-DATA.
    MOVE CR-ULTIMO-JOB TO LOG-ULT-JOB.
    MOVE CR-ARQUIVO    TO LOG-ARQUIVO.
    MOVE WA-OAU-USUARIO TO LOG-USUARIO.
    WRITE LOG-LINHA.

    IF  WA-CONFIRMA-SIM
