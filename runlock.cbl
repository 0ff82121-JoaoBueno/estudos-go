*       (MESMA CONFERENCIA DE DONO DO LOCKSWP): PID VIVO DEVOLVE EM-USO COM    *
*       O DONO; PID MORTO E LIMPO E A TRAVA E TOMADA.                          *
*   RLK-OPERACAO "L" - LIBERA: SO REMOVE SE A TRAVA E DO PROPRIO PID.          *
*   RLK-OPERACAO "C" - CONSULTA: SO DIZ SE HA DONO VIVO (EM-USO COM O DONO),   *
*       SEM TOMAR NEM LIMPAR NADA.                                             *
*                                                                              *
* USADA PELO BATDRV, VENDCKS E VERIF-MD5 - OS TRES QUE APENDAM EM LOG/LISTA    *
* E COLHEM ARQUIVOS TEMPORARIOS QUE UMA SEGUNDA COPIA EMBARALHARIA.            *
*                                                                              *
* CRIACAO...: 02/09/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - OPERACAO "C" (CONSULTA): O BATDRV COM       *
*             CADEIAS NOMEADAS PRECISA SABER, NA PARTIDA, QUAIS OUTRAS         *
*             CADEIAS ESTAO VIVAS (batdrv-X.pid) SEM MEXER NA TRAVA DELAS - O  *
*             "T" LIMPARIA A TRAVA DE PID MORTO E TOMARIA A DOS OUTROS.        *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
        WHEN RLK-OPERACAO = "L"
            PERFORM 2000-LIBERAR
                    THRU 2000-LIBERAR-EXIT
        WHEN RLK-OPERACAO = "C"
            PERFORM 3000-CONSULTAR
                    THRU 3000-CONSULTAR-EXIT
        WHEN OTHER
            SET RLK-ERRO-ARQUIVO TO TRUE
    END-EVALUATE.

2000-LIBERAR-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* CONSULTA: MESMA CONFERENCIA DE PID VIVO DO 1000, SEM GRAVAR NADA.   *
* SEM ARQUIVO, TRAVA VAZIA OU PID MORTO = LIVRE (RLK-OK).             *
*--------------------------------------------------------------------*
3000-CONSULTAR.
    SET RLK-OK TO TRUE.
    OPEN INPUT LOCK-FILE.
    IF  SW-STATUS(1:1) NOT = ZEROS
        GO TO 3000-CONSULTAR-EXIT
    END-IF.
    MOVE ZEROS TO WA-PID-GRAVADO.
    READ LOCK-FILE
         AT END CONTINUE
         NOT AT END
             IF  LCK-LINHA(1:5) NUMERIC
                 MOVE LCK-PID TO WA-PID-GRAVADO
             END-IF
    END-READ.
    CLOSE LOCK-FILE.
    IF  WA-PID-GRAVADO = ZEROS
        GO TO 3000-CONSULTAR-EXIT
    END-IF.
    MOVE SPACES TO WA-USUARIO-DONO.
    CALL "PIDTOUSER" USING WA-PID-GRAVADO, WA-USUARIO-DONO.
    IF  WA-USUARIO-DONO NOT = SPACES
        SET RLK-EM-USO TO TRUE
        MOVE WA-PID-GRAVADO  TO RLK-DONO-PID
        MOVE WA-USUARIO-DONO TO RLK-DONO-USUARIO
    END-IF.

3000-CONSULTAR-EXIT.
    EXIT.
