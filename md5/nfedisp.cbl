IDENTIFICATION DIVISION.
PROGRAM-ID.    NFEDISP.
*------------------------------------------------------------------------------*
* DISPARADOR RESIDENTE DA CADEIA DO NF-E.  O NFEVERIF, O NFEIMP E O NFECONF SO *
* RODAVAM QUANDO O BATDRV NOTURNO CHEGAVA NELES: LOTE QUE FICAVA COMPLETO AS   *
* 14:00 ESPERAVA ATE AS 22:00, E LOTE QUE CHEGAVA PELA METADE AS 21:55 ERA     *
* PROCESSADO PELA METADE.  ESTE VIGIA FICA NO AR E, A CADA PASSADA:            *
*                                                                              *
*   1) RODA O NFEWATCH (runcbl, ESPERANDO) E LE A SITUACAO DO LOTE QUE ELE     *
*      PUBLICA (nfewatch-sit.ctl, LAYOUT EM md5/nfewatch.ws);                  *
*   2) LOTE LIBERADO (COMPLETO E PASSADA A CARENCIA) E AINDA NAO DISPARADO:    *
*      CHAMA O BATDRV DA CADEIA NOMEADA (BATDRV_CADEIA=<CADEIA>), ESPERA ELE   *
*      SAIR E APURA A RODADA PELO LOG DA CADEIA (batdrv-<CADEIA>.log) - SEM    *
*      PASSO FALHO E "CONCLUIDO"; COM PASSO FALHO E "FALHA" E ALERTA "E" NA    *
*      CENTRAL (A RETOMADA FICA COM O PROPRIO BATDRV).  SE O BATDRV NEM ABRIU  *
*      A CADEIA (JA VIVA, OU OUTRA CADEIA COM PASSO EM COMUM RODANDO), O LOTE  *
*      FICA PARA A PROXIMA PASSADA;                                            *
*   3) LOTE INCOMPLETO COM FALTANTE ALEM DA CARENCIA: RECUSA - A CADEIA NAO E  *
*      DISPARADA, E FICA REGISTRADO E ALERTADO UMA VEZ POR LOTE.  LOTE EM      *
*      CARENCIA OU AINDA DENTRO DO PRAZO DOS FALTANTES SO ESPERA.              *
*                                                                              *
* CADA DECISAO VAI PARA nfedisp-log.txt (LAYOUT EM md5/nfedisp.ws), QUE O      *
* OPSCON MOSTRA.  O LOTE JA DISPARADO, RECUSADO OU QUE NAO PARTIU FICA EM      *
* nfedisp-estado.ctl, PARA O MESMO LOTE NAO SER DISPARADO (NEM REGISTRADO) DE  *
* NOVO A CADA PASSADA NEM DEPOIS DE UMA VOLTA DO VIGIA.                        *
*                                                                              *
* PARAMETROS (nfedisp.ctl): CADEIA(12) INTERVALO-SEG(4) PASSADAS(4).  SEM O    *
* ARQUIVO, CADEIA "nfe", 300 SEGUNDOS E PASSADAS ZERO = RESIDENTE ATE ALGUEM   *
* CRIAR nfedisp-parar.ctl (APAGADO NA SAIDA).  A CADEIA TEM QUE ESTAR NO       *
* batcadeias.ctl.  UM VIGIA SO (RUNLOCK, nfedisp.pid).                         *
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
    SELECT PARM-CTL ASSIGN "nfedisp.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-PARM.

* CADASTRO DE CADEIAS NOMEADAS DO BATDRV (LAYOUT EM batcadeia.ws).
    SELECT CADEIAS-CTL ASSIGN "batcadeias.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CAD.

* SITUACAO DO LOTE PUBLICADA PELO NFEWATCH.
    SELECT SITUACAO-CTL ASSIGN "nfewatch-sit.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-SIT.

* ULTIMO LOTE DISPARADO, RECUSADO E QUE NAO PARTIU.
    SELECT ESTADO-CTL ASSIGN "nfedisp-estado.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-EST.

* LOG DE DECISOES DO VIGIA, SO DE ACRESCIMO.
    SELECT DISP-LOG ASSIGN "nfedisp-log.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-LOG.

* LOG DA CADEIA DISPARADA, LIDO PARA APURAR A RODADA.
    SELECT CADEIA-LOG ASSIGN WA-NOME-LOG-CADEIA
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CLG.

* PEDIDO DE PARADA DO VIGIA (SO A EXISTENCIA CONTA).
    SELECT PARAR-CTL ASSIGN "nfedisp-parar.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-PAR.

DATA DIVISION.
FILE SECTION.
FD  PARM-CTL.
01  PARM-LINHA.
    03  PARM-CADEIA              PIC X(012).
    03  PARM-INTERVALO           PIC X(004).
    03  PARM-PASSADAS            PIC X(004).

FD  CADEIAS-CTL.
copy "batcadeia.ws".

FD  SITUACAO-CTL.
copy "md5/nfewatch.ws".

FD  ESTADO-CTL.
01  EST-LINHA.
    03  EST-DISP-LOTE            PIC X(032).
    03  EST-DISP-QTD             PIC 9(004).
    03  EST-REC-LOTE             PIC X(032).
    03  EST-REC-QTD              PIC 9(004).
    03  EST-NPT-LOTE             PIC X(032).
    03  EST-NPT-QTD              PIC 9(004).

FD  DISP-LOG.
copy "md5/nfedisp.ws".

FD  CADEIA-LOG.
copy "batdrvlog.ws".

FD  PARAR-CTL.
01  PAR-LINHA                    PIC X(001).

WORKING-STORAGE SECTION.
77  SW-STATUS-PARM               PIC X(002)          VALUE SPACES.
77  SW-STATUS-CAD                PIC X(002)          VALUE SPACES.
77  SW-STATUS-SIT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-EST                PIC X(002)          VALUE SPACES.
77  SW-STATUS-LOG                PIC X(002)          VALUE SPACES.
77  SW-STATUS-CLG                PIC X(002)          VALUE SPACES.
77  SW-STATUS-PAR                PIC X(002)          VALUE SPACES.

77  WA-CADEIA                    PIC X(012)          VALUE "nfe".
77  WA-INTERVALO-SEG             PIC 9(004)          VALUE 300.
77  WA-PASSADAS                  PIC 9(004)          VALUE ZEROS.
77  WA-PASSADA-ATUAL             PIC 9(004)          VALUE ZEROS.

77  WA-CADASTRADA                PIC X(001)          VALUE "N".
    88  WA-CADASTRADA-SIM                            VALUE "S".
77  WA-BASE-CADEIA               PIC X(020)          VALUE SPACES.
77  WA-NOME-LOG-CADEIA           PIC X(030)          VALUE SPACES.
77  WA-COMANDO                   PIC X(200)          VALUE SPACES.

77  WA-PARAR                     PIC X(001)          VALUE "N".
    88  WA-PARAR-SIM                                 VALUE "S".
77  WA-MOTIVO-PARADA             PIC X(080)          VALUE SPACES.

77  WA-FIM-ARQ                   PIC X(001)          VALUE "N".
    88  WA-FIM-ARQ-SIM                               VALUE "S".

77  WA-DATA-AGORA                PIC 9(008)          VALUE ZEROS.
77  WA-HORA-AGORA                PIC 9(006)          VALUE ZEROS.
77  WA-MOMENTO-PASSADA           PIC 9(014)          VALUE ZEROS.
77  WA-MOMENTO-DISPARO           PIC 9(014)          VALUE ZEROS.
77  WA-MOMENTO-ITEM              PIC 9(014)          VALUE ZEROS.

77  WA-SITUACAO-VALIDA           PIC X(001)          VALUE "N".
    88  WA-SITUACAO-VALIDA-SIM                       VALUE "S".

*--------------------------------------------------------------------*
* ESTADO EM MEMORIA (ESPELHO DO nfedisp-estado.ctl).                  *
*--------------------------------------------------------------------*
77  WA-DISP-LOTE                 PIC X(032)          VALUE SPACES.
77  WA-DISP-QTD                  PIC 9(004)          VALUE ZEROS.
77  WA-REC-LOTE                  PIC X(032)          VALUE SPACES.
77  WA-REC-QTD                   PIC 9(004)          VALUE ZEROS.
77  WA-NPT-LOTE                  PIC X(032)          VALUE SPACES.
77  WA-NPT-QTD                   PIC 9(004)          VALUE ZEROS.

*--------------------------------------------------------------------*
* APURACAO DA RODADA DISPARADA, PELO LOG DA CADEIA.                   *
*--------------------------------------------------------------------*
77  WA-QTD-LINHAS-RODADA         PIC 9(005)          VALUE ZEROS.
77  WA-QTD-OK-RODADA             PIC 9(005)          VALUE ZEROS.
77  WA-QTD-FALHA-RODADA          PIC 9(005)          VALUE ZEROS.

77  WA-EVENTO                    PIC X(010)          VALUE SPACES.
77  WA-TEXTO                     PIC X(080)          VALUE SPACES.

77  WA-RLK-JOB                   PIC X(020)          VALUE "nfedisp".
77  WA-RLK-OPERACAO              PIC X(001)          VALUE SPACES.
77  WA-RLK-RETORNO               PIC 9(002)          VALUE ZEROS.
    88  WA-RLK-EM-USO                                VALUE 01.
77  WA-RLK-DONO-PID              PIC 9(005)          VALUE ZEROS.
77  WA-RLK-DONO-USUARIO          PIC X(030)          VALUE SPACES.

77  WA-ALR-PROGRAMA              PIC X(030)          VALUE "NFEDISP".
77  WA-ALR-SEVERIDADE            PIC X(001)          VALUE "A".
77  WA-ALR-TEXTO                 PIC X(150)          VALUE SPACES.
77  WA-ALR-RETORNO               PIC 9(002)          VALUE ZEROS.

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR
            THRU 1000-INICIALIZAR-EXIT.
    PERFORM 2000-UMA-PASSADA
            THRU 2000-UMA-PASSADA-EXIT
            WITH TEST AFTER
            UNTIL WA-PARAR-SIM.
    PERFORM 9999-FINALIZAR.
    STOP RUN.

*--------------------------------------------------------------------*
* PARAMETROS, CONFERENCIA DA CADEIA NO CADASTRO, TRAVA DE VIGIA UNICO *
* E ESTADO DA VOLTA ANTERIOR.                                         *
*--------------------------------------------------------------------*
1000-INICIALIZAR.
    OPEN INPUT PARM-CTL.
    IF  SW-STATUS-PARM(1:1) = ZEROS
        READ PARM-CTL
             AT END CONTINUE
             NOT AT END
                  IF  PARM-CADEIA NOT = SPACES
                      MOVE PARM-CADEIA TO WA-CADEIA
                  END-IF
                  IF  PARM-INTERVALO NUMERIC
                      AND PARM-INTERVALO NOT = "0000"
                      MOVE PARM-INTERVALO TO WA-INTERVALO-SEG(1:4)
                  END-IF
                  IF  PARM-PASSADAS NUMERIC
                      MOVE PARM-PASSADAS TO WA-PASSADAS(1:4)
                  END-IF
        END-READ
        CLOSE PARM-CTL
    END-IF.

*   A CADEIA DISPARADA TEM QUE SER UMA CADEIA NOMEADA CADASTRADA - A
*   PRINCIPAL E A DA NOITE E NAO E DISPARADA POR LOTE.
    MOVE "N" TO WA-CADASTRADA.
    OPEN INPUT CADEIAS-CTL.
    IF  SW-STATUS-CAD(1:1) = ZEROS
        PERFORM 1100-LER-CADEIA
                WITH TEST AFTER
                UNTIL SW-STATUS-CAD(1:1) NOT = ZEROS
                   OR WA-CADASTRADA-SIM
        CLOSE CADEIAS-CTL
    END-IF.
    IF  NOT WA-CADASTRADA-SIM
        DISPLAY "NFEDISP - CADEIA " WA-CADEIA
                " NAO CADASTRADA EM batcadeias.ctl - VIGIA NAO SOBE"
                UPON SYSERR
        STOP RUN
    END-IF.
    MOVE SPACES TO WA-BASE-CADEIA WA-NOME-LOG-CADEIA.
    STRING "batdrv-"  DELIMITED BY SIZE
           WA-CADEIA  DELIMITED BY SPACE
           INTO WA-BASE-CADEIA.
    STRING WA-BASE-CADEIA DELIMITED BY SPACE
           ".log"         DELIMITED BY SIZE
           INTO WA-NOME-LOG-CADEIA.

    MOVE "nfedisp" TO WA-RLK-JOB.
    MOVE "T" TO WA-RLK-OPERACAO.
    CALL "RUNLOCK" USING WA-RLK-JOB, WA-RLK-OPERACAO, WA-RLK-RETORNO,
                          WA-RLK-DONO-PID, WA-RLK-DONO-USUARIO
    END-CALL.
    IF  WA-RLK-EM-USO
        DISPLAY "NFEDISP - JA HA UM VIGIA NO AR (PID "
                WA-RLK-DONO-PID ", USUARIO " WA-RLK-DONO-USUARIO
                ") - ESTA PARTIDA SAI SEM TOCAR EM NADA" UPON SYSERR
        STOP RUN
    END-IF.

    OPEN INPUT ESTADO-CTL.
    IF  SW-STATUS-EST(1:1) = ZEROS
        READ ESTADO-CTL
             AT END CONTINUE
             NOT AT END
                 MOVE EST-DISP-LOTE TO WA-DISP-LOTE
                 MOVE EST-DISP-QTD  TO WA-DISP-QTD
                 MOVE EST-REC-LOTE  TO WA-REC-LOTE
                 MOVE EST-REC-QTD   TO WA-REC-QTD
                 MOVE EST-NPT-LOTE  TO WA-NPT-LOTE
                 MOVE EST-NPT-QTD   TO WA-NPT-QTD
        END-READ
        CLOSE ESTADO-CTL
    END-IF.

    MOVE SPACES TO SIT-LINHA.
    MOVE ZEROS  TO SIT-QTD-MANIFESTO SIT-QTD-FALTANTES.
    MOVE "PARTIDA" TO WA-EVENTO.
    MOVE SPACES TO WA-TEXTO.
    STRING "VIGIA NO AR - INTERVALO "  DELIMITED BY SIZE
           WA-INTERVALO-SEG            DELIMITED BY SIZE
           " SEG, PASSADAS "           DELIMITED BY SIZE
           WA-PASSADAS                 DELIMITED BY SIZE
           " (ZERO = ATE PEDIDO DE PARADA)" DELIMITED BY SIZE
           INTO WA-TEXTO.
    PERFORM 7000-GRAVAR-LOG.

1000-INICIALIZAR-EXIT.
    EXIT.

1100-LER-CADEIA.
    READ CADEIAS-CTL
         AT END CONTINUE
         NOT AT END
             IF  CAD-NOME = WA-CADEIA
                 MOVE "S" TO WA-CADASTRADA
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* UMA PASSADA: PEDIDO DE PARADA, NFEWATCH, SITUACAO DO LOTE E A       *
* DECISAO.  DEPOIS DORME O INTERVALO (OU SAI, SE AS PASSADAS PEDIDAS  *
* ACABARAM).                                                          *
*--------------------------------------------------------------------*
2000-UMA-PASSADA.
    ADD 1 TO WA-PASSADA-ATUAL.

    OPEN INPUT PARAR-CTL.
    IF  SW-STATUS-PAR(1:1) = ZEROS
        CLOSE PARAR-CTL
        CALL "CBL_DELETE_FILE" USING "nfedisp-parar.ctl"
        MOVE "PEDIDO DE PARADA (nfedisp-parar.ctl)" TO WA-MOTIVO-PARADA
        SET WA-PARAR-SIM TO TRUE
        GO TO 2000-UMA-PASSADA-EXIT
    END-IF.

    PERFORM 7900-MARCAR-AGORA.
    COMPUTE WA-MOMENTO-PASSADA = WA-DATA-AGORA * 1000000
                               + WA-HORA-AGORA.

    MOVE "runcbl NFEWATCH" TO WA-COMANDO.
    CALL "C$SYSTEM" USING WA-COMANDO.

    PERFORM 3000-LER-SITUACAO
            THRU 3000-LER-SITUACAO-EXIT.
    IF  WA-SITUACAO-VALIDA-SIM
        EVALUATE TRUE
            WHEN SIT-LIBERADO
                PERFORM 4000-DISPARAR-CADEIA
                        THRU 4000-DISPARAR-CADEIA-EXIT
            WHEN SIT-INCOMPLETO
                PERFORM 5000-RECUSAR-LOTE
                        THRU 5000-RECUSAR-LOTE-EXIT
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

    IF  WA-PASSADAS > ZEROS
        AND WA-PASSADA-ATUAL >= WA-PASSADAS
        MOVE "PASSADAS PEDIDAS CUMPRIDAS" TO WA-MOTIVO-PARADA
        SET WA-PARAR-SIM TO TRUE
        GO TO 2000-UMA-PASSADA-EXIT
    END-IF.
    CALL "C$SLEEP" USING WA-INTERVALO-SEG.

2000-UMA-PASSADA-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* SITUACAO DO LOTE.  SO VALE A GRAVADA PELO NFEWATCH DESTA PASSADA -  *
* SITUACAO VELHA (NFEWATCH QUE NAO RODOU) NAO DISPARA NEM RECUSA.     *
*--------------------------------------------------------------------*
3000-LER-SITUACAO.
    MOVE "N" TO WA-SITUACAO-VALIDA.
    OPEN INPUT SITUACAO-CTL.
    IF  SW-STATUS-SIT(1:1) NOT = ZEROS
        DISPLAY "NFEDISP - SEM nfewatch-sit.ctl NESTA PASSADA"
                UPON SYSERR
        GO TO 3000-LER-SITUACAO-EXIT
    END-IF.
    READ SITUACAO-CTL
         AT END MOVE SPACES TO SIT-LINHA
    END-READ.
    CLOSE SITUACAO-CTL.
    IF  SIT-DATA NOT NUMERIC OR SIT-HORA NOT NUMERIC
        GO TO 3000-LER-SITUACAO-EXIT
    END-IF.
    COMPUTE WA-MOMENTO-ITEM = SIT-DATA * 1000000 + SIT-HORA.
    IF  WA-MOMENTO-ITEM < WA-MOMENTO-PASSADA
        DISPLAY "NFEDISP - SITUACAO DO LOTE NAO FOI RENOVADA PELO "
                "NFEWATCH NESTA PASSADA (" SIT-DATA " " SIT-HORA ")"
                UPON SYSERR
        GO TO 3000-LER-SITUACAO-EXIT
    END-IF.
    MOVE "S" TO WA-SITUACAO-VALIDA.

3000-LER-SITUACAO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* LOTE LIBERADO.  O MESMO LOTE SO E DISPARADO UMA VEZ; COM O DRIVER   *
* DA CADEIA AINDA VIVO, ESPERA A PROXIMA PASSADA.  O BATDRV RODA EM   *
* PRIMEIRO PLANO - O VIGIA SO VOLTA QUANDO A CADEIA TERMINA.          *
*--------------------------------------------------------------------*
4000-DISPARAR-CADEIA.
    IF  SIT-LOTE-MD5 = WA-DISP-LOTE
        AND SIT-QTD-MANIFESTO = WA-DISP-QTD
        GO TO 4000-DISPARAR-CADEIA-EXIT
    END-IF.

    MOVE WA-BASE-CADEIA TO WA-RLK-JOB.
    MOVE "C" TO WA-RLK-OPERACAO.
    CALL "RUNLOCK" USING WA-RLK-JOB, WA-RLK-OPERACAO, WA-RLK-RETORNO,
                          WA-RLK-DONO-PID, WA-RLK-DONO-USUARIO
    END-CALL.
    MOVE "nfedisp" TO WA-RLK-JOB.
    IF  WA-RLK-EM-USO
        MOVE SPACES TO WA-TEXTO
        STRING "DRIVER DA CADEIA JA VIVO (PID "  DELIMITED BY SIZE
               WA-RLK-DONO-PID                   DELIMITED BY SIZE
               ") - LOTE FICA PARA A PROXIMA PASSADA" DELIMITED BY SIZE
               INTO WA-TEXTO
        PERFORM 4500-REGISTRAR-NAO-PARTIU
                THRU 4500-REGISTRAR-NAO-PARTIU-EXIT
        GO TO 4000-DISPARAR-CADEIA-EXIT
    END-IF.

    PERFORM 7900-MARCAR-AGORA.
    COMPUTE WA-MOMENTO-DISPARO = WA-DATA-AGORA * 1000000
                               + WA-HORA-AGORA.
    MOVE "DISPARO" TO WA-EVENTO.
    MOVE SPACES TO WA-TEXTO.
    STRING "LOTE COMPLETO DESDE " DELIMITED BY SIZE
           SIT-COMPLETO-DATA      DELIMITED BY SIZE
           " "                    DELIMITED BY SIZE
           SIT-COMPLETO-HORA      DELIMITED BY SIZE
           " E PASSADA A CARENCIA - CADEIA DISPARADA"
                                  DELIMITED BY SIZE
           INTO WA-TEXTO.
    PERFORM 7000-GRAVAR-LOG.

    MOVE SPACES TO WA-COMANDO.
    STRING "BATDRV_CADEIA="    DELIMITED BY SIZE
           WA-CADEIA           DELIMITED BY SPACE
           " runcbl BATDRV"    DELIMITED BY SIZE
           INTO WA-COMANDO.
    CALL "C$SYSTEM" USING WA-COMANDO.

    PERFORM 4100-APURAR-RODADA
            THRU 4100-APURAR-RODADA-EXIT.

*   NENHUMA LINHA NOVA NO LOG: O BATDRV SAIU SEM ABRIR A CADEIA (OUTRA
*   CADEIA COM PASSO EM COMUM RODANDO, CONTROLE FALTANDO...).  O LOTE
*   NAO CONTA COMO DISPARADO E VOLTA NA PROXIMA PASSADA.
    IF  WA-QTD-LINHAS-RODADA = ZEROS
        MOVE SPACES TO WA-TEXTO
        STRING "O BATDRV SAIU SEM RODAR PASSO DA CADEIA - VER SYSERR; "
                                       DELIMITED BY SIZE
               "LOTE VOLTA NA PROXIMA PASSADA" DELIMITED BY SIZE
               INTO WA-TEXTO
        PERFORM 4500-REGISTRAR-NAO-PARTIU
                THRU 4500-REGISTRAR-NAO-PARTIU-EXIT
        GO TO 4000-DISPARAR-CADEIA-EXIT
    END-IF.

    MOVE SIT-LOTE-MD5      TO WA-DISP-LOTE.
    MOVE SIT-QTD-MANIFESTO TO WA-DISP-QTD.
    PERFORM 7500-GRAVAR-ESTADO.

    MOVE SPACES TO WA-TEXTO.
    IF  WA-QTD-FALHA-RODADA > ZEROS
        MOVE "FALHA" TO WA-EVENTO
        STRING "CADEIA TERMINOU COM "  DELIMITED BY SIZE
               WA-QTD-FALHA-RODADA     DELIMITED BY SIZE
               " PASSO(S) FALHO(S) E " DELIMITED BY SIZE
               WA-QTD-OK-RODADA        DELIMITED BY SIZE
               " OK - RETOMADA PELO BATDRV" DELIMITED BY SIZE
               INTO WA-TEXTO
        PERFORM 7000-GRAVAR-LOG
        MOVE "E" TO WA-ALR-SEVERIDADE
        MOVE SPACES TO WA-ALR-TEXTO
        STRING "CADEIA "                DELIMITED BY SIZE
               WA-CADEIA                DELIMITED BY SPACE
               " DISPARADA POR LOTE SEFAZ COMPLETO TERMINOU COM "
                                        DELIMITED BY SIZE
               WA-QTD-FALHA-RODADA      DELIMITED BY SIZE
               " PASSO(S) FALHO(S) - VER "  DELIMITED BY SIZE
               WA-NOME-LOG-CADEIA       DELIMITED BY SPACE
               INTO WA-ALR-TEXTO
        CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                               WA-ALR-TEXTO, WA-ALR-RETORNO
        END-CALL
    ELSE
        MOVE "CONCLUIDO" TO WA-EVENTO
        STRING "CADEIA TERMINOU SEM PASSO FALHO - " DELIMITED BY SIZE
               WA-QTD-OK-RODADA        DELIMITED BY SIZE
               " PASSO(S) OK"          DELIMITED BY SIZE
               INTO WA-TEXTO
        PERFORM 7000-GRAVAR-LOG
    END-IF.

4000-DISPARAR-CADEIA-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* APURA A RODADA PELAS LINHAS DO LOG DA CADEIA INICIADAS DEPOIS DO    *
* DISPARO (O LOG DE CICLO FECHADO JA FOI ROTACIONADO PELO PROPRIO     *
* BATDRV NA PARTIDA).                                                 *
*--------------------------------------------------------------------*
4100-APURAR-RODADA.
    MOVE ZEROS TO WA-QTD-LINHAS-RODADA WA-QTD-OK-RODADA
                  WA-QTD-FALHA-RODADA.
    OPEN INPUT CADEIA-LOG.
    IF  SW-STATUS-CLG(1:1) NOT = ZEROS
        GO TO 4100-APURAR-RODADA-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-ARQ.
    PERFORM 4110-LER-LOG-CADEIA
            WITH TEST AFTER
            UNTIL WA-FIM-ARQ-SIM.
    CLOSE CADEIA-LOG.

4100-APURAR-RODADA-EXIT.
    EXIT.

4110-LER-LOG-CADEIA.
    READ CADEIA-LOG
         AT END SET WA-FIM-ARQ-SIM TO TRUE
         NOT AT END
             IF  LOG-DATA-INICIO NUMERIC AND LOG-HORA-INICIO NUMERIC
                 COMPUTE WA-MOMENTO-ITEM =
                         LOG-DATA-INICIO * 1000000 + LOG-HORA-INICIO
                 IF  WA-MOMENTO-ITEM >= WA-MOMENTO-DISPARO
                     ADD 1 TO WA-QTD-LINHAS-RODADA
                     IF  LOG-SITUACAO = "OK"
                         ADD 1 TO WA-QTD-OK-RODADA
                     END-IF
                     IF  LOG-SITUACAO(1:6) = "FALHOU"
                         ADD 1 TO WA-QTD-FALHA-RODADA
                     END-IF
                 END-IF
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* CADEIA QUE NAO PARTIU: REGISTRA E ALERTA UMA VEZ POR LOTE (O VIGIA  *
* TENTA DE NOVO A CADA PASSADA, SEM ENCHER O LOG).                    *
*--------------------------------------------------------------------*
4500-REGISTRAR-NAO-PARTIU.
    IF  SIT-LOTE-MD5 = WA-NPT-LOTE
        AND SIT-QTD-MANIFESTO = WA-NPT-QTD
        GO TO 4500-REGISTRAR-NAO-PARTIU-EXIT
    END-IF.
    MOVE SIT-LOTE-MD5      TO WA-NPT-LOTE.
    MOVE SIT-QTD-MANIFESTO TO WA-NPT-QTD.
    PERFORM 7500-GRAVAR-ESTADO.
    MOVE "NAO-PARTIU" TO WA-EVENTO.
    PERFORM 7000-GRAVAR-LOG.
    MOVE "A" TO WA-ALR-SEVERIDADE.
    MOVE SPACES TO WA-ALR-TEXTO.
    STRING "LOTE SEFAZ LIBERADO, MAS A CADEIA "  DELIMITED BY SIZE
           WA-CADEIA                             DELIMITED BY SPACE
           " NAO PARTIU: "                       DELIMITED BY SIZE
           WA-TEXTO                              DELIMITED BY "  "
           INTO WA-ALR-TEXTO.
    CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                           WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.

4500-REGISTRAR-NAO-PARTIU-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* LOTE INCOMPLETO.  ENQUANTO NENHUM FALTANTE PASSOU DA CARENCIA, SO   *
* ESPERA.  COM FALTANTE ALEM DA CARENCIA (O NFEWATCH JA ALERTOU O     *
* ARQUIVO), A CADEIA E RECUSADA PARA ESTE LOTE - REGISTRADO UMA VEZ.  *
* LOTE QUE JA FOI DISPARADO NAO E RECUSADO DEPOIS.                    *
*--------------------------------------------------------------------*
5000-RECUSAR-LOTE.
    IF  SIT-QTD-ALERTADOS = ZEROS
        GO TO 5000-RECUSAR-LOTE-EXIT
    END-IF.
    IF  SIT-LOTE-MD5 = WA-DISP-LOTE
        AND SIT-QTD-MANIFESTO = WA-DISP-QTD
        GO TO 5000-RECUSAR-LOTE-EXIT
    END-IF.
    IF  SIT-LOTE-MD5 = WA-REC-LOTE
        AND SIT-QTD-MANIFESTO = WA-REC-QTD
        GO TO 5000-RECUSAR-LOTE-EXIT
    END-IF.

    MOVE SIT-LOTE-MD5      TO WA-REC-LOTE.
    MOVE SIT-QTD-MANIFESTO TO WA-REC-QTD.
    PERFORM 7500-GRAVAR-ESTADO.

    MOVE "RECUSA" TO WA-EVENTO.
    MOVE SPACES TO WA-TEXTO.
    STRING "LOTE INCOMPLETO - "       DELIMITED BY SIZE
           SIT-QTD-FALTANTES          DELIMITED BY SIZE
           " FALTANTE(S), "           DELIMITED BY SIZE
           SIT-QTD-ALERTADOS          DELIMITED BY SIZE
           " ALEM DA CARENCIA - CADEIA NAO DISPARADA"
                                      DELIMITED BY SIZE
           INTO WA-TEXTO.
    PERFORM 7000-GRAVAR-LOG.

    MOVE "A" TO WA-ALR-SEVERIDADE.
    MOVE SPACES TO WA-ALR-TEXTO.
    STRING "LOTE SEFAZ INCOMPLETO ("   DELIMITED BY SIZE
           SIT-QTD-FALTANTES           DELIMITED BY SIZE
           " FALTANTE(S) DE "          DELIMITED BY SIZE
           SIT-QTD-MANIFESTO           DELIMITED BY SIZE
           ") - CADEIA "               DELIMITED BY SIZE
           WA-CADEIA                   DELIMITED BY SPACE
           " RECUSADA ATE O LOTE FICAR COMPLETO" DELIMITED BY SIZE
           INTO WA-ALR-TEXTO.
    CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                           WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.

5000-RECUSAR-LOTE-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* UMA LINHA NO LOG DO VIGIA, COM O LOTE DA SITUACAO CORRENTE.         *
*--------------------------------------------------------------------*
7000-GRAVAR-LOG.
    PERFORM 7900-MARCAR-AGORA.
    OPEN EXTEND DISP-LOG.
    IF  SW-STATUS-LOG(1:1) = "3"
        OPEN OUTPUT DISP-LOG
    END-IF.
    MOVE SPACES            TO DSP-LINHA.
    MOVE WA-DATA-AGORA     TO DSP-DATA.
    MOVE WA-HORA-AGORA     TO DSP-HORA.
    MOVE WA-EVENTO         TO DSP-EVENTO.
    MOVE WA-CADEIA         TO DSP-CADEIA.
    MOVE SIT-LOTE-MD5      TO DSP-LOTE-MD5.
    MOVE ZEROS             TO DSP-QTD-MANIFESTO DSP-QTD-FALTANTES.
    IF  SIT-QTD-MANIFESTO NUMERIC
        MOVE SIT-QTD-MANIFESTO TO DSP-QTD-MANIFESTO
    END-IF.
    IF  SIT-QTD-FALTANTES NUMERIC
        MOVE SIT-QTD-FALTANTES TO DSP-QTD-FALTANTES
    END-IF.
    MOVE WA-TEXTO          TO DSP-TEXTO.
    WRITE DSP-LINHA.
    CLOSE DISP-LOG.
    DISPLAY "NFEDISP - " WA-EVENTO " " WA-TEXTO.

7500-GRAVAR-ESTADO.
    OPEN OUTPUT ESTADO-CTL.
    MOVE SPACES       TO EST-LINHA.
    MOVE WA-DISP-LOTE TO EST-DISP-LOTE.
    MOVE WA-DISP-QTD  TO EST-DISP-QTD.
    MOVE WA-REC-LOTE  TO EST-REC-LOTE.
    MOVE WA-REC-QTD   TO EST-REC-QTD.
    MOVE WA-NPT-LOTE  TO EST-NPT-LOTE.
    MOVE WA-NPT-QTD   TO EST-NPT-QTD.
    WRITE EST-LINHA.
    CLOSE ESTADO-CTL.

7900-MARCAR-AGORA.
    ACCEPT WA-DATA-AGORA FROM DATE YYYYMMDD.
    ACCEPT WA-HORA-AGORA FROM TIME.

9999-FINALIZAR.
    MOVE SPACES TO SIT-LOTE-MD5.
    MOVE ZEROS  TO SIT-QTD-MANIFESTO SIT-QTD-FALTANTES.
    MOVE "PARADA" TO WA-EVENTO.
    MOVE WA-MOTIVO-PARADA TO WA-TEXTO.
    PERFORM 7000-GRAVAR-LOG.
    MOVE "nfedisp" TO WA-RLK-JOB.
    MOVE "L" TO WA-RLK-OPERACAO.
    CALL "RUNLOCK" USING WA-RLK-JOB, WA-RLK-OPERACAO, WA-RLK-RETORNO,
                          WA-RLK-DONO-PID, WA-RLK-DONO-USUARIO
    END-CALL.
