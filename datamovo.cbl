IDENTIFICATION DIVISION.
PROGRAM-ID.    DATAMOVO.
*------------------------------------------------------------------------------*
* REPROCESSO DE UMA DATA DE MOVIMENTO PASSADA.  A ROTINA DATAMOV SO DEVOLVE A  *
* DATA DE MOVIMENTO QUE O BATDRV AVANCA NO FECHAMENTO DO CICLO - PARA RODAR DE *
* NOVO UM DIA JA FECHADO (DADO CORRIGIDO NA ORIGEM, NOTA QUE CHEGOU ATRASADA)  *
* UM SUPERVISOR ABRE AQUI UM REPROCESSO, E ENQUANTO ELE ESTIVER ABERTO TODO    *
* PROGRAMA DA NOITE RECEBE A DATA DO REPROCESSO:                               *
*                                                                              *
*   ACAO "R" - ABRE O REPROCESSO DA DATA INFORMADA: TEM DE SER UMA DATA        *
*              VALIDA, ANTERIOR A DATA DE MOVIMENTO, SEM OUTRO REPROCESSO      *
*              ABERTO - VIRA ALERTA NA CENTRAL (ALERTREG);                     *
*   ACAO "E" - ENCERRA O REPROCESSO ABERTO SEM ESPERAR O CICLO (DESISTENCIA).  *
*                                                                              *
* O CICLO DA CADEIA PRINCIPAL QUE FECHA COM O REPROCESSO ABERTO O ENCERRA      *
* SOZINHO (DATAMOV "F"), SEM AVANCAR A DATA DE MOVIMENTO.  NENHUMA DAS DUAS    *
* ACOES E ACEITA COM O BATDRV DA CADEIA PRINCIPAL VIVO (RUNLOCK "C") OU COM O  *
* CICLO DELE ABERTO NO batdrv.log (PASSO FALHO OU PENDENTE) - O RESTO DE UM    *
* CICLO NAO PODE MUDAR DE DATA NO MEIO.  O REPROCESSO VALE PARA O CICLO        *
* SEGUINTE INTEIRO.                                                            *
*                                                                              *
* QUEM AGE E O USUARIO REAL DA SESSAO (PIDTOUSER NO PID DO COMANDO) E PRECISA  *
* DO PAPEL SUPERVISOR NO OPERAUT.  CADA ACAO, INCLUSIVE A RECUSA, E APENDADA   *
* NA TRILHA datamov-log.txt (LAYOUT EM datamovlog.ws).                         *
*                                                                              *
* COMANDOS (datamovo.ctl): ACAO(1) PID(5) DATA(8) MOTIVO(60).                  *
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
    SELECT CMD-CTL ASSIGN "datamovo.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CMD.

* REGISTRO DE CONTROLE DA DATA DE MOVIMENTO (MESMO LAYOUT DO DATAMOV).
    SELECT DATAMOV-CTL ASSIGN "datamov.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CTL.

* LOG DA CADEIA PRINCIPAL, SO PARA SABER SE O CICLO ESTA FECHADO.
    SELECT BATDRV-LOG ASSIGN "batdrv.log"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-BAT.

    SELECT DATAMOVO-RPT ASSIGN "datamovo.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

* TRILHA (APPEND-ONLY): UMA LINHA POR ACAO.
    SELECT DATAMOV-LOG ASSIGN "datamov-log.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-LOG.

DATA DIVISION.
FILE SECTION.
FD  CMD-CTL.
01  CMD-LINHA.
    03  CMD-ACAO                 PIC X(001).
    03  CMD-PID                  PIC X(005).
    03  CMD-DATA                 PIC X(008).
    03  CMD-MOTIVO               PIC X(060).

FD  DATAMOV-CTL.
copy "datamov.ws".

FD  BATDRV-LOG.
copy "batdrvlog.ws".

FD  DATAMOVO-RPT.
01  RPT-LINHA                    PIC X(200).

FD  DATAMOV-LOG.
copy "datamovlog.ws".

WORKING-STORAGE SECTION.
77  SW-STATUS-CMD                PIC X(002)          VALUE SPACES.
77  SW-STATUS-CTL                PIC X(002)          VALUE SPACES.
77  SW-STATUS-BAT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-LOG                PIC X(002)          VALUE SPACES.

77  WA-FIM-CMD                   PIC X(001)          VALUE "N".
    88  WA-FIM-CMD-SIM                               VALUE "S".
77  WA-FIM-BAT                   PIC X(001)          VALUE "N".
    88  WA-FIM-BAT-SIM                               VALUE "S".

77  WA-PID                       PIC 9(005)          VALUE ZEROS.
77  WA-USUARIO                   PIC X(030)          VALUE SPACES.
77  WA-IDX                       PIC 9(004)          VALUE ZEROS.
77  WA-MOTIVO                    PIC X(060)          VALUE SPACES.
77  WA-DATA-PEDIDA               PIC 9(008)          VALUE ZEROS.
77  WA-DATA-HOJE                 PIC 9(008)          VALUE ZEROS.
77  WA-HORA-CENTESIMOS           PIC 9(008)          VALUE ZEROS.
77  WA-CICLO-ABERTO              PIC X(001)          VALUE "N".
    88  WA-CICLO-ABERTO-SIM                          VALUE "S".

* CAMPOS DA LINHA DA TRILHA, MONTADOS POR QUEM REGISTRA A ACAO.
77  WA-ACAO-LOG                  PIC X(010)          VALUE SPACES.
77  WA-DATA-ANTES                PIC 9(008)          VALUE ZEROS.
77  WA-DATA-DEPOIS               PIC 9(008)          VALUE ZEROS.

* A ROTINA COMUM GARANTE O CONTROLE (CRIA NA PRIMEIRA VEZ).
77  WA-DMR-OPERACAO              PIC X(001)          VALUE "C".
77  WA-DMR-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO               PIC 9(002)          VALUE ZEROS.
    88  WA-DMR-ERRO-ARQUIVO                          VALUE 99.

* AUTORIZACAO PELO REGISTRO CENTRAL DE OPERADORES (OPERAUT).
77  WA-OAU-PAPEL                 PIC X(010)          VALUE "SUPERVISOR".
77  WA-OAU-USUARIO               PIC X(030)          VALUE SPACES.
77  WA-OAU-RETORNO               PIC 9(002)          VALUE ZEROS.
    88  WA-OAU-AUTORIZADO                            VALUE 00.
    88  WA-OAU-REGISTRO-ALTERADO                     VALUE 03.

* DRIVER DA CADEIA PRINCIPAL VIVO?  (RUNLOCK "C" - SO CONSULTA.)
77  WA-RLK-JOB                   PIC X(020)          VALUE "batdrv".
77  WA-RLK-OPERACAO              PIC X(001)          VALUE "C".
77  WA-RLK-RETORNO               PIC 9(002)          VALUE ZEROS.
    88  WA-RLK-EM-USO                                VALUE 01.
77  WA-RLK-DONO-PID              PIC 9(005)          VALUE ZEROS.
77  WA-RLK-DONO-USUARIO          PIC X(030)          VALUE SPACES.

77  WA-ALR-PROGRAMA              PIC X(030)          VALUE "DATAMOVO".
77  WA-ALR-SEVERIDADE            PIC X(001)          VALUE "A".
77  WA-ALR-TEXTO                 PIC X(150)          VALUE SPACES.
77  WA-ALR-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-TOTAL-ABERTOS             PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-ENCERRADOS          PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-RECUSADOS           PIC 9(005)          VALUE ZEROS.

*--------------------------------------------------------------------*
* ULTIMA SITUACAO DE CADA PASSO NO batdrv.log, PELA SEQUENCIA DELE.   *
*--------------------------------------------------------------------*
01  WA-TABELA-SITUACAO.
    03  WA-SIT-PASSO             OCCURS 999 TIMES    PIC X(018).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    PERFORM 2000-PROCESSAR-COMANDO
            WITH TEST AFTER
            UNTIL WA-FIM-CMD-SIM.
    PERFORM 8000-TRAILER.
    PERFORM 9999-FINALIZAR.
    STOP RUN.

1000-INICIALIZAR.
    OPEN INPUT CMD-CTL.
    IF  SW-STATUS-CMD(1:1) NOT = ZEROS
        DISPLAY "DATAMOVO - NAO ABRIU datamovo.ctl, STATUS "
                SW-STATUS-CMD UPON SYSERR
        STOP RUN
    END-IF.

    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.
    IF  WA-DMR-ERRO-ARQUIVO
        DISPLAY "DATAMOVO - CONTROLE datamov.ctl ILEGIVEL, NADA FEITO"
                UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1100-LER-CONTROLE.

    OPEN EXTEND DATAMOV-LOG.
    IF  SW-STATUS-LOG(1:1) = "3"
        OPEN OUTPUT DATAMOV-LOG
        CLOSE DATAMOV-LOG
        OPEN EXTEND DATAMOV-LOG
    END-IF.

    OPEN OUTPUT DATAMOVO-RPT.
    MOVE "REPROCESSO DA DATA DE MOVIMENTO (datamov.ctl)" TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "DATA DE MOVIMENTO: "  DELIMITED BY SIZE
           DMV-DATA-MOVIMENTO     DELIMITED BY SIZE
           "  REPROCESSO ABERTO: " DELIMITED BY SIZE
           DMV-DATA-REPROCESSO    DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

1100-LER-CONTROLE.
    OPEN INPUT DATAMOV-CTL.
    IF  SW-STATUS-CTL(1:1) NOT = ZEROS
        DISPLAY "DATAMOVO - NAO ABRIU datamov.ctl, STATUS "
                SW-STATUS-CTL UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ DATAMOV-CTL
         AT END
             DISPLAY "DATAMOVO - datamov.ctl VAZIO" UPON SYSERR
             MOVE 8 TO RETURN-CODE
             STOP RUN
    END-READ.
    CLOSE DATAMOV-CTL.
    IF  DMV-DATA-REPROCESSO NOT NUMERIC
        MOVE ZEROS TO DMV-DATA-REPROCESSO
    END-IF.

2000-PROCESSAR-COMANDO.
    READ CMD-CTL
         AT END SET WA-FIM-CMD-SIM TO TRUE
         NOT AT END
             IF  CMD-ACAO NOT = SPACES
                 PERFORM 2100-EXECUTAR-COMANDO
                         THRU 2100-EXECUTAR-COMANDO-EXIT
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* UM COMANDO: RESOLVE O USUARIO PELO PID DA SESSAO DE QUEM PEDIU E    *
* CONFERE O PAPEL SUPERVISOR; DEPOIS, QUE A CADEIA PRINCIPAL ESTEJA   *
* PARADA E COM O CICLO FECHADO.                                       *
*--------------------------------------------------------------------*
2100-EXECUTAR-COMANDO.
    MOVE SPACES TO WA-USUARIO.
    MOVE ZEROS  TO WA-DATA-PEDIDA.
    IF  CMD-DATA NUMERIC
        MOVE CMD-DATA TO WA-DATA-PEDIDA
    END-IF.
    IF  NOT CMD-PID NUMERIC
        MOVE "PID INVALIDO" TO WA-MOTIVO
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 2100-EXECUTAR-COMANDO-EXIT
    END-IF.
    MOVE CMD-PID TO WA-PID(1:5).
    CALL "PIDTOUSER" USING WA-PID, WA-USUARIO.
    IF  WA-USUARIO = SPACES
        MOVE "PID SEM USUARIO" TO WA-MOTIVO
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 2100-EXECUTAR-COMANDO-EXIT
    END-IF.

    MOVE WA-USUARIO TO WA-OAU-USUARIO.
    CALL "OPERAUT" USING WA-OAU-PAPEL, WA-OAU-USUARIO, WA-OAU-RETORNO
    END-CALL.
    IF  NOT WA-OAU-AUTORIZADO
        IF  WA-OAU-REGISTRO-ALTERADO
            MOVE "operadores.ctl DIFERENTE DA ULTIMA VERSAO APROVADA"
              TO WA-MOTIVO
        ELSE
            MOVE "SEM PAPEL SUPERVISOR NO REGISTRO" TO WA-MOTIVO
        END-IF
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 2100-EXECUTAR-COMANDO-EXIT
    END-IF.

    CALL "RUNLOCK" USING WA-RLK-JOB, WA-RLK-OPERACAO, WA-RLK-RETORNO,
                         WA-RLK-DONO-PID, WA-RLK-DONO-USUARIO
    END-CALL.
    IF  WA-RLK-EM-USO
        MOVE "BATDRV DA CADEIA PRINCIPAL RODANDO" TO WA-MOTIVO
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 2100-EXECUTAR-COMANDO-EXIT
    END-IF.
    PERFORM 3000-CONFERIR-CICLO.
    IF  WA-CICLO-ABERTO-SIM
        MOVE "CICLO DA CADEIA PRINCIPAL ABERTO NO batdrv.log"
          TO WA-MOTIVO
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 2100-EXECUTAR-COMANDO-EXIT
    END-IF.

    EVALUATE TRUE
        WHEN CMD-ACAO = "R"
            PERFORM 4000-ABRIR-REPROCESSO
                    THRU 4000-ABRIR-REPROCESSO-EXIT
        WHEN CMD-ACAO = "E"
            PERFORM 5000-ENCERRAR-REPROCESSO
                    THRU 5000-ENCERRAR-REPROCESSO-EXIT
        WHEN OTHER
            MOVE "ACAO INVALIDA" TO WA-MOTIVO
            PERFORM 2900-RECUSAR-COMANDO
    END-EVALUATE.

2100-EXECUTAR-COMANDO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* RECUSA: FICA NO RELATORIO E NA TRILHA, COM QUEM TENTOU (SE O PID    *
* RESOLVEU) E O MOTIVO.                                               *
*--------------------------------------------------------------------*
2900-RECUSAR-COMANDO.
    ADD 1 TO WA-TOTAL-RECUSADOS.
    MOVE "RECUSADO"          TO WA-ACAO-LOG.
    MOVE DMV-DATA-MOVIMENTO  TO WA-DATA-ANTES.
    MOVE WA-DATA-PEDIDA      TO WA-DATA-DEPOIS.
    PERFORM 7500-GRAVAR-TRILHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "  RECUSADO - "   DELIMITED BY SIZE
           CMD-ACAO          DELIMITED BY SIZE
           " "               DELIMITED BY SIZE
           CMD-DATA          DELIMITED BY SIZE
           " POR "           DELIMITED BY SIZE
           WA-USUARIO        DELIMITED BY SPACE
           " ("              DELIMITED BY SIZE
           WA-MOTIVO         DELIMITED BY "  "
           ")"               DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* CICLO DA CADEIA PRINCIPAL: ABERTO SE ALGUM PASSO TEM COMO ULTIMA    *
* SITUACAO NO LOG ALGO QUE NAO CONTA COMO CONCLUIDO (MESMA REGRA DO   *
* BATDRV NA RETOMADA).  SEM LOG, NAO HA CICLO ABERTO.                 *
*--------------------------------------------------------------------*
3000-CONFERIR-CICLO.
    MOVE SPACES TO WA-TABELA-SITUACAO.
    MOVE "N"    TO WA-CICLO-ABERTO WA-FIM-BAT.
    OPEN INPUT BATDRV-LOG.
    IF  SW-STATUS-BAT(1:1) = ZEROS
        PERFORM 3010-LER-LOG
                WITH TEST AFTER
                UNTIL WA-FIM-BAT-SIM
        CLOSE BATDRV-LOG
    END-IF.
    PERFORM 3020-AVALIAR-PASSO
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > 999.

3010-LER-LOG.
    READ BATDRV-LOG
         AT END SET WA-FIM-BAT-SIM TO TRUE
         NOT AT END
             IF  LOG-PASSO-SEQ NUMERIC AND LOG-PASSO-SEQ > ZEROS
                 MOVE LOG-SITUACAO TO WA-SIT-PASSO(LOG-PASSO-SEQ)
             END-IF
    END-READ.

3020-AVALIAR-PASSO.
    IF  WA-SIT-PASSO(WA-IDX) NOT = SPACES
        AND WA-SIT-PASSO(WA-IDX) NOT = "OK"
        AND WA-SIT-PASSO(WA-IDX) NOT = "PULADO-CALENDARIO"
        AND WA-SIT-PASSO(WA-IDX) NOT = "PULADO-OPERADOR"
        MOVE "S" TO WA-CICLO-ABERTO
    END-IF.

*--------------------------------------------------------------------*
* ABRE O REPROCESSO: DATA VALIDA, ANTERIOR A DATA DE MOVIMENTO, SEM   *
* OUTRO ABERTO.                                                       *
*--------------------------------------------------------------------*
4000-ABRIR-REPROCESSO.
    IF  DMV-DATA-REPROCESSO NOT = ZEROS
        MOVE "JA HA REPROCESSO ABERTO - ENCERRE ANTES" TO WA-MOTIVO
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 4000-ABRIR-REPROCESSO-EXIT
    END-IF.
    IF  WA-DATA-PEDIDA = ZEROS
        OR WA-DATA-PEDIDA(1:4) < "1601"
        OR WA-DATA-PEDIDA(5:2) < "01" OR > "12"
        OR WA-DATA-PEDIDA(7:2) < "01" OR > "31"
        MOVE "DATA INVALIDA" TO WA-MOTIVO
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 4000-ABRIR-REPROCESSO-EXIT
    END-IF.
*   31/02 PASSA NO TESTE ACIMA - A VOLTA PELO INTEIRO PEGA.
    IF  FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(WA-DATA-PEDIDA))
        NOT = WA-DATA-PEDIDA
        MOVE "DATA INVALIDA" TO WA-MOTIVO
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 4000-ABRIR-REPROCESSO-EXIT
    END-IF.
    IF  WA-DATA-PEDIDA NOT < DMV-DATA-MOVIMENTO
        MOVE "DATA NAO E ANTERIOR A DATA DE MOVIMENTO" TO WA-MOTIVO
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 4000-ABRIR-REPROCESSO-EXIT
    END-IF.
    IF  CMD-MOTIVO = SPACES
        MOVE "MOTIVO OBRIGATORIO" TO WA-MOTIVO
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 4000-ABRIR-REPROCESSO-EXIT
    END-IF.

    MOVE WA-DATA-PEDIDA TO DMV-DATA-REPROCESSO.
    MOVE WA-USUARIO     TO DMV-REPROC-USUARIO.
    MOVE CMD-MOTIVO     TO DMV-REPROC-MOTIVO.
    PERFORM 6000-GRAVAR-CONTROLE.
    IF  SW-STATUS-CTL(1:1) NOT = ZEROS
        MOVE ZEROS  TO DMV-DATA-REPROCESSO
        MOVE SPACES TO DMV-REPROC-USUARIO DMV-REPROC-MOTIVO
        MOVE "NAO GRAVOU O datamov.ctl" TO WA-MOTIVO
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 4000-ABRIR-REPROCESSO-EXIT
    END-IF.

    ADD 1 TO WA-TOTAL-ABERTOS.
    MOVE "REPROCESSO"       TO WA-ACAO-LOG.
    MOVE DMV-DATA-MOVIMENTO TO WA-DATA-ANTES.
    MOVE WA-DATA-PEDIDA     TO WA-DATA-DEPOIS.
    MOVE CMD-MOTIVO         TO WA-MOTIVO.
    PERFORM 7500-GRAVAR-TRILHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "  REPROCESSO ABERTO - " DELIMITED BY SIZE
           WA-DATA-PEDIDA           DELIMITED BY SIZE
           " POR "                  DELIMITED BY SIZE
           WA-USUARIO               DELIMITED BY SPACE
           " ("                     DELIMITED BY SIZE
           CMD-MOTIVO               DELIMITED BY "  "
           ")"                      DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

    MOVE SPACES TO WA-ALR-TEXTO.
    STRING "REPROCESSO DA DATA DE MOVIMENTO " DELIMITED BY SIZE
           WA-DATA-PEDIDA           DELIMITED BY SIZE
           " ABERTO POR "           DELIMITED BY SIZE
           WA-USUARIO               DELIMITED BY SPACE
           " - A PROXIMA RODADA PRINCIPAL USA ESTA DATA"
                                    DELIMITED BY SIZE
           INTO WA-ALR-TEXTO.
    CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                          WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.

4000-ABRIR-REPROCESSO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* ENCERRA O REPROCESSO ABERTO ANTES DE O CICLO DELE RODAR.            *
*--------------------------------------------------------------------*
5000-ENCERRAR-REPROCESSO.
    IF  DMV-DATA-REPROCESSO = ZEROS
        MOVE "NAO HA REPROCESSO ABERTO" TO WA-MOTIVO
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 5000-ENCERRAR-REPROCESSO-EXIT
    END-IF.
    MOVE DMV-DATA-REPROCESSO TO WA-DATA-ANTES WA-DATA-PEDIDA.
    MOVE ZEROS  TO DMV-DATA-REPROCESSO.
    MOVE SPACES TO DMV-REPROC-USUARIO DMV-REPROC-MOTIVO.
    PERFORM 6000-GRAVAR-CONTROLE.
    IF  SW-STATUS-CTL(1:1) NOT = ZEROS
        PERFORM 1100-LER-CONTROLE
        MOVE "NAO GRAVOU O datamov.ctl" TO WA-MOTIVO
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 5000-ENCERRAR-REPROCESSO-EXIT
    END-IF.

    ADD 1 TO WA-TOTAL-ENCERRADOS.
    MOVE "ENCERRADO"        TO WA-ACAO-LOG.
    MOVE DMV-DATA-MOVIMENTO TO WA-DATA-DEPOIS.
    MOVE CMD-MOTIVO         TO WA-MOTIVO.
    PERFORM 7500-GRAVAR-TRILHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "  REPROCESSO ENCERRADO - " DELIMITED BY SIZE
           WA-DATA-ANTES               DELIMITED BY SIZE
           " POR "                     DELIMITED BY SIZE
           WA-USUARIO                  DELIMITED BY SPACE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

5000-ENCERRAR-REPROCESSO-EXIT.
    EXIT.

6000-GRAVAR-CONTROLE.
    OPEN OUTPUT DATAMOV-CTL.
    IF  SW-STATUS-CTL(1:1) = ZEROS
        WRITE DMV-RECORD
        CLOSE DATAMOV-CTL
    END-IF.

7500-GRAVAR-TRILHA.
    MOVE SPACES TO DML-LINHA.
    ACCEPT DML-DATA FROM DATE YYYYMMDD.
    ACCEPT WA-HORA-CENTESIMOS FROM TIME.
    MOVE WA-HORA-CENTESIMOS(1:6) TO DML-HORA.
    MOVE WA-ACAO-LOG    TO DML-ACAO.
    MOVE WA-USUARIO     TO DML-USUARIO.
    MOVE WA-DATA-ANTES  TO DML-DATA-ANTES.
    MOVE WA-DATA-DEPOIS TO DML-DATA-DEPOIS.
    MOVE WA-MOTIVO      TO DML-MOTIVO.
    WRITE DML-LINHA.

8000-TRAILER.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    STRING "ABERTOS: "          DELIMITED BY SIZE
           WA-TOTAL-ABERTOS     DELIMITED BY SIZE
           "  ENCERRADOS: "     DELIMITED BY SIZE
           WA-TOTAL-ENCERRADOS  DELIMITED BY SIZE
           "  RECUSADOS: "      DELIMITED BY SIZE
           WA-TOTAL-RECUSADOS   DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    IF  WA-TOTAL-RECUSADOS > ZEROS
        MOVE 4 TO RETURN-CODE
    END-IF.

9999-FINALIZAR.
    CLOSE CMD-CTL.
    CLOSE DATAMOVO-RPT.
    CLOSE DATAMOV-LOG.
