*             VIVO SAI NA HORA COM MENSAGEM CLARA, EM VEZ DE OS DOIS          *
*             APENDAREM NO MESMO LOG E COLHEREM OS batdrv-rc-*.tmp UM DO      *
*             OUTRO; PID MORTO NA TRAVA E LIMPO E A RODADA SEGUE.             *
* ALTERACAO.: 15/10/2026 - BUENO - CADEIAS NOMEADAS.  A SEMANAL (DQSCAN,      *
*             CKDUP), A DE FIM DE MES E A NOTURNA DIVIDIAM UM batdrv.ctl SO,  *
*             SEPARADAS POR FLAG DE CALENDARIO - E UMA FALHA NUM PASSO        *
*             SEMANAL SEGURAVA A RETOMADA DOS NOTURNOS.  O DRIVER PARTE COMO  *
*             "RODA A CADEIA X" (VARIAVEL DE AMBIENTE BATDRV_CADEIA; EM       *
*             BRANCO OU "PRINCIPAL" = A CADEIA DE SEMPRE, COM OS ARQUIVOS DE  *
*             SEMPRE) E CADA CADEIA TEM CONTROLE, LOG, RETOMADA, COMANDOS DE  *
*             OPERADOR, RELATORIO E TRAVA DE EXECUCAO PROPRIOS                *
*             (batdrv-X.ctl/.log/.rpt/.pid, batdrv-X-oper.ctl, RC EM          *
*             batdrv-X-rc-*.tmp).  CADEIA NOMEADA PRECISA ESTAR NO CADASTRO   *
*             batcadeias.ctl (batcadeia.ws).  DUAS CADEIAS DIFERENTES RODAM   *
*             AO MESMO TEMPO DESDE QUE NAO TENHAM PASSO (PROGRAMA) EM COMUM:  *
*             NA PARTIDA, CADA OUTRA CADEIA VIVA (RUNLOCK "C") TEM O CONTROLE *
*             CONFERIDO E PASSO COMUM FAZ ESTA PARTIDA SAIR SEM TOCAR EM      *
*             NADA.  O NOME DA CADEIA VAI PARA O AMBIENTE DOS PASSOS (O       *
*             BATRECON NO FIM DA CADEIA SABE QUAL LOG CONCILIAR).             *
* ALTERACAO.: 15/10/2026 - BUENO - DATA DE MOVIMENTO (ROTINA DATAMOV,          *
*             CONTROLE datamov.ctl): O CALENDARIO DA RODADA (DIA DA SEMANA,    *
*             FIM DE MES, FERIADO) PASSA A SER O DO DIA DE NEGOCIO, NAO O DO   *
*             RELOGIO - A RODADA QUE PASSA DA MEIA-NOITE OU RETOMA DE MANHA    *
*             CONTINUA NO DIA DELA.  QUANDO A CADEIA PRINCIPAL TERMINA COM     *
*             TODOS OS PASSOS OK/PULADOS (NENHUM FALHO, PENDENTE OU            *
*             SEGURADO), O DRIVER FECHA O CICLO NO DATAMOV ("F"), QUE AVANCA   *
*             A DATA DE MOVIMENTO (OU ENCERRA O REPROCESSO ABERTO PELO         *
*             DATAMOVO).  CADEIA NOMEADA NAO AVANCA A DATA.  A DATA DE         *
*             MOVIMENTO SAI NO batdrv.rpt.  OS CARIMBOS DO LOG SEGUEM NO       *
*             RELOGIO.                                                         *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
* SEM LIMITE DE TEMPO.  DIAS-SEMANA SAO FLAGS "S" DE DOMINGO A SABADO
* (TUDO EM BRANCO = TODO DIA); SO-FIM-MES "S" RODA SO NO ULTIMO DIA DO
* MES; RODA-FERIADO "S" RODA MESMO EM DATA DO feriados.ctl.
    SELECT BATDRV-CTL ASSIGN WA-NOME-CTL
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CTL.

* LOG DE JOB (APPEND-ONLY): UMA LINHA POR TENTATIVA DE PASSO, NAO UMA LINHA
* POR PASSO - A ULTIMA TENTATIVA DE CADA PASSO E QUE VALE PARA O RESTART.
    SELECT BATDRV-LOG ASSIGN WA-NOME-LOG
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-LOG.

    SELECT BATDRV-RPT ASSIGN WA-NOME-RPT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

           FILE STATUS SW-STATUS-FER.

* RETURN-CODE DE UM PASSO RODADO EM SEGUNDO PLANO, COLHIDO DO ARQUIVO
* <BASE>-rc-<SEQ>.tmp QUE O PROPRIO COMANDO DISPARADO GRAVA AO TERMINAR.
    SELECT RC-FILE ASSIGN WA-RC-NOME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RC.
* COMANDOS DE OPERADOR: COMANDO(12) PASSO(3) USUARIO(30), UM POR LINHA.
* HOLD PERSISTE ATE SER REMOVIDO; SKIP-ONCE E FORCE-RERUN SAO
* CONSUMIDOS (O ARQUIVO E REESCRITO SEM ELES NO FIM DA RODADA).
    SELECT OPER-CTL ASSIGN WA-NOME-OPER
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-OPE.

* CADASTRO DE CADEIAS NOMEADAS (LAYOUT EM batcadeia.ws).
    SELECT CADEIAS-CTL ASSIGN "batcadeias.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CAD.

* CONTROLE DE OUTRA CADEIA VIVA, LIDO NA PARTIDA SO PARA ACHAR PASSO
* EM COMUM (MESMO LAYOUT DO batdrv.ctl).
    SELECT OUTRA-CTL ASSIGN WA-NOME-OUTRA-CTL
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-OUT.

DATA DIVISION.
FILE SECTION.
FD  BATDRV-CTL.
    03  OPE-PASSO                PIC X(003).
    03  OPE-USUARIO              PIC X(030).

FD  CADEIAS-CTL.
copy "batcadeia.ws".

FD  OUTRA-CTL.
01  OUT-LINHA.
    03  OUT-PASSO-SEQ            PIC 9(003).
    03  OUT-PROGRAMA             PIC X(030).

WORKING-STORAGE SECTION.
77  SW-STATUS-CTL                PIC X(002)          VALUE SPACES.
77  SW-STATUS-LOG                PIC X(002)          VALUE SPACES.
77  WA-DATA-AMANHA               PIC 9(008)          VALUE ZEROS.
77  WA-EH-FIM-MES                PIC X(001)          VALUE "N".
77  WA-EH-FERIADO                PIC X(001)          VALUE "N".

*--------------------------------------------------------------------*
* DATA DE MOVIMENTO (DATAMOV): A DA RODADA, VINDA DA CONSULTA, E A    *
* NOVA, DEVOLVIDA PELO FECHAMENTO DO CICLO (ZEROS = NAO FECHOU).      *
*--------------------------------------------------------------------*
77  WA-DMR-OPERACAO              PIC X(001)          VALUE SPACES.
77  WA-DMR-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO               PIC 9(002)          VALUE ZEROS.
    88  WA-DMR-REPROCESSO                            VALUE 02.
    88  WA-DMR-ERRO-ARQUIVO                          VALUE 99.
77  WA-DATA-MOVIMENTO            PIC 9(008)          VALUE ZEROS.
77  WA-DATA-PROXIMA              PIC 9(008)          VALUE ZEROS.
77  WA-EM-REPROCESSO             PIC X(001)          VALUE "N".
    88  WA-EM-REPROCESSO-SIM                         VALUE "S".
77  WA-CICLO-COMPLETO            PIC X(001)          VALUE "N".
    88  WA-CICLO-COMPLETO-SIM                        VALUE "S".
01  WA-TABELA-FERIADOS.
    03  WA-QTD-FERIADOS          PIC 9(003)          VALUE ZEROS.
    03  WA-FERIADO-DATA          OCCURS 400 TIMES    PIC 9(008).
77  WA-RLK-DONO-PID              PIC 9(005)          VALUE ZEROS.
77  WA-RLK-DONO-USUARIO          PIC X(030)          VALUE SPACES.

*--------------------------------------------------------------------*
* CADEIA DA RODADA (BRANCO = PRINCIPAL) E OS NOMES DE ARQUIVO DELA,   *
* TODOS DERIVADOS DA BASE "batdrv" OU "batdrv-<NOME>".                *
*--------------------------------------------------------------------*
77  SW-STATUS-CAD                PIC X(002)          VALUE SPACES.
77  SW-STATUS-OUT                PIC X(002)          VALUE SPACES.
77  WA-CADEIA                    PIC X(012)          VALUE SPACES.
77  WA-CADEIA-EXIBE              PIC X(012)          VALUE SPACES.
77  WA-BASE                      PIC X(020)          VALUE SPACES.
77  WA-NOME-CTL                  PIC X(030)          VALUE SPACES.
77  WA-NOME-LOG                  PIC X(030)          VALUE SPACES.
77  WA-NOME-RPT                  PIC X(030)          VALUE SPACES.
77  WA-NOME-OPER                 PIC X(030)          VALUE SPACES.
77  WA-CDX                       SIGNED-LONG.
77  WA-CADASTRADA                PIC X(001)          VALUE "N".
    88  WA-CADASTRADA-SIM                            VALUE "S".

* A CADEIA PRINCIPAL (NOME EM BRANCO) E SEMPRE A PRIMEIRA DA TABELA.
01  WA-TABELA-CADEIAS.
    03  WA-QTD-CADEIAS           PIC 9(003)          VALUE ZEROS.
    03  WA-CAD-NOME              OCCURS 50 TIMES     PIC X(012).

* CONFERENCIA DE PASSO EM COMUM COM OUTRA CADEIA VIVA.
77  WA-OUTRA-BASE                PIC X(020)          VALUE SPACES.
77  WA-OUTRA-EXIBE               PIC X(012)          VALUE SPACES.
77  WA-NOME-OUTRA-CTL            PIC X(030)          VALUE SPACES.
77  WA-PASSO-COMUM               PIC X(030)          VALUE SPACES.
77  WA-FIM-OUTRA                 PIC X(001)          VALUE "N".
    88  WA-FIM-OUTRA-SIM                             VALUE "S".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.

    CLOSE BATDRV-LOG.

    PERFORM 7000-FECHAR-DATA-MOVIMENTO
            THRU 7000-FECHAR-DATA-MOVIMENTO-EXIT.

    PERFORM 1170-REGRAVAR-COMANDOS-OPER
            THRU 1170-REGRAVAR-COMANDOS-OPER-EXIT.

* CARREGA A SEQUENCIA DE PASSOS DO ARQUIVO DE CONTROLE EM MEMORIA.    *
*--------------------------------------------------------------------*
1000-INICIALIZAR.
    PERFORM 1020-IDENTIFICAR-CADEIA
            THRU 1020-IDENTIFICAR-CADEIA-EXIT.

*   SO UM DRIVER POR CADEIA - TRAVA DE EXECUCAO COM PID VIVO CONFERIDO.
    MOVE WA-BASE TO WA-RLK-JOB.
    MOVE "T" TO WA-RLK-OPERACAO.
    CALL "RUNLOCK" USING WA-RLK-JOB, WA-RLK-OPERACAO, WA-RLK-RETORNO,
                          WA-RLK-DONO-PID, WA-RLK-DONO-USUARIO
    END-CALL.
    IF  WA-RLK-EM-USO
        DISPLAY "BATDRV - CADEIA " WA-CADEIA-EXIBE
                " JA TEM UM DRIVER VIVO (PID "
                WA-RLK-DONO-PID ", USUARIO " WA-RLK-DONO-USUARIO
                ") - ESTA PARTIDA SAI SEM TOCAR EM NADA" UPON SYSERR
        STOP RUN

    OPEN INPUT BATDRV-CTL.
    IF  SW-STATUS-CTL(1:1) NOT = ZEROS
        DISPLAY "BATDRV - NAO ABRIU " WA-NOME-CTL ", STATUS "
                SW-STATUS-CTL UPON SYSERR
        PERFORM 9999-FINALIZAR
        STOP RUN
    END-IF.
    PERFORM 1010-LER-PASSO
            UNTIL SW-STATUS-CTL(1:1) NOT = ZEROS.
    CLOSE BATDRV-CTL.

*   OUTRA CADEIA VIVA COM PASSO EM COMUM: ESTA PARTIDA NAO SEGUE.  A
*   TRAVA PROPRIA JA FOI TOMADA ANTES DA CONFERENCIA - DUAS CADEIAS
*   PARTINDO NO MESMO INSTANTE SE ENXERGAM E AS DUAS SAEM, NUNCA AS DUAS
*   RODAM.
    PERFORM 1040-CONFERIR-CADEIA
            THRU 1040-CONFERIR-CADEIA-EXIT
            VARYING WA-CDX FROM 1 BY 1
            UNTIL WA-CDX > WA-QTD-CADEIAS.

1010-LER-PASSO.
    READ BATDRV-CTL
         AT END CONTINUE
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* CADEIA DA RODADA, DA VARIAVEL DE AMBIENTE BATDRV_CADEIA.  EM BRANCO *
* OU "PRINCIPAL" E A CADEIA DE SEMPRE; NOME FORA DO batcadeias.ctl E  *
* RECUSADO (UM NOME DIGITADO ERRADO NAO PODE VIRAR UMA CADEIA NOVA,   *
* SEM CONTROLE, QUE NINGUEM ENXERGA).  MONTA OS NOMES DE ARQUIVO E    *
* PUBLICA A CADEIA NO AMBIENTE DOS PASSOS.                            *
*--------------------------------------------------------------------*
1020-IDENTIFICAR-CADEIA.
    ACCEPT WA-CADEIA FROM ENVIRONMENT "BATDRV_CADEIA".
    IF  WA-CADEIA = "PRINCIPAL" OR WA-CADEIA = "principal"
        MOVE SPACES TO WA-CADEIA
    END-IF.

    MOVE 1      TO WA-QTD-CADEIAS.
    MOVE SPACES TO WA-CAD-NOME(1).
    OPEN INPUT CADEIAS-CTL.
    IF  SW-STATUS-CAD(1:1) = ZEROS
        PERFORM 1025-LER-CADEIA
                WITH TEST AFTER
                UNTIL SW-STATUS-CAD(1:1) NOT = ZEROS
        CLOSE CADEIAS-CTL
    END-IF.

    MOVE "N" TO WA-CADASTRADA.
    PERFORM 1030-PROCURAR-CADEIA
            VARYING WA-CDX FROM 1 BY 1
            UNTIL WA-CDX > WA-QTD-CADEIAS OR WA-CADASTRADA-SIM.
    IF  NOT WA-CADASTRADA-SIM
        DISPLAY "BATDRV - CADEIA " WA-CADEIA
                " NAO CONSTA NO batcadeias.ctl - NADA FOI RODADO"
                UPON SYSERR
        STOP RUN
    END-IF.

    IF  WA-CADEIA = SPACES
        MOVE "PRINCIPAL" TO WA-CADEIA-EXIBE
        MOVE "batdrv"    TO WA-BASE
    ELSE
        MOVE WA-CADEIA   TO WA-CADEIA-EXIBE
        MOVE SPACES      TO WA-BASE
        STRING "batdrv-"                DELIMITED BY SIZE
               FUNCTION TRIM(WA-CADEIA) DELIMITED BY SIZE
               INTO WA-BASE
    END-IF.
    MOVE SPACES TO WA-NOME-CTL WA-NOME-LOG WA-NOME-RPT WA-NOME-OPER.
    STRING WA-BASE DELIMITED BY SPACE ".ctl" DELIMITED BY SIZE
           INTO WA-NOME-CTL.
    STRING WA-BASE DELIMITED BY SPACE ".log" DELIMITED BY SIZE
           INTO WA-NOME-LOG.
    STRING WA-BASE DELIMITED BY SPACE ".rpt" DELIMITED BY SIZE
           INTO WA-NOME-RPT.
    STRING WA-BASE DELIMITED BY SPACE "-oper.ctl" DELIMITED BY SIZE
           INTO WA-NOME-OPER.

    SET ENVIRONMENT "BATDRV_CADEIA" TO WA-CADEIA-EXIBE.

1020-IDENTIFICAR-CADEIA-EXIT.
    EXIT.

1025-LER-CADEIA.
    READ CADEIAS-CTL
         AT END CONTINUE
         NOT AT END
             IF  CAD-NOME NOT = SPACES AND WA-QTD-CADEIAS < 50
                 ADD 1 TO WA-QTD-CADEIAS
                 MOVE CAD-NOME TO WA-CAD-NOME(WA-QTD-CADEIAS)
             END-IF
    END-READ.

1030-PROCURAR-CADEIA.
    IF  WA-CAD-NOME(WA-CDX) = WA-CADEIA
        MOVE "S" TO WA-CADASTRADA
    END-IF.

*--------------------------------------------------------------------*
* UMA OUTRA CADEIA DO CADASTRO: SE TEM DRIVER VIVO (RUNLOCK "C" NA    *
* TRAVA DELA), O CONTROLE DELA E LIDO E CADA PROGRAMA PROCURADO NOS   *
* PASSOS DESTA.  PASSO EM COMUM = AS DUAS MEXERIAM NAS MESMAS SAIDAS  *
* E NO MESMO REGISTRO DO MONITOR - ESTA PARTIDA LIBERA A PROPRIA      *
* TRAVA E SAI SEM TOCAR EM NADA.                                      *
*--------------------------------------------------------------------*
1040-CONFERIR-CADEIA.
    IF  WA-CAD-NOME(WA-CDX) = WA-CADEIA
        GO TO 1040-CONFERIR-CADEIA-EXIT
    END-IF.
    IF  WA-CAD-NOME(WA-CDX) = SPACES
        MOVE "PRINCIPAL" TO WA-OUTRA-EXIBE
        MOVE "batdrv"    TO WA-OUTRA-BASE
    ELSE
        MOVE WA-CAD-NOME(WA-CDX) TO WA-OUTRA-EXIBE
        MOVE SPACES TO WA-OUTRA-BASE
        STRING "batdrv-"                          DELIMITED BY SIZE
               FUNCTION TRIM(WA-CAD-NOME(WA-CDX)) DELIMITED BY SIZE
               INTO WA-OUTRA-BASE
    END-IF.

    MOVE "C" TO WA-RLK-OPERACAO.
    CALL "RUNLOCK" USING WA-OUTRA-BASE, WA-RLK-OPERACAO, WA-RLK-RETORNO,
                          WA-RLK-DONO-PID, WA-RLK-DONO-USUARIO
    END-CALL.
    IF  NOT WA-RLK-EM-USO
        GO TO 1040-CONFERIR-CADEIA-EXIT
    END-IF.

    MOVE SPACES TO WA-NOME-OUTRA-CTL WA-PASSO-COMUM.
    STRING WA-OUTRA-BASE DELIMITED BY SPACE ".ctl" DELIMITED BY SIZE
           INTO WA-NOME-OUTRA-CTL.
    OPEN INPUT OUTRA-CTL.
    IF  SW-STATUS-OUT(1:1) NOT = ZEROS
        GO TO 1040-CONFERIR-CADEIA-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-OUTRA.
    PERFORM 1045-LER-PASSO-OUTRA
            WITH TEST AFTER
            UNTIL WA-FIM-OUTRA-SIM.
    CLOSE OUTRA-CTL.
    IF  WA-PASSO-COMUM = SPACES
        GO TO 1040-CONFERIR-CADEIA-EXIT
    END-IF.

    DISPLAY "BATDRV - CADEIA " WA-CADEIA-EXIBE " NAO PARTE: A CADEIA "
            WA-OUTRA-EXIBE " ESTA RODANDO (PID " WA-RLK-DONO-PID
            ", USUARIO " WA-RLK-DONO-USUARIO ") E TEM O PASSO "
            WA-PASSO-COMUM " EM COMUM" UPON SYSERR.
    PERFORM 9999-FINALIZAR.
    STOP RUN.

1040-CONFERIR-CADEIA-EXIT.
    EXIT.

1045-LER-PASSO-OUTRA.
    READ OUTRA-CTL
         AT END SET WA-FIM-OUTRA-SIM TO TRUE
         NOT AT END
             IF  OUT-PROGRAMA NOT = SPACES AND WA-PASSO-COMUM = SPACES
                 PERFORM 1046-PROCURAR-PASSO-COMUM
                         VARYING WA-KDX FROM 1 BY 1
                         UNTIL WA-KDX > WA-QTD-PASSOS
                            OR WA-PASSO-COMUM NOT = SPACES
             END-IF
    END-READ.

1046-PROCURAR-PASSO-COMUM.
    IF  WA-PASSO-PROGRAMA(WA-KDX) = OUT-PROGRAMA
        MOVE OUT-PROGRAMA TO WA-PASSO-COMUM
    END-IF.

*--------------------------------------------------------------------*
* LE O LOG DE TENTATIVAS ANTERIORES E MARCA A SITUACAO MAIS RECENTE   *
* DE CADA PASSO (A ULTIMA LINHA DO LOG PARA AQUELE PASSO VALE).       *
    ACCEPT WA-DATA-AGORA FROM DATE YYYYMMDD.
    ACCEPT WA-HORA-AGORA FROM TIME.
    MOVE SPACES TO WA-LOG-ARQUIVADO.
    STRING "arquivo-morto/"            DELIMITED BY SIZE
           WA-NOME-LOG                 DELIMITED BY SPACE
           "."                         DELIMITED BY SIZE
           WA-DATA-AGORA               DELIMITED BY SIZE
           WA-HORA-AGORA               DELIMITED BY SIZE
           INTO WA-LOG-ARQUIVADO.
    CALL "CBL_RENAME_FILE" USING WA-NOME-LOG, WA-LOG-ARQUIVADO.
    IF  RETURN-CODE NOT = ZEROS
*       SEM ROTACAO A RODADA CONTINUA APENDANDO NO LOG ANTIGO - NAO E
*       FATAL, MAS NAO PODE SER SILENCIOSO.
        DISPLAY "BATDRV - NAO ROTACIONOU " WA-NOME-LOG " PARA "
                WA-LOG-ARQUIVADO UPON SYSERR
    END-IF.

* CALENDARIO DA RODADA: CALCULA O DIA DE HOJE UMA VEZ E MARCA EM CADA *
* PASSO SE ELE RODA HOJE.  A AVALIACAO ACONTECE ANTES DO LACO DE      *
* EXECUCAO - O PASSO FORA DO CALENDARIO E REGISTRADO COMO             *
* PULADO-CALENDARIO QUANDO O LACO CHEGA NELE.  "HOJE" E A DATA DE     *
* MOVIMENTO (DATAMOV), NAO O RELOGIO.                                 *
*--------------------------------------------------------------------*
1300-AVALIAR-CALENDARIO.
    MOVE "C" TO WA-DMR-OPERACAO.
    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.
    IF  WA-DMR-ERRO-ARQUIVO
        DISPLAY "BATDRV - CONTROLE DA DATA DE MOVIMENTO ILEGIVEL, "
                "CALENDARIO PELO RELOGIO" UPON SYSERR
    END-IF.
    IF  WA-DMR-REPROCESSO
        MOVE "S" TO WA-EM-REPROCESSO
    END-IF.
    MOVE WA-DMR-DATA TO WA-DATA-HOJE WA-DATA-MOVIMENTO.
    COMPUTE WA-INTEIRO-HOJE = FUNCTION INTEGER-OF-DATE(WA-DATA-HOJE).
*   INTEGER-OF-DATE(1) CAI NUMA SEGUNDA-FEIRA - O RESTO POR 7 MAPEIA
*   DOMINGO=0, SEGUNDA=1, ..., SABADO=6; +1 DA A POSICAO NO FLAG.
*   RC VELHO DE UMA RODADA ABANDONADA NAO PODE SER COLHIDO COMO SE
*   FOSSE DESTA - LIMPA ANTES DE DISPARAR.
    MOVE SPACES TO WA-RC-NOME.
    STRING WA-BASE      DELIMITED BY SPACE
           "-rc-"       DELIMITED BY SIZE
           WA-SEQ-EDIT  DELIMITED BY SIZE
           ".tmp"       DELIMITED BY SIZE
           INTO WA-RC-NOME.
    MOVE SPACES TO WA-COMANDO.
    STRING "( runcbl "               DELIMITED BY SIZE
           WA-PASSO-PROGRAMA(WA-JDX) DELIMITED BY SPACE
           " ; echo $? > "           DELIMITED BY SIZE
           WA-BASE                   DELIMITED BY SPACE
           "-rc-"                    DELIMITED BY SIZE
           WA-SEQ-EDIT               DELIMITED BY SIZE
           ".tmp ) &"                DELIMITED BY SIZE
           INTO WA-COMANDO.
2620-TENTAR-COLHER-PASSO.
    MOVE WA-PASSO-SEQ(WA-JDX) TO WA-SEQ-EDIT.
    MOVE SPACES TO WA-RC-NOME.
    STRING WA-BASE      DELIMITED BY SPACE
           "-rc-"       DELIMITED BY SIZE
           WA-SEQ-EDIT  DELIMITED BY SIZE
           ".tmp"       DELIMITED BY SIZE
           INTO WA-RC-NOME.

    WRITE LOG-LINHA.

*--------------------------------------------------------------------*
* FECHAMENTO DO CICLO NA DATA DE MOVIMENTO: SO A CADEIA PRINCIPAL, SO *
* SEM PARADA E COM TODO PASSO OK OU PULADO (CALENDARIO/OPERADOR) - O  *
* MESMO "CONCLUIDO" DA RETOMADA (1200).  PASSO FALHO, PENDENTE OU     *
* SEGURADO DEIXA A DATA ONDE ESTA: A RETOMADA DE MANHA AINDA E DO DIA *
* DE ONTEM.                                                           *
*--------------------------------------------------------------------*
7000-FECHAR-DATA-MOVIMENTO.
    MOVE ZEROS TO WA-DATA-PROXIMA.
    IF  WA-CADEIA NOT = SPACES OR WA-PAROU-SIM
        OR WA-QTD-PASSOS = ZEROS
        GO TO 7000-FECHAR-DATA-MOVIMENTO-EXIT
    END-IF.
    MOVE "S" TO WA-CICLO-COMPLETO.
    PERFORM 7010-CONFERIR-PASSO-CONCLUIDO
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-PASSOS.
    IF  NOT WA-CICLO-COMPLETO-SIM
        GO TO 7000-FECHAR-DATA-MOVIMENTO-EXIT
    END-IF.

    MOVE "F" TO WA-DMR-OPERACAO.
    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.
    IF  WA-DMR-ERRO-ARQUIVO
        DISPLAY "BATDRV - CICLO FECHADO, MAS A DATA DE MOVIMENTO NAO "
                "FOI AVANCADA (datamov.ctl)" UPON SYSERR
    ELSE
        MOVE WA-DMR-DATA TO WA-DATA-PROXIMA
    END-IF.

7000-FECHAR-DATA-MOVIMENTO-EXIT.
    EXIT.

7010-CONFERIR-PASSO-CONCLUIDO.
    IF  NOT WA-PASSO-OK(WA-IDX)
        AND WA-PASSO-SITUACAO(WA-IDX) NOT = "PULADO-CALENDARIO"
        AND WA-PASSO-SITUACAO(WA-IDX) NOT = "PULADO-OPERADOR"
        MOVE "N" TO WA-CICLO-COMPLETO
    END-IF.

8000-GRAVAR-RELATORIO.
    OPEN OUTPUT BATDRV-RPT.
    MOVE SPACES TO RPT-LINHA.
    STRING "RELATORIO DA RODADA DO BATDRV - CADEIA " DELIMITED BY SIZE
           WA-CADEIA-EXIBE                          DELIMITED BY SPACE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    IF  WA-EM-REPROCESSO-SIM
        STRING "DATA DE MOVIMENTO: " DELIMITED BY SIZE
               WA-DATA-MOVIMENTO    DELIMITED BY SIZE
               " (REPROCESSO)"      DELIMITED BY SIZE
               INTO RPT-LINHA
    ELSE
        STRING "DATA DE MOVIMENTO: " DELIMITED BY SIZE
               WA-DATA-MOVIMENTO    DELIMITED BY SIZE
               INTO RPT-LINHA
    END-IF.
    WRITE RPT-LINHA.
    IF  WA-DATA-PROXIMA NOT = ZEROS
        MOVE SPACES TO RPT-LINHA
        STRING "CICLO FECHADO - PROXIMA DATA DE MOVIMENTO: "
                                    DELIMITED BY SIZE
               WA-DATA-PROXIMA      DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    PERFORM 8100-GRAVAR-LINHA-PASSO
            VARYING WA-IDX FROM 1 BY 1
