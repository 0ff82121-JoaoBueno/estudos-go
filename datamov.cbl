IDENTIFICATION DIVISION.
PROGRAM-ID.  DATAMOV.
*------------------------------------------------------------------------------*
* DATA DE MOVIMENTO (DIA DE NEGOCIO) DA RODADA NOTURNA.  OS PROGRAMAS DA NOITE *
* TIRAVAM A DATA DO RELOGIO (ACCEPT ... FROM DATE) - RODADA QUE PASSAVA DA     *
* MEIA-NOITE, OU RETOMADA NA MANHA SEGUINTE DEPOIS DE UMA FALHA, CARIMBAVA O   *
* DIA ERRADO NO VENDCKS, NO NFEIMP, NO VENDBKP, NO NFEMRPT E NOS INSTANTANEOS  *
* DATADOS, E O FECHAMENTO DO MES E O CATALOGO DE BACKUP DISCORDAVAM DE QUAL    *
* DIA ERA O DADO.  AGORA O DIA DE NEGOCIO MORA NUM REGISTRO DE CONTROLE SO     *
* (datamov.ctl, LAYOUT EM datamov.ws) E TODO PROGRAMA DA NOITE CHAMA ESTA      *
* ROTINA EM VEZ DE LER O RELOGIO:                                              *
*                                                                              *
*   DMR-OPERACAO "C" - CONSULTA: DEVOLVE A DATA DE MOVIMENTO, OU A DATA DE     *
*                      REPROCESSO SE UM SUPERVISOR ABRIU UMA (DATAMOVO) -      *
*                      RETORNO 02 AVISA QUE E REPROCESSO.                      *
*   DMR-OPERACAO "F" - FECHAMENTO DO CICLO, SO PELO BATDRV QUANDO A CADEIA     *
*                      PRINCIPAL TERMINA INTEIRA: SEM REPROCESSO, AVANCA A     *
*                      DATA DE MOVIMENTO UM DIA; COM REPROCESSO, SO ENCERRA O  *
*                      REPROCESSO (A DATA DE MOVIMENTO NAO ANDOU ENQUANTO ELE  *
*                      RODAVA) - RETORNO 02.                                   *
*                                                                              *
* SEM O CONTROLE (PRIMEIRA RODADA), ELE E CRIADO COM A DATA DO RELOGIO,        *
* RETORNO 01 E ALERTA NA CENTRAL - ALGUEM PRECISA CONFERIR A DATA.  CONTROLE   *
* ILEGIVEL NAO DERRUBA A NOITE: DEVOLVE O RELOGIO COM RETORNO 99 E ALERTA      *
* "E".  TODA MUDANCA DO CONTROLE VAI PARA A TRILHA datamov-log.txt (LAYOUT EM  *
* datamovlog.ws).  CARIMBOS DE AUDITORIA E DE LOG (QUANDO ALGO ACONTECEU)      *
* CONTINUAM NO RELOGIO - SO O DIA A QUE O DADO PERTENCE VEM DAQUI.             *
*                                                                              *
* CRIACAO...: 15/10/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - CRIACAO DO CONTROLE EXECUTADA ATE O EXIT -  *
*             FALHA NA GRAVACAO NAO CAI MAIS NOS PARAGRAFOS SEGUINTES.         *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DATAMOV-CTL ASSIGN "datamov.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CTL.

* TRILHA (APPEND-ONLY): UMA LINHA POR MUDANCA DO CONTROLE.
    SELECT DATAMOV-LOG ASSIGN "datamov-log.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-LOG.

DATA DIVISION.
FILE SECTION.
FD  DATAMOV-CTL.
copy "datamov.ws".

FD  DATAMOV-LOG.
copy "datamovlog.ws".

WORKING-STORAGE SECTION.
77  SW-STATUS-CTL               PIC X(002)          VALUE SPACES.
77  SW-STATUS-LOG               PIC X(002)          VALUE SPACES.

77  WA-CRIADO                   PIC X(001)          VALUE "N".
    88  WA-CRIADO-SIM                               VALUE "S".
77  WA-DATA-RELOGIO             PIC 9(008)          VALUE ZEROS.
77  WA-HORA-CENTESIMOS          PIC 9(008)          VALUE ZEROS.
77  WA-HORA-RELOGIO             PIC 9(006)          VALUE ZEROS.
77  WA-PID                      PIC 9(005)          VALUE ZEROS.
77  WA-USUARIO                  PIC X(030)          VALUE SPACES.

* CAMPOS DA LINHA DA TRILHA, MONTADOS POR QUEM REGISTRA A MUDANCA.
77  WA-ACAO-LOG                 PIC X(010)          VALUE SPACES.
77  WA-DATA-ANTES               PIC 9(008)          VALUE ZEROS.
77  WA-DATA-DEPOIS              PIC 9(008)          VALUE ZEROS.
77  WA-MOTIVO                   PIC X(060)          VALUE SPACES.

77  WA-ALR-PROGRAMA             PIC X(030)          VALUE "DATAMOV".
77  WA-ALR-SEVERIDADE           PIC X(001)          VALUE "A".
77  WA-ALR-TEXTO                PIC X(150)          VALUE SPACES.
77  WA-ALR-RETORNO              PIC 9(002)          VALUE ZEROS.

LINKAGE SECTION.
01  DMR-OPERACAO                PIC X(001).
01  DMR-DATA                    PIC 9(008).
01  DMR-RETORNO                 PIC 9(002).
    88  DMR-OK                                      VALUE 00.
    88  DMR-CRIADO                                  VALUE 01.
    88  DMR-REPROCESSO                              VALUE 02.
    88  DMR-ERRO-ARQUIVO                            VALUE 99.

PROCEDURE DIVISION CHAINING DMR-OPERACAO, DMR-DATA, DMR-RETORNO.
0000-MAINLINE.
    MOVE ZEROS TO DMR-RETORNO.
    ACCEPT WA-DATA-RELOGIO    FROM DATE YYYYMMDD.
    ACCEPT WA-HORA-CENTESIMOS FROM TIME.
    MOVE WA-HORA-CENTESIMOS(1:6) TO WA-HORA-RELOGIO.
    MOVE WA-DATA-RELOGIO TO DMR-DATA.

    PERFORM 1000-LER-CONTROLE
            THRU 1000-LER-CONTROLE-EXIT.
    IF  DMR-ERRO-ARQUIVO
        GO TO 0000-EXIT
    END-IF.

    EVALUATE TRUE
        WHEN DMR-OPERACAO = "C"
            PERFORM 2000-CONSULTAR
        WHEN DMR-OPERACAO = "F"
            PERFORM 3000-FECHAR-CICLO
                    THRU 3000-FECHAR-CICLO-EXIT
        WHEN OTHER
            MOVE DMV-DATA-MOVIMENTO TO DMR-DATA
            SET DMR-ERRO-ARQUIVO TO TRUE
    END-EVALUATE.

0000-EXIT.
    GOBACK.

*--------------------------------------------------------------------*
* LE O REGISTRO DE CONTROLE.  INEXISTENTE OU VAZIO: CRIA PELO         *
* RELOGIO.  DATA QUE NAO E DATA: FICA NO RELOGIO COM RETORNO 99 - A   *
* NOITE NAO PARA, MAS A CENTRAL FICA SABENDO.                         *
*--------------------------------------------------------------------*
1000-LER-CONTROLE.
    MOVE "N" TO WA-CRIADO.
    OPEN INPUT DATAMOV-CTL.
    IF  SW-STATUS-CTL = "35"
        PERFORM 1100-CRIAR-CONTROLE
                THRU 1100-CRIAR-CONTROLE-EXIT
        GO TO 1000-LER-CONTROLE-EXIT
    END-IF.
    IF  SW-STATUS-CTL(1:1) NOT = ZEROS
        MOVE "datamov.ctl NAO ABRIU - DATA DO RELOGIO USADA" TO WA-MOTIVO
        PERFORM 1900-CONTROLE-ILEGIVEL
        GO TO 1000-LER-CONTROLE-EXIT
    END-IF.
    READ DATAMOV-CTL
         AT END MOVE "10" TO SW-STATUS-CTL
    END-READ.
    CLOSE DATAMOV-CTL.
    IF  SW-STATUS-CTL = "10"
        PERFORM 1100-CRIAR-CONTROLE
                THRU 1100-CRIAR-CONTROLE-EXIT
        GO TO 1000-LER-CONTROLE-EXIT
    END-IF.

    IF  DMV-DATA-MOVIMENTO NOT NUMERIC
        OR DMV-DATA-MOVIMENTO(1:4) < "1601"
        OR DMV-DATA-MOVIMENTO(5:2) < "01" OR > "12"
        OR DMV-DATA-MOVIMENTO(7:2) < "01" OR > "31"
        MOVE "datamov.ctl COM DATA INVALIDA - DATA DO RELOGIO USADA"
          TO WA-MOTIVO
        PERFORM 1900-CONTROLE-ILEGIVEL
        GO TO 1000-LER-CONTROLE-EXIT
    END-IF.
    IF  DMV-DATA-REPROCESSO NOT NUMERIC
        MOVE ZEROS TO DMV-DATA-REPROCESSO
    END-IF.

1000-LER-CONTROLE-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* PRIMEIRA RODADA (OU CONTROLE APAGADO): O DIA DO RELOGIO VIRA A DATA *
* DE MOVIMENTO, COM LINHA INICIADA NA TRILHA E ALERTA PARA ALGUEM     *
* CONFERIR - SE A RODADA JA PASSOU DA MEIA-NOITE, A DATA ESTA ERRADA. *
*--------------------------------------------------------------------*
1100-CRIAR-CONTROLE.
    MOVE SPACES          TO DMV-RECORD.
    MOVE WA-DATA-RELOGIO TO DMV-DATA-MOVIMENTO.
    MOVE ZEROS           TO DMV-DATA-REPROCESSO
                            DMV-ULT-FECHAMENTO-DATA
                            DMV-ULT-FECHAMENTO-HORA.
    PERFORM 5000-GRAVAR-CONTROLE.
    IF  DMR-ERRO-ARQUIVO
        GO TO 1100-CRIAR-CONTROLE-EXIT
    END-IF.
    MOVE "S" TO WA-CRIADO.
    SET DMR-CRIADO TO TRUE.

    MOVE "INICIADA"      TO WA-ACAO-LOG.
    MOVE ZEROS           TO WA-DATA-ANTES.
    MOVE WA-DATA-RELOGIO TO WA-DATA-DEPOIS.
    MOVE "CONTROLE INEXISTENTE - CRIADO COM A DATA DO RELOGIO"
      TO WA-MOTIVO.
    PERFORM 7000-GRAVAR-TRILHA.

    MOVE "A" TO WA-ALR-SEVERIDADE.
    MOVE SPACES TO WA-ALR-TEXTO.
    STRING "datamov.ctl CRIADO COM A DATA DO RELOGIO "
                                DELIMITED BY SIZE
           WA-DATA-RELOGIO      DELIMITED BY SIZE
           " - CONFIRA A DATA DE MOVIMENTO"
                                DELIMITED BY SIZE
           INTO WA-ALR-TEXTO.
    PERFORM 7500-ALERTAR.

1100-CRIAR-CONTROLE-EXIT.
    EXIT.

1900-CONTROLE-ILEGIVEL.
    MOVE WA-DATA-RELOGIO TO DMR-DATA.
    SET DMR-ERRO-ARQUIVO TO TRUE.
    DISPLAY "DATAMOV - " WA-MOTIVO UPON SYSERR.
    MOVE "E"       TO WA-ALR-SEVERIDADE.
    MOVE WA-MOTIVO TO WA-ALR-TEXTO.
    PERFORM 7500-ALERTAR.

*--------------------------------------------------------------------*
* CONSULTA: REPROCESSO ABERTO VALE SOBRE A DATA DE MOVIMENTO.         *
*--------------------------------------------------------------------*
2000-CONSULTAR.
    IF  DMV-DATA-REPROCESSO NOT = ZEROS
        MOVE DMV-DATA-REPROCESSO TO DMR-DATA
        SET DMR-REPROCESSO TO TRUE
    ELSE
        MOVE DMV-DATA-MOVIMENTO  TO DMR-DATA
    END-IF.

*--------------------------------------------------------------------*
* FECHAMENTO DO CICLO.  O CICLO QUE FECHOU ERA DO REPROCESSO: SO O    *
* ENCERRA.  ERA O DIA NORMAL: A DATA DE MOVIMENTO ANDA UM DIA - UMA   *
* NOITE PERDIDA NAO PULA DIA, O PROXIMO CICLO PROCESSA O DIA QUE      *
* FALTOU.  CONTROLE RECEM-CRIADO NAO ANDA (NAO HOUVE CICLO NELE).     *
*--------------------------------------------------------------------*
3000-FECHAR-CICLO.
    IF  WA-CRIADO-SIM
        MOVE DMV-DATA-MOVIMENTO TO DMR-DATA
        GO TO 3000-FECHAR-CICLO-EXIT
    END-IF.

    IF  DMV-DATA-REPROCESSO NOT = ZEROS
        MOVE "REPROC-FIM"        TO WA-ACAO-LOG
        MOVE DMV-DATA-REPROCESSO TO WA-DATA-ANTES
        MOVE DMV-DATA-MOVIMENTO  TO WA-DATA-DEPOIS
        MOVE SPACES              TO WA-MOTIVO
        STRING "CICLO DO REPROCESSO FECHADO - ABERTO POR "
                                    DELIMITED BY SIZE
               DMV-REPROC-USUARIO   DELIMITED BY SPACE
               INTO WA-MOTIVO
        MOVE ZEROS  TO DMV-DATA-REPROCESSO
        MOVE SPACES TO DMV-REPROC-USUARIO DMV-REPROC-MOTIVO
        SET DMR-REPROCESSO TO TRUE
    ELSE
        MOVE "AVANCADA"          TO WA-ACAO-LOG
        MOVE DMV-DATA-MOVIMENTO  TO WA-DATA-ANTES
        COMPUTE DMV-DATA-MOVIMENTO = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(DMV-DATA-MOVIMENTO) + 1)
        MOVE DMV-DATA-MOVIMENTO  TO WA-DATA-DEPOIS
        MOVE "CICLO DA CADEIA PRINCIPAL FECHADO" TO WA-MOTIVO
    END-IF.
    MOVE WA-DATA-RELOGIO TO DMV-ULT-FECHAMENTO-DATA.
    MOVE WA-HORA-RELOGIO TO DMV-ULT-FECHAMENTO-HORA.

*   A TRILHA SO REGISTRA O QUE O CONTROLE REALMENTE GRAVOU.
    PERFORM 5000-GRAVAR-CONTROLE.
    IF  DMR-ERRO-ARQUIVO
        MOVE WA-DATA-ANTES TO DMR-DATA
        GO TO 3000-FECHAR-CICLO-EXIT
    END-IF.
    PERFORM 7000-GRAVAR-TRILHA.
    MOVE DMV-DATA-MOVIMENTO TO DMR-DATA.

3000-FECHAR-CICLO-EXIT.
    EXIT.

5000-GRAVAR-CONTROLE.
    OPEN OUTPUT DATAMOV-CTL.
    IF  SW-STATUS-CTL(1:1) NOT = ZEROS
        DISPLAY "DATAMOV - NAO GRAVOU datamov.ctl, STATUS " SW-STATUS-CTL
                UPON SYSERR
        SET DMR-ERRO-ARQUIVO TO TRUE
    ELSE
        WRITE DMV-RECORD
        CLOSE DATAMOV-CTL
    END-IF.

*--------------------------------------------------------------------*
* UMA LINHA NA TRILHA, COM O USUARIO DONO DO PROCESSO (PIDTOUSER).    *
*--------------------------------------------------------------------*
7000-GRAVAR-TRILHA.
    CALL "C$GETPID".
    MOVE RETURN-CODE TO WA-PID.
    MOVE SPACES TO WA-USUARIO.
    CALL "PIDTOUSER" USING WA-PID, WA-USUARIO.

    OPEN EXTEND DATAMOV-LOG.
    IF  SW-STATUS-LOG(1:1) = "3"
        OPEN OUTPUT DATAMOV-LOG
        CLOSE DATAMOV-LOG
        OPEN EXTEND DATAMOV-LOG
    END-IF.
    IF  SW-STATUS-LOG(1:1) NOT = ZEROS
        DISPLAY "DATAMOV - NAO ABRIU datamov-log.txt, STATUS "
                SW-STATUS-LOG UPON SYSERR
    ELSE
        MOVE SPACES          TO DML-LINHA
        MOVE WA-DATA-RELOGIO TO DML-DATA
        MOVE WA-HORA-RELOGIO TO DML-HORA
        MOVE WA-ACAO-LOG     TO DML-ACAO
        MOVE WA-USUARIO      TO DML-USUARIO
        MOVE WA-DATA-ANTES   TO DML-DATA-ANTES
        MOVE WA-DATA-DEPOIS  TO DML-DATA-DEPOIS
        MOVE WA-MOTIVO       TO DML-MOTIVO
        WRITE DML-LINHA
        CLOSE DATAMOV-LOG
    END-IF.

7500-ALERTAR.
    CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                          WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.
