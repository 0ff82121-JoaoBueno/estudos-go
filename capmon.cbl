IDENTIFICATION DIVISION.
PROGRAM-ID.  CAPMON.
*------------------------------------------------------------------------------*
* MEDICAO NOTURNA DE ARMAZENAMENTO - A JANELA DE BATCH E O DISCO ESTAO         *
* ENCHENDO JUNTOS: O aivenfcp E OS IRMAOS DELE ENGORDAM TODO MES, O VENDCKS,   *
* O VENDBKP E O VENDRECH DEMORAM MAIS A CADA NOITE E NINGUEM VE ATE O          *
* PRIMEIRO ESTOURO.  ESTE PASSO APENDA NO HISTORICO DATADO capmon-hist.txt     *
* (LAYOUT EM caphist.ws), A CADA RODADA:                                       *
*                                                                              *
*   1) PARA CADA ARQUIVO DE vendcks-arquivos.ctl, O TAMANHO EM BYTES           *
*      (C$FILEINFO) E A QUANTIDADE DE REGISTROS (LEITURA CRUA E SEQUENCIAL,    *
*      O MESMO ARTIFICIO DA CHAVE FICTICIA DO VENDRECH);                       *
*   2) O TAMANHO SOMADO E A QUANTIDADE DE ARQUIVOS DA AREA DE BACKUP (A        *
*      PASTA DO vendbkp.ctl, PADRAO backup/) E DE arquivo-morto/.              *
*                                                                              *
* ARQUIVO AUSENTE OU QUE NAO ABRE ENTRA NO HISTORICO COM A SITUACAO (AUSENTE/  *
* ILEGIVEL) E NAO PARA A NOITE - QUEM ACUSA ARQUIVO SUMIDO E O VENDCKS.  O     *
* CRESCIMENTO, AS PROJECOES E O ESTOURO DA JANELA SAO DO CAPTREND.             *
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
* LISTA DOS ARQUIVOS DE VENDAS (A MESMA DO VENDCKS).
    SELECT ARQLISTA ASSIGN "vendcks-arquivos.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-LST.

* PARAMETROS DO VENDBKP - SO A PASTA DA AREA DE BACKUP INTERESSA AQUI.
    SELECT BKP-CTL ASSIGN "vendbkp.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-BKP.

* LEITURA CRUA E SEQUENCIAL DO ARQUIVO DE VENDAS CORRENTE, SO PARA
* CONTAR REGISTROS - A CHAVE DECLARADA E FICTICIA (MESMO ARTIFICIO DO
* VENDRECH E DO XFDCONDVAL).
    SELECT VENDAS-FILE ASSIGN WA-ARQ-DADOS
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY WA-CHAVE-FICTICIA
           FILE STATUS SW-STATUS-VEN.

* HISTORICO DATADO (LAYOUT COMPARTILHADO EM caphist.ws).
    SELECT CAPMON-HIST ASSIGN "capmon-hist.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-HIST.

DATA DIVISION.
FILE SECTION.
FD  ARQLISTA.
01  LST-ARQUIVO                  PIC X(200).

FD  BKP-CTL.
01  BKP-LINHA.
    03  BKP-PASTA-BACKUP         PIC X(060).

FD  VENDAS-FILE.
01  VENDAS-REC.
    03  WA-CHAVE-FICTICIA        PIC X(020).
    03  FILLER                   PIC X(3980).

FD  CAPMON-HIST.
copy "caphist.ws".

WORKING-STORAGE SECTION.
77  SW-STATUS-LST                PIC X(002)          VALUE SPACES.
77  SW-STATUS-BKP                PIC X(002)          VALUE SPACES.
77  SW-STATUS-VEN                PIC X(002)          VALUE SPACES.
77  SW-STATUS-HIST               PIC X(002)          VALUE SPACES.

* DATA DE MOVIMENTO DA RODADA (ROTINA DATAMOV) - VAI NO CAP-DATA-MOV.
77  WA-DMR-OPERACAO              PIC X(001)          VALUE "C".
77  WA-DMR-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-DATA-HOJE                 PIC 9(008)          VALUE ZEROS.
77  WA-HORA-CENTESIMOS           PIC 9(008)          VALUE ZEROS.
77  WA-HORA-AGORA                PIC 9(006)          VALUE ZEROS.

77  WA-PASTA-BACKUP              PIC X(060)          VALUE "backup/".
77  WA-PASTA-MORTO               PIC X(060)          VALUE "arquivo-morto/".
77  WA-PASTA-ATUAL               PIC X(060)          VALUE SPACES.
77  WA-ARQ-DADOS                 PIC X(200)          VALUE SPACES.
77  WA-NOME-FILEINFO             PIC X(200)          VALUE SPACES.
77  MYDIR                        USAGE HANDLE.
77  FILENAME                     PIC X(128).

77  WA-FIM-LISTA                 PIC X(001)          VALUE "N".
    88  WA-FIM-LISTA-SIM                             VALUE "S".
77  WA-FIM-VENDAS                PIC X(001)          VALUE "N".
    88  WA-FIM-VENDAS-SIM                            VALUE "S".
77  WA-FIM-PASTA                 PIC X(001)          VALUE "N".
    88  WA-FIM-PASTA-SIM                             VALUE "S".

77  WA-REGISTROS                 PIC 9(011)          VALUE ZEROS.
77  WA-BYTES-PASTA               PIC 9(015)          VALUE ZEROS.
77  WA-ARQUIVOS-PASTA            PIC 9(011)          VALUE ZEROS.
77  WA-TOTAL-MEDIDOS             PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-PROBLEMAS           PIC 9(005)          VALUE ZEROS.

* RETORNO DO C$FILEINFO (TAMANHO + DATA/HORA DA ULTIMA GRAVACAO),
* NO LAYOUT BINARIO DA ROTINA.
01  WA-FILE-INFO.
    03  WA-FI-TAMANHO            PIC X(008)          COMP-X.
    03  WA-FI-DATA               PIC 9(008)          COMP-X.
    03  WA-FI-HORA               PIC 9(008)          COMP-X.

copy "acucobol.def".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    PERFORM 2000-MEDIR-ARQUIVO
            WITH TEST AFTER
            UNTIL WA-FIM-LISTA-SIM.
    CLOSE ARQLISTA.

    MOVE WA-PASTA-BACKUP TO WA-PASTA-ATUAL.
    PERFORM 3000-MEDIR-PASTA
            THRU 3000-MEDIR-PASTA-EXIT.
    MOVE WA-PASTA-MORTO  TO WA-PASTA-ATUAL.
    PERFORM 3000-MEDIR-PASTA
            THRU 3000-MEDIR-PASTA-EXIT.

    PERFORM 9999-FINALIZAR.
    STOP RUN.

1000-INICIALIZAR.
    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.
    ACCEPT WA-DATA-HOJE FROM DATE YYYYMMDD.
    ACCEPT WA-HORA-CENTESIMOS FROM TIME.
    MOVE WA-HORA-CENTESIMOS(1:6) TO WA-HORA-AGORA.

    OPEN INPUT BKP-CTL.
    IF  SW-STATUS-BKP(1:1) = ZEROS
        READ BKP-CTL
             AT END CONTINUE
             NOT AT END
                  IF  BKP-PASTA-BACKUP NOT = SPACES
                      MOVE BKP-PASTA-BACKUP TO WA-PASTA-BACKUP
                  END-IF
        END-READ
        CLOSE BKP-CTL
    END-IF.

    OPEN INPUT ARQLISTA.
    IF  SW-STATUS-LST(1:1) NOT = ZEROS
        DISPLAY "CAPMON - NAO ACHOU vendcks-arquivos.ctl, STATUS "
                SW-STATUS-LST UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN EXTEND CAPMON-HIST.
    IF  SW-STATUS-HIST(1:1) = "3"
        OPEN OUTPUT CAPMON-HIST
        CLOSE CAPMON-HIST
        OPEN EXTEND CAPMON-HIST
    END-IF.
    IF  SW-STATUS-HIST(1:1) NOT = ZEROS
        DISPLAY "CAPMON - NAO ABRIU capmon-hist.txt, STATUS "
                SW-STATUS-HIST UPON SYSERR
        CLOSE ARQLISTA
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

2000-MEDIR-ARQUIVO.
    READ ARQLISTA
         AT END SET WA-FIM-LISTA-SIM TO TRUE
         NOT AT END
             IF  LST-ARQUIVO NOT = SPACES
                 PERFORM 2100-MEDIR-UM-ARQUIVO
                         THRU 2100-MEDIR-UM-ARQUIVO-EXIT
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* UM ARQUIVO DA LISTA: TAMANHO PELO C$FILEINFO E REGISTROS LIDOS DO   *
* COMECO AO FIM.  SEM TAMANHO = AUSENTE; TAMANHO SEM ABERTURA =       *
* ILEGIVEL (O TAMANHO AINDA VALE PARA A TENDENCIA).                   *
*--------------------------------------------------------------------*
2100-MEDIR-UM-ARQUIVO.
    PERFORM 2900-PREPARAR-OBSERVACAO.
    SET CAP-TIPO-ARQUIVO TO TRUE.
    MOVE LST-ARQUIVO TO CAP-NOME.

    MOVE LST-ARQUIVO TO WA-NOME-FILEINFO.
    CALL "C$FILEINFO" USING WA-NOME-FILEINFO, WA-FILE-INFO
         GIVING RETURN-CODE
    END-CALL.
    IF  RETURN-CODE NOT = ZEROS
        SET CAP-SITUACAO-AUSENTE TO TRUE
        PERFORM 2950-GRAVAR-OBSERVACAO
        GO TO 2100-MEDIR-UM-ARQUIVO-EXIT
    END-IF.
    MOVE WA-FI-TAMANHO TO CAP-BYTES.

    MOVE LST-ARQUIVO TO WA-ARQ-DADOS.
    OPEN INPUT VENDAS-FILE.
    IF  SW-STATUS-VEN(1:1) NOT = ZEROS
        SET CAP-SITUACAO-ILEGIVEL TO TRUE
        PERFORM 2950-GRAVAR-OBSERVACAO
        GO TO 2100-MEDIR-UM-ARQUIVO-EXIT
    END-IF.
    MOVE ZEROS TO WA-REGISTROS.
    MOVE "N"   TO WA-FIM-VENDAS.
    PERFORM 2200-CONTAR-REGISTRO
            WITH TEST AFTER
            UNTIL WA-FIM-VENDAS-SIM.
    CLOSE VENDAS-FILE.

    MOVE WA-REGISTROS TO CAP-REGISTROS.
    SET CAP-SITUACAO-OK TO TRUE.
    PERFORM 2950-GRAVAR-OBSERVACAO.

2100-MEDIR-UM-ARQUIVO-EXIT.
    EXIT.

2200-CONTAR-REGISTRO.
    READ VENDAS-FILE NEXT RECORD
         AT END SET WA-FIM-VENDAS-SIM TO TRUE
         NOT AT END ADD 1 TO WA-REGISTROS
    END-READ.

2900-PREPARAR-OBSERVACAO.
    MOVE SPACES         TO CAP-LINHA.
    MOVE WA-DATA-HOJE   TO CAP-DATA.
    MOVE WA-HORA-AGORA  TO CAP-HORA.
    MOVE WA-DMR-DATA    TO CAP-DATA-MOV.
    MOVE ZEROS          TO CAP-BYTES CAP-REGISTROS.

2950-GRAVAR-OBSERVACAO.
    WRITE CAP-LINHA.
    ADD 1 TO WA-TOTAL-MEDIDOS.
    IF  NOT CAP-SITUACAO-OK
        ADD 1 TO WA-TOTAL-PROBLEMAS
    END-IF.

*--------------------------------------------------------------------*
* UMA PASTA DE ARTEFATOS: SOMA O TAMANHO DE TUDO QUE ESTA NELA E      *
* CONTA OS ARQUIVOS (CAP-REGISTROS).  AS DUAS PASTAS SAO RASAS - O    *
* VENDBKP E O ARQUIVAMENTO DO BATDRV GRAVAM DIRETO NELAS.             *
*--------------------------------------------------------------------*
3000-MEDIR-PASTA.
    PERFORM 2900-PREPARAR-OBSERVACAO.
    SET CAP-TIPO-PASTA TO TRUE.
    MOVE WA-PASTA-ATUAL TO CAP-NOME.

    CALL "C$LIST-DIRECTORY" USING LISTDIR-OPEN, WA-PASTA-ATUAL, "*".
    MOVE RETURN-CODE TO MYDIR.
    IF  MYDIR = 0
        SET CAP-SITUACAO-AUSENTE TO TRUE
        PERFORM 2950-GRAVAR-OBSERVACAO
        GO TO 3000-MEDIR-PASTA-EXIT
    END-IF.
    MOVE ZEROS TO WA-BYTES-PASTA WA-ARQUIVOS-PASTA.
    MOVE "N"   TO WA-FIM-PASTA.
    PERFORM 3100-SOMAR-ENTRADA
            WITH TEST AFTER
            UNTIL WA-FIM-PASTA-SIM.
    CALL "C$LIST-DIRECTORY" USING LISTDIR-CLOSE, MYDIR.

    MOVE WA-BYTES-PASTA    TO CAP-BYTES.
    MOVE WA-ARQUIVOS-PASTA TO CAP-REGISTROS.
    SET CAP-SITUACAO-OK TO TRUE.
    PERFORM 2950-GRAVAR-OBSERVACAO.

3000-MEDIR-PASTA-EXIT.
    EXIT.

3100-SOMAR-ENTRADA.
    CALL "C$LIST-DIRECTORY" USING LISTDIR-NEXT, MYDIR, FILENAME.
    IF  FILENAME = SPACES
        SET WA-FIM-PASTA-SIM TO TRUE
    ELSE
        IF  FILENAME NOT = "." AND FILENAME NOT = ".."
            MOVE SPACES TO WA-NOME-FILEINFO
            STRING WA-PASTA-ATUAL DELIMITED BY SPACE
                   FILENAME       DELIMITED BY SPACE
                   INTO WA-NOME-FILEINFO
            CALL "C$FILEINFO" USING WA-NOME-FILEINFO, WA-FILE-INFO
                 GIVING RETURN-CODE
            END-CALL
            IF  RETURN-CODE = ZEROS
                ADD WA-FI-TAMANHO TO WA-BYTES-PASTA
                ADD 1             TO WA-ARQUIVOS-PASTA
            END-IF
        END-IF
    END-IF.

9999-FINALIZAR.
    CLOSE CAPMON-HIST.
    DISPLAY "CAPMON - " WA-TOTAL-MEDIDOS " MEDICAO(OES) GRAVADA(S) EM "
            "capmon-hist.txt, " WA-TOTAL-PROBLEMAS
            " AUSENTE(S)/ILEGIVEL(IS).".
    MOVE ZEROS TO RETURN-CODE.
