IDENTIFICATION DIVISION.
PROGRAM-ID.    OUTBOUND.
*------------------------------------------------------------------------------*
* SERVICO DE SAIDA DE ARQUIVOS ENVIADOS A PARCEIROS, DIRIGIDO POR DESTINO - O  *
* CAMINHO INVERSO DO INTAKE.  TUDO QUE ENTRA E CONFERIDO CONTRA MANIFESTO,     *
* MAS A REMESSA CNAB PARA O BANCO, A EXPORTACAO DO CONTADOR E AS EXTRACOES DE  *
* BI SAIAM SEM HASH E SEM RASTRO: QUANDO O PARCEIRO DIZ QUE NAO RECEBEU (OU    *
* QUE RECEBEU CORROMPIDO) NAO HAVIA COMO PROVAR O QUE FOI MANDADO, NEM QUANDO. *
*                                                                              *
*   - CADA DESTINO E UMA LINHA DO CONTROLE outbound.ctl: DESTINO(8),           *
*     PASTA-SAIDA(60), PASTA-ENVIO(60), PASTA-RETORNO(60), PRAZO-HORAS(4);     *
*   - O JOB PRODUTOR DEIXA O ARQUIVO NA PASTA DE SAIDA DO DESTINO.  AQUI ELE   *
*     E HASHEADO (MD5 E SHA-256, MESMA MAQUINA DO VENDBKP), COPIADO PARA A     *
*     PASTA DE ENVIO (DE ONDE A TRANSFERENCIA O LEVA), A COPIA E HASHEADA DE   *
*     NOVO E TEM QUE BATER COM O ORIGINAL, E SO ENTAO O ENVIO ENTRA NO         *
*     MANIFESTO DE SAIDA DO DESTINO (saida-<destino>.manifesto, APPEND-ONLY,   *
*     UM BLOCO H/D/T POR RODADA QUE ENVIOU ALGO) E NO REGISTRO DE SITUACAO     *
*     outbsit.ctl (md5/outbsit.ws), COM O PRAZO COMBINADO PARA O RETORNO;      *
*   - O ORIGINAL E RENOMEADO .ENVIADO NA PASTA DE SAIDA - NAO E MANDADO DE     *
*     NOVO NA PROXIMA RODADA E FICA COMO PROVA DO QUE SAIU;                    *
*   - O RETORNO/RECIBO DO PARCEIRO E RECONHECIDO NA PASTA DE RETORNO PELO      *
*     NOME: ARQUIVO CUJO NOME CONTEM O NOME DO ENVIADO SEM A EXTENSAO,         *
*     SEGUIDO DE PONTO OU DO FIM DO NOME (REM0001.REM -> REM0001.RET,          *
*     ACK_REM0001.TXT, MAS NAO REM00010.RET) E GRAVADO DEPOIS DO ENVIO.  O     *
*     ENVIO CASADO VIRA "CONFIRMADO" COM O NOME DO RETORNO, E UM RETORNO SO    *
*     CONFIRMA UM ENVIO;                                                       *
*   - ENVIO SEM RETORNO DEPOIS DO PRAZO VIRA "ATRASADO" E ALERTA NA CENTRAL    *
*     (ALERTREG) UMA VEZ; O RELATORIO LISTA TODO ATRASADO A CADA RODADA, E O   *
*     RETORNO QUE CHEGA TARDE AINDA CONFIRMA O ENVIO.                          *
*                                                                              *
* O RETORNO NAO E MEXIDO (O CNABIMP E O INTAKE AINDA VAO CONSUMI-LO) - SE O    *
* INTAKE RODA ANTES E TIRA O RETORNO DO RECEBIMENTO, A PASTA-RETORNO DO        *
* DESTINO E A PASTA DE APROVADOS DO TIPO NO intake.ctl.  PASTA-RETORNO EM      *
* BRANCO = DESTINO SEM RECIBO (O ENVIO GRAVA "SEM RETORNO" E NAO E COBRADO).   *
* PRAZO-HORAS EM BRANCO OU ZERADO VALE 24.  DATAS DE ENVIO E DE RETORNO SAO DO *
* RELOGIO (CARIMBO DE AUDITORIA); O CABECALHO DO MANIFESTO LEVA A DATA DE      *
* MOVIMENTO DA ROTINA DATAMOV, COMO O DE IMPORTACAO DO INTAKE.                 *
*                                                                              *
* RETURN-CODE 8 QUANDO ALGUM ARQUIVO NAO PODE SER ENVIADO (NAO LEU, COPIA      *
* FALHOU OU DIVERGIU) - O ARQUIVO FICA NA PASTA DE SAIDA PARA A PROXIMA        *
* RODADA.  ATRASO DE RETORNO E ALERTA, NAO FALHA DO PASSO.                     *
*                                                                              *
* CRIACAO...: 15/10/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - RETORNO SO CASA SE DEPOIS DA RAIZ VIER      *
*             PONTO OU O FIM DO NOME, E NAO CONFIRMA DOIS ENVIOS; FALHA NA     *
*             GRAVACAO DO outbsit.ctl VAI PARA O RELATORIO COM RETURN-CODE 8.  *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
* CONTROLE DOS DESTINOS DE SAIDA, UM DESTINO POR LINHA.
    SELECT DESTINOS-CTL ASSIGN "outbound.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-DST.

* SITUACAO DE CADA ENVIO (ENVIADO/CONFIRMADO/ATRASADO), INDEXADO PELA
* MESMA CHAVE DA LINHA D DO MANIFESTO DE SAIDA.
    SELECT OUTBSIT-FILE ASSIGN "outbsit.ctl"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY OBS-CHAVE
           FILE STATUS SW-STATUS-OBS.

* MANIFESTO DE SAIDA DO DESTINO CORRENTE (H/D/T), APPEND-ONLY.
    SELECT SAI-MANIFESTO ASSIGN WA-NOME-SAI-MANIFESTO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-SAI.

    SELECT OUTBOUND-RPT ASSIGN "outbound.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

DATA DIVISION.
FILE SECTION.
FD  DESTINOS-CTL.
01  DST-LINHA.
    03  DST-DESTINO              PIC X(008).
    03  DST-PASTA-SAIDA          PIC X(060).
    03  DST-PASTA-ENVIO          PIC X(060).
    03  DST-PASTA-RETORNO        PIC X(060).
    03  DST-PRAZO-HORAS          PIC X(004).

FD  OUTBSIT-FILE.
copy "md5/outbsit.ws".

FD  SAI-MANIFESTO.
01  SAI-LINHA                    PIC X(250).

FD  OUTBOUND-RPT.
01  RPT-LINHA                    PIC X(200).

WORKING-STORAGE SECTION.
77  SW-STATUS-DST                PIC X(002)          VALUE SPACES.
77  SW-STATUS-OBS                PIC X(002)          VALUE SPACES.
77  SW-STATUS-SAI                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.

* DATA DE MOVIMENTO DA RODADA (ROTINA DATAMOV) - NAO A DO RELOGIO.
77  WA-DMR-OPERACAO              PIC X(001)          VALUE "C".
77  WA-DMR-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-FIM-DESTINOS              PIC X(001)          VALUE "N".
    88  WA-FIM-DESTINOS-SIM                          VALUE "S".
77  WA-FIM-PASTA                 PIC X(001)          VALUE "N".
    88  WA-FIM-PASTA-SIM                             VALUE "S".
77  WA-FIM-OBS                   PIC X(001)          VALUE "N".
    88  WA-FIM-OBS-SIM                               VALUE "S".
77  WA-MANIFESTO-ABERTO          PIC X(001)          VALUE "N".
    88  WA-MANIFESTO-ABERTO-SIM                      VALUE "S".
77  WA-ACHOU-RETORNO             PIC X(001)          VALUE "N".
    88  WA-ACHOU-RETORNO-SIM                         VALUE "S".

77  WA-LIB                       PIC X(150)          VALUE SPACES.
77  WA-DLLCHK-RETORNO            PIC 9(002)          VALUE ZEROS.
    88  WA-DLLCHK-DIVERGENTE                         VALUE 01.
    88  WA-DLLCHK-SEM-MANIFESTO                      VALUE 02.
    88  WA-DLLCHK-ERRO-ARQUIVO                       VALUE 99.
77  WA-MSF-RETORNO               PIC 9(002)          VALUE ZEROS.

*--------------------------------------------------------------------*
* O DESTINO CORRENTE, COPIADO DO CONTROLE - UM DESTINO POR VEZ: ENVIA *
* O QUE ESTA NA PASTA DE SAIDA E DEPOIS CONFERE OS ENVIOS PENDENTES.  *
*--------------------------------------------------------------------*
77  WA-DESTINO                   PIC X(008)          VALUE SPACES.
77  WA-PASTA-SAIDA               PIC X(060)          VALUE SPACES.
77  WA-PASTA-ENVIO               PIC X(060)          VALUE SPACES.
77  WA-PASTA-RETORNO             PIC X(060)          VALUE SPACES.
77  WA-PRAZO-HORAS               PIC 9(004)          VALUE ZEROS.
77  WA-NOME-SAI-MANIFESTO        PIC X(080)          VALUE SPACES.

77  WA-ARQUIVO-ORIGEM            PIC X(200)          VALUE SPACES.
77                               PIC X(001)          VALUE X"00".
77  WA-ARQUIVO-DESTINO           PIC X(200)          VALUE SPACES.
77                               PIC X(001)          VALUE X"00".
77  WA-ARQUIVO-ENVIADO           PIC X(210)          VALUE SPACES.
77  WA-ARQUIVO-HASH              PIC X(200)          VALUE SPACES.
77                               PIC X(001)          VALUE X"00".
77  WA-NOME-FILEINFO             PIC X(200)          VALUE SPACES.
77  WA-TAM-NOME                  PIC 9(003)          VALUE ZEROS.
77  WA-TAM-RAIZ                  PIC 9(003)          VALUE ZEROS.
77  WA-POS-PONTO                 PIC 9(003)          VALUE ZEROS.
77  WA-SCAN-IDX                  PIC 9(003)          VALUE ZEROS.
77  WA-OCORRENCIAS               PIC 9(003)          VALUE ZEROS.
77  WA-MOTIVO                    PIC X(060)          VALUE SPACES.

77  RET                          POINTER.
77  RETO                         PIC X(100)          VALUE SPACES.
77  X                            SIGNED-LONG.
77  SHA-RET                      POINTER.
77  SHA-RETO                     PIC X(100)          VALUE SPACES.
77  SHA-X                        SIGNED-LONG.
77  WA-SEM-PASSO-UNICO           PIC X(001)          VALUE "N".
    88  WA-SEM-PASSO-UNICO-SIM                       VALUE "S".
77  WA-MD5-HASH                  PIC X(032)          VALUE SPACES.
77  WA-SHA256-HASH               PIC X(064)          VALUE SPACES.
77  WA-MD5-ORIGEM                PIC X(032)          VALUE SPACES.
77  WA-SHA256-ORIGEM             PIC X(064)          VALUE SPACES.

01  WA-FILE-INFO.
    03  WA-FI-TAMANHO            PIC X(008)          COMP-X.
    03  WA-FI-DATA               PIC 9(008)          COMP-X.
    03  WA-FI-HORA               PIC 9(008)          COMP-X.

* RELOGIO: AGORA (INICIO DA RODADA, PARA O VENCIMENTO) E O CARIMBO DE
* CADA ENVIO.  CARIMBO = AAAAMMDDHHMMSS, COMPARAVEL DIRETO.
01  WA-RELOGIO.
    03  WA-REL-HORA              PIC 9(006).
    03  WA-REL-CENTESIMOS        PIC 9(002).
77  WA-DATA-AGORA                PIC 9(008)          VALUE ZEROS.
77  WA-HORA-AGORA                PIC 9(006)          VALUE ZEROS.
77  WA-CARIMBO-AGORA             PIC 9(014)          VALUE ZEROS.
77  WA-DATA-ENVIO                PIC 9(008)          VALUE ZEROS.
77  WA-HORA-ENVIO                PIC 9(006)          VALUE ZEROS.
77  WA-CARIMBO-ENVIO             PIC 9(014)          VALUE ZEROS.
77  WA-CARIMBO-LIMITE            PIC 9(014)          VALUE ZEROS.
77  WA-MINUTOS                   PIC 9(012)          VALUE ZEROS.
77  WA-DIAS                      PIC 9(008)          VALUE ZEROS.
77  WA-RESTO                     PIC 9(004)          VALUE ZEROS.
77  WA-DATA-LIMITE               PIC 9(008)          VALUE ZEROS.
77  WA-HORA-LIMITE               PIC 9(006)          VALUE ZEROS.
77  WA-HORAS-RESTO               PIC 9(002)          VALUE ZEROS.
01  WA-HORA-PARTES.
    03  WA-HP-HH                 PIC 9(002).
    03  WA-HP-MM                 PIC 9(002).
    03  WA-HP-SS                 PIC 9(002).
01  WA-DATA-PARTES.
    03  WA-DP-AAAA               PIC 9(004).
    03  WA-DP-MM                 PIC 9(002).
    03  WA-DP-DD                 PIC 9(002).
01  WA-DATA-DMA.
    03  WA-DMA-DD                PIC 9(002).
    03  WA-DMA-MM                PIC 9(002).
    03  WA-DMA-AAAA              PIC 9(004).
01  WA-DATA-DMA-N REDEFINES WA-DATA-DMA PIC 9(008).

*--------------------------------------------------------------------*
* RETORNOS PRESENTES NA PASTA DE RETORNO DO DESTINO, CARREGADOS UMA   *
* VEZ POR DESTINO.  CARIMBO DO RETORNO = DATA/HORA DE GRAVACAO DO     *
* ARQUIVO (C$FILEINFO) - SO VALE RETORNO GRAVADO DEPOIS DO ENVIO.     *
*--------------------------------------------------------------------*
77  WA-QTD-RETORNOS              PIC 9(004)  COMP    VALUE ZEROS.
77  WA-RETORNOS-IGNORADOS        PIC 9(005)          VALUE ZEROS.
77  WA-RET-IDX                   PIC 9(004)  COMP    VALUE ZEROS.
01  WA-TAB-RETORNOS.
    03  WA-RETORNO               OCCURS 500 TIMES.
        05  WA-RTN-NOME          PIC X(128).
        05  WA-RTN-CARIMBO       PIC 9(014).
        05  WA-RTN-USADO         PIC X(001).

01  WA-SAI-HEADER.
    03  WA-SAH-TIPO              PIC X(001).
    03  WA-SAH-DATA              PIC 9(008).
    03  WA-SAH-HORA              PIC 9(006).
    03  WA-SAH-DESTINO           PIC X(008).
    03  WA-SAH-PASTA             PIC X(060).

01  WA-SAI-DETALHE.
    03  WA-SAD-TIPO              PIC X(001).
    03  WA-SAD-ARQUIVO           PIC X(100).
    03  WA-SAD-DATA-ENVIO        PIC 9(008).
    03  WA-SAD-HORA-ENVIO        PIC 9(006).
    03  WA-SAD-TAMANHO           PIC 9(012).
    03  WA-SAD-MD5               PIC X(032).
    03  WA-SAD-SHA256            PIC X(064).
    03  WA-SAD-DATA-LIMITE       PIC 9(008).
    03  WA-SAD-HORA-LIMITE       PIC 9(006).

01  WA-SAI-TRAILER.
    03  WA-SAT-TIPO              PIC X(001).
    03  WA-SAT-TOTAL             PIC 9(005).
    03  WA-SAT-FALHAS            PIC 9(005).

77  WA-ED-DATA                   PIC 99/99/9999.
77  WA-ED-HORA                   PIC 99B99B99.

77  WA-ALR-PROGRAMA              PIC X(030)          VALUE "OUTBOUND".
77  WA-ALR-SEVERIDADE            PIC X(001)          VALUE "A".
77  WA-ALR-TEXTO                 PIC X(150)          VALUE SPACES.
77  WA-ALR-RETORNO               PIC 9(002)          VALUE ZEROS.

* TOTAIS DO DESTINO CORRENTE E DA RODADA INTEIRA.
77  WA-TOTAL-DST-ENVIADOS        PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-DST-FALHAS          PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-DST-CONFIRMADOS     PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-DST-NO-PRAZO        PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-DST-ATRASADOS       PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-DESTINOS            PIC 9(003)          VALUE ZEROS.
77  WA-TOTAL-ENVIADOS            PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-FALHAS              PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-CONFIRMADOS         PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-ATRASADOS           PIC 9(005)          VALUE ZEROS.

77  MYDIR                        USAGE HANDLE.
77  FILENAME                     PIC X(128).

copy "acucobol.def".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    PERFORM 2000-PROCESSAR-DESTINO
            WITH TEST AFTER
            UNTIL WA-FIM-DESTINOS-SIM.
    PERFORM 8000-TRAILER.
    PERFORM 9999-FINALIZAR.
    IF  WA-TOTAL-FALHAS > ZEROS
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.

1000-INICIALIZAR.
    OPEN INPUT DESTINOS-CTL.
    IF  SW-STATUS-DST(1:1) NOT = ZEROS
        DISPLAY "OUTBOUND - NAO ABRIU outbound.ctl, STATUS "
                SW-STATUS-DST UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN I-O OUTBSIT-FILE.
    IF  SW-STATUS-OBS = "35"
        OPEN OUTPUT OUTBSIT-FILE
        CLOSE OUTBSIT-FILE
        OPEN I-O OUTBSIT-FILE
    END-IF.
    IF  SW-STATUS-OBS(1:1) NOT = ZEROS
        DISPLAY "OUTBOUND - NAO ABRIU outbsit.ctl, STATUS "
                SW-STATUS-OBS UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT OUTBOUND-RPT.
    MOVE "SAIDA DE ARQUIVOS PARA PARCEIROS (outbound.ctl)"
         TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.
    ACCEPT WA-DATA-AGORA FROM DATE YYYYMMDD.
    ACCEPT WA-RELOGIO FROM TIME.
    MOVE WA-REL-HORA TO WA-HORA-AGORA.
    COMPUTE WA-CARIMBO-AGORA = WA-DATA-AGORA * 1000000 + WA-HORA-AGORA.

    SET CONFIGURATION "DLL-CONVENTION" TO 0.
    MOVE "./libmd5.so" TO WA-LIB.
    CALL WA-LIB.

    CALL "DLLCHECK" USING WA-LIB, WA-DLLCHK-RETORNO END-CALL.
    IF  WA-DLLCHK-DIVERGENTE OR WA-DLLCHK-ERRO-ARQUIVO
                               OR WA-DLLCHK-SEM-MANIFESTO
        DISPLAY "OUTBOUND - " WA-LIB " NAO BATE COM O MANIFESTO DE "
                "HASHES CONHECIDOS-BONS (DLLCHECK), STATUS "
                WA-DLLCHK-RETORNO UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*   PROCEDENCIA CONFERIDA ACIMA; AGORA A FUNCIONALIDADE - A
*   BIBLIOTECA PRECISA RESPONDER CERTO AOS VETORES CONHECIDOS.
    CALL "MD5SELF" USING WA-MSF-RETORNO END-CALL.
    IF  WA-MSF-RETORNO NOT = ZEROS
        DISPLAY "OUTBOUND - libmd5.so REPROVADA NO AUTOTESTE DE "
                "RESPOSTAS CONHECIDAS (MD5SELF), STATUS "
                WA-MSF-RETORNO UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*--------------------------------------------------------------------*
* UM DESTINO DO CONTROLE: CARREGA OS PARAMETROS, ENVIA O QUE ESTA NA  *
* PASTA DE SAIDA E CONFERE OS ENVIOS AINDA SEM RETORNO.               *
*--------------------------------------------------------------------*
2000-PROCESSAR-DESTINO.
    READ DESTINOS-CTL
         AT END SET WA-FIM-DESTINOS-SIM TO TRUE
         NOT AT END
             IF  DST-DESTINO NOT = SPACES
                 AND DST-DESTINO(1:1) NOT = "*"
                 AND DST-PASTA-SAIDA NOT = SPACES
                 AND DST-PASTA-ENVIO NOT = SPACES
                 PERFORM 2100-RODAR-DESTINO
                         THRU 2100-RODAR-DESTINO-EXIT
             END-IF
    END-READ.

2100-RODAR-DESTINO.
    ADD 1 TO WA-TOTAL-DESTINOS.
    MOVE DST-DESTINO       TO WA-DESTINO.
    MOVE DST-PASTA-SAIDA   TO WA-PASTA-SAIDA.
    MOVE DST-PASTA-ENVIO   TO WA-PASTA-ENVIO.
    MOVE DST-PASTA-RETORNO TO WA-PASTA-RETORNO.
    IF  DST-PRAZO-HORAS IS NUMERIC
        MOVE DST-PRAZO-HORAS TO WA-PRAZO-HORAS
    ELSE
        MOVE ZEROS TO WA-PRAZO-HORAS
    END-IF.
    IF  WA-PRAZO-HORAS = ZEROS
        MOVE 24 TO WA-PRAZO-HORAS
    END-IF.
    MOVE ZEROS TO WA-TOTAL-DST-ENVIADOS WA-TOTAL-DST-FALHAS
                  WA-TOTAL-DST-CONFIRMADOS WA-TOTAL-DST-NO-PRAZO
                  WA-TOTAL-DST-ATRASADOS.

    MOVE SPACES TO RPT-LINHA.
    IF  WA-PASTA-RETORNO = SPACES
        STRING "DESTINO " DELIMITED BY SIZE
               WA-DESTINO DELIMITED BY SPACE
               " - ENVIO PARA " DELIMITED BY SIZE
               WA-PASTA-ENVIO DELIMITED BY "   "
               " - SEM RETORNO DO PARCEIRO" DELIMITED BY SIZE
               INTO RPT-LINHA
    ELSE
        STRING "DESTINO " DELIMITED BY SIZE
               WA-DESTINO DELIMITED BY SPACE
               " - ENVIO PARA " DELIMITED BY SIZE
               WA-PASTA-ENVIO DELIMITED BY "   "
               " - PRAZO DE RETORNO " DELIMITED BY SIZE
               WA-PRAZO-HORAS DELIMITED BY SIZE
               "H" DELIMITED BY SIZE
               INTO RPT-LINHA
    END-IF.
    WRITE RPT-LINHA.

*   GARANTE A PASTA DE ENVIO DO DESTINO ANTES DA PRIMEIRA COPIA.
    CALL "CBL_CREATE_DIR" USING WA-PASTA-ENVIO
         ON EXCEPTION CONTINUE
    END-CALL.

    MOVE SPACES TO WA-NOME-SAI-MANIFESTO.
    STRING "saida-"                  DELIMITED BY SIZE
           FUNCTION TRIM(WA-DESTINO) DELIMITED BY SIZE
           ".manifesto"              DELIMITED BY SIZE
           INTO WA-NOME-SAI-MANIFESTO.
    MOVE "N" TO WA-MANIFESTO-ABERTO.

    PERFORM 3000-ENVIAR-PASTA THRU 3000-ENVIAR-PASTA-EXIT.

    IF  WA-MANIFESTO-ABERTO-SIM
        MOVE SPACES TO WA-SAI-TRAILER
        MOVE "T" TO WA-SAT-TIPO
        MOVE WA-TOTAL-DST-ENVIADOS TO WA-SAT-TOTAL
        MOVE WA-TOTAL-DST-FALHAS   TO WA-SAT-FALHAS
        MOVE WA-SAI-TRAILER TO SAI-LINHA
        WRITE SAI-LINHA
        CLOSE SAI-MANIFESTO
    END-IF.

    MOVE ZEROS TO WA-QTD-RETORNOS WA-RETORNOS-IGNORADOS.
    IF  WA-PASTA-RETORNO NOT = SPACES
        PERFORM 4000-CARREGAR-RETORNOS
                THRU 4000-CARREGAR-RETORNOS-EXIT
    END-IF.

    PERFORM 5000-CONFERIR-PENDENTES
            THRU 5000-CONFERIR-PENDENTES-EXIT.

    MOVE SPACES TO RPT-LINHA.
    STRING "  ENVIADOS: "          DELIMITED BY SIZE
           WA-TOTAL-DST-ENVIADOS   DELIMITED BY SIZE
           "  FALHAS: "            DELIMITED BY SIZE
           WA-TOTAL-DST-FALHAS     DELIMITED BY SIZE
           "  CONFIRMADOS: "       DELIMITED BY SIZE
           WA-TOTAL-DST-CONFIRMADOS DELIMITED BY SIZE
           "  NO PRAZO: "          DELIMITED BY SIZE
           WA-TOTAL-DST-NO-PRAZO   DELIMITED BY SIZE
           "  ATRASADOS: "         DELIMITED BY SIZE
           WA-TOTAL-DST-ATRASADOS  DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    IF  WA-RETORNOS-IGNORADOS > ZEROS
        MOVE SPACES TO RPT-LINHA
        STRING "  PASTA DE RETORNO COM MAIS DE 500 ARQUIVOS - "
                                   DELIMITED BY SIZE
               WA-RETORNOS-IGNORADOS DELIMITED BY SIZE
               " NAO CONSIDERADOS" DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

2100-RODAR-DESTINO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* PASTA DE SAIDA DO DESTINO: TODO ARQUIVO QUE AINDA NAO E .ENVIADO E  *
* UM ENVIO NOVO.  A PASTA E RASA - O JOB PRODUTOR GRAVA DIRETO NELA.  *
*--------------------------------------------------------------------*
3000-ENVIAR-PASTA.
    CALL "C$LIST-DIRECTORY" USING LISTDIR-OPEN, WA-PASTA-SAIDA, "*".
    MOVE RETURN-CODE TO MYDIR.
    IF  MYDIR = 0
        MOVE SPACES TO RPT-LINHA
        STRING "  PASTA DE SAIDA NAO EXISTE: " DELIMITED BY SIZE
               WA-PASTA-SAIDA DELIMITED BY "   "
               INTO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 3000-ENVIAR-PASTA-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-PASTA.
    PERFORM 3100-PROXIMO-ARQUIVO
            WITH TEST AFTER
            UNTIL WA-FIM-PASTA-SIM.
    CALL "C$LIST-DIRECTORY" USING LISTDIR-CLOSE, MYDIR.

3000-ENVIAR-PASTA-EXIT.
    EXIT.

3100-PROXIMO-ARQUIVO.
    CALL "C$LIST-DIRECTORY" USING LISTDIR-NEXT, MYDIR, FILENAME.
    IF  FILENAME = SPACES
        SET WA-FIM-PASTA-SIM TO TRUE
    ELSE
        IF  FILENAME NOT = "." AND FILENAME NOT = ".."
            MOVE ZEROS TO WA-TAM-NOME
            INSPECT FUNCTION REVERSE(FILENAME)
                    TALLYING WA-TAM-NOME FOR LEADING SPACES
            COMPUTE WA-TAM-NOME = 128 - WA-TAM-NOME
            IF  WA-TAM-NOME > 8
                AND FILENAME(WA-TAM-NOME - 7 : 8) = ".ENVIADO"
                CONTINUE
            ELSE
                PERFORM 3200-ENVIAR-ARQUIVO
                        THRU 3200-ENVIAR-ARQUIVO-EXIT
            END-IF
        END-IF
    END-IF.

*--------------------------------------------------------------------*
* UM ARQUIVO A ENVIAR: HASH DO ORIGINAL, COPIA PARA A PASTA DE ENVIO, *
* HASH DA COPIA (TEM QUE BATER), LINHA D NO MANIFESTO, REGISTRO NO    *
* outbsit.ctl E RENAME DO ORIGINAL PARA .ENVIADO.  QUALQUER FALHA     *
* ANTES DO MANIFESTO DEIXA O ORIGINAL ONDE ESTA PARA A PROXIMA RODADA.*
*--------------------------------------------------------------------*
3200-ENVIAR-ARQUIVO.
    MOVE SPACES TO WA-ARQUIVO-ORIGEM.
    STRING FUNCTION TRIM(WA-PASTA-SAIDA) DELIMITED BY SIZE
           FILENAME                      DELIMITED BY SPACE
           INTO WA-ARQUIVO-ORIGEM.
    MOVE SPACES TO WA-ARQUIVO-DESTINO.
    STRING FUNCTION TRIM(WA-PASTA-ENVIO) DELIMITED BY SIZE
           FILENAME                      DELIMITED BY SPACE
           INTO WA-ARQUIVO-DESTINO.

    MOVE ZEROS TO WA-FI-TAMANHO.
    MOVE WA-ARQUIVO-ORIGEM TO WA-NOME-FILEINFO.
    CALL "C$FILEINFO" USING WA-NOME-FILEINFO, WA-FILE-INFO
         GIVING RETURN-CODE
    END-CALL.

    MOVE WA-ARQUIVO-ORIGEM TO WA-ARQUIVO-HASH.
    PERFORM 6000-HASHEAR-ARQUIVO.
    IF  WA-MD5-HASH = SPACES OR WA-SHA256-HASH = SPACES
        MOVE "NAO LEU O ARQUIVO PARA O HASH" TO WA-MOTIVO
        PERFORM 3900-REGISTRAR-FALHA
        GO TO 3200-ENVIAR-ARQUIVO-EXIT
    END-IF.
    MOVE WA-MD5-HASH    TO WA-MD5-ORIGEM.
    MOVE WA-SHA256-HASH TO WA-SHA256-ORIGEM.

    CALL "C$COPY" USING WA-ARQUIVO-ORIGEM, WA-ARQUIVO-DESTINO, "S"
         GIVING RETURN-CODE
    END-CALL.
    IF  RETURN-CODE NOT = ZEROS
        MOVE "COPIA PARA A PASTA DE ENVIO FALHOU" TO WA-MOTIVO
        PERFORM 3900-REGISTRAR-FALHA
        GO TO 3200-ENVIAR-ARQUIVO-EXIT
    END-IF.

    MOVE WA-ARQUIVO-DESTINO TO WA-ARQUIVO-HASH.
    PERFORM 6000-HASHEAR-ARQUIVO.
    IF  WA-MD5-HASH NOT = WA-MD5-ORIGEM
        OR WA-SHA256-HASH NOT = WA-SHA256-ORIGEM
        CALL "CBL_DELETE_FILE" USING WA-ARQUIVO-DESTINO
        MOVE "COPIA NA PASTA DE ENVIO DIVERGE DO ORIGINAL" TO WA-MOTIVO
        PERFORM 3900-REGISTRAR-FALHA
        GO TO 3200-ENVIAR-ARQUIVO-EXIT
    END-IF.

    ACCEPT WA-DATA-ENVIO FROM DATE YYYYMMDD.
    ACCEPT WA-RELOGIO FROM TIME.
    MOVE WA-REL-HORA TO WA-HORA-ENVIO.
    PERFORM 7000-CALCULAR-LIMITE.

    IF  NOT WA-MANIFESTO-ABERTO-SIM
        PERFORM 3300-ABRIR-MANIFESTO
    END-IF.
    MOVE SPACES TO WA-SAI-DETALHE.
    MOVE "D"               TO WA-SAD-TIPO.
    MOVE FILENAME          TO WA-SAD-ARQUIVO.
    MOVE WA-DATA-ENVIO     TO WA-SAD-DATA-ENVIO.
    MOVE WA-HORA-ENVIO     TO WA-SAD-HORA-ENVIO.
    MOVE WA-FI-TAMANHO     TO WA-SAD-TAMANHO.
    MOVE WA-MD5-ORIGEM     TO WA-SAD-MD5.
    MOVE WA-SHA256-ORIGEM  TO WA-SAD-SHA256.
    MOVE WA-DATA-LIMITE    TO WA-SAD-DATA-LIMITE.
    MOVE WA-HORA-LIMITE    TO WA-SAD-HORA-LIMITE.
    MOVE WA-SAI-DETALHE TO SAI-LINHA.
    WRITE SAI-LINHA.

    MOVE SPACES TO OBS-RECORD.
    MOVE WA-DESTINO        TO OBS-DESTINO.
    MOVE FILENAME          TO OBS-ARQUIVO.
    MOVE WA-DATA-ENVIO     TO OBS-DATA-ENVIO.
    MOVE WA-HORA-ENVIO     TO OBS-HORA-ENVIO.
    MOVE WA-FI-TAMANHO     TO OBS-TAMANHO.
    MOVE WA-MD5-ORIGEM     TO OBS-MD5.
    MOVE WA-SHA256-ORIGEM  TO OBS-SHA256.
    MOVE WA-DATA-LIMITE    TO OBS-DATA-LIMITE.
    MOVE WA-HORA-LIMITE    TO OBS-HORA-LIMITE.
    IF  WA-PASTA-RETORNO = SPACES
        SET OBS-SITUACAO-SEM-RETORNO TO TRUE
    ELSE
        SET OBS-SITUACAO-ENVIADO TO TRUE
    END-IF.
    MOVE ZEROS TO OBS-RETORNO-DATA OBS-RETORNO-HORA.
    WRITE OBS-RECORD
          INVALID KEY
              REWRITE OBS-RECORD
    END-WRITE.
    IF  SW-STATUS-OBS(1:1) NOT = ZEROS
        PERFORM 3950-FALHA-SITUACAO
    END-IF.

    ADD 1 TO WA-TOTAL-DST-ENVIADOS.
    ADD 1 TO WA-TOTAL-ENVIADOS.
    MOVE SPACES TO RPT-LINHA.
    STRING "  ENVIADO    " DELIMITED BY SIZE
           FILENAME        DELIMITED BY SPACE
           "  MD5 "        DELIMITED BY SIZE
           WA-MD5-ORIGEM   DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

*   O ORIGINAL VIRA .ENVIADO - SE O RENAME FALHAR O ARQUIVO SERIA
*   MANDADO DE NOVO NA PROXIMA RODADA, E ISSO PRECISA SER VISTO.
    MOVE SPACES TO WA-ARQUIVO-ENVIADO.
    STRING FUNCTION TRIM(WA-ARQUIVO-ORIGEM) DELIMITED BY SIZE
           ".ENVIADO"                       DELIMITED BY SIZE
           INTO WA-ARQUIVO-ENVIADO.
    CALL "CBL_RENAME_FILE" USING WA-ARQUIVO-ORIGEM,
                                  WA-ARQUIVO-ENVIADO.
    IF  RETURN-CODE NOT = ZEROS
        MOVE "A" TO WA-ALR-SEVERIDADE
        MOVE SPACES TO WA-ALR-TEXTO
        STRING "ENVIADO MAS NAO RENOMEADO .ENVIADO (" DELIMITED BY SIZE
               FUNCTION TRIM(WA-DESTINO)          DELIMITED BY SIZE
               "), SERA REENVIADO: "              DELIMITED BY SIZE
               FUNCTION TRIM(WA-ARQUIVO-ORIGEM)   DELIMITED BY SIZE
               INTO WA-ALR-TEXTO
        END-STRING
        CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                               WA-ALR-TEXTO, WA-ALR-RETORNO
        END-CALL
    END-IF.

3200-ENVIAR-ARQUIVO-EXIT.
    EXIT.

3300-ABRIR-MANIFESTO.
    OPEN EXTEND SAI-MANIFESTO.
    IF  SW-STATUS-SAI(1:1) = "3"
        OPEN OUTPUT SAI-MANIFESTO
        CLOSE SAI-MANIFESTO
        OPEN EXTEND SAI-MANIFESTO
    END-IF.
    MOVE "S" TO WA-MANIFESTO-ABERTO.
    MOVE SPACES TO WA-SAI-HEADER.
    MOVE "H"            TO WA-SAH-TIPO.
    MOVE WA-DMR-DATA    TO WA-SAH-DATA.
    MOVE WA-HORA-AGORA  TO WA-SAH-HORA.
    MOVE WA-DESTINO     TO WA-SAH-DESTINO.
    MOVE WA-PASTA-ENVIO TO WA-SAH-PASTA.
    MOVE WA-SAI-HEADER TO SAI-LINHA.
    WRITE SAI-LINHA.

*--------------------------------------------------------------------*
* ENVIO QUE NAO ACONTECEU: CONTA, ALERTA NA CENTRAL E VAI PARA O      *
* RELATORIO.  O ORIGINAL FICA NA PASTA DE SAIDA.                      *
*--------------------------------------------------------------------*
3900-REGISTRAR-FALHA.
    ADD 1 TO WA-TOTAL-DST-FALHAS.
    ADD 1 TO WA-TOTAL-FALHAS.
    MOVE "E" TO WA-ALR-SEVERIDADE.
    MOVE SPACES TO WA-ALR-TEXTO.
    STRING "ENVIO NAO FEITO ("               DELIMITED BY SIZE
           FUNCTION TRIM(WA-DESTINO)         DELIMITED BY SIZE
           "): "                             DELIMITED BY SIZE
           FUNCTION TRIM(WA-ARQUIVO-ORIGEM)  DELIMITED BY SIZE
           " - "                             DELIMITED BY SIZE
           FUNCTION TRIM(WA-MOTIVO)          DELIMITED BY SIZE
           INTO WA-ALR-TEXTO.
    CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                           WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.
    MOVE SPACES TO RPT-LINHA.
    STRING "  FALHOU     " DELIMITED BY SIZE
           FILENAME        DELIMITED BY SPACE
           " - "           DELIMITED BY SIZE
           WA-MOTIVO       DELIMITED BY "   "
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* O outbsit.ctl NAO GRAVOU: O QUE JA SAIU CONTINUA SAINDO (O ORIGINAL *
* VIRA .ENVIADO, SENAO IRIA DE NOVO), MAS O PASSO TERMINA COM         *
* RETURN-CODE 8 E ALERTA - SEM A SITUACAO O RETORNO NAO E COBRADO.    *
*--------------------------------------------------------------------*
3950-FALHA-SITUACAO.
    ADD 1 TO WA-TOTAL-DST-FALHAS.
    ADD 1 TO WA-TOTAL-FALHAS.
    MOVE SPACES TO WA-MOTIVO.
    STRING "NAO GRAVOU NO outbsit.ctl, STATUS " DELIMITED BY SIZE
           SW-STATUS-OBS                        DELIMITED BY SIZE
           INTO WA-MOTIVO.
    MOVE "E" TO WA-ALR-SEVERIDADE.
    MOVE SPACES TO WA-ALR-TEXTO.
    STRING "SITUACAO DO ENVIO PERDIDA ("     DELIMITED BY SIZE
           FUNCTION TRIM(WA-DESTINO)         DELIMITED BY SIZE
           "): "                             DELIMITED BY SIZE
           FUNCTION TRIM(OBS-ARQUIVO)        DELIMITED BY SIZE
           " - "                             DELIMITED BY SIZE
           FUNCTION TRIM(WA-MOTIVO)          DELIMITED BY SIZE
           INTO WA-ALR-TEXTO.
    CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                           WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.
    MOVE SPACES TO RPT-LINHA.
    STRING "  SEM SITUACAO " DELIMITED BY SIZE
           OBS-ARQUIVO       DELIMITED BY SPACE
           " - "             DELIMITED BY SIZE
           WA-MOTIVO         DELIMITED BY "   "
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* CARREGA OS ARQUIVOS DA PASTA DE RETORNO DO DESTINO COM O CARIMBO DE *
* GRAVACAO DE CADA UM.                                                *
*--------------------------------------------------------------------*
4000-CARREGAR-RETORNOS.
    CALL "C$LIST-DIRECTORY" USING LISTDIR-OPEN, WA-PASTA-RETORNO, "*".
    MOVE RETURN-CODE TO MYDIR.
    IF  MYDIR = 0
        MOVE SPACES TO RPT-LINHA
        STRING "  PASTA DE RETORNO NAO EXISTE: " DELIMITED BY SIZE
               WA-PASTA-RETORNO DELIMITED BY "   "
               INTO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 4000-CARREGAR-RETORNOS-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-PASTA.
    PERFORM 4100-CARREGAR-RETORNO
            WITH TEST AFTER
            UNTIL WA-FIM-PASTA-SIM.
    CALL "C$LIST-DIRECTORY" USING LISTDIR-CLOSE, MYDIR.

4000-CARREGAR-RETORNOS-EXIT.
    EXIT.

4100-CARREGAR-RETORNO.
    CALL "C$LIST-DIRECTORY" USING LISTDIR-NEXT, MYDIR, FILENAME.
    IF  FILENAME = SPACES
        SET WA-FIM-PASTA-SIM TO TRUE
    ELSE
        IF  FILENAME NOT = "." AND FILENAME NOT = ".."
            IF  WA-QTD-RETORNOS < 500
                MOVE SPACES TO WA-NOME-FILEINFO
                STRING FUNCTION TRIM(WA-PASTA-RETORNO) DELIMITED BY SIZE
                       FILENAME DELIMITED BY SPACE
                       INTO WA-NOME-FILEINFO
                MOVE ZEROS TO WA-FI-DATA WA-FI-HORA
                CALL "C$FILEINFO" USING WA-NOME-FILEINFO, WA-FILE-INFO
                     GIVING RETURN-CODE
                END-CALL
                ADD 1 TO WA-QTD-RETORNOS
                MOVE FILENAME TO WA-RTN-NOME(WA-QTD-RETORNOS)
                MOVE "N"      TO WA-RTN-USADO(WA-QTD-RETORNOS)
                COMPUTE WA-RTN-CARIMBO(WA-QTD-RETORNOS) =
                        WA-FI-DATA * 1000000 + WA-FI-HORA / 100
            ELSE
                ADD 1 TO WA-RETORNOS-IGNORADOS
            END-IF
        END-IF
    END-IF.

*--------------------------------------------------------------------*
* PERCORRE OS ENVIOS DO DESTINO NO outbsit.ctl (A CHAVE COMECA PELO   *
* DESTINO) E CONFERE CADA UM AINDA PENDENTE.  ANTES, UMA PASSADA      *
* MARCA OS RETORNOS QUE JA CONFIRMARAM UM ENVIO EM RODADA ANTERIOR -  *
* ESSES NAO CASAM COM MAIS NINGUEM.                                   *
*--------------------------------------------------------------------*
5000-CONFERIR-PENDENTES.
    MOVE LOW-VALUES TO OBS-CHAVE.
    MOVE WA-DESTINO TO OBS-DESTINO.
    START OUTBSIT-FILE KEY IS NOT LESS THAN OBS-CHAVE
          INVALID KEY
              GO TO 5000-CONFERIR-PENDENTES-EXIT
    END-START.
    MOVE "N" TO WA-FIM-OBS.
    PERFORM 5050-MARCAR-CONFIRMADO
            WITH TEST AFTER
            UNTIL WA-FIM-OBS-SIM.

    MOVE LOW-VALUES TO OBS-CHAVE.
    MOVE WA-DESTINO TO OBS-DESTINO.
    START OUTBSIT-FILE KEY IS NOT LESS THAN OBS-CHAVE
          INVALID KEY
              GO TO 5000-CONFERIR-PENDENTES-EXIT
    END-START.
    MOVE "N" TO WA-FIM-OBS.
    PERFORM 5100-PROXIMO-ENVIO
            WITH TEST AFTER
            UNTIL WA-FIM-OBS-SIM.

5000-CONFERIR-PENDENTES-EXIT.
    EXIT.

5050-MARCAR-CONFIRMADO.
    READ OUTBSIT-FILE NEXT RECORD
         AT END SET WA-FIM-OBS-SIM TO TRUE
         NOT AT END
             IF  OBS-DESTINO NOT = WA-DESTINO
                 SET WA-FIM-OBS-SIM TO TRUE
             ELSE
                 IF  OBS-SITUACAO-CONFIRMADO
                     AND OBS-RETORNO-ARQUIVO NOT = SPACES
                     PERFORM 5060-MARCAR-USADO
                             VARYING WA-RET-IDX FROM 1 BY 1
                             UNTIL WA-RET-IDX > WA-QTD-RETORNOS
                 END-IF
             END-IF
    END-READ.

5060-MARCAR-USADO.
    IF  WA-RTN-NOME(WA-RET-IDX) = OBS-RETORNO-ARQUIVO
        MOVE "S" TO WA-RTN-USADO(WA-RET-IDX)
    END-IF.

5100-PROXIMO-ENVIO.
    READ OUTBSIT-FILE NEXT RECORD
         AT END SET WA-FIM-OBS-SIM TO TRUE
         NOT AT END
             IF  OBS-DESTINO NOT = WA-DESTINO
                 SET WA-FIM-OBS-SIM TO TRUE
             ELSE
                 IF  OBS-SITUACAO-PENDENTE
                     PERFORM 5200-CONFERIR-ENVIO
                             THRU 5200-CONFERIR-ENVIO-EXIT
                 END-IF
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* UM ENVIO PENDENTE: PROCURA O RETORNO NA TABELA PELO NOME DO ENVIADO *
* SEM A EXTENSAO; ACHOU, CONFIRMA.  NAO ACHOU E O PRAZO VENCEU, VIRA  *
* ATRASADO (ALERTA SO NA VIRADA) E ENTRA NA LISTA DO RELATORIO.       *
*--------------------------------------------------------------------*
5200-CONFERIR-ENVIO.
    MOVE "N" TO WA-ACHOU-RETORNO.
    IF  WA-QTD-RETORNOS > ZEROS
        PERFORM 5300-RAIZ-DO-NOME
        COMPUTE WA-CARIMBO-ENVIO =
                OBS-DATA-ENVIO * 1000000 + OBS-HORA-ENVIO
        PERFORM 5400-PROCURAR-RETORNO
                VARYING WA-RET-IDX FROM 1 BY 1
                UNTIL WA-RET-IDX > WA-QTD-RETORNOS
                   OR WA-ACHOU-RETORNO-SIM
    END-IF.

    IF  WA-ACHOU-RETORNO-SIM
        SET OBS-SITUACAO-CONFIRMADO TO TRUE
        REWRITE OBS-RECORD
        IF  SW-STATUS-OBS(1:1) NOT = ZEROS
            PERFORM 3950-FALHA-SITUACAO
        END-IF
        ADD 1 TO WA-TOTAL-DST-CONFIRMADOS
        ADD 1 TO WA-TOTAL-CONFIRMADOS
        MOVE SPACES TO RPT-LINHA
        STRING "  CONFIRMADO " DELIMITED BY SIZE
               OBS-ARQUIVO     DELIMITED BY SPACE
               " PELO RETORNO " DELIMITED BY SIZE
               OBS-RETORNO-ARQUIVO DELIMITED BY SPACE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 5200-CONFERIR-ENVIO-EXIT
    END-IF.

    COMPUTE WA-CARIMBO-LIMITE =
            OBS-DATA-LIMITE * 1000000 + OBS-HORA-LIMITE.
    IF  WA-CARIMBO-AGORA NOT > WA-CARIMBO-LIMITE
        ADD 1 TO WA-TOTAL-DST-NO-PRAZO
        GO TO 5200-CONFERIR-ENVIO-EXIT
    END-IF.

    ADD 1 TO WA-TOTAL-DST-ATRASADOS.
    ADD 1 TO WA-TOTAL-ATRASADOS.
    PERFORM 5500-EDITAR-ENVIO.
    IF  OBS-SITUACAO-ENVIADO
        SET OBS-SITUACAO-ATRASADO TO TRUE
        REWRITE OBS-RECORD
        IF  SW-STATUS-OBS(1:1) NOT = ZEROS
            PERFORM 3950-FALHA-SITUACAO
        END-IF
        MOVE "A" TO WA-ALR-SEVERIDADE
        MOVE SPACES TO WA-ALR-TEXTO
        STRING "SEM RETORNO NO PRAZO ("      DELIMITED BY SIZE
               FUNCTION TRIM(WA-DESTINO)     DELIMITED BY SIZE
               "): "                         DELIMITED BY SIZE
               FUNCTION TRIM(OBS-ARQUIVO)    DELIMITED BY SIZE
               " ENVIADO EM "                DELIMITED BY SIZE
               WA-ED-DATA                    DELIMITED BY SIZE
               " "                           DELIMITED BY SIZE
               WA-ED-HORA                    DELIMITED BY SIZE
               INTO WA-ALR-TEXTO
        END-STRING
        CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                               WA-ALR-TEXTO, WA-ALR-RETORNO
        END-CALL
    END-IF.
    MOVE SPACES TO RPT-LINHA.
    STRING "  ATRASADO   " DELIMITED BY SIZE
           OBS-ARQUIVO     DELIMITED BY SPACE
           " ENVIADO EM "  DELIMITED BY SIZE
           WA-ED-DATA      DELIMITED BY SIZE
           " "             DELIMITED BY SIZE
           WA-ED-HORA      DELIMITED BY SIZE
           "  MD5 "        DELIMITED BY SIZE
           OBS-MD5         DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

5200-CONFERIR-ENVIO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* RAIZ DO NOME ENVIADO = ATE O ULTIMO PONTO (SEM PONTO, O NOME TODO). *
*--------------------------------------------------------------------*
5300-RAIZ-DO-NOME.
    MOVE ZEROS TO WA-TAM-NOME.
    INSPECT FUNCTION REVERSE(OBS-ARQUIVO)
            TALLYING WA-TAM-NOME FOR LEADING SPACES.
    COMPUTE WA-TAM-NOME = 100 - WA-TAM-NOME.
    MOVE ZEROS TO WA-POS-PONTO.
    PERFORM 5310-ACHAR-PONTO
            VARYING WA-SCAN-IDX FROM WA-TAM-NOME BY -1
            UNTIL WA-SCAN-IDX < 2 OR WA-POS-PONTO > ZEROS.
    IF  WA-POS-PONTO > ZEROS
        COMPUTE WA-TAM-RAIZ = WA-POS-PONTO - 1
    ELSE
        MOVE WA-TAM-NOME TO WA-TAM-RAIZ
    END-IF.

5310-ACHAR-PONTO.
    IF  OBS-ARQUIVO(WA-SCAN-IDX:1) = "."
        MOVE WA-SCAN-IDX TO WA-POS-PONTO
    END-IF.

*--------------------------------------------------------------------*
* O RETORNO TEM QUE TRAZER A RAIZ INTEIRA: DEPOIS DELA VEM PONTO OU O *
* FIM DO NOME (REM0001 NAO CASA COM REM00010.RET).  RETORNO JA CASADO *
* COM OUTRO ENVIO NAO CONFIRMA ESTE.                                  *
*--------------------------------------------------------------------*
5400-PROCURAR-RETORNO.
    IF  WA-TAM-RAIZ > ZEROS
        AND WA-RTN-USADO(WA-RET-IDX) NOT = "S"
        AND WA-RTN-NOME(WA-RET-IDX) NOT = OBS-ARQUIVO
        AND WA-RTN-CARIMBO(WA-RET-IDX) NOT < WA-CARIMBO-ENVIO
        MOVE ZEROS TO WA-OCORRENCIAS
        PERFORM 5410-CASAR-POSICAO
                VARYING WA-SCAN-IDX FROM 1 BY 1
                UNTIL WA-SCAN-IDX > 129 - WA-TAM-RAIZ
                   OR WA-OCORRENCIAS > ZEROS
        IF  WA-OCORRENCIAS > ZEROS
            MOVE "S" TO WA-ACHOU-RETORNO
            MOVE "S" TO WA-RTN-USADO(WA-RET-IDX)
            MOVE WA-RTN-NOME(WA-RET-IDX) TO OBS-RETORNO-ARQUIVO
            COMPUTE OBS-RETORNO-DATA =
                    WA-RTN-CARIMBO(WA-RET-IDX) / 1000000
            COMPUTE OBS-RETORNO-HORA =
                    WA-RTN-CARIMBO(WA-RET-IDX)
                  - OBS-RETORNO-DATA * 1000000
        END-IF
    END-IF.

5410-CASAR-POSICAO.
    IF  WA-RTN-NOME(WA-RET-IDX)(WA-SCAN-IDX:WA-TAM-RAIZ) =
        OBS-ARQUIVO(1:WA-TAM-RAIZ)
        IF  WA-SCAN-IDX + WA-TAM-RAIZ > 128
            MOVE 1 TO WA-OCORRENCIAS
        ELSE
            IF  WA-RTN-NOME(WA-RET-IDX)(WA-SCAN-IDX + WA-TAM-RAIZ:1)
                = "." OR SPACE
                MOVE 1 TO WA-OCORRENCIAS
            END-IF
        END-IF
    END-IF.

5500-EDITAR-ENVIO.
    MOVE OBS-DATA-ENVIO TO WA-DATA-PARTES.
    MOVE WA-DP-DD       TO WA-DMA-DD.
    MOVE WA-DP-MM       TO WA-DMA-MM.
    MOVE WA-DP-AAAA     TO WA-DMA-AAAA.
    MOVE WA-DATA-DMA-N  TO WA-ED-DATA.
    MOVE OBS-HORA-ENVIO TO WA-ED-HORA.
    INSPECT WA-ED-HORA REPLACING ALL " " BY ":".

*--------------------------------------------------------------------*
* HASH DE UM ARQUIVO (WA-ARQUIVO-HASH) - MESMA MAQUINA DO VENDBKP:    *
* MD5SHA256File NUM PASSO SO, OU MD5File + SHA256File QUANDO A        *
* BIBLIOTECA AINDA NAO TEM O PASSO UNICO.  NAO LEU = HASH EM BRANCO.  *
*--------------------------------------------------------------------*
6000-HASHEAR-ARQUIVO.
    MOVE SPACES TO WA-MD5-HASH WA-SHA256-HASH.
    MOVE -1 TO X.
    MOVE -1 TO SHA-X.
    IF  NOT WA-SEM-PASSO-UNICO-SIM
        CALL "MD5SHA256File" USING BY REFERENCE WA-ARQUIVO-HASH
                                   BY REFERENCE RET
                                   BY REFERENCE X
                                   BY REFERENCE SHA-RET
                                   BY REFERENCE SHA-X
                             GIVING RETURN-CODE
             ON EXCEPTION
                 MOVE "S" TO WA-SEM-PASSO-UNICO
        END-CALL
    END-IF.
    IF  WA-SEM-PASSO-UNICO-SIM
        CALL "MD5File" USING BY REFERENCE WA-ARQUIVO-HASH
                             BY REFERENCE RET
                             BY REFERENCE X
                       GIVING RETURN-CODE
        END-CALL
        CALL "SHA256File" USING BY REFERENCE WA-ARQUIVO-HASH
                                BY REFERENCE SHA-RET
                                BY REFERENCE SHA-X
                          GIVING RETURN-CODE
        END-CALL
    END-IF.
    IF  X >= ZEROS
        CALL "C$MEMCPY" USING BY REFERENCE RETO, BY VALUE RET, X
        MOVE RETO(1:32) TO WA-MD5-HASH
    END-IF.
    IF  SHA-X >= ZEROS
        CALL "C$MEMCPY" USING BY REFERENCE SHA-RETO,
                               BY VALUE SHA-RET, SHA-X
        MOVE SHA-RETO(1:64) TO WA-SHA256-HASH
    END-IF.

*--------------------------------------------------------------------*
* PRAZO DO RETORNO = CARIMBO DO ENVIO + PRAZO-HORAS DO DESTINO, COM A *
* VIRADA DE DIA PELO INTEGER-OF-DATE (COMO NO LOCKAUD).               *
*--------------------------------------------------------------------*
7000-CALCULAR-LIMITE.
    MOVE WA-HORA-ENVIO TO WA-HORA-PARTES.
    COMPUTE WA-MINUTOS =
            FUNCTION INTEGER-OF-DATE(WA-DATA-ENVIO) * 1440
          + WA-HP-HH * 60 + WA-HP-MM
          + WA-PRAZO-HORAS * 60.
    DIVIDE WA-MINUTOS BY 1440 GIVING WA-DIAS REMAINDER WA-RESTO.
    COMPUTE WA-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(WA-DIAS).
    DIVIDE WA-RESTO BY 60 GIVING WA-HORAS-RESTO REMAINDER WA-HP-MM.
    MOVE WA-HORAS-RESTO TO WA-HP-HH.
    MOVE WA-HORA-PARTES TO WA-HORA-LIMITE.

8000-TRAILER.
    MOVE SPACES TO RPT-LINHA.
    STRING "DESTINOS: "         DELIMITED BY SIZE
           WA-TOTAL-DESTINOS    DELIMITED BY SIZE
           "  ENVIADOS: "       DELIMITED BY SIZE
           WA-TOTAL-ENVIADOS    DELIMITED BY SIZE
           "  FALHAS: "         DELIMITED BY SIZE
           WA-TOTAL-FALHAS      DELIMITED BY SIZE
           "  CONFIRMADOS: "    DELIMITED BY SIZE
           WA-TOTAL-CONFIRMADOS DELIMITED BY SIZE
           "  ATRASADOS: "      DELIMITED BY SIZE
           WA-TOTAL-ATRASADOS   DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

9999-FINALIZAR.
    CLOSE DESTINOS-CTL.
    CLOSE OUTBSIT-FILE.
    CLOSE OUTBOUND-RPT.
    CANCEL WA-LIB.
