IDENTIFICATION DIVISION.
PROGRAM-ID.    XFDPERF.
*------------------------------------------------------------------------------*
* PERFIL DE CAMPOS DOS ARQUIVOS DA VENDAS, ATRAVES DA XFD.  O DQSCAN SO DIZ    *
* SE O CONTEUDO BATE COM O TIPO; ANTES DE UMA MIGRACAO OU DE UMA REGRA NOVA    *
* DE QUALIDADE PRECISAMOS SABER O QUE REALMENTE TEM EM CADA CAMPO.  PARA CADA  *
* ARQUIVO DA LISTA parsetst-lista.ctl (A MESMA DO DQSCAN), LE OS REGISTROS     *
* CRUS COMO O DQSCAN E, POR CAMPO DO CATALOGO DA XFD, APURA:                   *
*                                                                              *
*   - PREENCHIMENTO: % DE REGISTROS COM O CAMPO NEM EM BRANCO (ESPACOS OU      *
*     LOW-VALUES) NEM ZERADO (SO CAMPO NUMERICO, DIGITS > 0);                  *
*   - QUANTIDADE DE VALORES DISTINTOS, CONTADA ATE O LIMITE DO PARAMETRO       *
*     (ACIMA DELE SAI "+" - "PELO MENOS");                                     *
*   - MENOR E MAIOR VALOR, NA ORDEM DOS BYTES (EXATA PARA TEXTO E NUMERICO     *
*     SEM SINAL, QUE E O QUE A VENDAS USA);                                    *
*   - OS 10 VALORES MAIS FREQUENTES COM A QUANTIDADE;                          *
*   - CAMPO DE DATA (ATRIBUTO DE DATA DA XFD - FORMAT PREENCHIDO - EM CAMPO    *
*     NUMERICO DE 8 DIGITOS SEM ESCALA, A REGRA DO XFDCreateTable): A DATA     *
*     MAIS ANTIGA E A MAIS RECENTE, SO ENTRE OS VALORES AAAAMMDD VALIDOS (DIA  *
*     CONFERIDO CONTRA O TAMANHO DO MES).  SO TER 8 BYTES NAO FAZ DATA.        *
*                                                                              *
* VALOR EM BRANCO NAO ENTRA EM DISTINTOS/MIN/MAX/TOP (SO NO PREENCHIMENTO).    *
* CAMPO COM MAIS DE 60 BYTES NAO E PERFILADO (MESMO CORTE DO DQSCAN).  A       *
* APURACAO E UM SORT POR CAMPO + VALOR NUMA UNICA LEITURA DO ARQUIVO - O       *
* SORT DA CONTA DE DISTINTOS E FREQUENCIAS SEM LIMITE DE MEMORIA.              *
*                                                                              *
* SAIDAS:                                                                      *
*   - xfdperf.rpt: O RELATORIO LEGIVEL, CAMPO A CAMPO;                         *
*   - xfd-perfil.json: O MESMO PERFIL PARA MAQUINA, COM AS CHAVES "arquivo"    *
*     E "name" DO xfd-catalogo-completo.json DO XFDEXP (JUNTA DIRETO COM O     *
*     CATALOGO DE CAMPOS);                                                     *
*   - xfdperf-hist.txt: HISTORICO DATADO (LAYOUT EM xfd/xfdperf.ws), UMA       *
*     LINHA POR CAMPO POR RODADA.  CONTRA A ULTIMA LINHA DE CADA CAMPO O       *
*     RELATORIO APONTA DISTRIBUICAO QUE MUDOU DE REPENTE: PREENCHIMENTO QUE    *
*     ANDOU MAIS QUE O LIMIAR, DISTINTOS QUE DOBRARAM OU CAIRAM A METADE, OU   *
*     VALOR MAIS FREQUENTE QUE TROCOU.                                         *
*                                                                              *
* PARAMETROS (xfdperf.ctl): LIMITE-DISTINTOS(5) AMOSTRA(9) LIMIAR-PCT(3).      *
* SEM O ARQUIVO, 1000 DISTINTOS, TODOS OS REGISTROS (AMOSTRA ZERO) E 10        *
* PONTOS DE PREENCHIMENTO.  AMOSTRA > 0 PARA NOS N PRIMEIROS REGISTROS DE      *
* CADA ARQUIVO (ARQUIVO GRANDE, RODADA EXPLORATORIA) - O RELATORIO AVISA.      *
* E DIAGNOSTICO: TERMINA COM RETURN-CODE 0 MESMO COM ARQUIVO QUE NAO           *
* PARSEOU OU NAO ABRIU (SAI NO RELATORIO); 8 SO SEM A LISTA OU O HISTORICO.    *
*                                                                              *
* CRIACAO...: 15/10/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - CAMPO DE DATA SO COM ATRIBUTO DE DATA DA    *
*             XFD EM NUMERICO DE 8 DIGITOS SEM ESCALA; DIA CONFERIDO CONTRA O  *
*             TAMANHO DO MES.                                                  *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-CTL ASSIGN "xfdperf.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-PARM.

    SELECT PARTST-LISTA ASSIGN "parsetst-lista.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-LST.

    SELECT VENDAS-FILE ASSIGN WA-ARQ-DADOS
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY WA-CHAVE-FICTICIA
           FILE STATUS SW-STATUS-VEN.

    SELECT XFDPERF-RPT ASSIGN "xfdperf.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

* PERFIL PARA MAQUINA, SOBRESCRITO A CADA RODADA.
    SELECT PERF-JSON ASSIGN "xfd-perfil.json"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-JSON.

* HISTORICO DATADO DOS PERFIS (APPEND-ONLY).
    SELECT PERF-HIST ASSIGN "xfdperf-hist.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-HIST.

* ORDENACAO POR CAMPO + VALOR, UMA PASSADA POR ARQUIVO.
    SELECT ORDENA-WORK ASSIGN "xfdperf.srt".

DATA DIVISION.
FILE SECTION.
FD  PARM-CTL.
01  PARM-LINHA.
    03  PARM-LIMITE-DISTINTOS    PIC X(005).
    03  PARM-AMOSTRA             PIC X(009).
    03  PARM-LIMIAR-PCT          PIC X(003).

FD  PARTST-LISTA.
01  LISTA-LINHA.
    03  LISTA-NOME-BASE          PIC X(032).

FD  VENDAS-FILE.
01  VENDAS-REC.
    03  WA-CHAVE-FICTICIA        PIC X(020).
    03  FILLER                   PIC X(3980).

FD  XFDPERF-RPT.
01  RPT-LINHA                    PIC X(200).

FD  PERF-JSON.
01  JSON-LINHA                   PIC X(4000).

FD  PERF-HIST.
copy "xfd/xfdperf.ws".

SD  ORDENA-WORK.
01  ORD-LINHA.
    03  ORD-CAMPO                PIC 9(003).
    03  ORD-VALOR                PIC X(060).

WORKING-STORAGE SECTION.
77  SW-STATUS-PARM               PIC X(002)          VALUE SPACES.
77  SW-STATUS-LST                PIC X(002)          VALUE SPACES.
77  SW-STATUS-VEN                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-JSON               PIC X(002)          VALUE SPACES.
77  SW-STATUS-HIST               PIC X(002)          VALUE SPACES.

77  WA-FIM-LISTA                 PIC X(001)          VALUE "N".
    88  WA-FIM-LISTA-SIM                             VALUE "S".
77  WA-FIM-VENDAS                PIC X(001)          VALUE "N".
    88  WA-FIM-VENDAS-SIM                            VALUE "S".
77  WA-FIM-ORDENA                PIC X(001)          VALUE "N".
    88  WA-FIM-ORDENA-SIM                            VALUE "S".
77  WA-FIM-HIST                  PIC X(001)          VALUE "N".
    88  WA-FIM-HIST-SIM                              VALUE "S".

77  WA-LIMITE-DISTINTOS          PIC 9(005)          VALUE 1000.
77  WA-AMOSTRA                   PIC 9(009)          VALUE ZEROS.
77  WA-LIMIAR-PCT                PIC 9(003)          VALUE 10.

* DATA DE MOVIMENTO DA RODADA (ROTINA DATAMOV) - VAI NO PRF-DATA.
77  WA-DMR-OPERACAO              PIC X(001)          VALUE "C".
77  WA-DMR-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO               PIC 9(002)          VALUE ZEROS.
77  WA-DATA-HOJE                 PIC 9(008)          VALUE ZEROS.
77  WA-HORA-CENTESIMOS           PIC 9(008)          VALUE ZEROS.
77  WA-HORA-AGORA                PIC 9(006)          VALUE ZEROS.

77  WA-PASTA-DADOS               PIC X(100)          VALUE
                                 "/multidad/vendas/".
77  WA-NOME-BASE                 PIC X(032)          VALUE SPACES.
77  WA-ARQ-DADOS                 PIC X(140)          VALUE SPACES.
77  WA-RECORD-BUFFER             PIC X(4000)         VALUE SPACES.

77  WA-TOTAL-REGISTROS           PIC 9(009)          VALUE ZEROS.
77  WA-AMOSTROU                  PIC X(001)          VALUE "N".
    88  WA-AMOSTROU-SIM                              VALUE "S".
77  WA-ARQUIVOS-PERFILADOS       PIC 9(005)          VALUE ZEROS.
77  WA-ARQUIVOS-FALHOS           PIC 9(005)          VALUE ZEROS.
77  WA-CAMPOS-MUDARAM            PIC 9(005)          VALUE ZEROS.
77  WA-PRIMEIRO-ARQUIVO          PIC X(001)          VALUE "S".
77  WA-PRIMEIRO-CAMPO            PIC X(001)          VALUE "S".

*--------------------------------------------------------------------*
* CATALOGO DOS CAMPOS DO ARQUIVO CORRENTE (COPIADO UMA VEZ POR        *
* ARQUIVO, COMO NO DQSCAN) E, POR CAMPO, O PERFIL APURADO.            *
*--------------------------------------------------------------------*
01  WA-CAMPOS.
    03  WA-QTD-CAMPOS            PIC 9(003)          VALUE ZEROS.
    03  WA-CAMPO-ITEM            OCCURS 300 TIMES.
        05  WA-CAM-NOME          PIC X(032).
        05  WA-CAM-OFFSET        PIC 9(005).
        05  WA-CAM-LENGTH        PIC 9(005).
        05  WA-CAM-DIGITS        PIC 9(005).
        05  WA-CAM-FORMAT        PIC X(030).
        05  WA-CAM-PERFILA       PIC X(001).
        05  WA-CAM-DATA          PIC X(001).
        05  WA-CAM-BRANCOS       PIC 9(009).
        05  WA-CAM-ZEROS         PIC 9(009).
        05  WA-CAM-DISTINTOS     PIC 9(007).
        05  WA-CAM-NO-LIMITE     PIC X(001).
        05  WA-CAM-TEM-VALOR     PIC X(001).
        05  WA-CAM-MINIMO        PIC X(060).
        05  WA-CAM-MAXIMO        PIC X(060).
        05  WA-CAM-DATA-MIN      PIC 9(008).
        05  WA-CAM-DATA-MAX      PIC 9(008).
        05  WA-CAM-QTD-TOP       PIC 9(002).
        05  WA-CAM-TOP           OCCURS 10 TIMES.
            07  WA-TOP-VALOR     PIC X(060).
            07  WA-TOP-QTD       PIC 9(009).

77  WA-IDX                       PIC 9(003)          VALUE ZEROS.
77  WA-TOP-IDX                   PIC 9(002)          VALUE ZEROS.
77  WA-POS                       PIC 9(002)          VALUE ZEROS.
77  WA-POS-ANT                   PIC 9(002)          VALUE ZEROS.
77  WA-PARAR                     PIC X(001)          VALUE "N".
    88  WA-PARAR-SIM                                 VALUE "S".
01  WA-TOP-TROCA.
    03  WA-TROCA-VALOR           PIC X(060).
    03  WA-TROCA-QTD             PIC 9(009).

77  WA-TAM                       PIC 9(005)          VALUE ZEROS.
77  WA-CAMPO-CRU                 PIC X(060)          VALUE SPACES.
77  WA-MES                       PIC 9(002)          VALUE ZEROS.
77  WA-DIA                       PIC 9(002)          VALUE ZEROS.
77  WA-DATA-VALOR                PIC 9(008)          VALUE ZEROS.

* GRUPO CORRENTE DA SAIDA DO SORT (MESMO CAMPO E MESMO VALOR).
77  WA-GRP-CAMPO                 PIC 9(003)          VALUE ZEROS.
77  WA-GRP-VALOR                 PIC X(060)          VALUE SPACES.
77  WA-GRP-QTD                   PIC 9(009)          VALUE ZEROS.

*--------------------------------------------------------------------*
* ULTIMO PERFIL DE CADA ARQUIVO + CAMPO NO HISTORICO, CARREGADO NO    *
* INICIO - E CONTRA ELE QUE A MUDANCA DE DISTRIBUICAO E APONTADA.     *
* O HISTORICO REPETE A MESMA ORDEM DE CAMPOS A CADA RODADA, ENTAO A   *
* BUSCA TENTA PRIMEIRO A POSICAO SEGUINTE A ULTIMA ACHADA.            *
*--------------------------------------------------------------------*
01  WA-ANTERIORES.
    03  WA-QTD-ANT               PIC 9(004)          VALUE ZEROS.
    03  WA-ANT-ITEM              OCCURS 3000 TIMES.
        05  WA-ANT-ARQUIVO       PIC X(032).
        05  WA-ANT-CAMPO         PIC X(032).
        05  WA-ANT-DATA          PIC 9(008).
        05  WA-ANT-PCT           PIC 9(003)V9(002).
        05  WA-ANT-DISTINTOS     PIC 9(007).
        05  WA-ANT-NO-LIMITE     PIC X(001).
        05  WA-ANT-TOP1          PIC X(060).
77  WA-ANT-IDX                   PIC 9(004)          VALUE ZEROS.
77  WA-ANT-DICA                  PIC 9(004)          VALUE ZEROS.
77  WA-ANT-ACHOU                 PIC 9(004)          VALUE ZEROS.
77  WA-BUSCA-ARQUIVO             PIC X(032)          VALUE SPACES.
77  WA-BUSCA-CAMPO               PIC X(032)          VALUE SPACES.

* PREENCHIMENTO DO CAMPO CORRENTE E SUAS DUAS PARTES (PARA O JSON,
* QUE QUER PONTO DECIMAL).
77  WA-PREENCHIDOS               PIC 9(009)          VALUE ZEROS.
01  WA-PCT-PREENCH               PIC 9(003)V9(002)   VALUE ZEROS.
01  WA-PCT-PARTES REDEFINES WA-PCT-PREENCH.
    03  WA-PCT-INTEIRO           PIC 9(003).
    03  WA-PCT-DECIMAL           PIC 9(002).
77  WA-PCT-TOP                   PIC 9(003)V9(002)   VALUE ZEROS.
77  WA-DIF-PCT                   PIC S9(003)V9(002)  VALUE ZEROS.
77  WA-MUDOU                     PIC X(001)          VALUE "N".
    88  WA-MUDOU-SIM                                 VALUE "S".

77  WA-ED-NUM                    PIC Z(008)9.
77  WA-ED-PCT                    PIC ZZ9,99.
77  WA-ED-PCT-ANT                PIC ZZ9,99.
77  WA-ED-INTEIRO                PIC ZZ9.
77  WA-ED-DIST-ANT               PIC Z(006)9.
77  WA-ED-DIST                   PIC Z(006)9.
77  WA-ED-BRANCOS                PIC Z(008)9.
77  WA-ED-ZEROS                  PIC Z(008)9.
77  WA-ED-DATA                   PIC X(010)          VALUE SPACES.
77  WA-ED-DATA-2                 PIC X(010)          VALUE SPACES.
77  WA-ED-LIMITE                 PIC X(001)          VALUE SPACES.

* LINHA DE JSON DE UM CAMPO E O VALOR ESCAPADO (ASPAS INCLUSAS).
77  WA-JSON-CAMPO                PIC X(4000)         VALUE SPACES.
77  WA-JPTR                      PIC 9(004)          VALUE ZEROS.
77  WA-ESC-ENTRADA               PIC X(060)          VALUE SPACES.
77  WA-ESC-SAIDA                 PIC X(130)          VALUE SPACES.
77  WA-ESC-TAM                   PIC 9(003)          VALUE ZEROS.
77  WA-ESC-LEN                   PIC 9(003)          VALUE ZEROS.
77  WA-ESC-I                     PIC 9(003)          VALUE ZEROS.
77  WA-ESC-BYTE                  PIC X(001)          VALUE SPACES.

copy "bacu/acugui.def".
copy "bacu/parsexfd.ws".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    PERFORM 2000-PROCESSAR-LISTA
            WITH TEST AFTER
            UNTIL WA-FIM-LISTA-SIM.
    PERFORM 9999-FINALIZAR.
    STOP RUN.

1000-INICIALIZAR.
    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.
    ACCEPT WA-DATA-HOJE FROM DATE YYYYMMDD.
    ACCEPT WA-HORA-CENTESIMOS FROM TIME.
    MOVE WA-HORA-CENTESIMOS(1:6) TO WA-HORA-AGORA.

    PERFORM 1100-LER-PARAMETROS.

    OPEN INPUT PARTST-LISTA.
    IF  SW-STATUS-LST(1:1) NOT = ZEROS
        DISPLAY "XFDPERF - NAO ABRIU parsetst-lista.ctl, STATUS "
                SW-STATUS-LST UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM 1200-CARREGAR-ANTERIORES.
    OPEN EXTEND PERF-HIST.
    IF  SW-STATUS-HIST(1:1) = "3"
        OPEN OUTPUT PERF-HIST
        CLOSE PERF-HIST
        OPEN EXTEND PERF-HIST
    END-IF.
    IF  SW-STATUS-HIST(1:1) NOT = ZEROS
        DISPLAY "XFDPERF - NAO ABRIU xfdperf-hist.txt, STATUS "
                SW-STATUS-HIST UPON SYSERR
        CLOSE PARTST-LISTA
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT XFDPERF-RPT.
    MOVE "PERFIL DE CAMPOS DOS ARQUIVOS DA VENDAS (XFD)" TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE WA-LIMITE-DISTINTOS TO WA-ED-NUM.
    MOVE WA-LIMIAR-PCT       TO WA-ED-INTEIRO.
    MOVE SPACES TO RPT-LINHA.
    STRING "DATA DE MOVIMENTO "          DELIMITED BY SIZE
           WA-DMR-DATA(7:2) "/" WA-DMR-DATA(5:2) "/" WA-DMR-DATA(1:4)
                                         DELIMITED BY SIZE
           " - DISTINTOS CONTADOS ATE "  DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-NUM)      DELIMITED BY SIZE
           " - MUDANCA DE PREENCHIMENTO A PARTIR DE " DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-INTEIRO)  DELIMITED BY SIZE
           " PONTO(S)"                   DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    IF  WA-AMOSTRA > ZEROS
        MOVE WA-AMOSTRA TO WA-ED-NUM
        MOVE SPACES TO RPT-LINHA
        STRING "AMOSTRA: SO OS PRIMEIROS "   DELIMITED BY SIZE
               FUNCTION TRIM(WA-ED-NUM)      DELIMITED BY SIZE
               " REGISTRO(S) DE CADA ARQUIVO" DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

    OPEN OUTPUT PERF-JSON.
    MOVE SPACES TO JSON-LINHA.
    STRING "{""gerado_em"":"""       DELIMITED BY SIZE
           WA-DATA-HOJE              DELIMITED BY SIZE
           WA-HORA-AGORA             DELIMITED BY SIZE
           """,""data_movimento"":""" DELIMITED BY SIZE
           WA-DMR-DATA               DELIMITED BY SIZE
           """,""arquivos"":["       DELIMITED BY SIZE
           INTO JSON-LINHA.
    WRITE JSON-LINHA.

    SET CONFIGURATION "DLL-CONVENTION" TO 0.
    CALL "./libparsexfd.so".

1100-LER-PARAMETROS.
    OPEN INPUT PARM-CTL.
    IF  SW-STATUS-PARM(1:1) = ZEROS
        READ PARM-CTL
             AT END CONTINUE
             NOT AT END
                  IF  PARM-LIMITE-DISTINTOS NUMERIC
                      AND PARM-LIMITE-DISTINTOS NOT = "00000"
                      MOVE PARM-LIMITE-DISTINTOS
                        TO WA-LIMITE-DISTINTOS(1:5)
                  END-IF
                  IF  PARM-AMOSTRA NUMERIC
                      MOVE PARM-AMOSTRA TO WA-AMOSTRA(1:9)
                  END-IF
                  IF  PARM-LIMIAR-PCT NUMERIC
                      AND PARM-LIMIAR-PCT NOT = "000"
                      MOVE PARM-LIMIAR-PCT TO WA-LIMIAR-PCT(1:3)
                  END-IF
        END-READ
        CLOSE PARM-CTL
    END-IF.

*--------------------------------------------------------------------*
* ULTIMO PERFIL DE CADA ARQUIVO + CAMPO, DO HISTORICO (SEM HISTORICO, *
* PRIMEIRA RODADA: NADA A COMPARAR).                                  *
*--------------------------------------------------------------------*
1200-CARREGAR-ANTERIORES.
    MOVE ZEROS TO WA-QTD-ANT WA-ANT-DICA.
    OPEN INPUT PERF-HIST.
    IF  SW-STATUS-HIST(1:1) = ZEROS
        MOVE "N" TO WA-FIM-HIST
        PERFORM 1210-LER-ANTERIOR
                WITH TEST AFTER
                UNTIL WA-FIM-HIST-SIM
        CLOSE PERF-HIST
    END-IF.
    MOVE ZEROS TO WA-ANT-DICA.

1210-LER-ANTERIOR.
    READ PERF-HIST
         AT END SET WA-FIM-HIST-SIM TO TRUE
         NOT AT END
             PERFORM 1220-GUARDAR-ANTERIOR
                     THRU 1220-GUARDAR-ANTERIOR-EXIT
    END-READ.

1220-GUARDAR-ANTERIOR.
    MOVE PRF-ARQUIVO TO WA-BUSCA-ARQUIVO.
    MOVE PRF-CAMPO   TO WA-BUSCA-CAMPO.
    PERFORM 1230-PROCURAR-ANTERIOR.
    IF  WA-ANT-ACHOU = ZEROS
        IF  WA-QTD-ANT NOT < 3000
            GO TO 1220-GUARDAR-ANTERIOR-EXIT
        END-IF
        ADD 1 TO WA-QTD-ANT
        MOVE WA-QTD-ANT  TO WA-ANT-ACHOU WA-ANT-DICA
        MOVE PRF-ARQUIVO TO WA-ANT-ARQUIVO(WA-ANT-ACHOU)
        MOVE PRF-CAMPO   TO WA-ANT-CAMPO(WA-ANT-ACHOU)
    END-IF.
    MOVE PRF-DATA        TO WA-ANT-DATA(WA-ANT-ACHOU).
    MOVE PRF-PCT-PREENCH TO WA-ANT-PCT(WA-ANT-ACHOU).
    MOVE PRF-DISTINTOS   TO WA-ANT-DISTINTOS(WA-ANT-ACHOU).
    MOVE PRF-NO-LIMITE   TO WA-ANT-NO-LIMITE(WA-ANT-ACHOU).
    MOVE PRF-TOP1-VALOR  TO WA-ANT-TOP1(WA-ANT-ACHOU).

1220-GUARDAR-ANTERIOR-EXIT.
    EXIT.

1230-PROCURAR-ANTERIOR.
    MOVE ZEROS TO WA-ANT-ACHOU.
    ADD 1 TO WA-ANT-DICA.
    IF  WA-ANT-DICA NOT > WA-QTD-ANT
        AND WA-ANT-ARQUIVO(WA-ANT-DICA) = WA-BUSCA-ARQUIVO
        AND WA-ANT-CAMPO(WA-ANT-DICA)   = WA-BUSCA-CAMPO
        MOVE WA-ANT-DICA TO WA-ANT-ACHOU
    ELSE
        PERFORM 1240-COMPARAR-ANTERIOR
                VARYING WA-ANT-IDX FROM 1 BY 1
                UNTIL WA-ANT-IDX > WA-QTD-ANT
                   OR WA-ANT-ACHOU > ZEROS
        IF  WA-ANT-ACHOU > ZEROS
            MOVE WA-ANT-ACHOU TO WA-ANT-DICA
        END-IF
    END-IF.

1240-COMPARAR-ANTERIOR.
    IF  WA-ANT-ARQUIVO(WA-ANT-IDX) = WA-BUSCA-ARQUIVO
        AND WA-ANT-CAMPO(WA-ANT-IDX) = WA-BUSCA-CAMPO
        MOVE WA-ANT-IDX TO WA-ANT-ACHOU
    END-IF.

2000-PROCESSAR-LISTA.
    READ PARTST-LISTA
         AT END SET WA-FIM-LISTA-SIM TO TRUE
         NOT AT END
             IF  LISTA-NOME-BASE NOT = SPACES
                 MOVE LISTA-NOME-BASE TO WA-NOME-BASE
                 PERFORM 3000-PERFILAR-ARQUIVO
                         THRU 3000-PERFILAR-ARQUIVO-EXIT
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* UM ARQUIVO DA LISTA: PARSEIA A XFD, COPIA O CATALOGO, PASSA OS      *
* REGISTROS PELO SORT (CAMPO + VALOR) E APURA O PERFIL NA SAIDA DELE; *
* DEPOIS RELATORIO, JSON E HISTORICO.                                 *
*--------------------------------------------------------------------*
3000-PERFILAR-ARQUIVO.
    MOVE SPACES TO XFDFILE.
    STRING "/multidad/xfd/"             DELIMITED BY SIZE
           FUNCTION TRIM(WA-NOME-BASE)  DELIMITED BY SIZE
           ".xfd"                       DELIMITED BY SIZE
           INTO XFDFILE.
    MOVE SPACES TO WA-ARQ-DADOS.
    STRING FUNCTION TRIM(WA-PASTA-DADOS) DELIMITED BY SIZE
           FUNCTION TRIM(WA-NOME-BASE)  DELIMITED BY SIZE
           INTO WA-ARQ-DADOS.
    MOVE WA-ARQ-DADOS TO FILENAME.

    CALL "parsexfd" USING PARSE-XFD-OP.
    IF  PARSE-ERROR
        ADD 1 TO WA-ARQUIVOS-FALHOS
        MOVE SPACES TO RPT-LINHA
        STRING WA-NOME-BASE DELIMITED BY SPACE
               " - XFD NAO PARSEOU, PULADO: " DELIMITED BY SIZE
               PARSEXFD-TEXT-ERROR-MESSAGE(PARSE-FLAG) DELIMITED BY SPACE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        MOVE SPACES TO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 3000-PERFILAR-ARQUIVO-EXIT
    END-IF.

    MOVE ZEROS TO WA-QTD-CAMPOS.
    PERFORM 3100-COPIAR-CAMPO
            VARYING XFD-FIELD-INDEX FROM 1 BY 1
            UNTIL XFD-FIELD-INDEX > XFD-TOTAL-NUMBER-FIELDS
               OR XFD-FIELD-INDEX > 300.
    CALL "parsexfd" USING FREE-MEMORY-OP.

    OPEN INPUT VENDAS-FILE.
    IF  SW-STATUS-VEN(1:1) NOT = ZEROS
        ADD 1 TO WA-ARQUIVOS-FALHOS
        MOVE SPACES TO RPT-LINHA
        STRING WA-NOME-BASE DELIMITED BY SPACE
               " - NAO ABRIU O ARQUIVO DE DADOS, STATUS " DELIMITED BY SIZE
               SW-STATUS-VEN DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        MOVE SPACES TO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 3000-PERFILAR-ARQUIVO-EXIT
    END-IF.

    MOVE ZEROS TO WA-TOTAL-REGISTROS WA-GRP-CAMPO WA-GRP-QTD.
    MOVE SPACES TO WA-GRP-VALOR.
    MOVE "N"   TO WA-FIM-VENDAS WA-FIM-ORDENA WA-AMOSTROU.
    SORT ORDENA-WORK
         ON ASCENDING KEY ORD-CAMPO ORD-VALOR
         INPUT PROCEDURE  4000-LER-ARQUIVO
                     THRU 4000-LER-ARQUIVO-EXIT
         OUTPUT PROCEDURE 5000-APURAR-VALORES
                     THRU 5000-APURAR-VALORES-EXIT.
    CLOSE VENDAS-FILE.

    ADD 1 TO WA-ARQUIVOS-PERFILADOS.
    PERFORM 6000-RELATAR-ARQUIVO.
    PERFORM 7000-EXPORTAR-ARQUIVO.
    PERFORM 7500-GRAVAR-HISTORICO
            THRU 7500-GRAVAR-HISTORICO-EXIT
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-CAMPOS.

3000-PERFILAR-ARQUIVO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* UM CAMPO DO CATALOGO, COM O PERFIL ZERADO.  FICA DE FORA O CAMPO    *
* VAZIO, MAIOR QUE 60 BYTES OU ALEM DO REGISTRO (O CORTE DO DQSCAN).  *
*--------------------------------------------------------------------*
3100-COPIAR-CAMPO.
    CALL "parsexfd" USING GET-FIELD-INFO-OP.
    ADD 1 TO WA-QTD-CAMPOS.
    MOVE XFD-FIELD-NAME   TO WA-CAM-NOME(WA-QTD-CAMPOS).
    MOVE XFD-FIELD-OFFSET TO WA-CAM-OFFSET(WA-QTD-CAMPOS).
    MOVE XFD-FIELD-LENGTH TO WA-CAM-LENGTH(WA-QTD-CAMPOS).
    MOVE XFD-FIELD-DIGITS TO WA-CAM-DIGITS(WA-QTD-CAMPOS).
    MOVE XFD-FIELD-FORMAT TO WA-CAM-FORMAT(WA-QTD-CAMPOS).
    MOVE "S" TO WA-CAM-PERFILA(WA-QTD-CAMPOS).
    IF  WA-CAM-LENGTH(WA-QTD-CAMPOS) = ZEROS
        OR WA-CAM-LENGTH(WA-QTD-CAMPOS) > 60
        OR WA-CAM-OFFSET(WA-QTD-CAMPOS)
           + WA-CAM-LENGTH(WA-QTD-CAMPOS) > 4000
        MOVE "N" TO WA-CAM-PERFILA(WA-QTD-CAMPOS)
    END-IF.
*   DATA SO COM O ATRIBUTO DE DATA DA XFD EM NUMERICO AAAAMMDD - UM
*   TEXTO DE 8 BYTES COM FORMAT NAO E DATA.
    MOVE "N" TO WA-CAM-DATA(WA-QTD-CAMPOS).
    IF  WA-CAM-FORMAT(WA-QTD-CAMPOS) NOT = SPACES
        AND WA-CAM-LENGTH(WA-QTD-CAMPOS) = 8
        AND WA-CAM-DIGITS(WA-QTD-CAMPOS) > ZEROS
        AND XFD-FIELD-SCALE = ZEROS
        MOVE "S" TO WA-CAM-DATA(WA-QTD-CAMPOS)
    END-IF.
    MOVE ZEROS  TO WA-CAM-BRANCOS(WA-QTD-CAMPOS)
                   WA-CAM-ZEROS(WA-QTD-CAMPOS)
                   WA-CAM-DISTINTOS(WA-QTD-CAMPOS)
                   WA-CAM-DATA-MIN(WA-QTD-CAMPOS)
                   WA-CAM-DATA-MAX(WA-QTD-CAMPOS)
                   WA-CAM-QTD-TOP(WA-QTD-CAMPOS).
    MOVE "N"    TO WA-CAM-NO-LIMITE(WA-QTD-CAMPOS)
                   WA-CAM-TEM-VALOR(WA-QTD-CAMPOS).
    MOVE SPACES TO WA-CAM-MINIMO(WA-QTD-CAMPOS)
                   WA-CAM-MAXIMO(WA-QTD-CAMPOS).

*--------------------------------------------------------------------*
* ENTRADA DO SORT: CADA REGISTRO, CADA CAMPO PERFILADO - O BRANCO E O *
* ZERO SO SAO CONTADOS; O QUE TEM VALOR VAI PARA O SORT.              *
*--------------------------------------------------------------------*
4000-LER-ARQUIVO.
    PERFORM 4100-LER-REGISTRO
            WITH TEST AFTER
            UNTIL WA-FIM-VENDAS-SIM.

4000-LER-ARQUIVO-EXIT.
    EXIT.

4100-LER-REGISTRO.
    IF  WA-AMOSTRA > ZEROS
        AND WA-TOTAL-REGISTROS NOT < WA-AMOSTRA
        SET WA-AMOSTROU-SIM  TO TRUE
        SET WA-FIM-VENDAS-SIM TO TRUE
    ELSE
        READ VENDAS-FILE NEXT RECORD
             AT END SET WA-FIM-VENDAS-SIM TO TRUE
             NOT AT END
                 ADD 1 TO WA-TOTAL-REGISTROS
                 MOVE VENDAS-REC TO WA-RECORD-BUFFER
                 PERFORM 4200-SOLTAR-CAMPO
                         THRU 4200-SOLTAR-CAMPO-EXIT
                         VARYING WA-IDX FROM 1 BY 1
                         UNTIL WA-IDX > WA-QTD-CAMPOS
        END-READ
    END-IF.

4200-SOLTAR-CAMPO.
    IF  WA-CAM-PERFILA(WA-IDX) NOT = "S"
        GO TO 4200-SOLTAR-CAMPO-EXIT
    END-IF.
    MOVE WA-CAM-LENGTH(WA-IDX) TO WA-TAM.
    MOVE SPACES TO WA-CAMPO-CRU.
    MOVE WA-RECORD-BUFFER(WA-CAM-OFFSET(WA-IDX) + 1 : WA-TAM)
      TO WA-CAMPO-CRU.

    IF  WA-CAMPO-CRU(1:WA-TAM) = SPACES
        OR WA-CAMPO-CRU(1:WA-TAM) = LOW-VALUES
        ADD 1 TO WA-CAM-BRANCOS(WA-IDX)
        GO TO 4200-SOLTAR-CAMPO-EXIT
    END-IF.
    IF  WA-CAM-DIGITS(WA-IDX) > ZEROS
        AND WA-CAMPO-CRU(1:WA-TAM) = ZEROS
        ADD 1 TO WA-CAM-ZEROS(WA-IDX)
    END-IF.

    MOVE WA-IDX       TO ORD-CAMPO.
    MOVE WA-CAMPO-CRU TO ORD-VALOR.
    RELEASE ORD-LINHA.

4200-SOLTAR-CAMPO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* SAIDA DO SORT: VALORES IGUAIS DO MESMO CAMPO CHEGAM JUNTOS E EM     *
* ORDEM CRESCENTE - CADA GRUPO E UM VALOR DISTINTO COM A SUA          *
* FREQUENCIA; O PRIMEIRO GRUPO DO CAMPO E O MINIMO, O ULTIMO O MAXIMO.*
*--------------------------------------------------------------------*
5000-APURAR-VALORES.
    PERFORM 5100-RETORNAR-VALOR
            WITH TEST AFTER
            UNTIL WA-FIM-ORDENA-SIM.
    IF  WA-GRP-CAMPO > ZEROS
        PERFORM 5200-FECHAR-GRUPO
    END-IF.

5000-APURAR-VALORES-EXIT.
    EXIT.

5100-RETORNAR-VALOR.
    RETURN ORDENA-WORK
           AT END SET WA-FIM-ORDENA-SIM TO TRUE
           NOT AT END
               IF  ORD-CAMPO = WA-GRP-CAMPO
                   AND ORD-VALOR = WA-GRP-VALOR
                   ADD 1 TO WA-GRP-QTD
               ELSE
                   IF  WA-GRP-CAMPO > ZEROS
                       PERFORM 5200-FECHAR-GRUPO
                   END-IF
                   MOVE ORD-CAMPO TO WA-GRP-CAMPO
                   MOVE ORD-VALOR TO WA-GRP-VALOR
                   MOVE 1         TO WA-GRP-QTD
               END-IF
    END-RETURN.

5200-FECHAR-GRUPO.
    MOVE WA-GRP-CAMPO TO WA-IDX.
    IF  WA-CAM-DISTINTOS(WA-IDX) < WA-LIMITE-DISTINTOS
        ADD 1 TO WA-CAM-DISTINTOS(WA-IDX)
    ELSE
        MOVE "S" TO WA-CAM-NO-LIMITE(WA-IDX)
    END-IF.
    IF  WA-CAM-TEM-VALOR(WA-IDX) = "N"
        MOVE "S"          TO WA-CAM-TEM-VALOR(WA-IDX)
        MOVE WA-GRP-VALOR TO WA-CAM-MINIMO(WA-IDX)
    END-IF.
    MOVE WA-GRP-VALOR TO WA-CAM-MAXIMO(WA-IDX).

*   CAMPO DE DATA: SO DATA VALIDA (AAAAMMDD) CONTA PARA A MAIS ANTIGA
*   E A MAIS RECENTE - ZERADA E MES/DIA IMPOSSIVEL FICAM DE FORA.  31/02
*   PASSA NO TESTE DE FAIXA - A VOLTA PELO INTEIRO PEGA (COMO NO DATAMOV).
    IF  WA-CAM-DATA(WA-IDX) = "S"
        AND WA-GRP-VALOR(1:8) NUMERIC
        AND WA-GRP-VALOR(1:4) NOT < "1601"
        MOVE WA-GRP-VALOR(5:2) TO WA-MES(1:2)
        MOVE WA-GRP-VALOR(7:2) TO WA-DIA(1:2)
        MOVE WA-GRP-VALOR(1:8) TO WA-DATA-VALOR
        IF  WA-MES > ZEROS AND WA-MES < 13
            AND WA-DIA > ZEROS AND WA-DIA < 32
            IF  FUNCTION DATE-OF-INTEGER(
                         FUNCTION INTEGER-OF-DATE(WA-DATA-VALOR))
                = WA-DATA-VALOR
                IF  WA-CAM-DATA-MIN(WA-IDX) = ZEROS
                    MOVE WA-DATA-VALOR TO WA-CAM-DATA-MIN(WA-IDX)
                END-IF
                MOVE WA-DATA-VALOR TO WA-CAM-DATA-MAX(WA-IDX)
            END-IF
        END-IF
    END-IF.

    PERFORM 5300-ENTRAR-TOP
            THRU 5300-ENTRAR-TOP-EXIT.

*--------------------------------------------------------------------*
* OS 10 MAIS FREQUENTES DO CAMPO, EM ORDEM DECRESCENTE DE QUANTIDADE. *
* O VALOR NOVO ENTRA NO FIM E SOBE ENQUANTO FOR MAIS FREQUENTE QUE O  *
* DE CIMA (EMPATE MANTEM O QUE CHEGOU ANTES - O MENOR VALOR).         *
*--------------------------------------------------------------------*
5300-ENTRAR-TOP.
    IF  WA-CAM-QTD-TOP(WA-IDX) < 10
        ADD 1 TO WA-CAM-QTD-TOP(WA-IDX)
        MOVE WA-CAM-QTD-TOP(WA-IDX) TO WA-POS
    ELSE
        IF  WA-GRP-QTD > WA-TOP-QTD(WA-IDX, 10)
            MOVE 10 TO WA-POS
        ELSE
            GO TO 5300-ENTRAR-TOP-EXIT
        END-IF
    END-IF.
    MOVE WA-GRP-VALOR TO WA-TOP-VALOR(WA-IDX, WA-POS).
    MOVE WA-GRP-QTD   TO WA-TOP-QTD(WA-IDX, WA-POS).

    MOVE "N" TO WA-PARAR.
    IF  WA-POS = 1
        SET WA-PARAR-SIM TO TRUE
    END-IF.
    PERFORM 5310-SUBIR-TOP
            UNTIL WA-PARAR-SIM.

5300-ENTRAR-TOP-EXIT.
    EXIT.

5310-SUBIR-TOP.
    COMPUTE WA-POS-ANT = WA-POS - 1.
    IF  WA-TOP-QTD(WA-IDX, WA-POS-ANT) NOT < WA-TOP-QTD(WA-IDX, WA-POS)
        SET WA-PARAR-SIM TO TRUE
    ELSE
        MOVE WA-CAM-TOP(WA-IDX, WA-POS-ANT) TO WA-TOP-TROCA
        MOVE WA-CAM-TOP(WA-IDX, WA-POS)
          TO WA-CAM-TOP(WA-IDX, WA-POS-ANT)
        MOVE WA-TOP-TROCA TO WA-CAM-TOP(WA-IDX, WA-POS)
        MOVE WA-POS-ANT   TO WA-POS
        IF  WA-POS = 1
            SET WA-PARAR-SIM TO TRUE
        END-IF
    END-IF.

*--------------------------------------------------------------------*
* RELATORIO DO ARQUIVO: UMA LINHA POR CAMPO (PREENCHIMENTO, BRANCOS,  *
* ZERADOS, DISTINTOS), MINIMO/MAXIMO, DATAS, OS MAIS FREQUENTES E A   *
* MUDANCA DE DISTRIBUICAO CONTRA A RODADA ANTERIOR.                   *
*--------------------------------------------------------------------*
6000-RELATAR-ARQUIVO.
    MOVE WA-TOTAL-REGISTROS TO WA-ED-NUM.
    MOVE SPACES TO RPT-LINHA.
    STRING WA-NOME-BASE DELIMITED BY SPACE
           " - "                    DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-NUM) DELIMITED BY SIZE
           " REGISTRO(S) LIDO(S)"   DELIMITED BY SIZE
           INTO RPT-LINHA.
    IF  WA-AMOSTROU-SIM
        MOVE "(AMOSTRA - PAROU NO LIMITE DE REGISTROS)"
          TO RPT-LINHA(100:)
    END-IF.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "  CAMPO                            PREENCH%   BRANCOS"
                                                DELIMITED BY SIZE
           "    ZERADOS  DISTINTOS"             DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    PERFORM 6100-RELATAR-CAMPO
            THRU 6100-RELATAR-CAMPO-EXIT
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-CAMPOS.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

6100-RELATAR-CAMPO.
    IF  WA-CAM-PERFILA(WA-IDX) NOT = "S"
        MOVE SPACES TO RPT-LINHA
        STRING "  " WA-CAM-NOME(WA-IDX)         DELIMITED BY SIZE
               " NAO PERFILADO (VAZIO OU MAIS DE 60 BYTES)"
                                                DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 6100-RELATAR-CAMPO-EXIT
    END-IF.

    PERFORM 6150-CALCULAR-PREENCHIMENTO.
    MOVE WA-PCT-PREENCH          TO WA-ED-PCT.
    MOVE WA-CAM-BRANCOS(WA-IDX)  TO WA-ED-BRANCOS.
    MOVE WA-CAM-ZEROS(WA-IDX)    TO WA-ED-ZEROS.
    MOVE WA-CAM-DISTINTOS(WA-IDX) TO WA-ED-DIST.
    MOVE SPACES TO WA-ED-LIMITE.
    IF  WA-CAM-NO-LIMITE(WA-IDX) = "S"
        MOVE "+" TO WA-ED-LIMITE
    END-IF.
    MOVE SPACES TO RPT-LINHA.
    STRING "  " WA-CAM-NOME(WA-IDX)  DELIMITED BY SIZE
           "  " WA-ED-PCT            DELIMITED BY SIZE
           " " WA-ED-BRANCOS         DELIMITED BY SIZE
           " " WA-ED-ZEROS           DELIMITED BY SIZE
           "    " WA-ED-DIST         DELIMITED BY SIZE
           WA-ED-LIMITE              DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

    IF  WA-CAM-TEM-VALOR(WA-IDX) = "S"
        MOVE SPACES TO RPT-LINHA
        STRING "      MINIMO ["                    DELIMITED BY SIZE
               WA-CAM-MINIMO(WA-IDX)
                   (1:WA-CAM-LENGTH(WA-IDX))       DELIMITED BY SIZE
               "]  MAXIMO ["                       DELIMITED BY SIZE
               WA-CAM-MAXIMO(WA-IDX)
                   (1:WA-CAM-LENGTH(WA-IDX))       DELIMITED BY SIZE
               "]"                                 DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.

    IF  WA-CAM-DATA(WA-IDX) = "S"
        MOVE SPACES TO RPT-LINHA
        IF  WA-CAM-DATA-MIN(WA-IDX) = ZEROS
            MOVE "      DATAS: NENHUMA DATA VALIDA" TO RPT-LINHA
        ELSE
            MOVE SPACES TO WA-ED-DATA WA-ED-DATA-2
            STRING WA-CAM-DATA-MIN(WA-IDX)(7:2) "/"
                   WA-CAM-DATA-MIN(WA-IDX)(5:2) "/"
                   WA-CAM-DATA-MIN(WA-IDX)(1:4) DELIMITED BY SIZE
                   INTO WA-ED-DATA
            STRING WA-CAM-DATA-MAX(WA-IDX)(7:2) "/"
                   WA-CAM-DATA-MAX(WA-IDX)(5:2) "/"
                   WA-CAM-DATA-MAX(WA-IDX)(1:4) DELIMITED BY SIZE
                   INTO WA-ED-DATA-2
            STRING "      DATAS: MAIS ANTIGA " DELIMITED BY SIZE
                   WA-ED-DATA                  DELIMITED BY SIZE
                   "  MAIS RECENTE "           DELIMITED BY SIZE
                   WA-ED-DATA-2                DELIMITED BY SIZE
                   INTO RPT-LINHA
        END-IF
        WRITE RPT-LINHA
    END-IF.

    PERFORM 6200-RELATAR-TOP
            VARYING WA-TOP-IDX FROM 1 BY 1
            UNTIL WA-TOP-IDX > WA-CAM-QTD-TOP(WA-IDX).

    PERFORM 6300-COMPARAR-ANTERIOR
            THRU 6300-COMPARAR-ANTERIOR-EXIT.

6100-RELATAR-CAMPO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* PREENCHIMENTO = REGISTROS COM O CAMPO NEM BRANCO NEM ZERADO SOBRE O *
* TOTAL LIDO (ARQUIVO VAZIO: ZERO).                                   *
*--------------------------------------------------------------------*
6150-CALCULAR-PREENCHIMENTO.
    MOVE ZEROS TO WA-PCT-PREENCH.
    IF  WA-TOTAL-REGISTROS > ZEROS
        COMPUTE WA-PREENCHIDOS = WA-TOTAL-REGISTROS
                               - WA-CAM-BRANCOS(WA-IDX)
                               - WA-CAM-ZEROS(WA-IDX)
        COMPUTE WA-PCT-PREENCH ROUNDED =
                WA-PREENCHIDOS * 100 / WA-TOTAL-REGISTROS
    END-IF.

6200-RELATAR-TOP.
    MOVE ZEROS TO WA-PCT-TOP.
    IF  WA-TOTAL-REGISTROS > ZEROS
        COMPUTE WA-PCT-TOP ROUNDED =
                WA-TOP-QTD(WA-IDX, WA-TOP-IDX) * 100 / WA-TOTAL-REGISTROS
    END-IF.
    MOVE WA-TOP-QTD(WA-IDX, WA-TOP-IDX) TO WA-ED-NUM.
    MOVE WA-PCT-TOP TO WA-ED-PCT.
    MOVE SPACES TO RPT-LINHA.
    STRING "      TOP " WA-TOP-IDX     DELIMITED BY SIZE
           " "  WA-ED-NUM              DELIMITED BY SIZE
           " "  WA-ED-PCT "%  ["       DELIMITED BY SIZE
           WA-TOP-VALOR(WA-IDX, WA-TOP-IDX)
               (1:WA-CAM-LENGTH(WA-IDX)) DELIMITED BY SIZE
           "]"                         DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* MUDANCA DE DISTRIBUICAO CONTRA O ULTIMO PERFIL DO CAMPO NO          *
* HISTORICO: PREENCHIMENTO QUE ANDOU O LIMIAR OU MAIS, DISTINTOS QUE  *
* DOBRARAM OU CAIRAM A METADE (FORA DO LIMITE DE CONTAGEM) OU VALOR   *
* MAIS FREQUENTE QUE TROCOU.                                          *
*--------------------------------------------------------------------*
6300-COMPARAR-ANTERIOR.
    MOVE WA-NOME-BASE        TO WA-BUSCA-ARQUIVO.
    MOVE WA-CAM-NOME(WA-IDX) TO WA-BUSCA-CAMPO.
    PERFORM 1230-PROCURAR-ANTERIOR.
    IF  WA-ANT-ACHOU = ZEROS
        GO TO 6300-COMPARAR-ANTERIOR-EXIT
    END-IF.

    MOVE "N" TO WA-MUDOU.
    COMPUTE WA-DIF-PCT = WA-PCT-PREENCH - WA-ANT-PCT(WA-ANT-ACHOU).
    IF  WA-DIF-PCT NOT < WA-LIMIAR-PCT
        OR WA-DIF-PCT NOT > ZEROS - WA-LIMIAR-PCT
        SET WA-MUDOU-SIM TO TRUE
    END-IF.
    IF  WA-CAM-NO-LIMITE(WA-IDX) = "N"
        OR WA-ANT-NO-LIMITE(WA-ANT-ACHOU) = "N"
        IF  WA-CAM-DISTINTOS(WA-IDX)
                NOT < WA-ANT-DISTINTOS(WA-ANT-ACHOU) * 2
            AND WA-ANT-DISTINTOS(WA-ANT-ACHOU) > ZEROS
            SET WA-MUDOU-SIM TO TRUE
        END-IF
        IF  WA-CAM-DISTINTOS(WA-IDX) * 2
                NOT > WA-ANT-DISTINTOS(WA-ANT-ACHOU)
            AND WA-ANT-DISTINTOS(WA-ANT-ACHOU) > ZEROS
            SET WA-MUDOU-SIM TO TRUE
        END-IF
    END-IF.
    IF  WA-CAM-QTD-TOP(WA-IDX) > ZEROS
        AND WA-ANT-TOP1(WA-ANT-ACHOU) NOT = SPACES
        AND WA-TOP-VALOR(WA-IDX, 1) NOT = WA-ANT-TOP1(WA-ANT-ACHOU)
        SET WA-MUDOU-SIM TO TRUE
    END-IF.
    IF  NOT WA-MUDOU-SIM
        GO TO 6300-COMPARAR-ANTERIOR-EXIT
    END-IF.

    ADD 1 TO WA-CAMPOS-MUDARAM.
    MOVE WA-ANT-PCT(WA-ANT-ACHOU)       TO WA-ED-PCT-ANT.
    MOVE WA-PCT-PREENCH                 TO WA-ED-PCT.
    MOVE WA-ANT-DISTINTOS(WA-ANT-ACHOU) TO WA-ED-DIST-ANT.
    MOVE WA-CAM-DISTINTOS(WA-IDX)       TO WA-ED-DIST.
    MOVE SPACES TO WA-ED-DATA.
    STRING WA-ANT-DATA(WA-ANT-ACHOU)(7:2) "/"
           WA-ANT-DATA(WA-ANT-ACHOU)(5:2) "/"
           WA-ANT-DATA(WA-ANT-ACHOU)(1:4) DELIMITED BY SIZE
           INTO WA-ED-DATA.
    MOVE SPACES TO RPT-LINHA.
    STRING "      *** DISTRIBUICAO MUDOU DESDE " DELIMITED BY SIZE
           WA-ED-DATA                           DELIMITED BY SIZE
           ": PREENCH% "                        DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-PCT-ANT)         DELIMITED BY SIZE
           " -> "                               DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-PCT)             DELIMITED BY SIZE
           ", DISTINTOS "                       DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-DIST-ANT)        DELIMITED BY SIZE
           " -> "                               DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-DIST)            DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    IF  WA-CAM-QTD-TOP(WA-IDX) > ZEROS
        AND WA-TOP-VALOR(WA-IDX, 1) NOT = WA-ANT-TOP1(WA-ANT-ACHOU)
        MOVE SPACES TO RPT-LINHA
        STRING "          MAIS FREQUENTE ["          DELIMITED BY SIZE
               WA-ANT-TOP1(WA-ANT-ACHOU)
                   (1:WA-CAM-LENGTH(WA-IDX))         DELIMITED BY SIZE
               "] -> ["                              DELIMITED BY SIZE
               WA-TOP-VALOR(WA-IDX, 1)
                   (1:WA-CAM-LENGTH(WA-IDX))         DELIMITED BY SIZE
               "]"                                   DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.

6300-COMPARAR-ANTERIOR-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* OBJETO DO ARQUIVO NO xfd-perfil.json: "arquivo" E, POR CAMPO,       *
* "name" - AS MESMAS CHAVES DO CATALOGO DO XFDEXP.  UM CAMPO POR      *
* LINHA; VALORES SEM OS BRANCOS DO FIM, ESCAPADOS PARA JSON.          *
*--------------------------------------------------------------------*
7000-EXPORTAR-ARQUIVO.
    IF  WA-PRIMEIRO-ARQUIVO = "S"
        MOVE "N" TO WA-PRIMEIRO-ARQUIVO
    ELSE
        MOVE "," TO JSON-LINHA
        WRITE JSON-LINHA
    END-IF.
    MOVE WA-TOTAL-REGISTROS TO WA-ED-NUM.
    MOVE SPACES TO WA-JSON-CAMPO.
    MOVE 1 TO WA-JPTR.
    STRING "{""arquivo"":"""          DELIMITED BY SIZE
           WA-NOME-BASE               DELIMITED BY SPACE
           """,""registros"":"        DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-NUM)   DELIMITED BY SIZE
           ",""amostra"":"            DELIMITED BY SIZE
           INTO WA-JSON-CAMPO WITH POINTER WA-JPTR.
    IF  WA-AMOSTROU-SIM
        STRING "true"  DELIMITED BY SIZE
               INTO WA-JSON-CAMPO WITH POINTER WA-JPTR
    ELSE
        STRING "false" DELIMITED BY SIZE
               INTO WA-JSON-CAMPO WITH POINTER WA-JPTR
    END-IF.
    STRING ",""campos"":["            DELIMITED BY SIZE
           INTO WA-JSON-CAMPO WITH POINTER WA-JPTR.
    WRITE JSON-LINHA FROM WA-JSON-CAMPO.

    MOVE "S" TO WA-PRIMEIRO-CAMPO.
    PERFORM 7100-EXPORTAR-CAMPO
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-CAMPOS.

    MOVE "]}" TO JSON-LINHA.
    WRITE JSON-LINHA.

7100-EXPORTAR-CAMPO.
    MOVE SPACES TO WA-JSON-CAMPO.
    MOVE 1 TO WA-JPTR.
    IF  WA-PRIMEIRO-CAMPO = "S"
        MOVE "N" TO WA-PRIMEIRO-CAMPO
    ELSE
        STRING "," DELIMITED BY SIZE
               INTO WA-JSON-CAMPO WITH POINTER WA-JPTR
    END-IF.
    STRING "{""name"":"""             DELIMITED BY SIZE
           WA-CAM-NOME(WA-IDX)        DELIMITED BY SPACE
           """"                       DELIMITED BY SIZE
           INTO WA-JSON-CAMPO WITH POINTER WA-JPTR.

    IF  WA-CAM-PERFILA(WA-IDX) NOT = "S"
        STRING ",""perfilado"":false}" DELIMITED BY SIZE
               INTO WA-JSON-CAMPO WITH POINTER WA-JPTR
        WRITE JSON-LINHA FROM WA-JSON-CAMPO
    ELSE
        PERFORM 6150-CALCULAR-PREENCHIMENTO
        MOVE WA-PCT-INTEIRO TO WA-ED-INTEIRO
        STRING ",""perfilado"":true,""preenchimento_pct"":"
                                          DELIMITED BY SIZE
               FUNCTION TRIM(WA-ED-INTEIRO) DELIMITED BY SIZE
               "."  WA-PCT-DECIMAL        DELIMITED BY SIZE
               INTO WA-JSON-CAMPO WITH POINTER WA-JPTR
        MOVE WA-CAM-BRANCOS(WA-IDX) TO WA-ED-NUM
        STRING ",""brancos"":"            DELIMITED BY SIZE
               FUNCTION TRIM(WA-ED-NUM)   DELIMITED BY SIZE
               INTO WA-JSON-CAMPO WITH POINTER WA-JPTR
        MOVE WA-CAM-ZEROS(WA-IDX) TO WA-ED-NUM
        STRING ",""zerados"":"            DELIMITED BY SIZE
               FUNCTION TRIM(WA-ED-NUM)   DELIMITED BY SIZE
               INTO WA-JSON-CAMPO WITH POINTER WA-JPTR
        MOVE WA-CAM-DISTINTOS(WA-IDX) TO WA-ED-NUM
        STRING ",""distintos"":"          DELIMITED BY SIZE
               FUNCTION TRIM(WA-ED-NUM)   DELIMITED BY SIZE
               ",""distintos_no_limite"":" DELIMITED BY SIZE
               INTO WA-JSON-CAMPO WITH POINTER WA-JPTR
        IF  WA-CAM-NO-LIMITE(WA-IDX) = "S"
            STRING "true"  DELIMITED BY SIZE
                   INTO WA-JSON-CAMPO WITH POINTER WA-JPTR
        ELSE
            STRING "false" DELIMITED BY SIZE
                   INTO WA-JSON-CAMPO WITH POINTER WA-JPTR
        END-IF
        PERFORM 7110-EXPORTAR-EXTREMOS
        STRING ",""top"":["               DELIMITED BY SIZE
               INTO WA-JSON-CAMPO WITH POINTER WA-JPTR
        PERFORM 7150-EXPORTAR-TOP
                VARYING WA-TOP-IDX FROM 1 BY 1
                UNTIL WA-TOP-IDX > WA-CAM-QTD-TOP(WA-IDX)
        STRING "]}"                       DELIMITED BY SIZE
               INTO WA-JSON-CAMPO WITH POINTER WA-JPTR
        WRITE JSON-LINHA FROM WA-JSON-CAMPO
    END-IF.

*--------------------------------------------------------------------*
* MINIMO/MAXIMO (NULL SEM NENHUM VALOR) E, NO CAMPO DE DATA, A MAIS   *
* ANTIGA E A MAIS RECENTE (NULL SEM DATA VALIDA).                     *
*--------------------------------------------------------------------*
7110-EXPORTAR-EXTREMOS.
    IF  WA-CAM-TEM-VALOR(WA-IDX) = "S"
        MOVE WA-CAM-MINIMO(WA-IDX) TO WA-ESC-ENTRADA
        PERFORM 7200-ESCAPAR-VALOR
        STRING ",""minimo"":"             DELIMITED BY SIZE
               WA-ESC-SAIDA(1:WA-ESC-LEN) DELIMITED BY SIZE
               INTO WA-JSON-CAMPO WITH POINTER WA-JPTR
        MOVE WA-CAM-MAXIMO(WA-IDX) TO WA-ESC-ENTRADA
        PERFORM 7200-ESCAPAR-VALOR
        STRING ",""maximo"":"             DELIMITED BY SIZE
               WA-ESC-SAIDA(1:WA-ESC-LEN) DELIMITED BY SIZE
               INTO WA-JSON-CAMPO WITH POINTER WA-JPTR
    ELSE
        STRING ",""minimo"":null,""maximo"":null" DELIMITED BY SIZE
               INTO WA-JSON-CAMPO WITH POINTER WA-JPTR
    END-IF.
    IF  WA-CAM-DATA(WA-IDX) = "S"
        IF  WA-CAM-DATA-MIN(WA-IDX) > ZEROS
            STRING ",""data_mais_antiga"":"""  DELIMITED BY SIZE
                   WA-CAM-DATA-MIN(WA-IDX)     DELIMITED BY SIZE
                   """,""data_mais_recente"":""" DELIMITED BY SIZE
                   WA-CAM-DATA-MAX(WA-IDX)     DELIMITED BY SIZE
                   """"                        DELIMITED BY SIZE
                   INTO WA-JSON-CAMPO WITH POINTER WA-JPTR
        ELSE
            STRING ",""data_mais_antiga"":null,""data_mais_recente"":null"
                                               DELIMITED BY SIZE
                   INTO WA-JSON-CAMPO WITH POINTER WA-JPTR
        END-IF
    END-IF.

7150-EXPORTAR-TOP.
    IF  WA-TOP-IDX > 1
        STRING "," DELIMITED BY SIZE
               INTO WA-JSON-CAMPO WITH POINTER WA-JPTR
    END-IF.
    MOVE WA-TOP-VALOR(WA-IDX, WA-TOP-IDX) TO WA-ESC-ENTRADA.
    PERFORM 7200-ESCAPAR-VALOR.
    MOVE WA-TOP-QTD(WA-IDX, WA-TOP-IDX) TO WA-ED-NUM.
    STRING "{""valor"":"              DELIMITED BY SIZE
           WA-ESC-SAIDA(1:WA-ESC-LEN) DELIMITED BY SIZE
           ",""qtd"":"                DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-NUM)   DELIMITED BY SIZE
           "}"                        DELIMITED BY SIZE
           INTO WA-JSON-CAMPO WITH POINTER WA-JPTR.

*--------------------------------------------------------------------*
* VALOR PARA JSON: ENTRE ASPAS, SEM OS BRANCOS DO FIM, COM ASPAS E    *
* BARRA INVERTIDA ESCAPADAS E BYTE DE CONTROLE TROCADO POR "?".       *
*--------------------------------------------------------------------*
7200-ESCAPAR-VALOR.
    MOVE 60 TO WA-ESC-TAM.
    PERFORM 7210-ACHAR-FIM
            UNTIL WA-ESC-TAM = ZEROS
               OR WA-ESC-ENTRADA(WA-ESC-TAM:1) NOT = SPACE.
    MOVE SPACES TO WA-ESC-SAIDA.
    MOVE """"   TO WA-ESC-SAIDA(1:1).
    MOVE 1      TO WA-ESC-LEN.
    PERFORM 7220-ESCAPAR-BYTE
            VARYING WA-ESC-I FROM 1 BY 1
            UNTIL WA-ESC-I > WA-ESC-TAM.
    ADD 1 TO WA-ESC-LEN.
    MOVE """"   TO WA-ESC-SAIDA(WA-ESC-LEN:1).

7210-ACHAR-FIM.
    SUBTRACT 1 FROM WA-ESC-TAM.

7220-ESCAPAR-BYTE.
    MOVE WA-ESC-ENTRADA(WA-ESC-I:1) TO WA-ESC-BYTE.
    IF  WA-ESC-BYTE = """" OR WA-ESC-BYTE = "\"
        ADD 1 TO WA-ESC-LEN
        MOVE "\" TO WA-ESC-SAIDA(WA-ESC-LEN:1)
    END-IF.
    IF  WA-ESC-BYTE < SPACE
        MOVE "?" TO WA-ESC-BYTE
    END-IF.
    ADD 1 TO WA-ESC-LEN.
    MOVE WA-ESC-BYTE TO WA-ESC-SAIDA(WA-ESC-LEN:1).

*--------------------------------------------------------------------*
* UMA LINHA DE HISTORICO POR CAMPO PERFILADO.                         *
*--------------------------------------------------------------------*
7500-GRAVAR-HISTORICO.
    IF  WA-CAM-PERFILA(WA-IDX) NOT = "S"
        GO TO 7500-GRAVAR-HISTORICO-EXIT
    END-IF.
    PERFORM 6150-CALCULAR-PREENCHIMENTO.
    MOVE SPACES                   TO PRF-LINHA.
    MOVE WA-DMR-DATA              TO PRF-DATA.
    MOVE WA-HORA-AGORA            TO PRF-HORA.
    MOVE WA-NOME-BASE             TO PRF-ARQUIVO.
    MOVE WA-CAM-NOME(WA-IDX)      TO PRF-CAMPO.
    MOVE WA-TOTAL-REGISTROS       TO PRF-REGISTROS.
    MOVE WA-CAM-BRANCOS(WA-IDX)   TO PRF-BRANCOS.
    MOVE WA-CAM-ZEROS(WA-IDX)     TO PRF-ZEROS.
    MOVE WA-PCT-PREENCH           TO PRF-PCT-PREENCH.
    MOVE WA-CAM-DISTINTOS(WA-IDX) TO PRF-DISTINTOS.
    MOVE WA-CAM-NO-LIMITE(WA-IDX) TO PRF-NO-LIMITE.
    MOVE WA-CAM-DATA-MIN(WA-IDX)  TO PRF-DATA-MIN.
    MOVE WA-CAM-DATA-MAX(WA-IDX)  TO PRF-DATA-MAX.
    MOVE ZEROS                    TO PRF-TOP1-QTD.
    IF  WA-CAM-QTD-TOP(WA-IDX) > ZEROS
        MOVE WA-TOP-QTD(WA-IDX, 1)   TO PRF-TOP1-QTD
        MOVE WA-TOP-VALOR(WA-IDX, 1) TO PRF-TOP1-VALOR
    END-IF.
    MOVE WA-CAM-MINIMO(WA-IDX)    TO PRF-MINIMO.
    MOVE WA-CAM-MAXIMO(WA-IDX)    TO PRF-MAXIMO.
    WRITE PRF-LINHA.

7500-GRAVAR-HISTORICO-EXIT.
    EXIT.

9999-FINALIZAR.
    CLOSE PARTST-LISTA.
    MOVE "]}" TO JSON-LINHA.
    WRITE JSON-LINHA.
    CLOSE PERF-JSON.
    CLOSE PERF-HIST.
    MOVE SPACES TO RPT-LINHA.
    STRING "TOTAL: " WA-ARQUIVOS-PERFILADOS   DELIMITED BY SIZE
           " ARQUIVO(S) PERFILADO(S), "      DELIMITED BY SIZE
           WA-ARQUIVOS-FALHOS                DELIMITED BY SIZE
           " PULADO(S), "                    DELIMITED BY SIZE
           WA-CAMPOS-MUDARAM                 DELIMITED BY SIZE
           " CAMPO(S) COM DISTRIBUICAO ALTERADA" DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    CLOSE XFDPERF-RPT.
    DISPLAY "XFDPERF - " WA-ARQUIVOS-PERFILADOS " ARQUIVO(S) PERFILADO(S), "
            WA-ARQUIVOS-FALHOS " PULADO(S), " WA-CAMPOS-MUDARAM
            " CAMPO(S) COM DISTRIBUICAO ALTERADA.".
