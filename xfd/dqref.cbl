IDENTIFICATION DIVISION.
PROGRAM-ID.    DQREF.
*------------------------------------------------------------------------------*
* INTEGRIDADE REFERENCIAL ENTRE ARQUIVOS DA VENDAS.  O VENDIDX CONFERE O       *
* INDICE DE CADA ARQUIVO E O DQSCAN O TIPO DOS CAMPOS, MAS NADA CONFERIA QUE   *
* O REGISTRO DE UM ARQUIVO APONTA PARA UM REGISTRO QUE EXISTE EM OUTRO - A     *
* VENDA CUJO CLIENTE NAO EXISTE MAIS, O ITEM CUJO PRODUTO FOI EXCLUIDO - E     *
* ISSO SO APARECIA NO RELATORIO QUE SAIA CURTO.  CADA LINHA DO dqref.ctl E UMA *
* RELACAO "O CAMPO X DO ARQUIVO A TEM QUE EXISTIR COMO CHAVE DO ARQUIVO B":    *
*                                                                              *
*   ARQ-FILHO(32) CAMPO-FILHO(32) ARQ-PAI(32) VAZIO(1) MAX-PLANILHA(5),        *
*   SEPARADOS POR UM BRANCO.  VAZIO "N" = CAMPO EM BRANCO/ZERADO TAMBEM E      *
*   ORFAO (RELACAO OBRIGATORIA); QUALQUER OUTRO VALOR = VAZIO E PERMITIDO E    *
*   SO CONTADO.  MAX-PLANILHA LIMITA AS LINHAS DA RELACAO NA PLANILHA DE       *
*   CORRECAO (SEM ELE, 200).  LINHA EM BRANCO OU COM "*" NA COLUNA 1 E         *
*   IGNORADA.                                                                  *
*                                                                              *
* A CHAVE DO PAI E A CHAVE PRIMARIA DA XFD DELE (SEGMENTOS CONCATENADOS, COMO  *
* NO VENDIDX); CAMPO DO FILHO MAIS CURTO QUE A CHAVE CASA COM O COMECO DELA.   *
* A "BUSCA PELA CHAVE" E UM CASAMENTO ORDENADO: OS VALORES DO FILHO PASSAM     *
* PELO SORT E O PAI E LIDO UMA VEZ NA ORDEM DA CHAVE PRIMARIA (A ORDEM QUE O   *
* VENDIDX GARANTE) - UMA PASSADA EM CADA ARQUIVO, SEM LEITURA ALEATORIA.       *
*                                                                              *
* POR RELACAO SAI NO dqref.rpt A CONTAGEM DE ORFAOS, DE VALORES ORFAOS         *
* DISTINTOS E AS CHAVES DOS PRIMEIROS REGISTROS ORFAOS.  CADA ORFAO VIRA UMA   *
* LINHA DA PLANILHA DE CORRECAO DO DQFIX (dqfix-planilha.ctl, LAYOUT EM        *
* xfd/dqfix.ws) COM O PROPOSTO EM BRANCO - O CAMINHO SUPERVISIONADO QUE JA     *
* EXISTE.  A PLANILHA E DO DQSCAN (QUE A REESCREVE NA VARREDURA SEMANAL):      *
* ESTE PASSO SO ACRESCENTA, E NAO REPETE LINHA QUE JA ESTA LA (MESMO ARQUIVO,  *
* CAMPO E CHAVE) - O PROPOSTO QUE O REVISOR JA PREENCHEU NAO SE PERDE.         *
*                                                                              *
* PASSO NOTURNO DO BATDRV: ORFAO NAO PARA A NOITE (RETURN-CODE 0, ALERTA "A"   *
* NA CENTRAL COM O TOTAL); RELACAO QUE NAO PODE SER CONFERIDA (XFD, CAMPO OU   *
* ARQUIVO) SAI NO RELATORIO E TAMBEM ALERTA.  SO A FALTA DO dqref.ctl OU DA    *
* PLANILHA DEVOLVE 8.                                                          *
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
* RELACOES A CONFERIR.
    SELECT REF-CTL ASSIGN "dqref.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CTL.

* LEITURA CRUA E SEQUENCIAL DO FILHO E DO PAI (CHAVE FICTICIA, SO PARA
* O COMPILADOR - MESMO ARTIFICIO DO DQSCAN).  DOIS SELECTS PORQUE A
* RELACAO PODE SER DO ARQUIVO COM ELE MESMO.
    SELECT FILHO-FILE ASSIGN WA-ARQ-FILHO
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY WA-CHAVE-FICTICIA-FILHO
           FILE STATUS SW-STATUS-FIL.

    SELECT PAI-FILE ASSIGN WA-ARQ-PAI
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY WA-CHAVE-FICTICIA-PAI
           FILE STATUS SW-STATUS-PAI.

    SELECT DQREF-RPT ASSIGN "dqref.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

* PLANILHA DE CORRECAO DO DQFIX - LIDA PARA NAO REPETIR LINHA, DEPOIS
* SO ACRESCENTADA.
    SELECT PLANILHA ASSIGN "dqfix-planilha.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-PLA.

* ORDENACAO DOS VALORES DO FILHO, UMA PASSADA POR RELACAO.
    SELECT ORDENA-WORK ASSIGN "dqref.srt".

DATA DIVISION.
FILE SECTION.
FD  REF-CTL.
01  REF-LINHA.
    03  REF-ARQ-FILHO            PIC X(032).
    03  FILLER                   PIC X(001).
    03  REF-CAMPO-FILHO          PIC X(032).
    03  FILLER                   PIC X(001).
    03  REF-ARQ-PAI              PIC X(032).
    03  FILLER                   PIC X(001).
    03  REF-VAZIO                PIC X(001).
        88  REF-VAZIO-E-ORFAO                        VALUE "N".
    03  FILLER                   PIC X(001).
    03  REF-MAX-PLANILHA         PIC X(005).

FD  FILHO-FILE.
01  FILHO-REC.
    03  WA-CHAVE-FICTICIA-FILHO  PIC X(020).
    03  FILLER                   PIC X(3980).

FD  PAI-FILE.
01  PAI-REC.
    03  WA-CHAVE-FICTICIA-PAI    PIC X(020).
    03  FILLER                   PIC X(3980).

FD  DQREF-RPT.
01  RPT-LINHA                    PIC X(160).

FD  PLANILHA.
copy "xfd/dqfix.ws".

SD  ORDENA-WORK.
01  ORD-LINHA.
    03  ORD-VALOR                PIC X(060).
    03  ORD-CHAVE                PIC X(060).

WORKING-STORAGE SECTION.
77  SW-STATUS-CTL                PIC X(002)          VALUE SPACES.
77  SW-STATUS-FIL                PIC X(002)          VALUE SPACES.
77  SW-STATUS-PAI                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-PLA                PIC X(002)          VALUE SPACES.

77  WA-FIM-CTL                   PIC X(001)          VALUE "N".
    88  WA-FIM-CTL-SIM                               VALUE "S".
77  WA-FIM-FILHO                 PIC X(001)          VALUE "N".
    88  WA-FIM-FILHO-SIM                             VALUE "S".
77  WA-FIM-PAI                   PIC X(001)          VALUE "N".
    88  WA-FIM-PAI-SIM                               VALUE "S".
77  WA-FIM-ORDENA                PIC X(001)          VALUE "N".
    88  WA-FIM-ORDENA-SIM                            VALUE "S".
77  WA-FIM-PLA                   PIC X(001)          VALUE "N".
    88  WA-FIM-PLA-SIM                               VALUE "S".
77  WA-RELACAO-OK                PIC X(001)          VALUE "N".
    88  WA-RELACAO-OK-SIM                            VALUE "S".

* DATA DE MOVIMENTO DA RODADA (ROTINA DATAMOV) - SO NO CABECALHO.
77  WA-DMR-OPERACAO              PIC X(001)          VALUE "C".
77  WA-DMR-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-ARQ-FILHO                 PIC X(140)          VALUE SPACES.
77  WA-ARQ-PAI                   PIC X(140)          VALUE SPACES.
77  WA-RECORD-BUFFER             PIC X(4000)         VALUE SPACES.
77  WA-MOTIVO                    PIC X(060)          VALUE SPACES.

* O CAMPO DO FILHO, RESOLVIDO NA XFD DELE.
77  WA-CAMPO-ACHADO              PIC X(001)          VALUE "N".
77  WA-CAMPO-NOME                PIC X(032)          VALUE SPACES.
77  WA-CAMPO-PROCURADO           PIC X(032)          VALUE SPACES.
77  WA-CAMPO-OFFSET              PIC 9(005)          VALUE ZEROS.
77  WA-CAMPO-LENGTH              PIC 9(005)          VALUE ZEROS.
77  WA-CAMPO-DIGITS              PIC 9(005)          VALUE ZEROS.
77  WA-VALOR                     PIC X(060)          VALUE SPACES.

*--------------------------------------------------------------------*
* SEGMENTOS DA CHAVE PRIMARIA DO FILHO (CHAVE DO REGISTRO ORFAO, NA   *
* PLANILHA) E DO PAI (CHAVE PROCURADA).  A MONTAGEM USA SEMPRE        *
* WA-SEGMENTOS - CARREGADA COM OS DO FILHO NA ENTRADA DO SORT E COM   *
* OS DO PAI NA SAIDA.                                                 *
*--------------------------------------------------------------------*
01  WA-SEGMENTOS.
    03  WA-QTD-SEGMENTOS         PIC 9(003)          VALUE ZEROS.
    03  WA-SEGMENTO-ITEM         OCCURS 16 TIMES.
        05  WA-SEG-OFFSET        PIC 9(005).
        05  WA-SEG-LENGTH        PIC 9(005).
01  WA-SEGMENTOS-FILHO           PIC X(163)          VALUE SPACES.
01  WA-SEGMENTOS-PAI             PIC X(163)          VALUE SPACES.
77  WA-SEG-IDX                   PIC 9(003)          VALUE ZEROS.
77  WA-CHAVE-POS                 PIC 9(003)          VALUE ZEROS.
77  WA-CHAVE-REGISTRO            PIC X(060)          VALUE SPACES.
77  WA-CHAVE-PAI                 PIC X(060)          VALUE SPACES.
77  WA-TAM-CHAVE-PAI             PIC 9(003)          VALUE ZEROS.
77  WA-TAM                       PIC 9(005)          VALUE ZEROS.

* CONTAGENS DA RELACAO CORRENTE E DA RODADA.
77  WA-REG-FILHO                 PIC 9(009)          VALUE ZEROS.
77  WA-REG-VAZIOS                PIC 9(009)          VALUE ZEROS.
77  WA-REG-ORFAOS                PIC 9(009)          VALUE ZEROS.
77  WA-VALORES-ORFAOS            PIC 9(007)          VALUE ZEROS.
77  WA-ULTIMO-ORFAO              PIC X(060)          VALUE SPACES.
77  WA-PLA-NOVAS                 PIC 9(005)          VALUE ZEROS.
77  WA-PLA-RELACAO               PIC 9(005)          VALUE ZEROS.
77  WA-MAX-PLANILHA              PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-RELACOES            PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-INVALIDAS           PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-ORFAOS              PIC 9(009)          VALUE ZEROS.
77  WA-TOTAL-PLA-NOVAS           PIC 9(007)          VALUE ZEROS.

01  WA-AMOSTRAS.
    03  WA-QTD-AMOSTRAS          PIC 9(002)          VALUE ZEROS.
    03  WA-AMOSTRA-ITEM          OCCURS 10 TIMES.
        05  WA-AMO-CHAVE         PIC X(060).
        05  WA-AMO-VALOR         PIC X(060).
77  WA-AMO-IDX                   PIC 9(002)          VALUE ZEROS.

*--------------------------------------------------------------------*
* LINHAS QUE JA ESTAO NA PLANILHA (ARQUIVO + CAMPO + CHAVE), PARA NAO *
* REPETIR - INCLUSIVE AS ACRESCENTADAS NESTA RODADA.                  *
*--------------------------------------------------------------------*
01  WA-PLANILHA-EXISTENTE.
    03  WA-QTD-EXISTENTES        PIC 9(005)          VALUE ZEROS.
    03  WA-EXI-ITEM              OCCURS 5000 TIMES.
        05  WA-EXI-ARQUIVO       PIC X(032).
        05  WA-EXI-CAMPO         PIC X(032).
        05  WA-EXI-CHAVE         PIC X(060).
77  WA-EXI-IDX                   PIC 9(005)          VALUE ZEROS.
77  WA-EXI-ACHOU                 PIC X(001)          VALUE "N".
    88  WA-EXI-ACHOU-SIM                             VALUE "S".

77  WA-ED-NUM                    PIC Z(008)9.
77  WA-ED-NUM-2                  PIC Z(008)9.
77  WA-ED-NUM-3                  PIC Z(008)9.

77  WA-ALR-PROGRAMA              PIC X(030)          VALUE "DQREF".
77  WA-ALR-SEVERIDADE            PIC X(001)          VALUE "A".
77  WA-ALR-TEXTO                 PIC X(150)          VALUE SPACES.
77  WA-ALR-RETORNO               PIC 9(002)          VALUE ZEROS.

copy "bacu/acugui.def".
copy "bacu/parsexfd.ws".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    PERFORM 2000-PROCESSAR-RELACAO
            WITH TEST AFTER
            UNTIL WA-FIM-CTL-SIM.
    PERFORM 8000-TRAILER.
    PERFORM 9999-FINALIZAR.
    MOVE 0 TO RETURN-CODE.
    STOP RUN.

1000-INICIALIZAR.
    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.

    OPEN INPUT REF-CTL.
    IF  SW-STATUS-CTL(1:1) NOT = ZEROS
        DISPLAY "DQREF - NAO ABRIU dqref.ctl, STATUS "
                SW-STATUS-CTL UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM 1100-CARREGAR-PLANILHA.
    OPEN EXTEND PLANILHA.
    IF  SW-STATUS-PLA(1:1) = "3"
        OPEN OUTPUT PLANILHA
        CLOSE PLANILHA
        OPEN EXTEND PLANILHA
    END-IF.
    IF  SW-STATUS-PLA(1:1) NOT = ZEROS
        DISPLAY "DQREF - NAO ABRIU dqfix-planilha.ctl, STATUS "
                SW-STATUS-PLA UPON SYSERR
        CLOSE REF-CTL
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT DQREF-RPT.
    MOVE "INTEGRIDADE REFERENCIAL ENTRE ARQUIVOS DA VENDAS" TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "DATA DE MOVIMENTO "          DELIMITED BY SIZE
           WA-DMR-DATA(7:2) "/" WA-DMR-DATA(5:2) "/" WA-DMR-DATA(1:4)
                                         DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

    SET CONFIGURATION "DLL-CONVENTION" TO 0.
    CALL "./libparsexfd.so".

1100-CARREGAR-PLANILHA.
    MOVE ZEROS TO WA-QTD-EXISTENTES.
    OPEN INPUT PLANILHA.
    IF  SW-STATUS-PLA(1:1) = ZEROS
        MOVE "N" TO WA-FIM-PLA
        PERFORM 1110-LER-PLANILHA
                WITH TEST AFTER
                UNTIL WA-FIM-PLA-SIM
        CLOSE PLANILHA
    END-IF.

1110-LER-PLANILHA.
    READ PLANILHA
         AT END SET WA-FIM-PLA-SIM TO TRUE
         NOT AT END
             IF  DQF-ARQUIVO NOT = SPACES
                 AND WA-QTD-EXISTENTES < 5000
                 ADD 1 TO WA-QTD-EXISTENTES
                 MOVE DQF-ARQUIVO TO WA-EXI-ARQUIVO(WA-QTD-EXISTENTES)
                 MOVE DQF-CAMPO   TO WA-EXI-CAMPO(WA-QTD-EXISTENTES)
                 MOVE DQF-CHAVE   TO WA-EXI-CHAVE(WA-QTD-EXISTENTES)
             END-IF
    END-READ.

2000-PROCESSAR-RELACAO.
    READ REF-CTL
         AT END SET WA-FIM-CTL-SIM TO TRUE
         NOT AT END
             IF  REF-ARQ-FILHO NOT = SPACES
                 AND REF-LINHA(1:1) NOT = "*"
                 ADD 1 TO WA-TOTAL-RELACOES
                 PERFORM 3000-CONFERIR-RELACAO
                         THRU 3000-CONFERIR-RELACAO-EXIT
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* UMA RELACAO: RESOLVE O CAMPO E A CHAVE DO FILHO E A CHAVE DO PAI NAS *
* XFDS, PASSA OS VALORES DO FILHO PELO SORT E CASA COM O PAI NA SAIDA.*
*--------------------------------------------------------------------*
3000-CONFERIR-RELACAO.
    MOVE 200 TO WA-MAX-PLANILHA.
    IF  REF-MAX-PLANILHA NUMERIC
        MOVE REF-MAX-PLANILHA TO WA-MAX-PLANILHA(1:5)
    END-IF.
    MOVE SPACES TO RPT-LINHA.
    STRING "RELACAO "                 DELIMITED BY SIZE
           REF-ARQ-FILHO              DELIMITED BY SPACE
           "."                        DELIMITED BY SIZE
           REF-CAMPO-FILHO            DELIMITED BY SPACE
           " -> CHAVE DE "            DELIMITED BY SIZE
           REF-ARQ-PAI                DELIMITED BY SPACE
           INTO RPT-LINHA.
    IF  REF-VAZIO-E-ORFAO
        MOVE "(OBRIGATORIA - VAZIO E ORFAO)" TO RPT-LINHA(100:)
    END-IF.
    WRITE RPT-LINHA.

    MOVE "N" TO WA-RELACAO-OK.
    PERFORM 3100-PREPARAR-FILHO
            THRU 3100-PREPARAR-FILHO-EXIT.
    IF  WA-RELACAO-OK-SIM
        PERFORM 3200-PREPARAR-PAI
                THRU 3200-PREPARAR-PAI-EXIT
    END-IF.
    IF  NOT WA-RELACAO-OK-SIM
        PERFORM 3900-RELACAO-INVALIDA
        GO TO 3000-CONFERIR-RELACAO-EXIT
    END-IF.

    OPEN INPUT FILHO-FILE.
    IF  SW-STATUS-FIL(1:1) NOT = ZEROS
        MOVE SPACES TO WA-MOTIVO
        STRING "NAO ABRIU O ARQUIVO FILHO, STATUS " DELIMITED BY SIZE
               SW-STATUS-FIL                        DELIMITED BY SIZE
               INTO WA-MOTIVO
        PERFORM 3900-RELACAO-INVALIDA
        GO TO 3000-CONFERIR-RELACAO-EXIT
    END-IF.
    OPEN INPUT PAI-FILE.
    IF  SW-STATUS-PAI(1:1) NOT = ZEROS
        CLOSE FILHO-FILE
        MOVE SPACES TO WA-MOTIVO
        STRING "NAO ABRIU O ARQUIVO PAI, STATUS " DELIMITED BY SIZE
               SW-STATUS-PAI                      DELIMITED BY SIZE
               INTO WA-MOTIVO
        PERFORM 3900-RELACAO-INVALIDA
        GO TO 3000-CONFERIR-RELACAO-EXIT
    END-IF.

    MOVE ZEROS  TO WA-REG-FILHO WA-REG-VAZIOS WA-REG-ORFAOS
                   WA-VALORES-ORFAOS WA-PLA-NOVAS WA-QTD-AMOSTRAS.
    MOVE SPACES TO WA-ULTIMO-ORFAO.
    MOVE "N"    TO WA-FIM-FILHO WA-FIM-PAI WA-FIM-ORDENA.
    PERFORM 3300-CONTAR-NA-PLANILHA.

    SORT ORDENA-WORK
         ON ASCENDING KEY ORD-VALOR ORD-CHAVE
         INPUT PROCEDURE  4000-LER-FILHO
                     THRU 4000-LER-FILHO-EXIT
         OUTPUT PROCEDURE 5000-CASAR-COM-PAI
                     THRU 5000-CASAR-COM-PAI-EXIT.
    CLOSE FILHO-FILE.
    CLOSE PAI-FILE.

    ADD WA-REG-ORFAOS TO WA-TOTAL-ORFAOS.
    ADD WA-PLA-NOVAS  TO WA-TOTAL-PLA-NOVAS.
    PERFORM 6000-RELATAR-RELACAO.

3000-CONFERIR-RELACAO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* XFD DO FILHO: O CAMPO DA RELACAO (ATE 60 BYTES) E OS SEGMENTOS DA   *
* CHAVE PRIMARIA (CHAVE DO REGISTRO ORFAO NA PLANILHA, MONTADA COMO O *
* DQSCAN MONTA - E A QUE O DQFIX PROCURA).                            *
*--------------------------------------------------------------------*
3100-PREPARAR-FILHO.
    MOVE SPACES TO XFDFILE.
    STRING "/multidad/xfd/"             DELIMITED BY SIZE
           FUNCTION TRIM(REF-ARQ-FILHO) DELIMITED BY SIZE
           ".xfd"                       DELIMITED BY SIZE
           INTO XFDFILE.
    MOVE SPACES TO WA-ARQ-FILHO.
    STRING "/multidad/vendas/"          DELIMITED BY SIZE
           FUNCTION TRIM(REF-ARQ-FILHO) DELIMITED BY SIZE
           INTO WA-ARQ-FILHO.
    MOVE WA-ARQ-FILHO TO FILENAME.

    CALL "parsexfd" USING PARSE-XFD-OP.
    IF  PARSE-ERROR
        MOVE "XFD DO ARQUIVO FILHO NAO PARSEOU" TO WA-MOTIVO
        GO TO 3100-PREPARAR-FILHO-EXIT
    END-IF.

    MOVE "N"    TO WA-CAMPO-ACHADO.
    MOVE SPACES TO WA-CAMPO-NOME.
    MOVE ZEROS  TO WA-CAMPO-OFFSET WA-CAMPO-LENGTH WA-CAMPO-DIGITS.
    MOVE FUNCTION UPPER-CASE(REF-CAMPO-FILHO) TO WA-CAMPO-PROCURADO.
    PERFORM 3110-PROCURAR-CAMPO
            VARYING XFD-FIELD-INDEX FROM 1 BY 1
            UNTIL XFD-FIELD-INDEX > XFD-TOTAL-NUMBER-FIELDS
               OR WA-CAMPO-ACHADO = "S".
    PERFORM 3120-GUARDAR-SEGMENTOS.
    MOVE WA-SEGMENTOS TO WA-SEGMENTOS-FILHO.
    CALL "parsexfd" USING FREE-MEMORY-OP.

    IF  WA-CAMPO-ACHADO NOT = "S"
        MOVE "CAMPO NAO EXISTE NA XFD DO ARQUIVO FILHO" TO WA-MOTIVO
        GO TO 3100-PREPARAR-FILHO-EXIT
    END-IF.
    IF  WA-CAMPO-LENGTH = ZEROS OR WA-CAMPO-LENGTH > 60
        OR WA-CAMPO-OFFSET + WA-CAMPO-LENGTH > 4000
        MOVE "CAMPO DO FILHO VAZIO OU COM MAIS DE 60 BYTES" TO WA-MOTIVO
        GO TO 3100-PREPARAR-FILHO-EXIT
    END-IF.
    MOVE "S" TO WA-RELACAO-OK.

3100-PREPARAR-FILHO-EXIT.
    EXIT.

3110-PROCURAR-CAMPO.
    CALL "parsexfd" USING GET-FIELD-INFO-OP.
    IF  FUNCTION UPPER-CASE(XFD-FIELD-NAME(1:32)) = WA-CAMPO-PROCURADO
        MOVE "S"              TO WA-CAMPO-ACHADO
        MOVE XFD-FIELD-NAME   TO WA-CAMPO-NOME
        MOVE XFD-FIELD-OFFSET TO WA-CAMPO-OFFSET
        MOVE XFD-FIELD-LENGTH TO WA-CAMPO-LENGTH
        MOVE XFD-FIELD-DIGITS TO WA-CAMPO-DIGITS
    END-IF.

3120-GUARDAR-SEGMENTOS.
    MOVE ZEROS TO WA-QTD-SEGMENTOS.
    MOVE 1 TO XFD-KEY-INDEX.
    CALL "parsexfd" USING GET-KEY-INFO-OP.
    IF  NOT PARSE-ERROR
        PERFORM 3130-COPIAR-SEGMENTO
                VARYING WA-SEG-IDX FROM 1 BY 1
                UNTIL WA-SEG-IDX > XFD-NUMBER-OF-SEGMENTS
                   OR WA-SEG-IDX > 16
    END-IF.

3130-COPIAR-SEGMENTO.
    MOVE WA-SEG-IDX TO WA-QTD-SEGMENTOS.
    MOVE XFD-SEGMENT-OFFSET(WA-SEG-IDX) TO WA-SEG-OFFSET(WA-SEG-IDX).
    MOVE XFD-SEGMENT-LENGTH(WA-SEG-IDX) TO WA-SEG-LENGTH(WA-SEG-IDX).

*--------------------------------------------------------------------*
* XFD DO PAI: SO OS SEGMENTOS DA CHAVE PRIMARIA.  O CAMPO DO FILHO    *
* NAO PODE SER MAIOR QUE A CHAVE (CASA COM O COMECO DELA).            *
*--------------------------------------------------------------------*
3200-PREPARAR-PAI.
    MOVE "N" TO WA-RELACAO-OK.
    MOVE SPACES TO XFDFILE.
    STRING "/multidad/xfd/"             DELIMITED BY SIZE
           FUNCTION TRIM(REF-ARQ-PAI)   DELIMITED BY SIZE
           ".xfd"                       DELIMITED BY SIZE
           INTO XFDFILE.
    MOVE SPACES TO WA-ARQ-PAI.
    STRING "/multidad/vendas/"          DELIMITED BY SIZE
           FUNCTION TRIM(REF-ARQ-PAI)   DELIMITED BY SIZE
           INTO WA-ARQ-PAI.
    MOVE WA-ARQ-PAI TO FILENAME.

    CALL "parsexfd" USING PARSE-XFD-OP.
    IF  PARSE-ERROR
        MOVE "XFD DO ARQUIVO PAI NAO PARSEOU" TO WA-MOTIVO
        GO TO 3200-PREPARAR-PAI-EXIT
    END-IF.
    PERFORM 3120-GUARDAR-SEGMENTOS.
    MOVE WA-SEGMENTOS TO WA-SEGMENTOS-PAI.
    CALL "parsexfd" USING FREE-MEMORY-OP.

    MOVE ZEROS TO WA-TAM-CHAVE-PAI.
    PERFORM 3210-SOMAR-SEGMENTO
            VARYING WA-SEG-IDX FROM 1 BY 1
            UNTIL WA-SEG-IDX > WA-QTD-SEGMENTOS.
    IF  WA-QTD-SEGMENTOS = ZEROS
        MOVE "ARQUIVO PAI SEM CHAVE PRIMARIA NA XFD" TO WA-MOTIVO
        GO TO 3200-PREPARAR-PAI-EXIT
    END-IF.
    IF  WA-CAMPO-LENGTH > WA-TAM-CHAVE-PAI
        MOVE "CAMPO DO FILHO MAIOR QUE A CHAVE DO PAI" TO WA-MOTIVO
        GO TO 3200-PREPARAR-PAI-EXIT
    END-IF.
    MOVE "S" TO WA-RELACAO-OK.

3200-PREPARAR-PAI-EXIT.
    EXIT.

3210-SOMAR-SEGMENTO.
    IF  WA-TAM-CHAVE-PAI + WA-SEG-LENGTH(WA-SEG-IDX) <= 60
        ADD WA-SEG-LENGTH(WA-SEG-IDX) TO WA-TAM-CHAVE-PAI
    END-IF.

*--------------------------------------------------------------------*
* LINHAS QUE A RELACAO JA TEM NA PLANILHA - CONTAM PARA O LIMITE.     *
*--------------------------------------------------------------------*
3300-CONTAR-NA-PLANILHA.
    MOVE ZEROS TO WA-PLA-RELACAO.
    PERFORM 3310-CONTAR-LINHA
            VARYING WA-EXI-IDX FROM 1 BY 1
            UNTIL WA-EXI-IDX > WA-QTD-EXISTENTES.

3310-CONTAR-LINHA.
    IF  WA-EXI-ARQUIVO(WA-EXI-IDX) = REF-ARQ-FILHO
        AND WA-EXI-CAMPO(WA-EXI-IDX) = WA-CAMPO-NOME
        ADD 1 TO WA-PLA-RELACAO
    END-IF.

3900-RELACAO-INVALIDA.
    ADD 1 TO WA-TOTAL-INVALIDAS.
    MOVE SPACES TO RPT-LINHA.
    STRING "  NAO CONFERIDA: " DELIMITED BY SIZE
           WA-MOTIVO           DELIMITED BY "  "
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE "A" TO WA-ALR-SEVERIDADE.
    MOVE SPACES TO WA-ALR-TEXTO.
    STRING "RELACAO "                 DELIMITED BY SIZE
           REF-ARQ-FILHO              DELIMITED BY SPACE
           "."                        DELIMITED BY SIZE
           REF-CAMPO-FILHO            DELIMITED BY SPACE
           " NAO CONFERIDA: "         DELIMITED BY SIZE
           WA-MOTIVO                  DELIMITED BY "  "
           INTO WA-ALR-TEXTO.
    CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                          WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.

*--------------------------------------------------------------------*
* ENTRADA DO SORT: O VALOR DO CAMPO E A CHAVE DE CADA REGISTRO DO     *
* FILHO.  VAZIO (BRANCO, LOW-VALUES OU, EM CAMPO NUMERICO, ZERADO) SO *
* E CONTADO - A NAO SER NA RELACAO OBRIGATORIA, ONDE E ORFAO COMO     *
* QUALQUER OUTRO VALOR SEM PAI.                                       *
*--------------------------------------------------------------------*
4000-LER-FILHO.
    MOVE WA-SEGMENTOS-FILHO TO WA-SEGMENTOS.
    MOVE WA-CAMPO-LENGTH TO WA-TAM.
    PERFORM 4100-LER-REGISTRO-FILHO
            WITH TEST AFTER
            UNTIL WA-FIM-FILHO-SIM.

4000-LER-FILHO-EXIT.
    EXIT.

4100-LER-REGISTRO-FILHO.
    READ FILHO-FILE NEXT RECORD
         AT END SET WA-FIM-FILHO-SIM TO TRUE
         NOT AT END
             ADD 1 TO WA-REG-FILHO
             MOVE FILHO-REC TO WA-RECORD-BUFFER
             PERFORM 4200-SOLTAR-VALOR
                     THRU 4200-SOLTAR-VALOR-EXIT
    END-READ.

4200-SOLTAR-VALOR.
    MOVE SPACES TO WA-VALOR.
    MOVE WA-RECORD-BUFFER(WA-CAMPO-OFFSET + 1 : WA-TAM) TO WA-VALOR.
    IF  NOT REF-VAZIO-E-ORFAO
        IF  WA-VALOR(1:WA-TAM) = SPACES
            OR WA-VALOR(1:WA-TAM) = LOW-VALUES
            OR (WA-CAMPO-DIGITS > ZEROS
                AND WA-VALOR(1:WA-TAM) = ZEROS)
            ADD 1 TO WA-REG-VAZIOS
            GO TO 4200-SOLTAR-VALOR-EXIT
        END-IF
    END-IF.
    PERFORM 4300-MONTAR-CHAVE.
    MOVE WA-VALOR          TO ORD-VALOR.
    MOVE WA-CHAVE-REGISTRO TO ORD-CHAVE.
    RELEASE ORD-LINHA.

4200-SOLTAR-VALOR-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* CHAVE PRIMARIA DO REGISTRO EM WA-RECORD-BUFFER, PELOS SEGMENTOS     *
* CARREGADOS EM WA-SEGMENTOS (A MESMA MONTAGEM DO DQSCAN/VENDIDX).    *
*--------------------------------------------------------------------*
4300-MONTAR-CHAVE.
    MOVE SPACES TO WA-CHAVE-REGISTRO.
    MOVE 1      TO WA-CHAVE-POS.
    PERFORM 4310-MONTAR-SEGMENTO
            VARYING WA-SEG-IDX FROM 1 BY 1
            UNTIL WA-SEG-IDX > WA-QTD-SEGMENTOS.
    IF  WA-QTD-SEGMENTOS = ZEROS
        MOVE WA-RECORD-BUFFER(1:60) TO WA-CHAVE-REGISTRO
    END-IF.

4310-MONTAR-SEGMENTO.
    IF  WA-SEG-LENGTH(WA-SEG-IDX) > ZEROS
        AND WA-CHAVE-POS + WA-SEG-LENGTH(WA-SEG-IDX) <= 61
        MOVE WA-RECORD-BUFFER(WA-SEG-OFFSET(WA-SEG-IDX) + 1 :
                              WA-SEG-LENGTH(WA-SEG-IDX))
          TO WA-CHAVE-REGISTRO(WA-CHAVE-POS :
                               WA-SEG-LENGTH(WA-SEG-IDX))
        ADD WA-SEG-LENGTH(WA-SEG-IDX) TO WA-CHAVE-POS
    END-IF.

*--------------------------------------------------------------------*
* SAIDA DO SORT: VALORES DO FILHO EM ORDEM CRESCENTE, PAI LIDO NA     *
* ORDEM DA CHAVE.  O PAI AVANCA ENQUANTO O COMECO DA CHAVE DELE FOR   *
* MENOR QUE O VALOR; IGUAL, O VALOR TEM PAI; MAIOR OU PAI NO FIM,     *
* ORFAO.                                                              *
*--------------------------------------------------------------------*
5000-CASAR-COM-PAI.
    MOVE WA-SEGMENTOS-PAI TO WA-SEGMENTOS.
    PERFORM 5200-LER-PAI.
    PERFORM 5100-RETORNAR-VALOR
            WITH TEST AFTER
            UNTIL WA-FIM-ORDENA-SIM.

5000-CASAR-COM-PAI-EXIT.
    EXIT.

5100-RETORNAR-VALOR.
    RETURN ORDENA-WORK
           AT END SET WA-FIM-ORDENA-SIM TO TRUE
           NOT AT END
               PERFORM 5200-LER-PAI
                       UNTIL WA-FIM-PAI-SIM
                          OR WA-CHAVE-PAI(1:WA-TAM)
                             NOT < ORD-VALOR(1:WA-TAM)
               IF  WA-FIM-PAI-SIM
                   OR WA-CHAVE-PAI(1:WA-TAM) NOT = ORD-VALOR(1:WA-TAM)
                   PERFORM 5300-APONTAR-ORFAO
               END-IF
    END-RETURN.

5200-LER-PAI.
    READ PAI-FILE NEXT RECORD
         AT END SET WA-FIM-PAI-SIM TO TRUE
         NOT AT END
             MOVE PAI-REC TO WA-RECORD-BUFFER
             PERFORM 4300-MONTAR-CHAVE
             MOVE WA-CHAVE-REGISTRO TO WA-CHAVE-PAI
    END-READ.

5300-APONTAR-ORFAO.
    ADD 1 TO WA-REG-ORFAOS.
    IF  WA-REG-ORFAOS = 1 OR ORD-VALOR NOT = WA-ULTIMO-ORFAO
        ADD 1 TO WA-VALORES-ORFAOS
        MOVE ORD-VALOR TO WA-ULTIMO-ORFAO
    END-IF.
    IF  WA-QTD-AMOSTRAS < 10
        ADD 1 TO WA-QTD-AMOSTRAS
        MOVE ORD-CHAVE TO WA-AMO-CHAVE(WA-QTD-AMOSTRAS)
        MOVE ORD-VALOR TO WA-AMO-VALOR(WA-QTD-AMOSTRAS)
    END-IF.
    PERFORM 5400-EXPORTAR-ORFAO
            THRU 5400-EXPORTAR-ORFAO-EXIT.

*--------------------------------------------------------------------*
* UMA LINHA DE PLANILHA POR ORFAO (CHAVE DO FILHO, CAMPO, BYTES       *
* ATUAIS, PROPOSTO EM BRANCO), DENTRO DO LIMITE DA RELACAO E SEM      *
* REPETIR LINHA QUE JA ESTA NA PLANILHA.                              *
*--------------------------------------------------------------------*
5400-EXPORTAR-ORFAO.
    IF  WA-PLA-RELACAO NOT < WA-MAX-PLANILHA
        GO TO 5400-EXPORTAR-ORFAO-EXIT
    END-IF.
    MOVE "N" TO WA-EXI-ACHOU.
    PERFORM 5410-PROCURAR-EXISTENTE
            VARYING WA-EXI-IDX FROM 1 BY 1
            UNTIL WA-EXI-IDX > WA-QTD-EXISTENTES
               OR WA-EXI-ACHOU-SIM.
    IF  WA-EXI-ACHOU-SIM
        GO TO 5400-EXPORTAR-ORFAO-EXIT
    END-IF.

    MOVE SPACES        TO DQF-LINHA.
    MOVE REF-ARQ-FILHO TO DQF-ARQUIVO.
    MOVE WA-CAMPO-NOME TO DQF-CAMPO.
    MOVE ORD-CHAVE     TO DQF-CHAVE.
    MOVE ORD-VALOR     TO DQF-ATUAL.
    MOVE SPACES        TO DQF-PROPOSTO.
    WRITE DQF-LINHA.
    ADD 1 TO WA-PLA-NOVAS WA-PLA-RELACAO.
    IF  WA-QTD-EXISTENTES < 5000
        ADD 1 TO WA-QTD-EXISTENTES
        MOVE REF-ARQ-FILHO TO WA-EXI-ARQUIVO(WA-QTD-EXISTENTES)
        MOVE WA-CAMPO-NOME TO WA-EXI-CAMPO(WA-QTD-EXISTENTES)
        MOVE ORD-CHAVE     TO WA-EXI-CHAVE(WA-QTD-EXISTENTES)
    END-IF.

5400-EXPORTAR-ORFAO-EXIT.
    EXIT.

5410-PROCURAR-EXISTENTE.
    IF  WA-EXI-CHAVE(WA-EXI-IDX) = ORD-CHAVE
        AND WA-EXI-ARQUIVO(WA-EXI-IDX) = REF-ARQ-FILHO
        AND WA-EXI-CAMPO(WA-EXI-IDX) = WA-CAMPO-NOME
        SET WA-EXI-ACHOU-SIM TO TRUE
    END-IF.

*--------------------------------------------------------------------*
* RESULTADO DA RELACAO: CONTAGENS, AMOSTRA DE ORFAOS E LINHAS NOVAS   *
* NA PLANILHA; COM ORFAO, ALERTA NA CENTRAL.                          *
*--------------------------------------------------------------------*
6000-RELATAR-RELACAO.
    MOVE WA-REG-FILHO  TO WA-ED-NUM.
    MOVE WA-REG-VAZIOS TO WA-ED-NUM-2.
    MOVE SPACES TO RPT-LINHA.
    STRING "  "                       DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-NUM)   DELIMITED BY SIZE
           " REGISTRO(S) NO FILHO, "  DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-NUM-2) DELIMITED BY SIZE
           " COM O CAMPO VAZIO (PERMITIDO)" DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE WA-REG-ORFAOS     TO WA-ED-NUM.
    MOVE WA-VALORES-ORFAOS TO WA-ED-NUM-2.
    MOVE WA-PLA-NOVAS      TO WA-ED-NUM-3.
    MOVE SPACES TO RPT-LINHA.
    STRING "  "                       DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-NUM)   DELIMITED BY SIZE
           " ORFAO(S), "              DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-NUM-2) DELIMITED BY SIZE
           " VALOR(ES) DISTINTO(S) SEM PAI, " DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-NUM-3) DELIMITED BY SIZE
           " LINHA(S) NOVA(S) NA PLANILHA" DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    PERFORM 6100-RELATAR-AMOSTRA
            VARYING WA-AMO-IDX FROM 1 BY 1
            UNTIL WA-AMO-IDX > WA-QTD-AMOSTRAS.
    IF  WA-REG-ORFAOS > WA-QTD-AMOSTRAS
        MOVE "  ..." TO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

    IF  WA-REG-ORFAOS > ZEROS
        MOVE "A" TO WA-ALR-SEVERIDADE
        MOVE SPACES TO WA-ALR-TEXTO
        STRING FUNCTION TRIM(WA-ED-NUM)   DELIMITED BY SIZE
               " ORFAO(S) EM "            DELIMITED BY SIZE
               REF-ARQ-FILHO              DELIMITED BY SPACE
               "."                        DELIMITED BY SIZE
               REF-CAMPO-FILHO            DELIMITED BY SPACE
               " SEM CHAVE EM "           DELIMITED BY SIZE
               REF-ARQ-PAI                DELIMITED BY SPACE
               " - VER dqref.rpt E A PLANILHA DO DQFIX" DELIMITED BY SIZE
               INTO WA-ALR-TEXTO
        CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                              WA-ALR-TEXTO, WA-ALR-RETORNO
        END-CALL
    END-IF.

6100-RELATAR-AMOSTRA.
    MOVE SPACES TO RPT-LINHA.
    STRING "  ORFAO CHAVE ["                DELIMITED BY SIZE
           WA-AMO-CHAVE(WA-AMO-IDX)         DELIMITED BY "   "
           "] VALOR ["                      DELIMITED BY SIZE
           WA-AMO-VALOR(WA-AMO-IDX)(1:WA-TAM) DELIMITED BY SIZE
           "]"                              DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

8000-TRAILER.
    MOVE SPACES TO RPT-LINHA.
    STRING "RELACOES: "        DELIMITED BY SIZE
           WA-TOTAL-RELACOES   DELIMITED BY SIZE
           "  NAO CONFERIDAS: " DELIMITED BY SIZE
           WA-TOTAL-INVALIDAS  DELIMITED BY SIZE
           "  ORFAOS: "        DELIMITED BY SIZE
           WA-TOTAL-ORFAOS     DELIMITED BY SIZE
           "  LINHAS NOVAS NA PLANILHA: " DELIMITED BY SIZE
           WA-TOTAL-PLA-NOVAS  DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

9999-FINALIZAR.
    CLOSE REF-CTL.
    CLOSE PLANILHA.
    CLOSE DQREF-RPT.
    DISPLAY "DQREF - " WA-TOTAL-RELACOES " RELACAO(OES), "
            WA-TOTAL-INVALIDAS " NAO CONFERIDA(S), "
            WA-TOTAL-ORFAOS " ORFAO(S), "
            WA-TOTAL-PLA-NOVAS " LINHA(S) NOVA(S) NA PLANILHA.".
