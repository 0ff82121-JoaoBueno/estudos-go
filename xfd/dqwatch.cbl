IDENTIFICATION DIVISION.
PROGRAM-ID.    DQWATCH.
*------------------------------------------------------------------------------*
* REGRAS DE VIGILANCIA DE DADOS SOBRE OS ARQUIVOS DA VENDAS.  VENDA ABERTA     *
* SEM CODIGO DE CLIENTE, PRODUTO COM PRECO ZERO, ESTOQUE NEGATIVO DEMAIS - O   *
* PROBLEMA DE NEGOCIO SO APARECIA QUANDO UM RELATORIO SAIA ESTRANHO.  O        *
* FILTRO DO XFDQRY JA SELECIONAVA REGISTROS POR VALOR DE CAMPO, MAS SO QUANDO  *
* ALGUEM RODAVA NA MAO.  ESTE PASSO NOTURNO (BATDRV) AVALIA TODAS AS REGRAS    *
* DE dqwatch.ctl - QUEM ESCREVE AS REGRAS E O PROPRIO FINANCEIRO:              *
*                                                                              *
*   "R" NOME(10) ARQUIVO(30) TIPO(1) LIMITE(9) SEVERIDADE(1) DESCRICAO(60)     *
*       ABRE UMA REGRA.  TIPO "Q" - ESTOURA COM MAIS DE LIMITE REGISTROS;      *
*       TIPO "P" - COM MAIS DE LIMITE POR CENTO DOS REGISTROS DO ARQUIVO.      *
*       LIMITE COM 2 DECIMAIS IMPLICITAS (000000500 = 5,00).  SEVERIDADE DA    *
*       CENTRAL DE ALERTAS ("A", "E" OU "I");                                  *
*   "F" CAMPO(32) OPERADOR(2) VALOR1(60) VALOR2(60)                            *
*       FILTRO DA REGRA ACIMA, NO FORMATO DO XFDQRY: "EQ" IGUAL A VALOR1,      *
*       "NE" DIFERENTE DE VALOR1, "FX" FAIXA DE VALOR1 A VALOR2.  CAMPO        *
*       NUMERICO COMPARA POR VALOR, ALFANUMERICO POR BYTES.  TODOS OS          *
*       FILTROS DA REGRA PRECISAM PASSAR (REGRA SEM FILTRO CONTA O ARQUIVO).   *
*                                                                              *
* CADA ARQUIVO E LIDO UMA VEZ SO, PARA TODAS AS REGRAS DELE.  A CONTAGEM DE    *
* CADA REGRA ENTRA NO HISTORICO DATADO (dqwatch-hist.txt) E, QUANDO O LIMITE   *
* ESTOURA, VIRA ALERTA NA CENTRAL (ALERTREG) COM AS CHAVES DE ALGUNS           *
* REGISTROS DE EXEMPLO.  REGRA QUEBRADA (CAMPO QUE NAO EXISTE NA XFD, LIMITE   *
* INVALIDO, ARQUIVO QUE NAO ABRE) TAMBEM VIRA ALERTA - REGRA QUE NAO RODA EM   *
* SILENCIO PARECE REGRA QUE PASSOU.                                            *
*                                                                              *
* CRIACAO...: 15/10/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - DATA DO HISTORICO E DO RELATORIO PASSA A    *
*             SER A DATA DE MOVIMENTO DA ROTINA DATAMOV, NAO A DO RELOGIO.  A  *
*             HORA SEGUE NO RELOGIO.                                           *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REGRAS-CTL ASSIGN "dqwatch.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CTL.

* LEITURA CRUA E SEQUENCIAL DO ARQUIVO DE VENDAS (CHAVE FICTICIA, SO
* PARA O COMPILADOR - MESMO ARTIFICIO DO XFDQRY/DQSCAN).
    SELECT VENDAS-FILE ASSIGN WA-ARQ-DADOS
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY WA-CHAVE-FICTICIA
           FILE STATUS SW-STATUS-VEN.

    SELECT DQWATCH-RPT ASSIGN "dqwatch.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

* HISTORICO (APPEND-ONLY): UMA LINHA POR REGRA POR NOITE.
    SELECT DQWATCH-HIST ASSIGN "dqwatch-hist.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-HIS.

DATA DIVISION.
FILE SECTION.
FD  REGRAS-CTL.
01  CTL-LINHA.
    03  CTL-ACAO                 PIC X(001).
    03  CTL-CAMPO                PIC X(032).
    03  CTL-OPERADOR             PIC X(002).
    03  CTL-VALOR1               PIC X(060).
    03  CTL-VALOR2               PIC X(060).
01  CTL-REGRA REDEFINES CTL-LINHA.
    03  FILLER                   PIC X(001).
    03  CTL-NOME                 PIC X(010).
    03  CTL-ARQUIVO              PIC X(030).
    03  CTL-TIPO-LIMITE          PIC X(001).
    03  CTL-LIMITE               PIC X(009).
    03  CTL-LIMITE-NUM REDEFINES CTL-LIMITE
                                 PIC 9(007)V99.
    03  CTL-SEVERIDADE           PIC X(001).
    03  CTL-DESCRICAO            PIC X(060).
    03  FILLER                   PIC X(043).

FD  VENDAS-FILE.
01  VENDAS-REC.
    03  WA-CHAVE-FICTICIA        PIC X(020).
    03  FILLER                   PIC X(3980).

FD  DQWATCH-RPT.
01  RPT-LINHA                    PIC X(200).

FD  DQWATCH-HIST.
01  HIS-LINHA.
    03  HIS-DATA                 PIC 9(008).
    03  FILLER                   PIC X(001).
    03  HIS-HORA                 PIC 9(006).
    03  FILLER                   PIC X(001).
    03  HIS-REGRA                PIC X(010).
    03  FILLER                   PIC X(001).
    03  HIS-ARQUIVO              PIC X(030).
    03  FILLER                   PIC X(001).
    03  HIS-TOTAL                PIC 9(009).
    03  FILLER                   PIC X(001).
    03  HIS-CONTAGEM             PIC 9(009).
    03  FILLER                   PIC X(001).
    03  HIS-PERCENTUAL           PIC 9(003),99.
    03  FILLER                   PIC X(001).
    03  HIS-TIPO-LIMITE          PIC X(001).
    03  FILLER                   PIC X(001).
    03  HIS-LIMITE               PIC 9(007),99.
    03  FILLER                   PIC X(001).
    03  HIS-SITUACAO             PIC X(008).

WORKING-STORAGE SECTION.
77  SW-STATUS-CTL                PIC X(002)          VALUE SPACES.
77  SW-STATUS-VEN                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-HIS                PIC X(002)          VALUE SPACES.

* DATA DE MOVIMENTO DA RODADA (ROTINA DATAMOV) - NAO A DO RELOGIO.
77  WA-DMR-OPERACAO              PIC X(001)          VALUE "C".
77  WA-DMR-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-FIM-CTL                   PIC X(001)          VALUE "N".
    88  WA-FIM-CTL-SIM                               VALUE "S".
77  WA-FIM-VENDAS                PIC X(001)          VALUE "N".
    88  WA-FIM-VENDAS-SIM                            VALUE "S".

77  WA-NOME-BASE                 PIC X(030)          VALUE SPACES.
77  WA-ARQ-DADOS                 PIC X(140)          VALUE SPACES.
77  WA-RECORD-BUFFER             PIC X(4000)         VALUE SPACES.
77  WA-DATA-HOJE                 PIC 9(008)          VALUE ZEROS.
77  WA-HORA-AGORA                PIC 9(006)          VALUE ZEROS.

*--------------------------------------------------------------------*
* REGRAS DO dqwatch.ctl.  OS FILTROS DE CADA REGRA FICAM SEGUIDOS NA  *
* TABELA DE FILTROS, A PARTIR DE REG-PRIM-FIL.                        *
*--------------------------------------------------------------------*
01  WA-TABELA-REGRAS.
    03  WA-QTD-REG               PIC 9(003)          VALUE ZEROS.
    03  WA-REG-ITEM              OCCURS 50 TIMES.
        05  WA-REG-NOME          PIC X(010).
        05  WA-REG-ARQUIVO       PIC X(030).
        05  WA-REG-TIPO-LIMITE   PIC X(001).
        05  WA-REG-LIMITE        PIC 9(007)V99.
        05  WA-REG-SEVERIDADE    PIC X(001).
        05  WA-REG-DESCRICAO     PIC X(060).
        05  WA-REG-PRIM-FIL      PIC 9(003).
        05  WA-REG-QTD-FIL       PIC 9(003).
        05  WA-REG-FEITA         PIC X(001).
        05  WA-REG-NA-VARREDURA  PIC X(001).
        05  WA-REG-TOTAL         PIC 9(009).
        05  WA-REG-CONTAGEM      PIC 9(009).
        05  WA-REG-SITUACAO      PIC X(008).
        05  WA-REG-MOTIVO        PIC X(060).
        05  WA-REG-QTD-AMOSTRA   PIC 9(001).
        05  WA-REG-AMOSTRA       OCCURS 5 TIMES PIC X(060).

01  WA-TABELA-FILTROS.
    03  WA-QTD-FIL               PIC 9(003)          VALUE ZEROS.
    03  WA-FIL-ITEM              OCCURS 250 TIMES.
        05  WA-FIL-CAMPO         PIC X(032).
        05  WA-FIL-OPERADOR      PIC X(002).
        05  WA-FIL-VALOR1        PIC X(060).
        05  WA-FIL-VALOR2        PIC X(060).
        05  WA-FIL-OFFSET        PIC 9(005).
        05  WA-FIL-LENGTH        PIC 9(005).
        05  WA-FIL-DIGITS        PIC 9(005).

77  WA-QTD-SEGMENTOS             PIC 9(003)          VALUE ZEROS.
01  WA-SEGMENTOS.
    03  WA-SEGMENTO-ITEM         OCCURS 16 TIMES.
        05  WA-SEG-OFFSET        PIC 9(005).
        05  WA-SEG-LENGTH        PIC 9(005).
77  WA-SEG-IDX                   PIC 9(003)          VALUE ZEROS.
77  WA-CHAVE-REGISTRO            PIC X(060)          VALUE SPACES.
77  WA-CHAVE-POS                 PIC 9(003)          VALUE ZEROS.

77  WA-RDX                       PIC 9(003)          VALUE ZEROS.
77  WA-SDX                       PIC 9(003)          VALUE ZEROS.
77  WA-FDX                       PIC 9(003)          VALUE ZEROS.
77  WA-ULT-FIL                   PIC 9(003)          VALUE ZEROS.
77  WA-ADX                       PIC 9(001)          VALUE ZEROS.
77  WA-ACHOU                     PIC X(001)          VALUE "N".
    88  WA-ACHOU-SIM                                 VALUE "S".
77  WA-PASSA                     PIC X(001)          VALUE "N".
77  WA-CAMPO-CRU                 PIC X(060)          VALUE SPACES.
77  WA-TAM                       PIC 9(005)          VALUE ZEROS.
77  WA-NUM-CAMPO                 PIC S9(015)V9(003)  VALUE ZEROS.
77  WA-NUM-VALOR1                PIC S9(015)V9(003)  VALUE ZEROS.
77  WA-NUM-VALOR2                PIC S9(015)V9(003)  VALUE ZEROS.
77  WA-TOTAL-ARQUIVO             PIC 9(009)          VALUE ZEROS.

77  WA-PERCENTUAL                PIC 9(003)V99       VALUE ZEROS.
77  WA-ESTOUROU                  PIC X(001)          VALUE "N".
    88  WA-ESTOUROU-SIM                              VALUE "S".
77  WA-ED-QTD                    PIC ZZZZZZZZ9.
77  WA-ED-TOTAL                  PIC ZZZZZZZZ9.
77  WA-ED-PERC                   PIC ZZ9,99.
77  WA-ED-LIMITE                 PIC ZZZZZZ9,99.
77  WA-AMOSTRAS                  PIC X(080)          VALUE SPACES.
77  WA-AMO-POS                   PIC 9(003)          VALUE ZEROS.

77  WA-ALR-PROGRAMA              PIC X(030)          VALUE "DQWATCH".
77  WA-ALR-SEVERIDADE            PIC X(001)          VALUE "A".
77  WA-ALR-TEXTO                 PIC X(150)          VALUE SPACES.
77  WA-ALR-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-TOTAL-OK                  PIC 9(003)          VALUE ZEROS.
77  WA-TOTAL-ESTOURADAS          PIC 9(003)          VALUE ZEROS.
77  WA-TOTAL-ERRO                PIC 9(003)          VALUE ZEROS.

copy "bacu/acugui.def".
copy "bacu/parsexfd.ws".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    PERFORM 2000-PROCESSAR-REGRA
            THRU 2000-PROCESSAR-REGRA-EXIT
            VARYING WA-RDX FROM 1 BY 1
            UNTIL WA-RDX > WA-QTD-REG.
    PERFORM 5000-CONCLUIR-REGRA
            VARYING WA-RDX FROM 1 BY 1
            UNTIL WA-RDX > WA-QTD-REG.
    PERFORM 8000-TRAILER.
    PERFORM 9999-FINALIZAR.
    STOP RUN.

1000-INICIALIZAR.
    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.
    MOVE WA-DMR-DATA TO WA-DATA-HOJE.
    ACCEPT WA-HORA-AGORA FROM TIME.

    OPEN INPUT REGRAS-CTL.
    IF  SW-STATUS-CTL(1:1) NOT = ZEROS
        DISPLAY "DQWATCH - NAO ABRIU dqwatch.ctl, STATUS " SW-STATUS-CTL
                UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1100-LER-LINHA-REGRA
            WITH TEST AFTER
            UNTIL WA-FIM-CTL-SIM.
    CLOSE REGRAS-CTL.

    OPEN OUTPUT DQWATCH-RPT.
    MOVE SPACES TO RPT-LINHA.
    STRING "VIGILANCIA DE DADOS DA VENDAS (dqwatch.ctl) - " DELIMITED BY SIZE
           WA-DATA-HOJE                                    DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

    OPEN EXTEND DQWATCH-HIST.
    IF  SW-STATUS-HIS(1:1) = "3"
        OPEN OUTPUT DQWATCH-HIST
        CLOSE DQWATCH-HIST
        OPEN EXTEND DQWATCH-HIST
    END-IF.

    SET CONFIGURATION "DLL-CONVENTION" TO 0.
    CALL "./libparsexfd.so".

*--------------------------------------------------------------------*
* "R" ABRE UMA REGRA; CADA "F" SEGUINTE E UM FILTRO DELA.  REGRA COM  *
* TIPO/LIMITE/SEVERIDADE INVALIDO JA NASCE COM SITUACAO "ERRO".       *
*--------------------------------------------------------------------*
1100-LER-LINHA-REGRA.
    READ REGRAS-CTL
         AT END SET WA-FIM-CTL-SIM TO TRUE
         NOT AT END
             EVALUATE TRUE
                 WHEN CTL-ACAO = "R" AND CTL-NOME NOT = SPACES
                      AND WA-QTD-REG < 50
                     PERFORM 1110-ABRIR-REGRA
                 WHEN CTL-ACAO = "F" AND CTL-CAMPO NOT = SPACES
                      AND WA-QTD-REG > ZEROS AND WA-QTD-FIL < 250
                     ADD 1 TO WA-QTD-FIL
                     ADD 1 TO WA-REG-QTD-FIL(WA-QTD-REG)
                     MOVE CTL-CAMPO    TO WA-FIL-CAMPO(WA-QTD-FIL)
                     MOVE CTL-OPERADOR TO WA-FIL-OPERADOR(WA-QTD-FIL)
                     MOVE CTL-VALOR1   TO WA-FIL-VALOR1(WA-QTD-FIL)
                     MOVE CTL-VALOR2   TO WA-FIL-VALOR2(WA-QTD-FIL)
                     MOVE ZEROS        TO WA-FIL-OFFSET(WA-QTD-FIL)
                                          WA-FIL-LENGTH(WA-QTD-FIL)
                                          WA-FIL-DIGITS(WA-QTD-FIL)
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE
    END-READ.

1110-ABRIR-REGRA.
    ADD 1 TO WA-QTD-REG.
    MOVE CTL-NOME        TO WA-REG-NOME(WA-QTD-REG).
    MOVE CTL-ARQUIVO     TO WA-REG-ARQUIVO(WA-QTD-REG).
    MOVE CTL-TIPO-LIMITE TO WA-REG-TIPO-LIMITE(WA-QTD-REG).
    MOVE CTL-SEVERIDADE  TO WA-REG-SEVERIDADE(WA-QTD-REG).
    MOVE CTL-DESCRICAO   TO WA-REG-DESCRICAO(WA-QTD-REG).
    COMPUTE WA-REG-PRIM-FIL(WA-QTD-REG) = WA-QTD-FIL + 1.
    MOVE ZEROS  TO WA-REG-QTD-FIL(WA-QTD-REG)
                   WA-REG-TOTAL(WA-QTD-REG)
                   WA-REG-CONTAGEM(WA-QTD-REG)
                   WA-REG-QTD-AMOSTRA(WA-QTD-REG)
                   WA-REG-LIMITE(WA-QTD-REG).
    MOVE "N"    TO WA-REG-FEITA(WA-QTD-REG)
                   WA-REG-NA-VARREDURA(WA-QTD-REG).
    MOVE SPACES TO WA-REG-SITUACAO(WA-QTD-REG)
                   WA-REG-MOTIVO(WA-QTD-REG).
    IF  CTL-LIMITE NUMERIC
        MOVE CTL-LIMITE-NUM TO WA-REG-LIMITE(WA-QTD-REG)
    ELSE
        MOVE "ERRO" TO WA-REG-SITUACAO(WA-QTD-REG)
        MOVE "LIMITE NAO NUMERICO" TO WA-REG-MOTIVO(WA-QTD-REG)
    END-IF.
    IF  CTL-TIPO-LIMITE NOT = "Q" AND CTL-TIPO-LIMITE NOT = "P"
        MOVE "ERRO" TO WA-REG-SITUACAO(WA-QTD-REG)
        MOVE "TIPO DE LIMITE DIFERENTE DE Q/P"
          TO WA-REG-MOTIVO(WA-QTD-REG)
    END-IF.
    IF  CTL-SEVERIDADE NOT = "A" AND CTL-SEVERIDADE NOT = "E"
        AND CTL-SEVERIDADE NOT = "I"
        MOVE "ERRO" TO WA-REG-SITUACAO(WA-QTD-REG)
        MOVE "SEVERIDADE DIFERENTE DE A/E/I"
          TO WA-REG-MOTIVO(WA-QTD-REG)
    END-IF.

*--------------------------------------------------------------------*
* A PRIMEIRA REGRA AINDA NAO FEITA DE UM ARQUIVO DISPARA A VARREDURA  *
* DELE, PARA ELA E PARA TODAS AS OUTRAS DO MESMO ARQUIVO.             *
*--------------------------------------------------------------------*
2000-PROCESSAR-REGRA.
    IF  WA-REG-FEITA(WA-RDX) = "S"
        GO TO 2000-PROCESSAR-REGRA-EXIT
    END-IF.
    MOVE WA-REG-ARQUIVO(WA-RDX) TO WA-NOME-BASE.
    PERFORM 2100-MARCAR-REGRA-DO-ARQUIVO
            VARYING WA-SDX FROM WA-RDX BY 1
            UNTIL WA-SDX > WA-QTD-REG.
    PERFORM 3000-VARRER-ARQUIVO
            THRU 3000-VARRER-ARQUIVO-EXIT.

2000-PROCESSAR-REGRA-EXIT.
    EXIT.

2100-MARCAR-REGRA-DO-ARQUIVO.
    IF  WA-REG-ARQUIVO(WA-SDX) = WA-NOME-BASE
        AND WA-REG-FEITA(WA-SDX) = "N"
        MOVE "S" TO WA-REG-FEITA(WA-SDX)
        IF  WA-REG-SITUACAO(WA-SDX) = SPACES
            MOVE "S" TO WA-REG-NA-VARREDURA(WA-SDX)
        END-IF
    ELSE
        MOVE "N" TO WA-REG-NA-VARREDURA(WA-SDX)
    END-IF.

*--------------------------------------------------------------------*
* UM ARQUIVO: PARSEIA A XFD, RESOLVE OS CAMPOS DOS FILTROS E OS       *
* SEGMENTOS DA CHAVE 1, E VARRE OS REGISTROS UMA VEZ PARA TODAS AS    *
* REGRAS MARCADAS.                                                    *
*--------------------------------------------------------------------*
3000-VARRER-ARQUIVO.
    MOVE SPACES TO XFDFILE.
    STRING "/multidad/xfd/"             DELIMITED BY SIZE
           FUNCTION TRIM(WA-NOME-BASE)  DELIMITED BY SIZE
           ".xfd"                       DELIMITED BY SIZE
           INTO XFDFILE.
    MOVE SPACES TO WA-ARQ-DADOS.
    STRING "/multidad/vendas/"          DELIMITED BY SIZE
           FUNCTION TRIM(WA-NOME-BASE)  DELIMITED BY SIZE
           INTO WA-ARQ-DADOS.
    MOVE WA-ARQ-DADOS TO FILENAME.

    CALL "parsexfd" USING PARSE-XFD-OP.
    IF  PARSE-ERROR
        MOVE "XFD NAO PARSEOU" TO WA-CAMPO-CRU
        PERFORM 3900-ABANDONAR-REGRA
                VARYING WA-SDX FROM WA-RDX BY 1
                UNTIL WA-SDX > WA-QTD-REG
        GO TO 3000-VARRER-ARQUIVO-EXIT
    END-IF.

    PERFORM 3200-GUARDAR-CHAVE-PRIMARIA
            THRU 3200-GUARDAR-CHAVE-PRIMARIA-EXIT.
    PERFORM 3300-RESOLVER-REGRA
            VARYING WA-SDX FROM WA-RDX BY 1
            UNTIL WA-SDX > WA-QTD-REG.

    MOVE ZEROS TO WA-TOTAL-ARQUIVO.
    MOVE "N"   TO WA-FIM-VENDAS.
    OPEN INPUT VENDAS-FILE.
    IF  SW-STATUS-VEN(1:1) NOT = ZEROS
        MOVE SPACES TO WA-CAMPO-CRU
        STRING "NAO ABRIU O ARQUIVO DE DADOS, STATUS " DELIMITED BY SIZE
               SW-STATUS-VEN DELIMITED BY SIZE
               INTO WA-CAMPO-CRU
        PERFORM 3900-ABANDONAR-REGRA
                VARYING WA-SDX FROM WA-RDX BY 1
                UNTIL WA-SDX > WA-QTD-REG
        CALL "parsexfd" USING FREE-MEMORY-OP
        GO TO 3000-VARRER-ARQUIVO-EXIT
    END-IF.

    PERFORM 4000-LER-REGISTRO
            WITH TEST AFTER
            UNTIL WA-FIM-VENDAS-SIM.
    CLOSE VENDAS-FILE.
    PERFORM 3800-FECHAR-CONTAGEM
            VARYING WA-SDX FROM WA-RDX BY 1
            UNTIL WA-SDX > WA-QTD-REG.
    CALL "parsexfd" USING FREE-MEMORY-OP.

3000-VARRER-ARQUIVO-EXIT.
    EXIT.

3200-GUARDAR-CHAVE-PRIMARIA.
    MOVE ZEROS TO WA-QTD-SEGMENTOS.
    MOVE 1 TO XFD-KEY-INDEX.
    CALL "parsexfd" USING GET-KEY-INFO-OP.
    IF  PARSE-ERROR
        GO TO 3200-GUARDAR-CHAVE-PRIMARIA-EXIT
    END-IF.
    PERFORM 3210-GUARDAR-SEGMENTO
            VARYING WA-SEG-IDX FROM 1 BY 1
            UNTIL WA-SEG-IDX > XFD-NUMBER-OF-SEGMENTS
               OR WA-SEG-IDX > 16.

3200-GUARDAR-CHAVE-PRIMARIA-EXIT.
    EXIT.

3210-GUARDAR-SEGMENTO.
    MOVE WA-SEG-IDX TO WA-QTD-SEGMENTOS.
    MOVE XFD-SEGMENT-OFFSET(WA-SEG-IDX) TO WA-SEG-OFFSET(WA-SEG-IDX).
    MOVE XFD-SEGMENT-LENGTH(WA-SEG-IDX) TO WA-SEG-LENGTH(WA-SEG-IDX).

*--------------------------------------------------------------------*
* CADA FILTRO DA REGRA CONTRA O CATALOGO DA XFD.  CAMPO QUE NAO       *
* EXISTE TIRA A REGRA DA VARREDURA - FILTRO IGNORADO CONTARIA O       *
* ARQUIVO INTEIRO.                                                    *
*--------------------------------------------------------------------*
3300-RESOLVER-REGRA.
    IF  WA-REG-NA-VARREDURA(WA-SDX) = "S"
        COMPUTE WA-ULT-FIL = WA-REG-PRIM-FIL(WA-SDX)
                           + WA-REG-QTD-FIL(WA-SDX) - 1
        PERFORM 3310-RESOLVER-FILTRO
                VARYING WA-FDX FROM WA-REG-PRIM-FIL(WA-SDX) BY 1
                UNTIL WA-FDX > WA-ULT-FIL
                   OR WA-REG-NA-VARREDURA(WA-SDX) = "N"
    END-IF.

3310-RESOLVER-FILTRO.
    MOVE "N" TO WA-ACHOU.
    PERFORM 3320-COMPARAR-CAMPO
            VARYING XFD-FIELD-INDEX FROM 1 BY 1
            UNTIL XFD-FIELD-INDEX > XFD-TOTAL-NUMBER-FIELDS
               OR WA-ACHOU-SIM.
    IF  WA-ACHOU-SIM
        AND (WA-FIL-OPERADOR(WA-FDX) = "EQ" OR "NE" OR "FX")
        MOVE XFD-FIELD-OFFSET TO WA-FIL-OFFSET(WA-FDX)
        MOVE XFD-FIELD-LENGTH TO WA-FIL-LENGTH(WA-FDX)
        MOVE XFD-FIELD-DIGITS TO WA-FIL-DIGITS(WA-FDX)
    ELSE
        MOVE "N"    TO WA-REG-NA-VARREDURA(WA-SDX)
        MOVE "ERRO" TO WA-REG-SITUACAO(WA-SDX)
        MOVE SPACES TO WA-REG-MOTIVO(WA-SDX)
        IF  WA-ACHOU-SIM
            STRING "OPERADOR INVALIDO NO CAMPO " DELIMITED BY SIZE
                   WA-FIL-CAMPO(WA-FDX)          DELIMITED BY "   "
                   INTO WA-REG-MOTIVO(WA-SDX)
        ELSE
            STRING "CAMPO NAO EXISTE NA XFD: " DELIMITED BY SIZE
                   WA-FIL-CAMPO(WA-FDX)        DELIMITED BY "   "
                   INTO WA-REG-MOTIVO(WA-SDX)
        END-IF
    END-IF.

3320-COMPARAR-CAMPO.
    CALL "parsexfd" USING GET-FIELD-INFO-OP.
    IF  XFD-FIELD-NAME(1:32) = WA-FIL-CAMPO(WA-FDX)
        MOVE "S" TO WA-ACHOU
    END-IF.

3800-FECHAR-CONTAGEM.
    IF  WA-REG-NA-VARREDURA(WA-SDX) = "S"
        MOVE WA-TOTAL-ARQUIVO TO WA-REG-TOTAL(WA-SDX)
    END-IF.

* O MOTIVO CHEGA EM WA-CAMPO-CRU.
3900-ABANDONAR-REGRA.
    IF  WA-REG-NA-VARREDURA(WA-SDX) = "S"
        MOVE "N"          TO WA-REG-NA-VARREDURA(WA-SDX)
        MOVE "ERRO"       TO WA-REG-SITUACAO(WA-SDX)
        MOVE WA-CAMPO-CRU TO WA-REG-MOTIVO(WA-SDX)
    END-IF.

*--------------------------------------------------------------------*
* UM REGISTRO: CADA REGRA DA VARREDURA AVALIA OS FILTROS DELA.        *
*--------------------------------------------------------------------*
4000-LER-REGISTRO.
    READ VENDAS-FILE NEXT RECORD
         AT END SET WA-FIM-VENDAS-SIM TO TRUE
         NOT AT END
             ADD 1 TO WA-TOTAL-ARQUIVO
             MOVE VENDAS-REC TO WA-RECORD-BUFFER
             MOVE SPACES TO WA-CHAVE-REGISTRO
             PERFORM 4100-AVALIAR-REGRA
                     VARYING WA-SDX FROM WA-RDX BY 1
                     UNTIL WA-SDX > WA-QTD-REG
    END-READ.

4100-AVALIAR-REGRA.
    IF  WA-REG-NA-VARREDURA(WA-SDX) = "S"
        MOVE "S" TO WA-PASSA
        COMPUTE WA-ULT-FIL = WA-REG-PRIM-FIL(WA-SDX)
                           + WA-REG-QTD-FIL(WA-SDX) - 1
        PERFORM 4200-AVALIAR-FILTRO
                THRU 4200-AVALIAR-FILTRO-EXIT
                VARYING WA-FDX FROM WA-REG-PRIM-FIL(WA-SDX) BY 1
                UNTIL WA-FDX > WA-ULT-FIL OR WA-PASSA = "N"
        IF  WA-PASSA = "S"
            ADD 1 TO WA-REG-CONTAGEM(WA-SDX)
            PERFORM 4300-GUARDAR-AMOSTRA
        END-IF
    END-IF.

*--------------------------------------------------------------------*
* MESMA COMPARACAO DO XFDQRY: CAMPO NUMERICO (DIGITS > 0) COM BYTES   *
* NUMERICOS COMPARA POR VALOR (NUMVAL); O RESTO COMPARA OS BYTES NO   *
* TAMANHO DO CAMPO.  "NE" E O CONTRARIO DO "EQ".                      *
*--------------------------------------------------------------------*
4200-AVALIAR-FILTRO.
    IF  WA-FIL-LENGTH(WA-FDX) = ZEROS
        OR WA-FIL-LENGTH(WA-FDX) > 60
        OR WA-FIL-OFFSET(WA-FDX) + WA-FIL-LENGTH(WA-FDX) > 4000
        MOVE "N" TO WA-PASSA
        GO TO 4200-AVALIAR-FILTRO-EXIT
    END-IF.
    MOVE WA-FIL-LENGTH(WA-FDX) TO WA-TAM.
    MOVE SPACES TO WA-CAMPO-CRU.
    MOVE WA-RECORD-BUFFER(WA-FIL-OFFSET(WA-FDX) + 1 : WA-TAM)
      TO WA-CAMPO-CRU.

    IF  WA-FIL-DIGITS(WA-FDX) > ZEROS
        AND WA-CAMPO-CRU(1:WA-TAM) NUMERIC
        COMPUTE WA-NUM-CAMPO =
                FUNCTION NUMVAL(WA-CAMPO-CRU(1:WA-TAM))
        COMPUTE WA-NUM-VALOR1 =
                FUNCTION NUMVAL(WA-FIL-VALOR1(WA-FDX))
        EVALUATE WA-FIL-OPERADOR(WA-FDX)
            WHEN "FX"
                COMPUTE WA-NUM-VALOR2 =
                        FUNCTION NUMVAL(WA-FIL-VALOR2(WA-FDX))
                IF  WA-NUM-CAMPO < WA-NUM-VALOR1
                    OR WA-NUM-CAMPO > WA-NUM-VALOR2
                    MOVE "N" TO WA-PASSA
                END-IF
            WHEN "NE"
                IF  WA-NUM-CAMPO = WA-NUM-VALOR1
                    MOVE "N" TO WA-PASSA
                END-IF
            WHEN OTHER
                IF  WA-NUM-CAMPO NOT = WA-NUM-VALOR1
                    MOVE "N" TO WA-PASSA
                END-IF
        END-EVALUATE
    ELSE
        EVALUATE WA-FIL-OPERADOR(WA-FDX)
            WHEN "FX"
                IF  WA-CAMPO-CRU(1:WA-TAM)
                    < WA-FIL-VALOR1(WA-FDX)(1:WA-TAM)
                    OR WA-CAMPO-CRU(1:WA-TAM)
                    > WA-FIL-VALOR2(WA-FDX)(1:WA-TAM)
                    MOVE "N" TO WA-PASSA
                END-IF
            WHEN "NE"
                IF  WA-CAMPO-CRU(1:WA-TAM)
                    = WA-FIL-VALOR1(WA-FDX)(1:WA-TAM)
                    MOVE "N" TO WA-PASSA
                END-IF
            WHEN OTHER
                IF  WA-CAMPO-CRU(1:WA-TAM)
                    NOT = WA-FIL-VALOR1(WA-FDX)(1:WA-TAM)
                    MOVE "N" TO WA-PASSA
                END-IF
        END-EVALUATE
    END-IF.

4200-AVALIAR-FILTRO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* AS PRIMEIRAS CHAVES QUE CAIRAM NA REGRA VAO COMO EXEMPLO NO ALERTA. *
* A CHAVE SO E MONTADA NO PRIMEIRO REGISTRO QUE PRECISA DELA.         *
*--------------------------------------------------------------------*
4300-GUARDAR-AMOSTRA.
    IF  WA-REG-QTD-AMOSTRA(WA-SDX) < 5
        IF  WA-CHAVE-REGISTRO = SPACES
            PERFORM 4350-MONTAR-CHAVE
        END-IF
        ADD 1 TO WA-REG-QTD-AMOSTRA(WA-SDX)
        MOVE WA-CHAVE-REGISTRO
          TO WA-REG-AMOSTRA(WA-SDX, WA-REG-QTD-AMOSTRA(WA-SDX))
    END-IF.

4350-MONTAR-CHAVE.
    MOVE 1 TO WA-CHAVE-POS.
    PERFORM 4360-COPIAR-SEGMENTO
            VARYING WA-SEG-IDX FROM 1 BY 1
            UNTIL WA-SEG-IDX > WA-QTD-SEGMENTOS.
    IF  WA-QTD-SEGMENTOS = ZEROS
        MOVE WA-RECORD-BUFFER(1:60) TO WA-CHAVE-REGISTRO
    END-IF.

4360-COPIAR-SEGMENTO.
    IF  WA-SEG-LENGTH(WA-SEG-IDX) > ZEROS
        AND WA-CHAVE-POS + WA-SEG-LENGTH(WA-SEG-IDX) <= 61
        MOVE WA-RECORD-BUFFER(WA-SEG-OFFSET(WA-SEG-IDX) + 1 :
                              WA-SEG-LENGTH(WA-SEG-IDX))
          TO WA-CHAVE-REGISTRO(WA-CHAVE-POS :
                               WA-SEG-LENGTH(WA-SEG-IDX))
        ADD WA-SEG-LENGTH(WA-SEG-IDX) TO WA-CHAVE-POS
    END-IF.

*--------------------------------------------------------------------*
* FECHAMENTO DE UMA REGRA: LIMITE, RELATORIO, HISTORICO E ALERTA.     *
*--------------------------------------------------------------------*
5000-CONCLUIR-REGRA.
    MOVE ZEROS TO WA-PERCENTUAL.
    MOVE "N"   TO WA-ESTOUROU.
    IF  WA-REG-SITUACAO(WA-RDX) NOT = "ERRO"
        IF  WA-REG-TOTAL(WA-RDX) > ZEROS
            COMPUTE WA-PERCENTUAL ROUNDED =
                    WA-REG-CONTAGEM(WA-RDX) * 100
                  / WA-REG-TOTAL(WA-RDX)
        END-IF
        IF  WA-REG-TIPO-LIMITE(WA-RDX) = "Q"
            IF  WA-REG-CONTAGEM(WA-RDX) > WA-REG-LIMITE(WA-RDX)
                MOVE "S" TO WA-ESTOUROU
            END-IF
        ELSE
            IF  WA-PERCENTUAL > WA-REG-LIMITE(WA-RDX)
                MOVE "S" TO WA-ESTOUROU
            END-IF
        END-IF
        IF  WA-ESTOUROU-SIM
            MOVE "ESTOUROU" TO WA-REG-SITUACAO(WA-RDX)
            ADD 1 TO WA-TOTAL-ESTOURADAS
        ELSE
            MOVE "OK"       TO WA-REG-SITUACAO(WA-RDX)
            ADD 1 TO WA-TOTAL-OK
        END-IF
    ELSE
        ADD 1 TO WA-TOTAL-ERRO
    END-IF.

    PERFORM 5100-RELATAR-REGRA.
    PERFORM 5200-GRAVAR-HISTORICO.
    IF  WA-REG-SITUACAO(WA-RDX) = "ESTOUROU"
        PERFORM 5300-ALERTAR-ESTOURO
    END-IF.
    IF  WA-REG-SITUACAO(WA-RDX) = "ERRO"
        PERFORM 5400-ALERTAR-REGRA-QUEBRADA
    END-IF.

5100-RELATAR-REGRA.
    MOVE WA-REG-CONTAGEM(WA-RDX) TO WA-ED-QTD.
    MOVE WA-REG-TOTAL(WA-RDX)    TO WA-ED-TOTAL.
    MOVE WA-PERCENTUAL           TO WA-ED-PERC.
    MOVE WA-REG-LIMITE(WA-RDX)   TO WA-ED-LIMITE.
    MOVE SPACES TO RPT-LINHA.
    STRING WA-REG-NOME(WA-RDX)      DELIMITED BY SIZE
           " "                      DELIMITED BY SIZE
           WA-REG-SITUACAO(WA-RDX)  DELIMITED BY SIZE
           " "                      DELIMITED BY SIZE
           WA-REG-ARQUIVO(WA-RDX)   DELIMITED BY SPACE
           " - "                    DELIMITED BY SIZE
           WA-REG-DESCRICAO(WA-RDX) DELIMITED BY "  "
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

    MOVE SPACES TO RPT-LINHA.
    IF  WA-REG-SITUACAO(WA-RDX) = "ERRO"
        STRING "  REGRA NAO AVALIADA: "  DELIMITED BY SIZE
               WA-REG-MOTIVO(WA-RDX)     DELIMITED BY "  "
               INTO RPT-LINHA
    ELSE
        STRING "  "                      DELIMITED BY SIZE
               WA-ED-QTD                 DELIMITED BY SIZE
               " DE "                    DELIMITED BY SIZE
               WA-ED-TOTAL               DELIMITED BY SIZE
               " REGISTRO(S) ("          DELIMITED BY SIZE
               WA-ED-PERC                DELIMITED BY SIZE
               "%) - LIMITE "            DELIMITED BY SIZE
               WA-ED-LIMITE              DELIMITED BY SIZE
               " "                       DELIMITED BY SIZE
               WA-REG-TIPO-LIMITE(WA-RDX) DELIMITED BY SIZE
               INTO RPT-LINHA
    END-IF.
    WRITE RPT-LINHA.
    PERFORM 5110-RELATAR-AMOSTRA
            VARYING WA-ADX FROM 1 BY 1
            UNTIL WA-ADX > WA-REG-QTD-AMOSTRA(WA-RDX).
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

5110-RELATAR-AMOSTRA.
    MOVE SPACES TO RPT-LINHA.
    STRING "  EXEMPLO "                     DELIMITED BY SIZE
           WA-REG-AMOSTRA(WA-RDX, WA-ADX)   DELIMITED BY "   "
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

5200-GRAVAR-HISTORICO.
    MOVE SPACES                     TO HIS-LINHA.
    MOVE WA-DATA-HOJE               TO HIS-DATA.
    MOVE WA-HORA-AGORA              TO HIS-HORA.
    MOVE WA-REG-NOME(WA-RDX)        TO HIS-REGRA.
    MOVE WA-REG-ARQUIVO(WA-RDX)     TO HIS-ARQUIVO.
    MOVE WA-REG-TOTAL(WA-RDX)       TO HIS-TOTAL.
    MOVE WA-REG-CONTAGEM(WA-RDX)    TO HIS-CONTAGEM.
    MOVE WA-PERCENTUAL              TO HIS-PERCENTUAL.
    MOVE WA-REG-TIPO-LIMITE(WA-RDX) TO HIS-TIPO-LIMITE.
    MOVE WA-REG-LIMITE(WA-RDX)      TO HIS-LIMITE.
    MOVE WA-REG-SITUACAO(WA-RDX)    TO HIS-SITUACAO.
    WRITE HIS-LINHA.

*--------------------------------------------------------------------*
* ALERTA NA SEVERIDADE DA REGRA, COM AS TRES PRIMEIRAS CHAVES.        *
*--------------------------------------------------------------------*
5300-ALERTAR-ESTOURO.
    MOVE SPACES TO WA-AMOSTRAS.
    MOVE 1      TO WA-AMO-POS.
    PERFORM 5310-JUNTAR-AMOSTRA
            VARYING WA-ADX FROM 1 BY 1
            UNTIL WA-ADX > WA-REG-QTD-AMOSTRA(WA-RDX) OR WA-ADX > 3.

    MOVE SPACES TO WA-ALR-TEXTO.
    STRING "REGRA "                 DELIMITED BY SIZE
           WA-REG-NOME(WA-RDX)      DELIMITED BY SPACE
           " ("                     DELIMITED BY SIZE
           WA-REG-ARQUIVO(WA-RDX)   DELIMITED BY SPACE
           "): "                    DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-QTD) DELIMITED BY SIZE
           " REG. ("                DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-PERC) DELIMITED BY SIZE
           "%), LIMITE "            DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-LIMITE) DELIMITED BY SIZE
           WA-REG-TIPO-LIMITE(WA-RDX) DELIMITED BY SIZE
           " - EX.: "               DELIMITED BY SIZE
           WA-AMOSTRAS              DELIMITED BY "   "
           INTO WA-ALR-TEXTO.
    MOVE WA-REG-SEVERIDADE(WA-RDX) TO WA-ALR-SEVERIDADE.
    CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                          WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.

5310-JUNTAR-AMOSTRA.
    IF  WA-ADX > 1 AND WA-AMO-POS < 79
        MOVE "," TO WA-AMOSTRAS(WA-AMO-POS:1)
        ADD 1 TO WA-AMO-POS
    END-IF.
    STRING FUNCTION TRIM(WA-REG-AMOSTRA(WA-RDX, WA-ADX))
                                    DELIMITED BY SIZE
           INTO WA-AMOSTRAS
           WITH POINTER WA-AMO-POS
    END-STRING.

5400-ALERTAR-REGRA-QUEBRADA.
    MOVE SPACES TO WA-ALR-TEXTO.
    STRING "REGRA "                 DELIMITED BY SIZE
           WA-REG-NOME(WA-RDX)      DELIMITED BY SPACE
           " ("                     DELIMITED BY SIZE
           WA-REG-ARQUIVO(WA-RDX)   DELIMITED BY SPACE
           ") NAO AVALIADA: "       DELIMITED BY SIZE
           WA-REG-MOTIVO(WA-RDX)    DELIMITED BY "  "
           INTO WA-ALR-TEXTO.
    MOVE "E" TO WA-ALR-SEVERIDADE.
    CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                          WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.

8000-TRAILER.
    MOVE SPACES TO RPT-LINHA.
    STRING "REGRAS: "          DELIMITED BY SIZE
           WA-QTD-REG          DELIMITED BY SIZE
           "  DENTRO DO LIMITE: " DELIMITED BY SIZE
           WA-TOTAL-OK         DELIMITED BY SIZE
           "  ESTOURADAS: "    DELIMITED BY SIZE
           WA-TOTAL-ESTOURADAS DELIMITED BY SIZE
           "  NAO AVALIADAS: " DELIMITED BY SIZE
           WA-TOTAL-ERRO       DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

9999-FINALIZAR.
    CLOSE DQWATCH-RPT.
    CLOSE DQWATCH-HIST.
