IDENTIFICATION DIVISION.
PROGRAM-ID.    VENDFEED.
*------------------------------------------------------------------------------*
* CARGA INCREMENTAL DOS ARQUIVOS DA VENDAS PARA O BI.  HOJE O TIME DE BI       *
* RECARREGA OS ARQUIVOS INTEIROS TODA SEMANA PORQUE NAO SABE O QUE MUDOU - E O *
* VENDRECH "C" JA ACHA TODA NOITE CADA CHAVE INCLUIDA, REMOVIDA E ALTERADA.    *
* ESTE PASSO RODA LOGO DEPOIS DO VENDRECH "C" NO batdrv.ctl:                   *
*                                                                              *
*   1) LE O vendrech-mov.txt (LAYOUT EM md5/vendmov.ws) - UMA LINHA "A" POR    *
*      ARQUIVO COMPARADO E UMA LINHA POR CHAVE QUE MUDOU;                      *
*   2) PARA CADA ARQUIVO COMPARADO, PARSEIA A XFD (O MESMO GET-FIELD-INFO-OP   *
*      DO XFDQRY) E ABRE UM CSV DATADO NA PASTA DO BI (vendfeed.ctl:           *
*      PASTA(60), PADRAO bi/): vendfeed-<ARQUIVO>-<AAAAMMDD>.csv - SE O        *
*      VENDRECH "C" RODOU MAIS DE UMA VEZ NO DIA, AS RODADAS SEGUINTES SAEM    *
*      COM -02, -03... NO FIM DO NOME, SEM PISAR NA PRIMEIRA;                  *
*   3) GRAVA UMA LINHA POR CHAVE: OPERACAO (I/U/D), DATA/HORA DA MUDANCA       *
*      PELO RELOGIO (AAAAMMDDHHMMSS), CHAVE E TODOS OS CAMPOS DA XFD           *
*      DECODIFICADOS DO REGISTRO NOVO - NA REMOCAO, SO A CHAVE;                *
*   4) FECHA CADA CSV COM O TRAILER DE CONTROLE, MESMO SEM NENHUMA MUDANCA,    *
*      PARA O BI CONFERIR QUE RECEBEU TUDO:                                    *
*        T;<INCLUSOES>;<ALTERACOES>;<REMOCOES>;<TOTAL DE LINHAS DE DADOS>      *
*                                                                              *
* LAYOUT DO CSV (SEPARADOR ";", MESMA CONVENCAO DO ADHOCQRY/XFDQRY):           *
*   CABECALHO: OP;DATAHORA;CHAVE;<NOMES DOS CAMPOS NA ORDEM DA XFD>            *
*   CAMPO NUMERICO COM ESCALA SAI COM A VIRGULA DECIMAL NO LUGAR; TEXTO SAI    *
*   SEM OS BRANCOS DO FIM, COM ";" TROCADO POR ",".                            *
*                                                                              *
* GERADO O FEED, O vendrech-mov.txt VIRA vendrech-mov.ant - UMA SEGUNDA RODADA *
* SEM NOVO "C" NAO REPETE AS MESMAS DELTAS.  XFD QUE NAO PARSEIA OU CSV QUE    *
* NAO ABRE VIRA ALERTA "E" NA CENTRAL E RETURN-CODE 8, E O MOVIMENTO NAO E     *
* RENOMEADO (A PROXIMA RODADA TENTA DE NOVO).                                  *
*                                                                              *
* CRIACAO...: 15/10/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - DATA DO NOME DO ARQUIVO DO FEED PASSA A SER *
*             A DATA DE MOVIMENTO DA ROTINA DATAMOV, NAO A DO RELOGIO.         *
* ALTERACAO.: 15/10/2026 - BUENO - DATAHORA DO CSV E O RELOGIO DE QUANDO O     *
*             VENDRECH ACHOU A MUDANCA; O NOME DO CSV USA A COLUNA NOVA        *
*             MOV-DATA-MOVIMENTO (DATA DE MOVIMENTO), COM O MOV-DATA DE LINHA  *
*             ANTIGA COMO RESERVA.                                             *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
* PASTA(60) DE SAIDA DO FEED.  SEM O ARQUIVO, bi/.
    SELECT PARM-CTL ASSIGN "vendfeed.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-PRM.

* MOVIMENTOS DA ULTIMA COMPARACAO DO VENDRECH.
    SELECT MOV-FILE ASSIGN "vendrech-mov.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-MOV.

* CSV DATADO DO ARQUIVO CORRENTE.
    SELECT FEED-CSV ASSIGN WA-NOME-CSV
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CSV.

    SELECT VENDFEED-RPT ASSIGN "vendfeed.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

DATA DIVISION.
FILE SECTION.
FD  PARM-CTL.
01  PARM-LINHA.
    03  PARM-PASTA               PIC X(060).

FD  MOV-FILE.
copy "md5/vendmov.ws".

FD  FEED-CSV.
01  CSV-LINHA                    PIC X(32000).

FD  VENDFEED-RPT.
01  RPT-LINHA                    PIC X(200).

WORKING-STORAGE SECTION.
77  SW-STATUS-PRM                PIC X(002)          VALUE SPACES.
77  SW-STATUS-MOV                PIC X(002)          VALUE SPACES.
77  SW-STATUS-CSV                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.

* DATA DE MOVIMENTO DA RODADA (ROTINA DATAMOV) - NAO A DO RELOGIO.
77  WA-DMR-OPERACAO              PIC X(001)          VALUE "C".
77  WA-DMR-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-PASTA                     PIC X(060)          VALUE "bi/".
77  WA-DATA-RODADA               PIC 9(008)          VALUE ZEROS.
77  WA-HORA-RODADA               PIC 9(008)          VALUE ZEROS.
77  WA-FIM-MOV                   PIC X(001)          VALUE "N".
    88  WA-FIM-MOV-SIM                               VALUE "S".
77  WA-CSV-ABERTO                PIC X(001)          VALUE "N".
    88  WA-CSV-ABERTO-SIM                            VALUE "S".
77  WA-ARQUIVO-OK                PIC X(001)          VALUE "N".
    88  WA-ARQUIVO-OK-SIM                            VALUE "S".
77  WA-FEED-OK                   PIC X(001)          VALUE "S".
    88  WA-FEED-OK-SIM                               VALUE "S".

77  WA-ARQ-DADOS                 PIC X(200)          VALUE SPACES.
77  WA-NOME-BASE                 PIC X(060)          VALUE SPACES.
77  WA-POS-BARRA                 PIC 9(003)          VALUE ZEROS.
77  WA-SCAN-IDX                  PIC 9(003)          VALUE ZEROS.
77  WA-NOME-CSV                  PIC X(150)          VALUE SPACES.
77  WA-NOME-CSV-BASE             PIC X(150)          VALUE SPACES.
77  WA-SEQ-CSV                   PIC 9(003)          VALUE ZEROS.
77  WA-NOME-MOV                  PIC X(030)          VALUE "vendrech-mov.txt".
77  WA-NOME-MOV-ANT              PIC X(030)          VALUE "vendrech-mov.ant".

*--------------------------------------------------------------------*
* CATALOGO DE CAMPOS DO ARQUIVO CORRENTE (NOME/OFFSET/TAMANHO/        *
* DIGITOS/ESCALA), COPIADO UMA VEZ POR ARQUIVO - MESMO DESENHO DO     *
* 3300-COPIAR-CATALOGO-CAMPOS DO VENDRECH.                            *
*--------------------------------------------------------------------*
01  WA-CAMPOS.
    03  WA-QTD-CAMPOS            PIC 9(003)          VALUE ZEROS.
    03  WA-CAMPO-ITEM            OCCURS 300 TIMES.
        05  WA-CAM-NOME          PIC X(032).
        05  WA-CAM-OFFSET        PIC 9(005).
        05  WA-CAM-LENGTH        PIC 9(005).
        05  WA-CAM-DIGITS        PIC 9(005).
        05  WA-CAM-SCALE         PIC S9(005).
77  WA-CAM-IDX                   PIC 9(003)          VALUE ZEROS.
77  WA-CAM-TAM                   PIC 9(005)          VALUE ZEROS.
77  WA-CAM-INTEIROS              PIC 9(005)          VALUE ZEROS.

77  WA-POS-CSV                   PIC 9(005)          VALUE ZEROS.
77  WA-TAM-TEXTO                 PIC 9(005)          VALUE ZEROS.
* DATA DE MOVIMENTO DO NOME DO CSV: A COLUNA PROPRIA DA LINHA "A"; EM
* LINHA ANTIGA, SEM ELA, O MOV-DATA (QUE ENTAO ERA A DATA DE MOVIMENTO).
77  WA-DATA-FEED                 PIC 9(008)          VALUE ZEROS.
* DATAHORA DO CSV: O RELOGIO DE QUANDO O VENDRECH ACHOU A MUDANCA.
01  WA-DATAHORA-MOV.
    03  WA-DH-DATA               PIC 9(008).
    03  WA-DH-HORA               PIC 9(006).

*--------------------------------------------------------------------*
* CONTADORES DO CSV CORRENTE (VAO NO TRAILER) E DA RODADA.            *
*--------------------------------------------------------------------*
77  WA-ARQ-INCLUSOES             PIC 9(009)          VALUE ZEROS.
77  WA-ARQ-ALTERACOES            PIC 9(009)          VALUE ZEROS.
77  WA-ARQ-REMOCOES              PIC 9(009)          VALUE ZEROS.
77  WA-ARQ-LINHAS                PIC 9(009)          VALUE ZEROS.
77  WA-ED-CONTADOR               PIC Z(008)9.

77  WA-TOTAL-ARQUIVOS            PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-FALHOS              PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-LINHAS              PIC 9(009)          VALUE ZEROS.
77  WA-TOTAL-IGNORADAS           PIC 9(009)          VALUE ZEROS.

77  WA-ALR-PROGRAMA              PIC X(030)          VALUE "VENDFEED".
77  WA-ALR-SEVERIDADE            PIC X(001)          VALUE "E".
77  WA-ALR-TEXTO                 PIC X(150)          VALUE SPACES.
77  WA-ALR-RETORNO               PIC 9(002)          VALUE ZEROS.

copy "bacu/acugui.def".
copy "bacu/parsexfd.ws".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    PERFORM 2000-LER-MOVIMENTO
            WITH TEST AFTER
            UNTIL WA-FIM-MOV-SIM.
    PERFORM 4000-FECHAR-CSV
            THRU 4000-FECHAR-CSV-EXIT.
    CLOSE MOV-FILE.
    IF  WA-FEED-OK-SIM
        CALL "CBL_DELETE_FILE" USING WA-NOME-MOV-ANT
        CALL "CBL_RENAME_FILE" USING WA-NOME-MOV, WA-NOME-MOV-ANT
    END-IF.
    PERFORM 8000-TRAILER.
    PERFORM 9999-FINALIZAR.
    IF  WA-FEED-OK-SIM
        MOVE 0 TO RETURN-CODE
    ELSE
        MOVE 8 TO RETURN-CODE
    END-IF.
    STOP RUN.

1000-INICIALIZAR.
    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.
    MOVE WA-DMR-DATA TO WA-DATA-RODADA.
    ACCEPT WA-HORA-RODADA FROM TIME.

    OPEN INPUT PARM-CTL.
    IF  SW-STATUS-PRM(1:1) = ZEROS
        READ PARM-CTL
             AT END CONTINUE
             NOT AT END
                  IF  PARM-PASTA NOT = SPACES
                      MOVE PARM-PASTA TO WA-PASTA
                  END-IF
        END-READ
        CLOSE PARM-CTL
    END-IF.

*   A PASTA VAI COLADA NO NOME DO CSV - SEM A BARRA NO FIM, OS
*   ARQUIVOS SAIRIAM AO LADO DELA.
    MOVE ZEROS TO WA-SCAN-IDX.
    INSPECT FUNCTION TRIM(WA-PASTA) TALLYING WA-SCAN-IDX FOR CHARACTERS.
    IF  WA-SCAN-IDX > ZEROS AND WA-SCAN-IDX < 60
        AND WA-PASTA(WA-SCAN-IDX:1) NOT = "/"
        MOVE "/" TO WA-PASTA(WA-SCAN-IDX + 1:1)
    END-IF.
    CALL "CBL_CREATE_DIR" USING WA-PASTA.

    OPEN OUTPUT VENDFEED-RPT.
    MOVE SPACES TO RPT-LINHA.
    STRING "CARGA INCREMENTAL DA VENDAS PARA O BI - " DELIMITED BY SIZE
           WA-DATA-RODADA  DELIMITED BY SIZE
           " - PASTA "     DELIMITED BY SIZE
           WA-PASTA        DELIMITED BY SPACE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

    OPEN INPUT MOV-FILE.
    IF  SW-STATUS-MOV(1:1) NOT = ZEROS
*       SEM COMPARACAO NOVA DESDE O ULTIMO FEED - NADA A ENVIAR.
        MOVE "SEM vendrech-mov.txt NOVO - NENHUM FEED GERADO NESTA RODADA"
          TO RPT-LINHA
        WRITE RPT-LINHA
        CLOSE VENDFEED-RPT
        MOVE 0 TO RETURN-CODE
        STOP RUN
    END-IF.

    SET CONFIGURATION "DLL-CONVENTION" TO 0.
    CALL "./libparsexfd.so".

2000-LER-MOVIMENTO.
    READ MOV-FILE
         AT END SET WA-FIM-MOV-SIM TO TRUE
         NOT AT END
             EVALUATE TRUE
                 WHEN MOV-ARQUIVO-COMPARADO
                     PERFORM 4000-FECHAR-CSV
                             THRU 4000-FECHAR-CSV-EXIT
                     PERFORM 3000-ABRIR-ARQUIVO
                             THRU 3000-ABRIR-ARQUIVO-EXIT
                 WHEN (MOV-INCLUSAO OR MOV-ALTERACAO OR MOV-REMOCAO)
                      AND WA-CSV-ABERTO-SIM
                     PERFORM 5000-GRAVAR-LINHA-DADOS
                 WHEN OTHER
                     ADD 1 TO WA-TOTAL-IGNORADAS
             END-EVALUATE
    END-READ.

*--------------------------------------------------------------------*
* NOVO ARQUIVO COMPARADO: PARSEIA A XFD, COPIA O CATALOGO DE CAMPOS,  *
* ESCOLHE O NOME DATADO DO CSV E GRAVA O CABECALHO.  AS LINHAS DE UM  *
* ARQUIVO QUE FALHOU AQUI SAO CONTADAS COMO IGNORADAS.                *
*--------------------------------------------------------------------*
3000-ABRIR-ARQUIVO.
    ADD 1 TO WA-TOTAL-ARQUIVOS.
    MOVE ZEROS TO WA-ARQ-INCLUSOES WA-ARQ-ALTERACOES
                  WA-ARQ-REMOCOES  WA-ARQ-LINHAS.
    MOVE MOV-ARQUIVO TO WA-ARQ-DADOS.
    PERFORM 3100-ACHAR-NOME-BASE.

    MOVE SPACES TO XFDFILE.
    STRING "/multidad/xfd/"              DELIMITED BY SIZE
           FUNCTION TRIM(WA-NOME-BASE)   DELIMITED BY SIZE
           ".xfd"                        DELIMITED BY SIZE
           INTO XFDFILE.
    MOVE WA-ARQ-DADOS TO FILENAME.

    CALL "parsexfd" USING PARSE-XFD-OP.
    IF  PARSE-ERROR
        MOVE SPACES TO WA-ALR-TEXTO
        STRING WA-NOME-BASE DELIMITED BY SPACE
               " - XFD NAO PARSEOU, FEED NAO GERADO: " DELIMITED BY SIZE
               PARSEXFD-TEXT-ERROR-MESSAGE(PARSE-FLAG) DELIMITED BY SPACE
               INTO WA-ALR-TEXTO
        PERFORM 3900-FALHAR-ARQUIVO
        GO TO 3000-ABRIR-ARQUIVO-EXIT
    END-IF.
    PERFORM 3200-COPIAR-CATALOGO-CAMPOS.
    CALL "parsexfd" USING FREE-MEMORY-OP.

    IF  MOV-DATA-MOVIMENTO IS NUMERIC AND MOV-DATA-MOVIMENTO > ZEROS
        MOVE MOV-DATA-MOVIMENTO TO WA-DATA-FEED
    ELSE
        MOVE MOV-DATA           TO WA-DATA-FEED
    END-IF.
    MOVE SPACES TO WA-NOME-CSV-BASE.
    STRING FUNCTION TRIM(WA-PASTA)     DELIMITED BY SIZE
           "vendfeed-"                 DELIMITED BY SIZE
           FUNCTION TRIM(WA-NOME-BASE) DELIMITED BY SIZE
           "-"                         DELIMITED BY SIZE
           WA-DATA-FEED                DELIMITED BY SIZE
           INTO WA-NOME-CSV-BASE.
    MOVE 1 TO WA-SEQ-CSV.
    PERFORM 3300-PROXIMO-NOME-CSV
            WITH TEST AFTER
            UNTIL SW-STATUS-CSV(1:1) NOT = ZEROS
               OR WA-SEQ-CSV > 99.
    IF  WA-SEQ-CSV > 99
        MOVE SPACES TO WA-ALR-TEXTO
        STRING WA-NOME-BASE DELIMITED BY SPACE
               " - JA EXISTEM 99 FEEDS NO DIA, FEED NAO GERADO"
                            DELIMITED BY SIZE
               INTO WA-ALR-TEXTO
        PERFORM 3900-FALHAR-ARQUIVO
        GO TO 3000-ABRIR-ARQUIVO-EXIT
    END-IF.

    OPEN OUTPUT FEED-CSV.
    IF  SW-STATUS-CSV(1:1) NOT = ZEROS
        MOVE SPACES TO WA-ALR-TEXTO
        STRING WA-NOME-BASE DELIMITED BY SPACE
               " - NAO CRIOU O CSV, STATUS " DELIMITED BY SIZE
               SW-STATUS-CSV DELIMITED BY SIZE
               INTO WA-ALR-TEXTO
        PERFORM 3900-FALHAR-ARQUIVO
        GO TO 3000-ABRIR-ARQUIVO-EXIT
    END-IF.
    MOVE "S" TO WA-CSV-ABERTO WA-ARQUIVO-OK.

    MOVE SPACES TO CSV-LINHA.
    MOVE "OP;DATAHORA;CHAVE" TO CSV-LINHA.
    MOVE 18 TO WA-POS-CSV.
    PERFORM 3400-CABECALHO-CAMPO
            VARYING WA-CAM-IDX FROM 1 BY 1
            UNTIL WA-CAM-IDX > WA-QTD-CAMPOS.
    WRITE CSV-LINHA.

3000-ABRIR-ARQUIVO-EXIT.
    EXIT.

3100-ACHAR-NOME-BASE.
    MOVE SPACES TO WA-NOME-BASE.
    MOVE ZEROS  TO WA-POS-BARRA.
    PERFORM 3110-ACHAR-BARRA
            VARYING WA-SCAN-IDX FROM 1 BY 1
            UNTIL WA-SCAN-IDX > 200.
    IF  WA-POS-BARRA = ZEROS
        MOVE WA-ARQ-DADOS(1:60) TO WA-NOME-BASE
    ELSE
        IF  WA-POS-BARRA < 200
            MOVE WA-ARQ-DADOS(WA-POS-BARRA + 1 : 60) TO WA-NOME-BASE
        END-IF
    END-IF.

3110-ACHAR-BARRA.
    IF  WA-ARQ-DADOS(WA-SCAN-IDX:1) = "/"
        MOVE WA-SCAN-IDX TO WA-POS-BARRA
    END-IF.

3200-COPIAR-CATALOGO-CAMPOS.
    MOVE ZEROS TO WA-QTD-CAMPOS.
    PERFORM 3210-COPIAR-CAMPO
            VARYING XFD-FIELD-INDEX FROM 1 BY 1
            UNTIL XFD-FIELD-INDEX > XFD-TOTAL-NUMBER-FIELDS
               OR XFD-FIELD-INDEX > 300.

3210-COPIAR-CAMPO.
    CALL "parsexfd" USING GET-FIELD-INFO-OP.
    ADD 1 TO WA-QTD-CAMPOS.
    MOVE XFD-FIELD-NAME   TO WA-CAM-NOME(WA-QTD-CAMPOS).
    MOVE XFD-FIELD-OFFSET TO WA-CAM-OFFSET(WA-QTD-CAMPOS).
    MOVE XFD-FIELD-LENGTH TO WA-CAM-LENGTH(WA-QTD-CAMPOS).
    MOVE XFD-FIELD-DIGITS TO WA-CAM-DIGITS(WA-QTD-CAMPOS).
    MOVE XFD-FIELD-SCALE  TO WA-CAM-SCALE(WA-QTD-CAMPOS).

*--------------------------------------------------------------------*
* PRIMEIRO NOME LIVRE DO DIA: vendfeed-<ARQ>-<DATA>.csv NA PRIMEIRA   *
* RODADA, DEPOIS -02, -03...  "LIVRE" = NAO ABRE PARA LEITURA.        *
*--------------------------------------------------------------------*
3300-PROXIMO-NOME-CSV.
    MOVE SPACES TO WA-NOME-CSV.
    IF  WA-SEQ-CSV = 1
        STRING FUNCTION TRIM(WA-NOME-CSV-BASE) DELIMITED BY SIZE
               ".csv"                          DELIMITED BY SIZE
               INTO WA-NOME-CSV
    ELSE
        STRING FUNCTION TRIM(WA-NOME-CSV-BASE) DELIMITED BY SIZE
               "-"                             DELIMITED BY SIZE
               WA-SEQ-CSV(2:2)                 DELIMITED BY SIZE
               ".csv"                          DELIMITED BY SIZE
               INTO WA-NOME-CSV
    END-IF.
    OPEN INPUT FEED-CSV.
    IF  SW-STATUS-CSV(1:1) = ZEROS
        CLOSE FEED-CSV
        ADD 1 TO WA-SEQ-CSV
    END-IF.

3400-CABECALHO-CAMPO.
    MOVE ZEROS TO WA-TAM-TEXTO.
    INSPECT FUNCTION TRIM(WA-CAM-NOME(WA-CAM-IDX))
            TALLYING WA-TAM-TEXTO FOR CHARACTERS.
    IF  WA-POS-CSV + WA-TAM-TEXTO + 1 <= 32000
        MOVE ";" TO CSV-LINHA(WA-POS-CSV:1)
        ADD 1 TO WA-POS-CSV
        IF  WA-TAM-TEXTO > ZEROS
            MOVE WA-CAM-NOME(WA-CAM-IDX)(1:WA-TAM-TEXTO)
              TO CSV-LINHA(WA-POS-CSV:WA-TAM-TEXTO)
            ADD WA-TAM-TEXTO TO WA-POS-CSV
        END-IF
    END-IF.

3900-FALHAR-ARQUIVO.
    ADD 1 TO WA-TOTAL-FALHOS.
    MOVE "N" TO WA-ARQUIVO-OK WA-CSV-ABERTO WA-FEED-OK.
    MOVE SPACES TO RPT-LINHA.
    MOVE WA-ALR-TEXTO TO RPT-LINHA.
    WRITE RPT-LINHA.
    CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                           WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.

*--------------------------------------------------------------------*
* FECHA O CSV CORRENTE COM O TRAILER DE CONTROLE E A LINHA DO ARQUIVO *
* NO RELATORIO.  SEM CSV ABERTO, NAO FAZ NADA.                        *
*--------------------------------------------------------------------*
4000-FECHAR-CSV.
    IF  NOT WA-CSV-ABERTO-SIM
        GO TO 4000-FECHAR-CSV-EXIT
    END-IF.
    MOVE SPACES TO CSV-LINHA.
    MOVE "T" TO CSV-LINHA(1:1).
    MOVE 2 TO WA-POS-CSV.
    MOVE WA-ARQ-INCLUSOES  TO WA-ED-CONTADOR.
    PERFORM 4100-COLUNA-TRAILER.
    MOVE WA-ARQ-ALTERACOES TO WA-ED-CONTADOR.
    PERFORM 4100-COLUNA-TRAILER.
    MOVE WA-ARQ-REMOCOES   TO WA-ED-CONTADOR.
    PERFORM 4100-COLUNA-TRAILER.
    MOVE WA-ARQ-LINHAS     TO WA-ED-CONTADOR.
    PERFORM 4100-COLUNA-TRAILER.
    WRITE CSV-LINHA.
    CLOSE FEED-CSV.
    MOVE "N" TO WA-CSV-ABERTO.

    MOVE SPACES TO RPT-LINHA.
    STRING WA-NOME-BASE        DELIMITED BY SPACE
           " - "               DELIMITED BY SIZE
           WA-NOME-CSV         DELIMITED BY SPACE
           "  INCLUSOES: "     DELIMITED BY SIZE
           WA-ARQ-INCLUSOES    DELIMITED BY SIZE
           "  ALTERACOES: "    DELIMITED BY SIZE
           WA-ARQ-ALTERACOES   DELIMITED BY SIZE
           "  REMOCOES: "      DELIMITED BY SIZE
           WA-ARQ-REMOCOES     DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

4000-FECHAR-CSV-EXIT.
    EXIT.

4100-COLUNA-TRAILER.
    MOVE ZEROS TO WA-TAM-TEXTO.
    INSPECT FUNCTION TRIM(WA-ED-CONTADOR)
            TALLYING WA-TAM-TEXTO FOR CHARACTERS.
    MOVE ";" TO CSV-LINHA(WA-POS-CSV:1).
    ADD 1 TO WA-POS-CSV.
    MOVE FUNCTION TRIM(WA-ED-CONTADOR)
      TO CSV-LINHA(WA-POS-CSV:WA-TAM-TEXTO).
    ADD WA-TAM-TEXTO TO WA-POS-CSV.

*--------------------------------------------------------------------*
* UMA LINHA DE DADOS: OP;AAAAMMDDHHMMSS;CHAVE[;CAMPOS...].  NA        *
* REMOCAO NAO HA REGISTRO NOVO - SAI SO A CHAVE.                      *
*--------------------------------------------------------------------*
5000-GRAVAR-LINHA-DADOS.
    EVALUATE TRUE
        WHEN MOV-INCLUSAO  ADD 1 TO WA-ARQ-INCLUSOES
        WHEN MOV-ALTERACAO ADD 1 TO WA-ARQ-ALTERACOES
        WHEN OTHER         ADD 1 TO WA-ARQ-REMOCOES
    END-EVALUATE.
    ADD 1 TO WA-ARQ-LINHAS WA-TOTAL-LINHAS.

    MOVE MOV-DATA TO WA-DH-DATA.
    MOVE MOV-HORA TO WA-DH-HORA.
    MOVE SPACES TO CSV-LINHA.
    STRING MOV-OPERACAO    DELIMITED BY SIZE
           ";"             DELIMITED BY SIZE
           WA-DATAHORA-MOV DELIMITED BY SIZE
           ";"             DELIMITED BY SIZE
           INTO CSV-LINHA.
    MOVE 18 TO WA-POS-CSV.
    IF  MOV-CHAVE NOT = SPACES
        COMPUTE WA-TAM-TEXTO =
                FUNCTION LENGTH(FUNCTION TRIM(MOV-CHAVE TRAILING))
        MOVE MOV-CHAVE(1:WA-TAM-TEXTO)
          TO CSV-LINHA(WA-POS-CSV:WA-TAM-TEXTO)
        INSPECT CSV-LINHA(WA-POS-CSV:WA-TAM-TEXTO)
                REPLACING ALL ";" BY ","
        ADD WA-TAM-TEXTO TO WA-POS-CSV
    END-IF.

    IF  NOT MOV-REMOCAO
        PERFORM 5100-COLUNA-CAMPO
                THRU 5100-COLUNA-CAMPO-EXIT
                VARYING WA-CAM-IDX FROM 1 BY 1
                UNTIL WA-CAM-IDX > WA-QTD-CAMPOS
    END-IF.
    WRITE CSV-LINHA.

*--------------------------------------------------------------------*
* UM CAMPO DECODIFICADO PELOS OFFSETS DA XFD.  NUMERICO COM ESCALA E  *
* BYTES NUMERICOS SAI COM A VIRGULA DECIMAL (0001250 ESCALA 2 VIRA    *
* 00012,50); O RESTO SAI COMO ESTA NO REGISTRO, SEM OS BRANCOS DO     *
* FIM E COM ";" TROCADO POR ",", PARA NAO QUEBRAR AS COLUNAS.         *
*--------------------------------------------------------------------*
5100-COLUNA-CAMPO.
    IF  WA-POS-CSV + 1 > 32000
        GO TO 5100-COLUNA-CAMPO-EXIT
    END-IF.
    MOVE ";" TO CSV-LINHA(WA-POS-CSV:1).
    ADD 1 TO WA-POS-CSV.

    MOVE WA-CAM-LENGTH(WA-CAM-IDX) TO WA-CAM-TAM.
    IF  WA-CAM-TAM = ZEROS
        OR WA-CAM-OFFSET(WA-CAM-IDX) >= 4000
        GO TO 5100-COLUNA-CAMPO-EXIT
    END-IF.
    IF  WA-CAM-OFFSET(WA-CAM-IDX) + WA-CAM-TAM > 4000
        COMPUTE WA-CAM-TAM = 4000 - WA-CAM-OFFSET(WA-CAM-IDX)
    END-IF.
    IF  WA-POS-CSV + WA-CAM-TAM + 1 > 32000
        GO TO 5100-COLUNA-CAMPO-EXIT
    END-IF.

    IF  WA-CAM-DIGITS(WA-CAM-IDX) > ZEROS
        AND WA-CAM-SCALE(WA-CAM-IDX) > ZEROS
        AND WA-CAM-SCALE(WA-CAM-IDX) < WA-CAM-TAM
        AND MOV-IMAGEM(WA-CAM-OFFSET(WA-CAM-IDX) + 1 : WA-CAM-TAM)
            NUMERIC
        COMPUTE WA-CAM-INTEIROS = WA-CAM-TAM - WA-CAM-SCALE(WA-CAM-IDX)
        MOVE MOV-IMAGEM(WA-CAM-OFFSET(WA-CAM-IDX) + 1 : WA-CAM-INTEIROS)
          TO CSV-LINHA(WA-POS-CSV:WA-CAM-INTEIROS)
        ADD WA-CAM-INTEIROS TO WA-POS-CSV
        MOVE "," TO CSV-LINHA(WA-POS-CSV:1)
        ADD 1 TO WA-POS-CSV
        MOVE MOV-IMAGEM(WA-CAM-OFFSET(WA-CAM-IDX) + WA-CAM-INTEIROS + 1
                        : WA-CAM-SCALE(WA-CAM-IDX))
          TO CSV-LINHA(WA-POS-CSV:WA-CAM-SCALE(WA-CAM-IDX))
        ADD WA-CAM-SCALE(WA-CAM-IDX) TO WA-POS-CSV
        GO TO 5100-COLUNA-CAMPO-EXIT
    END-IF.

    IF  MOV-IMAGEM(WA-CAM-OFFSET(WA-CAM-IDX) + 1 : WA-CAM-TAM) = SPACES
        GO TO 5100-COLUNA-CAMPO-EXIT
    END-IF.
    COMPUTE WA-TAM-TEXTO = FUNCTION LENGTH(FUNCTION TRIM(
            MOV-IMAGEM(WA-CAM-OFFSET(WA-CAM-IDX) + 1 : WA-CAM-TAM)
            TRAILING)).
    MOVE MOV-IMAGEM(WA-CAM-OFFSET(WA-CAM-IDX) + 1 : WA-TAM-TEXTO)
      TO CSV-LINHA(WA-POS-CSV:WA-TAM-TEXTO).
    INSPECT CSV-LINHA(WA-POS-CSV:WA-TAM-TEXTO)
            REPLACING ALL ";" BY ",".
    ADD WA-TAM-TEXTO TO WA-POS-CSV.

5100-COLUNA-CAMPO-EXIT.
    EXIT.

8000-TRAILER.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    STRING "ARQUIVOS: "          DELIMITED BY SIZE
           WA-TOTAL-ARQUIVOS     DELIMITED BY SIZE
           "  COM FALHA: "       DELIMITED BY SIZE
           WA-TOTAL-FALHOS       DELIMITED BY SIZE
           "  LINHAS DE DADOS: " DELIMITED BY SIZE
           WA-TOTAL-LINHAS       DELIMITED BY SIZE
           "  IGNORADAS: "       DELIMITED BY SIZE
           WA-TOTAL-IGNORADAS    DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    IF  NOT WA-FEED-OK-SIM
        MOVE "MOVIMENTO MANTIDO EM vendrech-mov.txt PARA NOVA TENTATIVA"
          TO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.

9999-FINALIZAR.
    CLOSE VENDFEED-RPT.
