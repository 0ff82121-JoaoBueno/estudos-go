IDENTIFICATION DIVISION.
PROGRAM-ID.    LGPDLOC.
*------------------------------------------------------------------------------*
* LOCALIZADOR DO TITULAR (LGPD): ACHA TODO REGISTRO DOS ARQUIVOS DA VENDAS QUE *
* GUARDA UM CPF/CNPJ INFORMADO.  QUANDO O CLIENTE FAZ UMA SOLICITACAO, O       *
* ENCARREGADO (DPO) PRECISA DE TODO LUGAR ONDE TEMOS O DADO DELE - E ATE AQUI  *
* ISSO ERA UM DESENVOLVEDOR DANDO GREP EM ARQUIVO BINARIO.                     *
*                                                                              *
* PARAMETROS EM lgpdloc.ctl (TIPO(1) VALOR(60)):                               *
*   P  NUMERO DA SOLICITACAO (PROTOCOLO) - OBRIGATORIO, UMA LINHA;             *
*   D  UM CPF OU CNPJ POR LINHA, COM OU SEM PONTUACAO (ATE 50).                *
*                                                                              *
* O CRUZAMENTO DO XFDCAT (xfdxref.ctl) DIZ QUE CAMPO EXISTE EM QUE ARQUIVO,    *
* COM OFFSET E TIPO.  CAMPO CANDIDATO E O QUE TEM CPF/CNPJ/CGC NO NOME OU      *
* ESTA MARCADO COMO DOCUMENTO ("D") NO vendmask-campos.ctl (A MESMA            *
* CLASSIFICACAO DA COPIA MASCARADA - "X" LA TIRA O CAMPO DAQUI TAMBEM).  CADA  *
* ARQUIVO COM CANDIDATO E LIDO INTEIRO (LEITURA CRUA, COMO O RECVIEW) E O      *
* CAMPO E COMPARADO SO PELOS DIGITOS, SEM ZEROS A ESQUERDA - 123.456.789-09,   *
* 12345678909 E 00012345678909 SAO O MESMO DOCUMENTO.                          *
*                                                                              *
* CADA ACHADO SAI COM ARQUIVO, CHAVE, CAMPO E O REGISTRO DECODIFICADO CAMPO A  *
* CAMPO NO FORMATO DO recview.rpt.  O RELATORIO E DATADO E ARQUIVADO PELO      *
* PROTOCOLO (lgpd/lgpdloc-<PROTOCOLO>-<AAAAMMDD>.rpt) E CADA DOCUMENTO         *
* PESQUISADO VIRA UMA LINHA NA TRILHA lgpdloc-log.txt (SO ACRESCIMO: QUEM,     *
* QUANDO, PROTOCOLO, DOCUMENTO, ACHADOS, ARQUIVOS VARRIDOS E O RELATORIO) -    *
* E O QUE SE MOSTRA AO REGULADOR.  CANDIDATO COMPACTADO/BINARIO NAO E          *
* COMPARAVEL PELOS DIGITOS E ARQUIVO QUE NAO ABRIU NAO FOI VARRIDO: OS DOIS    *
* APARECEM NO RELATORIO E A BUSCA SAI INCOMPLETA (RETURN-CODE 8).              *
*                                                                              *
* CRIACAO...: 15/10/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - PARAGRAFOS COM SAIDA POR GO TO ...-EXIT     *
*             PASSAM A SER EXECUTADOS COM THRU ATE O EXIT.                     *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-CTL ASSIGN "lgpdloc.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-PRM.

* CLASSIFICACAO DOS CAMPOS DA COPIA MASCARADA (VENDMASK).
    SELECT CLASSES-CTL ASSIGN "vendmask-campos.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CLS.

* MESMO LAYOUT DO XR-RECORD GRAVADO PELO XFDCAT.
    SELECT XFDXREF-FILE ASSIGN "xfdxref.ctl"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY XR-CHAVE
           FILE STATUS SW-STATUS-XRF.

* LEITURA CRUA E SEQUENCIAL DO ARQUIVO DE VENDAS (CHAVE FICTICIA, SO
* PARA O COMPILADOR - MESMO ARTIFICIO DO RECVIEW).
    SELECT VENDAS-FILE ASSIGN WA-ARQ-DADOS
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY WA-CHAVE-FICTICIA
           FILE STATUS SW-STATUS-VEN.

    SELECT LGPDLOC-RPT ASSIGN WA-NOME-RPT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

* TRILHA DAS PESQUISAS, SO ACRESCIMO.
    SELECT LGPDLOC-LOG ASSIGN "lgpdloc-log.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-LOG.

DATA DIVISION.
FILE SECTION.
FD  PARM-CTL.
01  PARM-LINHA.
    03  PARM-TIPO                PIC X(001).
    03  PARM-VALOR               PIC X(060).

FD  CLASSES-CTL.
01  CLS-LINHA.
    03  CLS-ARQUIVO              PIC X(032).
    03  CLS-CAMPO                PIC X(032).
    03  CLS-CLASSE               PIC X(001).

FD  XFDXREF-FILE.
copy "xfd/xfdxref.ws".

FD  VENDAS-FILE.
01  VENDAS-REC.
    03  WA-CHAVE-FICTICIA        PIC X(020).
    03  FILLER                   PIC X(3980).

FD  LGPDLOC-RPT.
01  RPT-LINHA                    PIC X(200).

FD  LGPDLOC-LOG.
01  LOG-LINHA.
    03  LOG-DATA                 PIC 9(008).
    03  FILLER                   PIC X(001).
    03  LOG-HORA                 PIC 9(006).
    03  FILLER                   PIC X(001).
    03  LOG-USUARIO              PIC X(030).
    03  FILLER                   PIC X(001).
    03  LOG-PROTOCOLO            PIC X(020).
    03  FILLER                   PIC X(001).
    03  LOG-DOCUMENTO            PIC X(020).
    03  FILLER                   PIC X(001).
    03  LOG-ACHADOS              PIC 9(007).
    03  FILLER                   PIC X(001).
    03  LOG-ARQ-VARRIDOS         PIC 9(005).
    03  FILLER                   PIC X(001).
    03  LOG-ARQ-NAO-VARRIDOS     PIC 9(005).
    03  FILLER                   PIC X(001).
    03  LOG-RELATORIO            PIC X(080).

WORKING-STORAGE SECTION.
77  SW-STATUS-PRM                PIC X(002)          VALUE SPACES.
77  SW-STATUS-CLS                PIC X(002)          VALUE SPACES.
77  SW-STATUS-XRF                PIC X(002)          VALUE SPACES.
77  SW-STATUS-VEN                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-LOG                PIC X(002)          VALUE SPACES.

77  WA-FIM-PARM                  PIC X(001)          VALUE "N".
    88  WA-FIM-PARM-SIM                              VALUE "S".
77  WA-FIM-CLASSES               PIC X(001)          VALUE "N".
    88  WA-FIM-CLASSES-SIM                           VALUE "S".
77  WA-FIM-XREF                  PIC X(001)          VALUE "N".
    88  WA-FIM-XREF-SIM                              VALUE "S".
77  WA-FIM-VENDAS                PIC X(001)          VALUE "N".
    88  WA-FIM-VENDAS-SIM                            VALUE "S".

77  WA-DATA-RODADA               PIC 9(008)          VALUE ZEROS.
77  WA-HORA-RODADA               PIC 9(006)          VALUE ZEROS.
77  WA-PID-SESSAO                PIC 9(005)          VALUE ZEROS.
77  WA-USUARIO-SESSAO            PIC X(030)          VALUE SPACES.
77  WA-PROTOCOLO                 PIC X(020)          VALUE SPACES.
77  WA-PROTOCOLO-ARQ             PIC X(020)          VALUE SPACES.
77  WA-NOME-RPT                  PIC X(080)          VALUE SPACES.
77  WA-PASTA-LGPD                PIC X(010)          VALUE "lgpd/".

*--------------------------------------------------------------------*
* DOCUMENTOS PESQUISADOS: COMO INFORMADO E SO OS DIGITOS SEM ZEROS A  *
* ESQUERDA (O QUE E COMPARADO).                                       *
*--------------------------------------------------------------------*
01  WA-DOCUMENTOS.
    03  WA-QTD-DOCS              PIC 9(003)          VALUE ZEROS.
    03  WA-DOC-ITEM              OCCURS 50 TIMES.
        05  WA-DOC-INFORMADO     PIC X(020).
        05  WA-DOC-NORM          PIC X(020).
        05  WA-DOC-TAM           PIC 9(003).
        05  WA-DOC-ACHADOS       PIC 9(007).
        05  WA-DOC-ARQUIVOS      PIC 9(005).
        05  WA-DOC-ULTIMO-ARQ    PIC 9(003).
77  WA-DOC-IDX                   PIC 9(003)          VALUE ZEROS.

* CLASSIFICACAO DO vendmask-campos.ctl, NOMES EM MAIUSCULA.
01  WA-CLASSES.
    03  WA-QTD-CLASSES           PIC 9(003)          VALUE ZEROS.
    03  WA-CLS-ITEM              OCCURS 300 TIMES.
        05  WA-CLS-ARQUIVO       PIC X(032).
        05  WA-CLS-CAMPO         PIC X(032).
        05  WA-CLS-CLASSE        PIC X(001).
77  WA-CLS-IDX                   PIC 9(003)          VALUE ZEROS.
77  WA-CLASSE-ACHADA             PIC X(001)          VALUE SPACES.
77  WA-ARQUIVO-MAI               PIC X(032)          VALUE SPACES.
77  WA-NOME-MAI                  PIC X(032)          VALUE SPACES.
77  WA-CONTA                     PIC 9(003)          VALUE ZEROS.

*--------------------------------------------------------------------*
* CAMPOS CANDIDATOS TIRADOS DO CRUZAMENTO E OS ARQUIVOS QUE OS TEM.   *
* WA-CAN-LEGIVEL "N" = COMPACTADO/BINARIO, SO SAI NO RELATORIO.       *
*--------------------------------------------------------------------*
01  WA-CANDIDATOS.
    03  WA-QTD-CAND              PIC 9(003)          VALUE ZEROS.
    03  WA-CAND-ITEM             OCCURS 300 TIMES.
        05  WA-CAN-ARQUIVO       PIC X(030).
        05  WA-CAN-CAMPO         PIC X(032).
        05  WA-CAN-OFFSET        PIC 9(005).
        05  WA-CAN-LENGTH        PIC 9(005).
        05  WA-CAN-LEGIVEL       PIC X(001).
77  WA-CAN-IDX                   PIC 9(003)          VALUE ZEROS.

01  WA-ARQUIVOS.
    03  WA-QTD-ARQ               PIC 9(003)          VALUE ZEROS.
    03  WA-ARQ-ITEM              OCCURS 100 TIMES.
        05  WA-ARQ-NOME          PIC X(030).
        05  WA-ARQ-SITUACAO      PIC X(001).
        05  WA-ARQ-REGISTROS     PIC 9(009).
77  WA-ARQ-IDX                   PIC 9(003)          VALUE ZEROS.
77  WA-ACHOU                     PIC 9(003)          VALUE ZEROS.
77  WA-ARQ-VARRIDOS              PIC 9(005)          VALUE ZEROS.
77  WA-ARQ-NAO-VARRIDOS          PIC 9(005)          VALUE ZEROS.
77  WA-CAND-ILEGIVEIS            PIC 9(005)          VALUE ZEROS.

* CANDIDATOS LEGIVEIS DO ARQUIVO CORRENTE.
01  WA-LOCAIS.
    03  WA-QTD-LOC               PIC 9(003)          VALUE ZEROS.
    03  WA-LOC-ITEM              OCCURS 50 TIMES.
        05  WA-LOC-CAMPO         PIC X(032).
        05  WA-LOC-OFFSET        PIC 9(005).
        05  WA-LOC-LENGTH        PIC 9(005).
77  WA-LOC-IDX                   PIC 9(003)          VALUE ZEROS.

77  WA-NOME-BASE                 PIC X(030)          VALUE SPACES.
77  WA-ARQ-DADOS                 PIC X(100)          VALUE SPACES.
77  WA-RECORD-BUFFER             PIC X(4000)         VALUE SPACES.
77  WA-CONTADOR                  PIC 9(009)          VALUE ZEROS.

77  WA-QTD-SEGMENTOS             PIC 9(003)          VALUE ZEROS.
01  WA-SEGMENTOS.
    03  WA-SEGMENTO-ITEM         OCCURS 16 TIMES.
        05  WA-SEG-OFFSET        PIC 9(005).
        05  WA-SEG-LENGTH        PIC 9(005).
77  WA-SEG-IDX                   PIC 9(003)          VALUE ZEROS.
77  WA-CHAVE-REGISTRO            PIC X(060)          VALUE SPACES.
77  WA-CHAVE-POS                 PIC 9(003)          VALUE ZEROS.

* NORMALIZACAO: SO OS DIGITOS, SEM ZEROS A ESQUERDA.
77  WA-NORM-ENTRADA              PIC X(060)          VALUE SPACES.
77  WA-NORM-TAM-ENTRADA          PIC 9(003)          VALUE ZEROS.
77  WA-NORM-SAIDA                PIC X(020)          VALUE SPACES.
77  WA-NORM-TAM                  PIC 9(003)          VALUE ZEROS.
77  WA-NORM-POS                  PIC 9(003)          VALUE ZEROS.
77  WA-NORM-EXCEDEU              PIC X(001)          VALUE "N".

77  WA-CAMPO-CRU                 PIC X(040)          VALUE SPACES.
77  WA-TAMANHO-MOSTRA            PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-ACHADOS             PIC 9(007)          VALUE ZEROS.
77  WA-POS                       PIC 9(003)          VALUE ZEROS.

* MESMA LINHA DE CAMPO DO recview.rpt.
01  WA-RPT-CAMPO.
    03  WA-RPT-NOME              PIC X(032).
    03  WA-RPT-OFFSET            PIC ZZZZ9.
    03  FILLER                   PIC X(002)          VALUE SPACES.
    03  WA-RPT-LENGTH            PIC ZZZZ9.
    03  FILLER                   PIC X(002)          VALUE SPACES.
    03  WA-RPT-CRU               PIC X(040).
    03  FILLER                   PIC X(002)          VALUE SPACES.
    03  WA-RPT-INTERPRETADO      PIC X(040).

copy "bacu/acugui.def".
copy "bacu/parsexfd.ws".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    PERFORM 1300-CARREGAR-CANDIDATOS
            THRU 1300-CARREGAR-CANDIDATOS-EXIT.
    PERFORM 3000-VARRER-ARQUIVO
            THRU 3000-VARRER-ARQUIVO-EXIT
            VARYING WA-ARQ-IDX FROM 1 BY 1
            UNTIL WA-ARQ-IDX > WA-QTD-ARQ.
    PERFORM 8000-RESUMO.
    PERFORM 7000-REGISTRAR-PESQUISA.
    PERFORM 9999-FINALIZAR.
    IF  WA-ARQ-NAO-VARRIDOS > ZEROS OR WA-CAND-ILEGIVEIS > ZEROS
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.

1000-INICIALIZAR.
    ACCEPT WA-DATA-RODADA FROM DATE YYYYMMDD.
    ACCEPT WA-HORA-RODADA FROM TIME.
    CALL "C$GETPID".
    MOVE RETURN-CODE TO WA-PID-SESSAO.
    MOVE SPACES TO WA-USUARIO-SESSAO.
    CALL "PIDTOUSER" USING WA-PID-SESSAO, WA-USUARIO-SESSAO.

    OPEN INPUT PARM-CTL.
    IF  SW-STATUS-PRM(1:1) NOT = ZEROS
        DISPLAY "LGPDLOC - NAO ABRIU lgpdloc.ctl, STATUS " SW-STATUS-PRM
                UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 1100-LER-PARAMETRO
            WITH TEST AFTER
            UNTIL WA-FIM-PARM-SIM.
    CLOSE PARM-CTL.
    IF  WA-PROTOCOLO = SPACES OR WA-QTD-DOCS = ZEROS
        DISPLAY "LGPDLOC - lgpdloc.ctl SEM PROTOCOLO (P) OU SEM "
                "DOCUMENTO (D) - NADA PESQUISADO" UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*   O PROTOCOLO VAI NO NOME DO RELATORIO - SO LETRA, DIGITO E TRACO.
    MOVE WA-PROTOCOLO TO WA-PROTOCOLO-ARQ.
    INSPECT WA-PROTOCOLO-ARQ REPLACING ALL "/" BY "-"
                                       ALL " " BY "-"
                                       ALL "." BY "-"
                                       ALL "\" BY "-".
    MOVE ZEROS TO WA-POS.
    INSPECT FUNCTION TRIM(WA-PROTOCOLO) TALLYING WA-POS FOR CHARACTERS.
    MOVE SPACES TO WA-NOME-RPT.
    STRING WA-PASTA-LGPD           DELIMITED BY SPACE
           "lgpdloc-"              DELIMITED BY SIZE
           WA-PROTOCOLO-ARQ(1:WA-POS) DELIMITED BY SIZE
           "-"                     DELIMITED BY SIZE
           WA-DATA-RODADA          DELIMITED BY SIZE
           ".rpt"                  DELIMITED BY SIZE
           INTO WA-NOME-RPT.
    CALL "CBL_CREATE_DIR" USING WA-PASTA-LGPD.

    OPEN OUTPUT LGPDLOC-RPT.
    IF  SW-STATUS-RPT(1:1) NOT = ZEROS
        DISPLAY "LGPDLOC - NAO CRIOU " FUNCTION TRIM(WA-NOME-RPT)
                ", STATUS " SW-STATUS-RPT UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO RPT-LINHA.
    STRING "LOCALIZACAO DE DADOS DO TITULAR (LGPD) - PROTOCOLO "
                             DELIMITED BY SIZE
           WA-PROTOCOLO      DELIMITED BY "  "
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "PESQUISA EM "    DELIMITED BY SIZE
           WA-DATA-RODADA    DELIMITED BY SIZE
           " "               DELIMITED BY SIZE
           WA-HORA-RODADA    DELIMITED BY SIZE
           " POR "           DELIMITED BY SIZE
           WA-USUARIO-SESSAO DELIMITED BY SPACE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    PERFORM 1150-LISTAR-DOCUMENTO
            VARYING WA-DOC-IDX FROM 1 BY 1
            UNTIL WA-DOC-IDX > WA-QTD-DOCS.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

    PERFORM 1200-CARREGAR-CLASSES.

    SET CONFIGURATION "DLL-CONVENTION" TO 0.
    CALL "./libparsexfd.so".

1100-LER-PARAMETRO.
    READ PARM-CTL
         AT END SET WA-FIM-PARM-SIM TO TRUE
         NOT AT END
             EVALUATE PARM-TIPO
                 WHEN "P"
                 WHEN "p"
                      MOVE FUNCTION TRIM(PARM-VALOR) TO WA-PROTOCOLO
                 WHEN "D"
                 WHEN "d"
                      PERFORM 1110-GUARDAR-DOCUMENTO
                              THRU 1110-GUARDAR-DOCUMENTO-EXIT
                 WHEN OTHER
                      CONTINUE
             END-EVALUATE
    END-READ.

1110-GUARDAR-DOCUMENTO.
    IF  PARM-VALOR = SPACES OR WA-QTD-DOCS NOT < 50
        GO TO 1110-GUARDAR-DOCUMENTO-EXIT
    END-IF.
    MOVE PARM-VALOR TO WA-NORM-ENTRADA.
    MOVE 60         TO WA-NORM-TAM-ENTRADA.
    PERFORM 6000-NORMALIZAR.
    IF  WA-NORM-TAM = ZEROS OR WA-NORM-EXCEDEU = "S"
        DISPLAY "LGPDLOC - DOCUMENTO SEM DIGITOS OU LONGO DEMAIS, "
                "IGNORADO: " PARM-VALOR(1:20) UPON SYSERR
        GO TO 1110-GUARDAR-DOCUMENTO-EXIT
    END-IF.
    ADD 1 TO WA-QTD-DOCS.
    MOVE FUNCTION TRIM(PARM-VALOR) TO WA-DOC-INFORMADO(WA-QTD-DOCS).
    MOVE WA-NORM-SAIDA TO WA-DOC-NORM(WA-QTD-DOCS).
    MOVE WA-NORM-TAM   TO WA-DOC-TAM(WA-QTD-DOCS).
    MOVE ZEROS         TO WA-DOC-ACHADOS(WA-QTD-DOCS)
                          WA-DOC-ARQUIVOS(WA-QTD-DOCS)
                          WA-DOC-ULTIMO-ARQ(WA-QTD-DOCS).

1110-GUARDAR-DOCUMENTO-EXIT.
    EXIT.

1150-LISTAR-DOCUMENTO.
    MOVE SPACES TO RPT-LINHA.
    STRING "  DOCUMENTO PESQUISADO: "    DELIMITED BY SIZE
           WA-DOC-INFORMADO(WA-DOC-IDX)  DELIMITED BY SPACE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

1200-CARREGAR-CLASSES.
    MOVE ZEROS TO WA-QTD-CLASSES.
    OPEN INPUT CLASSES-CTL.
    IF  SW-STATUS-CLS(1:1) = ZEROS
        PERFORM 1210-LER-CLASSE
                WITH TEST AFTER
                UNTIL WA-FIM-CLASSES-SIM
        CLOSE CLASSES-CTL
    END-IF.

1210-LER-CLASSE.
    READ CLASSES-CTL
         AT END SET WA-FIM-CLASSES-SIM TO TRUE
         NOT AT END
             IF  CLS-LINHA(1:1) NOT = "*" AND CLS-CAMPO NOT = SPACES
                 AND WA-QTD-CLASSES < 300
                 ADD 1 TO WA-QTD-CLASSES
                 MOVE FUNCTION UPPER-CASE(CLS-ARQUIVO)
                   TO WA-CLS-ARQUIVO(WA-QTD-CLASSES)
                 MOVE FUNCTION UPPER-CASE(CLS-CAMPO)
                   TO WA-CLS-CAMPO(WA-QTD-CLASSES)
                 MOVE FUNCTION UPPER-CASE(CLS-CLASSE)
                   TO WA-CLS-CLASSE(WA-QTD-CLASSES)
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* PERCORRE O CRUZAMENTO INTEIRO E GUARDA OS CAMPOS DE DOCUMENTO E A   *
* LISTA DE ARQUIVOS QUE TEM PELO MENOS UM.                            *
*--------------------------------------------------------------------*
1300-CARREGAR-CANDIDATOS.
    OPEN INPUT XFDXREF-FILE.
    IF  SW-STATUS-XRF(1:1) NOT = ZEROS
        MOVE "SEM CRUZAMENTO xfdxref.ctl - RODE O XFDCAT ANTES"
            TO RPT-LINHA
        WRITE RPT-LINHA
        DISPLAY "LGPDLOC - SEM xfdxref.ctl, NADA VARRIDO" UPON SYSERR
        ADD 1 TO WA-ARQ-NAO-VARRIDOS
        GO TO 1300-CARREGAR-CANDIDATOS-EXIT
    END-IF.
    PERFORM 1310-LER-CRUZAMENTO
            WITH TEST AFTER
            UNTIL WA-FIM-XREF-SIM.
    CLOSE XFDXREF-FILE.

    MOVE SPACES TO RPT-LINHA.
    STRING "CAMPOS CANDIDATOS (CRUZAMENTO xfdxref.ctl): "
                         DELIMITED BY SIZE
           WA-QTD-CAND   DELIMITED BY SIZE
           " EM "        DELIMITED BY SIZE
           WA-QTD-ARQ    DELIMITED BY SIZE
           " ARQUIVO(S)" DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    PERFORM 1350-LISTAR-CANDIDATO
            VARYING WA-CAN-IDX FROM 1 BY 1
            UNTIL WA-CAN-IDX > WA-QTD-CAND.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

1300-CARREGAR-CANDIDATOS-EXIT.
    EXIT.

1310-LER-CRUZAMENTO.
    READ XFDXREF-FILE NEXT RECORD
         AT END SET WA-FIM-XREF-SIM TO TRUE
         NOT AT END
             PERFORM 1320-AVALIAR-CAMPO
                     THRU 1320-AVALIAR-CAMPO-EXIT
    END-READ.

1320-AVALIAR-CAMPO.
    MOVE FUNCTION UPPER-CASE(XR-CAMPO)   TO WA-NOME-MAI.
    MOVE FUNCTION UPPER-CASE(XR-ARQUIVO) TO WA-ARQUIVO-MAI.
    MOVE SPACES TO WA-CLASSE-ACHADA.
    PERFORM 1330-PROCURAR-CLASSE
            VARYING WA-CLS-IDX FROM 1 BY 1
            UNTIL WA-CLS-IDX > WA-QTD-CLASSES.
    IF  WA-CLASSE-ACHADA = SPACES
        MOVE ZEROS TO WA-CONTA
        INSPECT WA-NOME-MAI TALLYING WA-CONTA
                FOR ALL "CPF" ALL "CNPJ" ALL "CGC"
        IF  WA-CONTA > ZEROS
            MOVE "D" TO WA-CLASSE-ACHADA
        END-IF
    END-IF.
    IF  WA-CLASSE-ACHADA NOT = "D"
        GO TO 1320-AVALIAR-CAMPO-EXIT
    END-IF.
    IF  WA-QTD-CAND NOT < 300
        DISPLAY "LGPDLOC - MAIS DE 300 CAMPOS CANDIDATOS, "
                XR-ARQUIVO " " XR-CAMPO " FICOU FORA" UPON SYSERR
        ADD 1 TO WA-CAND-ILEGIVEIS
        GO TO 1320-AVALIAR-CAMPO-EXIT
    END-IF.

    ADD 1 TO WA-QTD-CAND.
    MOVE XR-ARQUIVO TO WA-CAN-ARQUIVO(WA-QTD-CAND).
    MOVE XR-CAMPO   TO WA-CAN-CAMPO(WA-QTD-CAND).
    MOVE XR-OFFSET  TO WA-CAN-OFFSET(WA-QTD-CAND).
    MOVE XR-LENGTH  TO WA-CAN-LENGTH(WA-QTD-CAND).
    MOVE "S"        TO WA-CAN-LEGIVEL(WA-QTD-CAND).
*   SO DA PARA COMPARAR PELOS DIGITOS CAMPO DISPLAY (UM BYTE POR
*   DIGITO) DE ATE 60 BYTES DENTRO DO REGISTRO.
    IF  (XR-DIGITS > ZEROS AND XR-DIGITS NOT = XR-LENGTH)
        OR XR-LENGTH = ZEROS OR XR-LENGTH > 60
        OR XR-OFFSET + XR-LENGTH > 4000
        MOVE "N" TO WA-CAN-LEGIVEL(WA-QTD-CAND)
        ADD 1 TO WA-CAND-ILEGIVEIS
    END-IF.

    MOVE ZEROS TO WA-ACHOU.
    PERFORM 1340-PROCURAR-ARQUIVO
            VARYING WA-ARQ-IDX FROM 1 BY 1
            UNTIL WA-ARQ-IDX > WA-QTD-ARQ OR WA-ACHOU > ZEROS.
    IF  WA-ACHOU = ZEROS AND WA-QTD-ARQ < 100
        ADD 1 TO WA-QTD-ARQ
        MOVE XR-ARQUIVO TO WA-ARQ-NOME(WA-QTD-ARQ)
        MOVE SPACES     TO WA-ARQ-SITUACAO(WA-QTD-ARQ)
        MOVE ZEROS      TO WA-ARQ-REGISTROS(WA-QTD-ARQ)
    END-IF.

1320-AVALIAR-CAMPO-EXIT.
    EXIT.

*   LINHA DO PROPRIO ARQUIVO PREVALECE SOBRE A LINHA "*" (OU EM BRANCO).
1330-PROCURAR-CLASSE.
    IF  WA-CLS-CAMPO(WA-CLS-IDX) = WA-NOME-MAI
        IF  WA-CLS-ARQUIVO(WA-CLS-IDX) = WA-ARQUIVO-MAI
            MOVE WA-CLS-CLASSE(WA-CLS-IDX) TO WA-CLASSE-ACHADA
        ELSE
            IF  (WA-CLS-ARQUIVO(WA-CLS-IDX) = "*"
                 OR WA-CLS-ARQUIVO(WA-CLS-IDX) = SPACES)
                AND WA-CLASSE-ACHADA = SPACES
                MOVE WA-CLS-CLASSE(WA-CLS-IDX) TO WA-CLASSE-ACHADA
            END-IF
        END-IF
    END-IF.

1340-PROCURAR-ARQUIVO.
    IF  WA-ARQ-NOME(WA-ARQ-IDX) = XR-ARQUIVO
        MOVE WA-ARQ-IDX TO WA-ACHOU
    END-IF.

1350-LISTAR-CANDIDATO.
    MOVE SPACES TO RPT-LINHA.
    STRING "  "                        DELIMITED BY SIZE
           WA-CAN-ARQUIVO(WA-CAN-IDX)  DELIMITED BY SPACE
           "."                         DELIMITED BY SIZE
           WA-CAN-CAMPO(WA-CAN-IDX)    DELIMITED BY SPACE
           INTO RPT-LINHA.
    IF  WA-CAN-LEGIVEL(WA-CAN-IDX) = "N"
        MOVE "NAO COMPARAVEL (COMPACTADO/BINARIO OU TAMANHO)"
          TO RPT-LINHA(70:)
    END-IF.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* UM ARQUIVO COM CANDIDATO: PARSEIA A XFD (CHAVE E DECODIFICACAO),    *
* SEPARA OS CANDIDATOS LEGIVEIS DELE E LE O ARQUIVO INTEIRO.          *
*--------------------------------------------------------------------*
3000-VARRER-ARQUIVO.
    MOVE WA-ARQ-NOME(WA-ARQ-IDX) TO WA-NOME-BASE.
    MOVE ZEROS TO WA-QTD-LOC.
    PERFORM 3050-SEPARAR-CANDIDATO
            VARYING WA-CAN-IDX FROM 1 BY 1
            UNTIL WA-CAN-IDX > WA-QTD-CAND.
    IF  WA-QTD-LOC = ZEROS
        MOVE "I" TO WA-ARQ-SITUACAO(WA-ARQ-IDX)
        GO TO 3000-VARRER-ARQUIVO-EXIT
    END-IF.

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
        MOVE "N" TO WA-ARQ-SITUACAO(WA-ARQ-IDX)
        ADD 1 TO WA-ARQ-NAO-VARRIDOS
        MOVE SPACES TO RPT-LINHA
        STRING WA-NOME-BASE DELIMITED BY SPACE
               " - NAO VARRIDO, XFD NAO PARSEOU: " DELIMITED BY SIZE
               PARSEXFD-TEXT-ERROR-MESSAGE(PARSE-FLAG) DELIMITED BY SPACE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 3000-VARRER-ARQUIVO-EXIT
    END-IF.
    PERFORM 3100-GUARDAR-CHAVE-PRIMARIA
            THRU 3100-GUARDAR-CHAVE-PRIMARIA-EXIT.

    OPEN INPUT VENDAS-FILE.
    IF  SW-STATUS-VEN(1:1) NOT = ZEROS
        MOVE "N" TO WA-ARQ-SITUACAO(WA-ARQ-IDX)
        ADD 1 TO WA-ARQ-NAO-VARRIDOS
        MOVE SPACES TO RPT-LINHA
        STRING WA-NOME-BASE DELIMITED BY SPACE
               " - NAO VARRIDO, NAO ABRIU O ARQUIVO, STATUS "
                            DELIMITED BY SIZE
               SW-STATUS-VEN DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        CALL "parsexfd" USING FREE-MEMORY-OP
        GO TO 3000-VARRER-ARQUIVO-EXIT
    END-IF.

    MOVE ZEROS TO WA-CONTADOR.
    MOVE "N"   TO WA-FIM-VENDAS.
    PERFORM 4000-LER-REGISTRO
            WITH TEST AFTER
            UNTIL WA-FIM-VENDAS-SIM.
    CLOSE VENDAS-FILE.
    MOVE "V" TO WA-ARQ-SITUACAO(WA-ARQ-IDX).
    MOVE WA-CONTADOR TO WA-ARQ-REGISTROS(WA-ARQ-IDX).
    ADD 1 TO WA-ARQ-VARRIDOS.
    CALL "parsexfd" USING FREE-MEMORY-OP.

3000-VARRER-ARQUIVO-EXIT.
    EXIT.

3050-SEPARAR-CANDIDATO.
    IF  WA-CAN-ARQUIVO(WA-CAN-IDX) = WA-NOME-BASE
        AND WA-CAN-LEGIVEL(WA-CAN-IDX) = "S"
        AND WA-QTD-LOC < 50
        ADD 1 TO WA-QTD-LOC
        MOVE WA-CAN-CAMPO(WA-CAN-IDX)  TO WA-LOC-CAMPO(WA-QTD-LOC)
        MOVE WA-CAN-OFFSET(WA-CAN-IDX) TO WA-LOC-OFFSET(WA-QTD-LOC)
        MOVE WA-CAN-LENGTH(WA-CAN-IDX) TO WA-LOC-LENGTH(WA-QTD-LOC)
    END-IF.

3100-GUARDAR-CHAVE-PRIMARIA.
    MOVE ZEROS TO WA-QTD-SEGMENTOS.
    MOVE 1 TO XFD-KEY-INDEX.
    CALL "parsexfd" USING GET-KEY-INFO-OP.
    IF  PARSE-ERROR
        GO TO 3100-GUARDAR-CHAVE-PRIMARIA-EXIT
    END-IF.
    PERFORM 3110-GUARDAR-SEGMENTO
            VARYING WA-SEG-IDX FROM 1 BY 1
            UNTIL WA-SEG-IDX > XFD-NUMBER-OF-SEGMENTS
               OR WA-SEG-IDX > 16.

3100-GUARDAR-CHAVE-PRIMARIA-EXIT.
    EXIT.

3110-GUARDAR-SEGMENTO.
    MOVE WA-SEG-IDX TO WA-QTD-SEGMENTOS.
    MOVE XFD-SEGMENT-OFFSET(WA-SEG-IDX) TO WA-SEG-OFFSET(WA-SEG-IDX).
    MOVE XFD-SEGMENT-LENGTH(WA-SEG-IDX) TO WA-SEG-LENGTH(WA-SEG-IDX).

4000-LER-REGISTRO.
    READ VENDAS-FILE NEXT RECORD
         AT END SET WA-FIM-VENDAS-SIM TO TRUE
         NOT AT END
             ADD 1 TO WA-CONTADOR
             MOVE VENDAS-REC TO WA-RECORD-BUFFER
             PERFORM 4100-TESTAR-CAMPO
                     VARYING WA-LOC-IDX FROM 1 BY 1
                     UNTIL WA-LOC-IDX > WA-QTD-LOC
    END-READ.

4100-TESTAR-CAMPO.
    MOVE SPACES TO WA-NORM-ENTRADA.
    MOVE WA-RECORD-BUFFER(WA-LOC-OFFSET(WA-LOC-IDX) + 1 :
                          WA-LOC-LENGTH(WA-LOC-IDX))
      TO WA-NORM-ENTRADA.
    MOVE WA-LOC-LENGTH(WA-LOC-IDX) TO WA-NORM-TAM-ENTRADA.
    PERFORM 6000-NORMALIZAR.
    IF  WA-NORM-TAM > ZEROS AND WA-NORM-EXCEDEU = "N"
        PERFORM 4200-COMPARAR-DOCUMENTO
                VARYING WA-DOC-IDX FROM 1 BY 1
                UNTIL WA-DOC-IDX > WA-QTD-DOCS
    END-IF.

4200-COMPARAR-DOCUMENTO.
    IF  WA-NORM-TAM = WA-DOC-TAM(WA-DOC-IDX)
        AND WA-NORM-SAIDA = WA-DOC-NORM(WA-DOC-IDX)
        ADD 1 TO WA-DOC-ACHADOS(WA-DOC-IDX) WA-TOTAL-ACHADOS
        IF  WA-DOC-ULTIMO-ARQ(WA-DOC-IDX) NOT = WA-ARQ-IDX
            ADD 1 TO WA-DOC-ARQUIVOS(WA-DOC-IDX)
            MOVE WA-ARQ-IDX TO WA-DOC-ULTIMO-ARQ(WA-DOC-IDX)
        END-IF
        PERFORM 4300-MONTAR-CHAVE
        PERFORM 4500-RELATAR-ACHADO
    END-IF.

4300-MONTAR-CHAVE.
    MOVE SPACES TO WA-CHAVE-REGISTRO.
    MOVE 1      TO WA-CHAVE-POS.
    PERFORM 4310-JUNTAR-SEGMENTO
            VARYING WA-SEG-IDX FROM 1 BY 1
            UNTIL WA-SEG-IDX > WA-QTD-SEGMENTOS.
    IF  WA-QTD-SEGMENTOS = ZEROS
        MOVE WA-RECORD-BUFFER(1:60) TO WA-CHAVE-REGISTRO
    END-IF.

4310-JUNTAR-SEGMENTO.
    IF  WA-SEG-LENGTH(WA-SEG-IDX) > ZEROS
        AND WA-CHAVE-POS + WA-SEG-LENGTH(WA-SEG-IDX) <= 61
        MOVE WA-RECORD-BUFFER(WA-SEG-OFFSET(WA-SEG-IDX) + 1 :
                              WA-SEG-LENGTH(WA-SEG-IDX))
          TO WA-CHAVE-REGISTRO(WA-CHAVE-POS :
                               WA-SEG-LENGTH(WA-SEG-IDX))
        ADD WA-SEG-LENGTH(WA-SEG-IDX) TO WA-CHAVE-POS
    END-IF.

*--------------------------------------------------------------------*
* UM ACHADO: CABECALHO (DOCUMENTO, ARQUIVO, CAMPO, CHAVE, N-ESIMO     *
* REGISTRO NA ORDEM DA CHAVE - O MODO "N" DO RECVIEW REABRE ELE) E O  *
* REGISTRO DECODIFICADO CAMPO A CAMPO, COMO NO recview.rpt.           *
*--------------------------------------------------------------------*
4500-RELATAR-ACHADO.
    MOVE SPACES TO RPT-LINHA.
    STRING "ACHADO: DOCUMENTO "           DELIMITED BY SIZE
           WA-DOC-INFORMADO(WA-DOC-IDX)   DELIMITED BY SPACE
           " ARQUIVO "                    DELIMITED BY SIZE
           WA-NOME-BASE                   DELIMITED BY SPACE
           " CAMPO "                      DELIMITED BY SIZE
           WA-LOC-CAMPO(WA-LOC-IDX)       DELIMITED BY SPACE
           " REGISTRO "                   DELIMITED BY SIZE
           WA-CONTADOR                    DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "  CHAVE: "        DELIMITED BY SIZE
           WA-CHAVE-REGISTRO  DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "  CAMPO                            OFFSET TAM    "
                          DELIMITED BY SIZE
           "CONTEUDO                                  INTERPRETADO"
                          DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    PERFORM 4510-LISTAR-UM-CAMPO
            VARYING XFD-FIELD-INDEX FROM 1 BY 1
            UNTIL XFD-FIELD-INDEX > XFD-TOTAL-NUMBER-FIELDS.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

4510-LISTAR-UM-CAMPO.
    CALL "parsexfd" USING GET-FIELD-INFO-OP.
    MOVE SPACES TO WA-RPT-CAMPO.
    MOVE XFD-FIELD-NAME   TO WA-RPT-NOME.
    MOVE XFD-FIELD-OFFSET TO WA-RPT-OFFSET.
    MOVE XFD-FIELD-LENGTH TO WA-RPT-LENGTH.

    MOVE SPACES TO WA-CAMPO-CRU.
    IF  XFD-FIELD-LENGTH > 40
        MOVE 40 TO WA-TAMANHO-MOSTRA
    ELSE
        MOVE XFD-FIELD-LENGTH TO WA-TAMANHO-MOSTRA
    END-IF.
    IF  WA-TAMANHO-MOSTRA > ZEROS
        AND XFD-FIELD-OFFSET + WA-TAMANHO-MOSTRA <= 4000
        MOVE WA-RECORD-BUFFER(XFD-FIELD-OFFSET + 1 : WA-TAMANHO-MOSTRA)
          TO WA-CAMPO-CRU
    END-IF.
    MOVE WA-CAMPO-CRU TO WA-RPT-CRU.

    IF  XFD-FIELD-DIGITS > ZEROS
        IF  WA-TAMANHO-MOSTRA > ZEROS
            AND WA-CAMPO-CRU(1:WA-TAMANHO-MOSTRA) NUMERIC
            MOVE WA-CAMPO-CRU TO WA-RPT-INTERPRETADO
        ELSE
            MOVE "(NAO NUMERICO)" TO WA-RPT-INTERPRETADO
        END-IF
    END-IF.

    MOVE SPACES TO RPT-LINHA.
    MOVE WA-RPT-CAMPO TO RPT-LINHA(3:).
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* SO OS DIGITOS DE WA-NORM-ENTRADA(1:WA-NORM-TAM-ENTRADA), SEM OS     *
* ZEROS A ESQUERDA, EM WA-NORM-SAIDA(1:WA-NORM-TAM).  MAIS DE 20      *
* DIGITOS NAO E DOCUMENTO (WA-NORM-EXCEDEU).                          *
*--------------------------------------------------------------------*
6000-NORMALIZAR.
    MOVE SPACES TO WA-NORM-SAIDA.
    MOVE ZEROS  TO WA-NORM-TAM.
    MOVE "N"    TO WA-NORM-EXCEDEU.
    PERFORM 6010-PEGAR-DIGITO
            VARYING WA-NORM-POS FROM 1 BY 1
            UNTIL WA-NORM-POS > WA-NORM-TAM-ENTRADA.

6010-PEGAR-DIGITO.
    IF  WA-NORM-ENTRADA(WA-NORM-POS:1) NUMERIC
        IF  WA-NORM-TAM = ZEROS AND WA-NORM-ENTRADA(WA-NORM-POS:1) = "0"
            CONTINUE
        ELSE
            IF  WA-NORM-TAM < 20
                ADD 1 TO WA-NORM-TAM
                MOVE WA-NORM-ENTRADA(WA-NORM-POS:1)
                  TO WA-NORM-SAIDA(WA-NORM-TAM:1)
            ELSE
                MOVE "S" TO WA-NORM-EXCEDEU
            END-IF
        END-IF
    END-IF.

*--------------------------------------------------------------------*
* TRILHA: UMA LINHA POR DOCUMENTO PESQUISADO.                         *
*--------------------------------------------------------------------*
7000-REGISTRAR-PESQUISA.
    OPEN EXTEND LGPDLOC-LOG.
    IF  SW-STATUS-LOG(1:1) = "3"
        OPEN OUTPUT LGPDLOC-LOG
    END-IF.
    IF  SW-STATUS-LOG(1:1) NOT = ZEROS
        DISPLAY "LGPDLOC - NAO ABRIU lgpdloc-log.txt, STATUS "
                SW-STATUS-LOG UPON SYSERR
    ELSE
        PERFORM 7100-GRAVAR-DOCUMENTO
                VARYING WA-DOC-IDX FROM 1 BY 1
                UNTIL WA-DOC-IDX > WA-QTD-DOCS
        CLOSE LGPDLOC-LOG
    END-IF.

7100-GRAVAR-DOCUMENTO.
    MOVE SPACES                       TO LOG-LINHA.
    MOVE WA-DATA-RODADA               TO LOG-DATA.
    MOVE WA-HORA-RODADA               TO LOG-HORA.
    MOVE WA-USUARIO-SESSAO            TO LOG-USUARIO.
    MOVE WA-PROTOCOLO                 TO LOG-PROTOCOLO.
    MOVE WA-DOC-INFORMADO(WA-DOC-IDX) TO LOG-DOCUMENTO.
    MOVE WA-DOC-ACHADOS(WA-DOC-IDX)   TO LOG-ACHADOS.
    MOVE WA-ARQ-VARRIDOS              TO LOG-ARQ-VARRIDOS.
    MOVE WA-ARQ-NAO-VARRIDOS          TO LOG-ARQ-NAO-VARRIDOS.
    MOVE WA-NOME-RPT                  TO LOG-RELATORIO.
    WRITE LOG-LINHA.

8000-RESUMO.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE "RESUMO POR DOCUMENTO" TO RPT-LINHA.
    WRITE RPT-LINHA.
    PERFORM 8100-RESUMIR-DOCUMENTO
            VARYING WA-DOC-IDX FROM 1 BY 1
            UNTIL WA-DOC-IDX > WA-QTD-DOCS.
    MOVE SPACES TO RPT-LINHA.
    STRING "ARQUIVOS VARRIDOS: "  DELIMITED BY SIZE
           WA-ARQ-VARRIDOS        DELIMITED BY SIZE
           "  NAO VARRIDOS: "     DELIMITED BY SIZE
           WA-ARQ-NAO-VARRIDOS    DELIMITED BY SIZE
           "  CANDIDATOS NAO COMPARAVEIS: " DELIMITED BY SIZE
           WA-CAND-ILEGIVEIS      DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    PERFORM 8200-RESUMIR-ARQUIVO
            VARYING WA-ARQ-IDX FROM 1 BY 1
            UNTIL WA-ARQ-IDX > WA-QTD-ARQ.
    MOVE SPACES TO RPT-LINHA.
    IF  WA-ARQ-NAO-VARRIDOS > ZEROS OR WA-CAND-ILEGIVEIS > ZEROS
        MOVE "PESQUISA INCOMPLETA - VER ARQUIVOS/CAMPOS ACIMA"
            TO RPT-LINHA
    ELSE
        MOVE "PESQUISA COMPLETA EM TODOS OS CAMPOS CANDIDATOS"
            TO RPT-LINHA
    END-IF.
    WRITE RPT-LINHA.

8100-RESUMIR-DOCUMENTO.
    MOVE SPACES TO RPT-LINHA.
    IF  WA-DOC-ACHADOS(WA-DOC-IDX) = ZEROS
        STRING "  "                          DELIMITED BY SIZE
               WA-DOC-INFORMADO(WA-DOC-IDX)  DELIMITED BY SPACE
               " - NENHUM REGISTRO ENCONTRADO" DELIMITED BY SIZE
               INTO RPT-LINHA
    ELSE
        STRING "  "                          DELIMITED BY SIZE
               WA-DOC-INFORMADO(WA-DOC-IDX)  DELIMITED BY SPACE
               " - "                         DELIMITED BY SIZE
               WA-DOC-ACHADOS(WA-DOC-IDX)    DELIMITED BY SIZE
               " OCORRENCIA(S) EM "          DELIMITED BY SIZE
               WA-DOC-ARQUIVOS(WA-DOC-IDX)   DELIMITED BY SIZE
               " ARQUIVO(S)"                 DELIMITED BY SIZE
               INTO RPT-LINHA
    END-IF.
    WRITE RPT-LINHA.

8200-RESUMIR-ARQUIVO.
    MOVE SPACES TO RPT-LINHA.
    EVALUATE WA-ARQ-SITUACAO(WA-ARQ-IDX)
        WHEN "V"
             STRING "  VARRIDO     "          DELIMITED BY SIZE
                    WA-ARQ-NOME(WA-ARQ-IDX)   DELIMITED BY SPACE
                    " - "                     DELIMITED BY SIZE
                    WA-ARQ-REGISTROS(WA-ARQ-IDX) DELIMITED BY SIZE
                    " REGISTRO(S)"            DELIMITED BY SIZE
                    INTO RPT-LINHA
        WHEN "I"
             STRING "  NAO VARRIDO "          DELIMITED BY SIZE
                    WA-ARQ-NOME(WA-ARQ-IDX)   DELIMITED BY SPACE
                    " - SO CANDIDATO NAO COMPARAVEL" DELIMITED BY SIZE
                    INTO RPT-LINHA
        WHEN OTHER
             STRING "  NAO VARRIDO "          DELIMITED BY SIZE
                    WA-ARQ-NOME(WA-ARQ-IDX)   DELIMITED BY SPACE
                    INTO RPT-LINHA
    END-EVALUATE.
    WRITE RPT-LINHA.

9999-FINALIZAR.
    CLOSE LGPDLOC-RPT.
    DISPLAY "LGPDLOC - RELATORIO EM " FUNCTION TRIM(WA-NOME-RPT).
