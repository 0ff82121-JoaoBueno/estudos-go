IDENTIFICATION DIVISION.
PROGRAM-ID.    VENDUNL.
*------------------------------------------------------------------------------*
* DESCARGA COMPLETA DOS ARQUIVOS DA VENDAS PARA AS TABELAS SQL GERADAS PELO    *
* XFDCreateTable, COM CONFERENCIA DE CONTAGEM E SOMA DEPOIS DA CARGA.  O       *
* XFDCreateTable GERA O DDL DA COPIA RELACIONAL DE CADA ARQUIVO, MAS NADA      *
* ENCHIA AS TABELAS - E O ADHOCQRY CONTINUAVA SO COM A TABELA CLIENTE.         *
*                                                                              *
* CONTROLE (vendunl.ctl):                                                      *
*   1A LINHA : ACAO(1) - "U" DESCARREGAR (PADRAO) OU "R" CONFERIR A CARGA;     *
*   DEMAIS   : NOME-BASE(30) CAMPO-SOMA(32) - UM ARQUIVO POR LINHA (SO NO      *
*              "U").  CAMPO-SOMA EM BRANCO = PRIMEIRO CAMPO NUMERICO COM       *
*              ESCALA DA XFD (OU O PRIMEIRO NUMERICO, SE NENHUM TIVER ESCALA). *
*                                                                              *
* ACAO "U" - PARA CADA ARQUIVO, LE REGISTRO A REGISTRO (LEITURA CRUA, COMO O   *
*   XFDQRY) E DECODIFICA CADA CAMPO PELA XFD NA MESMA ORDEM DAS COLUNAS DO     *
*   <ARQUIVO>.sql, GRAVANDO <ARQUIVO>.unl AO LADO DELE (SEPARADOR "|", UMA     *
*   LINHA POR REGISTRO):                                                       *
*     - NUMERICO: SEM ZEROS A ESQUERDA, PONTO DECIMAL NA ESCALA DA XFD         *
*       (O DECIMAL(P,S) DO DDL), SINAL EMBUTIDO NO ULTIMO BYTE DECODIFICADO;   *
*     - DATA (COLUNA DATE DO DDL): AAAA-MM-DD;                                 *
*     - TEXTO: SEM OS BRANCOS DO FIM, "|" TROCADO POR BRANCO;                  *
*     - CAMPO EM BRANCO, DATA ZERADA OU VALOR INVALIDO: COLUNA VAZIA (NULO) -  *
*       O INVALIDO E CONTADO E SAI NO RELATORIO.                               *
*   OS TOTAIS DO ISAM (REGISTROS E SOMA DO CAMPO ESCOLHIDO) FICAM EM           *
*   vendunl-tot.ctl PARA A CONFERENCIA.                                        *
*                                                                              *
* ACAO "R" - RODA DEPOIS DO PASSO DE CARGA DO DBA: PARA CADA ARQUIVO DO        *
*   vendunl-tot.ctl, EXECUTA SELECT COUNT(*) E SUM(<CAMPO>) NA TABELA PELA     *
*   MESMA PONTE SQL DO ADHOCQRY (./libsqlexec.so, ROTINA SQLExec - COM A       *
*   MESMA LINHA NA TRILHA adhocqry-aud.txt) E COMPARA COM OS TOTAIS DO ISAM.   *
*   QUALQUER DIFERENCA, ERRO DO SQL OU PONTE INDISPONIVEL VIRA ALERTA "E" NA   *
*   CENTRAL, LINHA "DIVERGENTE"/"ERRO-SQL"/"SEM-LIB" EM vendunl-hist.txt E     *
*   RETURN-CODE 8 - A CARGA SO E DADA COMO BOA ("CARGA-OK") COM AS DUAS        *
*   CONTAS BATENDO.  VALOR DO CAMPO DA SOMA GRANDE DEMAIS PARA O TOTAL (MAIS   *
*   DE 18 DIGITOS OU 15 INTEIROS) FICA FORA DA SOMA E E CONTADO NO             *
*   vendunl-tot.ctl: A CONFERENCIA DESSE ARQUIVO SAI "NAO-CONF", NUNCA OK.     *
*                                                                              *
* CRIACAO...: 15/10/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - DATA DA DESCARGA (NOMES DATADOS, TOT-DATA E *
*             HIS-DATA) PASSA A SER A DATA DE MOVIMENTO DA ROTINA DATAMOV, NAO *
*             A DO RELOGIO.  O CARIMBO DA AUDITORIA SEGUE NO RELOGIO.          *
* ALTERACAO.: 15/10/2026 - BUENO - VALOR DO CAMPO DA SOMA QUE NAO CABE NO      *
*             TOTAL NAO E MAIS IGNORADO EM SILENCIO: E CONTADO E A CONFERENCIA *
*             SAI NAO-CONF.                                                    *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-CTL ASSIGN "vendunl.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-PRM.

* LEITURA CRUA E SEQUENCIAL DO ARQUIVO DE VENDAS (CHAVE FICTICIA, SO
* PARA O COMPILADOR - MESMO ARTIFICIO DO XFDQRY).
    SELECT VENDAS-FILE ASSIGN WA-ARQ-DADOS
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY WA-CHAVE-FICTICIA
           FILE STATUS SW-STATUS-VEN.

* ARQUIVO DE CARGA <ARQUIVO>.unl, AO LADO DO <ARQUIVO>.sql.
    SELECT UNL-FILE ASSIGN WA-NOME-UNL
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-UNL.

* TOTAIS DO ISAM DA ULTIMA DESCARGA - GRAVADO NO "U", LIDO NO "R".
    SELECT TOT-FILE ASSIGN "vendunl-tot.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-TOT.

* HISTORICO DAS CONFERENCIAS (APPEND-ONLY).
    SELECT VENDUNL-HIST ASSIGN "vendunl-hist.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-HIS.

* TRILHA DO ADHOCQRY - TODA CONSULTA QUE PASSA PELA PONTE SQL DEIXA A
* MESMA LINHA, VENHA DE ONDE VIER.
    SELECT SQL-AUD ASSIGN "adhocqry-aud.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-AUD.

    SELECT VENDUNL-RPT ASSIGN "vendunl.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

DATA DIVISION.
FILE SECTION.
FD  PARM-CTL.
01  PARM-LINHA.
    03  PARM-NOME-BASE           PIC X(030).
    03  PARM-CAMPO-SOMA          PIC X(032).
01  PARM-CABECALHO REDEFINES PARM-LINHA.
    03  PARM-ACAO                PIC X(001).
    03  FILLER                   PIC X(061).

FD  VENDAS-FILE.
01  VENDAS-REC.
    03  WA-CHAVE-FICTICIA        PIC X(020).
    03  FILLER                   PIC X(3980).

FD  UNL-FILE.
01  UNL-LINHA                    PIC X(32000).

FD  TOT-FILE.
01  TOT-LINHA.
    03  TOT-DATA                 PIC 9(008).
    03  FILLER                   PIC X(001).
    03  TOT-HORA                 PIC 9(006).
    03  FILLER                   PIC X(001).
    03  TOT-NOME-BASE            PIC X(030).
    03  FILLER                   PIC X(001).
    03  TOT-CAMPO-SOMA           PIC X(032).
    03  FILLER                   PIC X(001).
    03  TOT-REGISTROS            PIC 9(009).
    03  FILLER                   PIC X(001).
    03  TOT-SOMA                 PIC S9(015)V9(006)
                                 SIGN LEADING SEPARATE.
    03  FILLER                   PIC X(001).
    03  TOT-INVALIDOS            PIC 9(009).
    03  FILLER                   PIC X(001).
    03  TOT-FORA-SOMA            PIC 9(009).

FD  VENDUNL-HIST.
01  HIS-LINHA.
    03  HIS-DATA                 PIC 9(008).
    03  FILLER                   PIC X(001).
    03  HIS-HORA                 PIC 9(006).
    03  FILLER                   PIC X(001).
    03  HIS-SITUACAO             PIC X(010).
    03  FILLER                   PIC X(001).
    03  HIS-NOME-BASE            PIC X(030).
    03  FILLER                   PIC X(001).
    03  HIS-REG-ISAM             PIC 9(009).
    03  FILLER                   PIC X(001).
    03  HIS-REG-SQL              PIC 9(009).
    03  FILLER                   PIC X(001).
    03  HIS-SOMA-ISAM            PIC S9(015)V9(006)
                                 SIGN LEADING SEPARATE.
    03  FILLER                   PIC X(001).
    03  HIS-SOMA-SQL             PIC S9(015)V9(006)
                                 SIGN LEADING SEPARATE.
    03  FILLER                   PIC X(001).
    03  HIS-MOTIVO               PIC X(080).

FD  SQL-AUD.
01  AUD-LINHA.
    03  AUD-DATA                 PIC 9(008).
    03  FILLER                   PIC X(001).
    03  AUD-HORA                 PIC 9(006).
    03  FILLER                   PIC X(001).
    03  AUD-USUARIO              PIC X(030).
    03  FILLER                   PIC X(001).
    03  AUD-SITUACAO             PIC X(010).
    03  FILLER                   PIC X(001).
    03  AUD-RETORNO              PIC 9(005).
    03  FILLER                   PIC X(001).
    03  AUD-LINHAS               PIC 9(007).
    03  FILLER                   PIC X(001).
    03  AUD-COMANDO              PIC X(200).

FD  VENDUNL-RPT.
01  RPT-LINHA                    PIC X(200).

WORKING-STORAGE SECTION.
77  SW-STATUS-PRM                PIC X(002)          VALUE SPACES.
77  SW-STATUS-VEN                PIC X(002)          VALUE SPACES.
77  SW-STATUS-UNL                PIC X(002)          VALUE SPACES.
77  SW-STATUS-TOT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-HIS                PIC X(002)          VALUE SPACES.
77  SW-STATUS-AUD                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.

* DATA DE MOVIMENTO DA RODADA (ROTINA DATAMOV) - NAO A DO RELOGIO.
77  WA-DMR-OPERACAO              PIC X(001)          VALUE "C".
77  WA-DMR-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-ACAO                      PIC X(001)          VALUE "U".
    88  WA-ACAO-CONFERIR                             VALUE "R".
77  WA-DATA-RODADA               PIC 9(008)          VALUE ZEROS.
77  WA-HORA-RODADA               PIC 9(008)          VALUE ZEROS.
77  WA-FIM-PARM                  PIC X(001)          VALUE "N".
    88  WA-FIM-PARM-SIM                              VALUE "S".
77  WA-FIM-VENDAS                PIC X(001)          VALUE "N".
    88  WA-FIM-VENDAS-SIM                            VALUE "S".
77  WA-FIM-TOT                   PIC X(001)          VALUE "N".
    88  WA-FIM-TOT-SIM                               VALUE "S".
77  WA-RODADA-OK                 PIC X(001)          VALUE "S".
    88  WA-RODADA-OK-SIM                             VALUE "S".

77  WA-NOME-BASE                 PIC X(030)          VALUE SPACES.
77  WA-CAMPO-SOMA                PIC X(032)          VALUE SPACES.
77  WA-ARQ-DADOS                 PIC X(100)          VALUE SPACES.
77  WA-NOME-UNL                  PIC X(040)          VALUE SPACES.
77  WA-RECORD-BUFFER             PIC X(4000)         VALUE SPACES.

*--------------------------------------------------------------------*
* CATALOGO DE CAMPOS DO ARQUIVO CORRENTE, NA ORDEM DA XFD - A MESMA   *
* ORDEM (E O MESMO LIMITE DE 300) DAS COLUNAS DO XFDCreateTable.      *
*--------------------------------------------------------------------*
01  WA-CAMPOS.
    03  WA-QTD-CAMPOS            PIC 9(003)          VALUE ZEROS.
    03  WA-CAMPO-ITEM            OCCURS 300 TIMES.
        05  WA-CAM-NOME          PIC X(032).
        05  WA-CAM-OFFSET        PIC 9(005).
        05  WA-CAM-LENGTH        PIC 9(005).
        05  WA-CAM-DIGITS        PIC 9(005).
        05  WA-CAM-SCALE         PIC S9(005).
        05  WA-CAM-FORMAT        PIC X(030).
77  WA-CAM-IDX                   PIC 9(003)          VALUE ZEROS.
77  WA-IDX-SOMA                  PIC 9(003)          VALUE ZEROS.
77  WA-TAM                       PIC 9(005)          VALUE ZEROS.
77  WA-ESCALA                    PIC 9(005)          VALUE ZEROS.
77  WA-INTEIROS                  PIC 9(005)          VALUE ZEROS.
77  WA-ZEROS-ESQ                 PIC 9(005)          VALUE ZEROS.
77  WA-SIGNIFICATIVOS            PIC 9(005)          VALUE ZEROS.
77  WA-POS-UNL                   PIC 9(005)          VALUE ZEROS.

*--------------------------------------------------------------------*
* DECODIFICACAO DO CAMPO NUMERICO: OS DIGITOS (JA SEM O SINAL         *
* EMBUTIDO NO ULTIMO BYTE) E O SINAL.                                 *
*--------------------------------------------------------------------*
77  WA-DIGITOS                   PIC X(030)          VALUE SPACES.
77  WA-NEGATIVO                  PIC X(001)          VALUE "N".
    88  WA-NEGATIVO-SIM                              VALUE "S".
77  WA-VALIDO                    PIC X(001)          VALUE "N".
    88  WA-VALIDO-SIM                                VALUE "S".
77  WA-ULTIMO-BYTE               PIC X(001)          VALUE SPACE.
77  WA-POS-SINAL                 PIC 9(003)          VALUE ZEROS.
77  WA-SINAIS-POSITIVOS          PIC X(010)          VALUE "{ABCDEFGHI".
77  WA-SINAIS-NEGATIVOS          PIC X(010)          VALUE "}JKLMNOPQR".
77  WA-SINAIS-NEGATIVOS-ASC      PIC X(010)          VALUE "pqrstuvwxy".
77  WA-DIGITOS-CONV              PIC X(010)          VALUE "0123456789".
77  WA-DATA-CAMPO                PIC X(008)          VALUE SPACES.
77  WA-MES                       PIC 9(002)          VALUE ZEROS.
77  WA-DIA                       PIC 9(002)          VALUE ZEROS.
77  WA-VALOR-CAMPO               PIC S9(015)V9(006)  VALUE ZEROS.

*--------------------------------------------------------------------*
* TOTAIS DO ARQUIVO CORRENTE E DA RODADA.                             *
*--------------------------------------------------------------------*
77  WA-REG-ISAM                  PIC 9(009)          VALUE ZEROS.
77  WA-SOMA-ISAM                 PIC S9(015)V9(006)  VALUE ZEROS.
77  WA-INVALIDOS                 PIC 9(009)          VALUE ZEROS.
77  WA-FORA-SOMA                 PIC 9(009)          VALUE ZEROS.
77  WA-ED-FORA-SOMA              PIC Z(008)9.
77  WA-REG-SQL                   PIC 9(009)          VALUE ZEROS.
77  WA-SOMA-SQL                  PIC S9(015)V9(006)  VALUE ZEROS.
77  WA-ED-SOMA                   PIC -(15)9,999999.
77  WA-ED-SOMA-SQL               PIC -(15)9,999999.
77  WA-TOTAL-ARQUIVOS            PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-FALHOS              PIC 9(005)          VALUE ZEROS.

*--------------------------------------------------------------------*
* PONTE SQL DO ADHOCQRY (./libsqlexec.so / SQLExec) E O RESULTADO EM  *
* TEXTO, LINHAS SEPARADAS POR X"0A", COLUNAS ALINHADAS POR ESPACO.    *
*--------------------------------------------------------------------*
77  WA-LIB                       PIC X(150)          VALUE SPACES.
77  WA-LIB-INDISPONIVEL          PIC X(001)          VALUE "N".
    88  WA-LIB-INDISPONIVEL-SIM                      VALUE "S".
77  WA-SQL-TEXTO                 PIC X(600)          VALUE SPACES.
77                               PIC X(001)          VALUE X"00".
77  WA-SQL-RESULTADO             POINTER.
77  WA-SQL-RESULTADO-TXT         PIC X(65000).
77                               PIC X(001)          VALUE X"00".
77  WA-SQL-LEN                   SIGNED-LONG.
77  WA-RC-SQL                    PIC S9(009)         VALUE ZEROS.
77  WA-LINHA-RESULTADO           PIC X(500)          VALUE SPACES.
77  WA-POS-LINHA                 SIGNED-LONG.
77  WA-FIM-LINHAS                PIC X(001)          VALUE "N".
    88  WA-FIM-LINHAS-SIM                            VALUE "S".
77  WA-LINHAS-DEVOLVIDAS         PIC 9(007)          VALUE ZEROS.
77  WA-ACHOU-TOTAIS              PIC X(001)          VALUE "N".
    88  WA-ACHOU-TOTAIS-SIM                          VALUE "S".
77  WA-TOKEN-CONTAGEM            PIC X(040)          VALUE SPACES.
77  WA-TOKEN-SOMA                PIC X(040)          VALUE SPACES.
77  WA-SITUACAO                  PIC X(010)          VALUE SPACES.
77  WA-MOTIVO                    PIC X(080)          VALUE SPACES.

77  WA-USUARIO-SESSAO            PIC X(030)          VALUE SPACES.
77  WA-PID-SESSAO                PIC 9(005)          VALUE ZEROS.

77  WA-ALR-PROGRAMA              PIC X(030)          VALUE "VENDUNL".
77  WA-ALR-SEVERIDADE            PIC X(001)          VALUE "E".
77  WA-ALR-TEXTO                 PIC X(150)          VALUE SPACES.
77  WA-ALR-RETORNO               PIC 9(002)          VALUE ZEROS.

copy "bacu/acugui.def".
copy "bacu/parsexfd.ws".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    IF  WA-ACAO-CONFERIR
        PERFORM 5000-CONFERIR-CARGA
                THRU 5000-CONFERIR-CARGA-EXIT
    ELSE
        PERFORM 2000-LER-PEDIDO
                WITH TEST AFTER
                UNTIL WA-FIM-PARM-SIM
        CLOSE TOT-FILE
    END-IF.
    CLOSE PARM-CTL.
    PERFORM 8000-TRAILER.
    PERFORM 9999-FINALIZAR.
    IF  WA-RODADA-OK-SIM
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
    IF  SW-STATUS-PRM(1:1) NOT = ZEROS
        DISPLAY "VENDUNL - NAO ABRIU vendunl.ctl, STATUS " SW-STATUS-PRM
                UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ PARM-CTL
         AT END SET WA-FIM-PARM-SIM TO TRUE
         NOT AT END
             IF  PARM-ACAO = "R"
                 MOVE "R" TO WA-ACAO
             END-IF
    END-READ.

    OPEN OUTPUT VENDUNL-RPT.
    MOVE SPACES TO RPT-LINHA.
    IF  WA-ACAO-CONFERIR
        STRING "CONFERENCIA DA CARGA SQL X ISAM (VENDAS) - "
                              DELIMITED BY SIZE
               WA-DATA-RODADA DELIMITED BY SIZE
               INTO RPT-LINHA
    ELSE
        STRING "DESCARGA DOS ARQUIVOS DA VENDAS PARA CARGA SQL - "
                              DELIMITED BY SIZE
               WA-DATA-RODADA DELIMITED BY SIZE
               INTO RPT-LINHA
    END-IF.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

    SET CONFIGURATION "DLL-CONVENTION" TO 0.
    IF  NOT WA-ACAO-CONFERIR
        CALL "./libparsexfd.so"
        OPEN OUTPUT TOT-FILE
        IF  SW-STATUS-TOT(1:1) NOT = ZEROS
            DISPLAY "VENDUNL - NAO CRIOU vendunl-tot.ctl, STATUS "
                    SW-STATUS-TOT UPON SYSERR
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

2000-LER-PEDIDO.
    READ PARM-CTL
         AT END SET WA-FIM-PARM-SIM TO TRUE
         NOT AT END
             IF  PARM-NOME-BASE NOT = SPACES
                 MOVE PARM-NOME-BASE  TO WA-NOME-BASE
                 MOVE PARM-CAMPO-SOMA TO WA-CAMPO-SOMA
                 PERFORM 3000-DESCARREGAR-ARQUIVO
                         THRU 3000-DESCARREGAR-ARQUIVO-EXIT
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* UM ARQUIVO: PARSEIA A XFD, COPIA O CATALOGO, ESCOLHE O CAMPO DA     *
* SOMA E DESCARREGA TODOS OS REGISTROS NO <ARQUIVO>.unl.              *
*--------------------------------------------------------------------*
3000-DESCARREGAR-ARQUIVO.
    ADD 1 TO WA-TOTAL-ARQUIVOS.
    MOVE ZEROS TO WA-REG-ISAM WA-SOMA-ISAM WA-INVALIDOS WA-FORA-SOMA.

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
        MOVE SPACES TO WA-ALR-TEXTO
        STRING WA-NOME-BASE DELIMITED BY SPACE
               " - XFD NAO PARSEOU, DESCARGA NAO FEITA: "
                            DELIMITED BY SIZE
               PARSEXFD-TEXT-ERROR-MESSAGE(PARSE-FLAG) DELIMITED BY SPACE
               INTO WA-ALR-TEXTO
        PERFORM 3900-FALHAR-DESCARGA
        GO TO 3000-DESCARREGAR-ARQUIVO-EXIT
    END-IF.
    PERFORM 3100-COPIAR-CATALOGO.
    CALL "parsexfd" USING FREE-MEMORY-OP.

    PERFORM 3150-ESCOLHER-CAMPO-SOMA.
    IF  WA-CAMPO-SOMA NOT = SPACES AND WA-IDX-SOMA = ZEROS
        MOVE SPACES TO WA-ALR-TEXTO
        STRING WA-NOME-BASE DELIMITED BY SPACE
               " - CAMPO DA SOMA NAO EXISTE OU NAO E NUMERICO: "
                            DELIMITED BY SIZE
               WA-CAMPO-SOMA DELIMITED BY SPACE
               INTO WA-ALR-TEXTO
        PERFORM 3900-FALHAR-DESCARGA
        GO TO 3000-DESCARREGAR-ARQUIVO-EXIT
    END-IF.

    OPEN INPUT VENDAS-FILE.
    IF  SW-STATUS-VEN(1:1) NOT = ZEROS
        MOVE SPACES TO WA-ALR-TEXTO
        STRING WA-NOME-BASE DELIMITED BY SPACE
               " - NAO ABRIU O ARQUIVO DE DADOS, STATUS "
                            DELIMITED BY SIZE
               SW-STATUS-VEN DELIMITED BY SIZE
               INTO WA-ALR-TEXTO
        PERFORM 3900-FALHAR-DESCARGA
        GO TO 3000-DESCARREGAR-ARQUIVO-EXIT
    END-IF.

    MOVE SPACES TO WA-NOME-UNL.
    STRING WA-NOME-BASE DELIMITED BY SPACE
           ".unl"       DELIMITED BY SIZE
           INTO WA-NOME-UNL.
    OPEN OUTPUT UNL-FILE.
    IF  SW-STATUS-UNL(1:1) NOT = ZEROS
        CLOSE VENDAS-FILE
        MOVE SPACES TO WA-ALR-TEXTO
        STRING WA-NOME-BASE DELIMITED BY SPACE
               " - NAO CRIOU O ARQUIVO DE CARGA, STATUS "
                            DELIMITED BY SIZE
               SW-STATUS-UNL DELIMITED BY SIZE
               INTO WA-ALR-TEXTO
        PERFORM 3900-FALHAR-DESCARGA
        GO TO 3000-DESCARREGAR-ARQUIVO-EXIT
    END-IF.

    MOVE "N" TO WA-FIM-VENDAS.
    PERFORM 3200-DESCARREGAR-REGISTRO
            WITH TEST AFTER
            UNTIL WA-FIM-VENDAS-SIM.
    CLOSE VENDAS-FILE.
    CLOSE UNL-FILE.

    MOVE SPACES TO TOT-LINHA.
    MOVE WA-DATA-RODADA     TO TOT-DATA.
    MOVE WA-HORA-RODADA(1:6) TO TOT-HORA.
    MOVE WA-NOME-BASE       TO TOT-NOME-BASE.
    IF  WA-IDX-SOMA > ZEROS
        MOVE WA-CAM-NOME(WA-IDX-SOMA) TO TOT-CAMPO-SOMA
    END-IF.
    MOVE WA-REG-ISAM        TO TOT-REGISTROS.
    MOVE WA-SOMA-ISAM       TO TOT-SOMA.
    MOVE WA-INVALIDOS       TO TOT-INVALIDOS.
    MOVE WA-FORA-SOMA       TO TOT-FORA-SOMA.
    WRITE TOT-LINHA.

    MOVE WA-SOMA-ISAM TO WA-ED-SOMA.
    MOVE SPACES TO RPT-LINHA.
    STRING WA-NOME-BASE          DELIMITED BY SPACE
           " - "                 DELIMITED BY SIZE
           WA-NOME-UNL           DELIMITED BY SPACE
           "  REGISTROS: "       DELIMITED BY SIZE
           WA-REG-ISAM           DELIMITED BY SIZE
           "  SOMA "             DELIMITED BY SIZE
           TOT-CAMPO-SOMA        DELIMITED BY SPACE
           ": "                  DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-SOMA) DELIMITED BY SIZE
           "  CAMPOS INVALIDOS (NULOS): " DELIMITED BY SIZE
           WA-INVALIDOS          DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    IF  WA-FORA-SOMA > ZEROS
        MOVE WA-FORA-SOMA TO WA-ED-FORA-SOMA
        MOVE SPACES TO RPT-LINHA
        STRING "    NAO CONFERIDO: "        DELIMITED BY SIZE
               FUNCTION TRIM(WA-ED-FORA-SOMA) DELIMITED BY SIZE
               " VALOR(ES) DE "             DELIMITED BY SIZE
               TOT-CAMPO-SOMA               DELIMITED BY SPACE
               " GRANDES DEMAIS PARA A SOMA (FORA DELA)"
                                            DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.

3000-DESCARREGAR-ARQUIVO-EXIT.
    EXIT.

3100-COPIAR-CATALOGO.
    MOVE ZEROS TO WA-QTD-CAMPOS.
    PERFORM 3110-COPIAR-CAMPO
            VARYING XFD-FIELD-INDEX FROM 1 BY 1
            UNTIL XFD-FIELD-INDEX > XFD-TOTAL-NUMBER-FIELDS
               OR XFD-FIELD-INDEX > 300.

3110-COPIAR-CAMPO.
    CALL "parsexfd" USING GET-FIELD-INFO-OP.
    ADD 1 TO WA-QTD-CAMPOS.
    MOVE XFD-FIELD-NAME   TO WA-CAM-NOME(WA-QTD-CAMPOS).
    MOVE XFD-FIELD-OFFSET TO WA-CAM-OFFSET(WA-QTD-CAMPOS).
    MOVE XFD-FIELD-LENGTH TO WA-CAM-LENGTH(WA-QTD-CAMPOS).
    MOVE XFD-FIELD-DIGITS TO WA-CAM-DIGITS(WA-QTD-CAMPOS).
    MOVE XFD-FIELD-SCALE  TO WA-CAM-SCALE(WA-QTD-CAMPOS).
    MOVE XFD-FIELD-FORMAT TO WA-CAM-FORMAT(WA-QTD-CAMPOS).

*--------------------------------------------------------------------*
* CAMPO DA SOMA: O PEDIDO NO CONTROLE (TEM QUE SER NUMERICO) OU, EM   *
* BRANCO, O PRIMEIRO NUMERICO COM ESCALA - UM VALOR, NAO UM CODIGO.   *
*--------------------------------------------------------------------*
3150-ESCOLHER-CAMPO-SOMA.
    MOVE ZEROS TO WA-IDX-SOMA.
    PERFORM 3160-AVALIAR-CAMPO-SOMA
            VARYING WA-CAM-IDX FROM 1 BY 1
            UNTIL WA-CAM-IDX > WA-QTD-CAMPOS.
    IF  WA-IDX-SOMA = ZEROS AND WA-CAMPO-SOMA = SPACES
        PERFORM 3170-PRIMEIRO-NUMERICO
                VARYING WA-CAM-IDX FROM 1 BY 1
                UNTIL WA-CAM-IDX > WA-QTD-CAMPOS
    END-IF.

3160-AVALIAR-CAMPO-SOMA.
    IF  WA-IDX-SOMA = ZEROS
        AND WA-CAM-DIGITS(WA-CAM-IDX) > ZEROS
        AND WA-CAM-FORMAT(WA-CAM-IDX) = SPACES
        IF  WA-CAMPO-SOMA = SPACES
            IF  WA-CAM-SCALE(WA-CAM-IDX) > ZEROS
                MOVE WA-CAM-IDX TO WA-IDX-SOMA
            END-IF
        ELSE
            IF  WA-CAM-NOME(WA-CAM-IDX) = WA-CAMPO-SOMA
                MOVE WA-CAM-IDX TO WA-IDX-SOMA
            END-IF
        END-IF
    END-IF.

3170-PRIMEIRO-NUMERICO.
    IF  WA-IDX-SOMA = ZEROS
        AND WA-CAM-DIGITS(WA-CAM-IDX) > ZEROS
        AND WA-CAM-FORMAT(WA-CAM-IDX) = SPACES
        MOVE WA-CAM-IDX TO WA-IDX-SOMA
    END-IF.

3200-DESCARREGAR-REGISTRO.
    READ VENDAS-FILE NEXT RECORD
         AT END SET WA-FIM-VENDAS-SIM TO TRUE
         NOT AT END
             ADD 1 TO WA-REG-ISAM
             MOVE VENDAS-REC TO WA-RECORD-BUFFER
             MOVE SPACES TO UNL-LINHA
             MOVE 1 TO WA-POS-UNL
             PERFORM 3300-DESCARREGAR-CAMPO
                     THRU 3300-DESCARREGAR-CAMPO-EXIT
                     VARYING WA-CAM-IDX FROM 1 BY 1
                     UNTIL WA-CAM-IDX > WA-QTD-CAMPOS
             WRITE UNL-LINHA
    END-READ.

*--------------------------------------------------------------------*
* UMA COLUNA DO .unl, NA FORMA QUE O TIPO DO DDL ESPERA: DATE,        *
* DECIMAL(P,S) OU VARCHAR.  O CAMPO DA SOMA ACUMULA O VALOR JA        *
* DECODIFICADO - A MESMA CONTA QUE O SUM DO SQL VAI FAZER.            *
*--------------------------------------------------------------------*
3300-DESCARREGAR-CAMPO.
    IF  WA-CAM-IDX > 1
        MOVE "|" TO UNL-LINHA(WA-POS-UNL:1)
        ADD 1 TO WA-POS-UNL
    END-IF.

    MOVE WA-CAM-LENGTH(WA-CAM-IDX) TO WA-TAM.
    IF  WA-TAM = ZEROS
        OR WA-CAM-OFFSET(WA-CAM-IDX) + WA-TAM > 4000
        OR WA-POS-UNL + WA-TAM + 30 > 32000
        GO TO 3300-DESCARREGAR-CAMPO-EXIT
    END-IF.
    IF  WA-RECORD-BUFFER(WA-CAM-OFFSET(WA-CAM-IDX) + 1 : WA-TAM)
        = SPACES
        GO TO 3300-DESCARREGAR-CAMPO-EXIT
    END-IF.

*   DATA (MESMA REGRA DO XFDCreateTable/DQSCAN): AAAAMMDD -> AAAA-MM-DD.
    IF  WA-CAM-FORMAT(WA-CAM-IDX) NOT = SPACES
        AND WA-TAM = 8
        AND WA-CAM-DIGITS(WA-CAM-IDX) > ZEROS
        AND WA-CAM-SCALE(WA-CAM-IDX) = ZEROS
        PERFORM 3400-DESCARREGAR-DATA
                THRU 3400-DESCARREGAR-DATA-EXIT
        GO TO 3300-DESCARREGAR-CAMPO-EXIT
    END-IF.

    IF  WA-CAM-DIGITS(WA-CAM-IDX) > ZEROS AND WA-TAM <= 30
        PERFORM 3500-DESCARREGAR-NUMERO
                THRU 3500-DESCARREGAR-NUMERO-EXIT
        GO TO 3300-DESCARREGAR-CAMPO-EXIT
    END-IF.

*   TEXTO: SEM OS BRANCOS DO FIM; "|" DENTRO DO VALOR VIRA BRANCO.
    COMPUTE WA-TAM = FUNCTION LENGTH(FUNCTION TRIM(
            WA-RECORD-BUFFER(WA-CAM-OFFSET(WA-CAM-IDX) + 1 : WA-TAM)
            TRAILING)).
    MOVE WA-RECORD-BUFFER(WA-CAM-OFFSET(WA-CAM-IDX) + 1 : WA-TAM)
      TO UNL-LINHA(WA-POS-UNL:WA-TAM).
    INSPECT UNL-LINHA(WA-POS-UNL:WA-TAM) REPLACING ALL "|" BY " ".
    ADD WA-TAM TO WA-POS-UNL.

3300-DESCARREGAR-CAMPO-EXIT.
    EXIT.

3400-DESCARREGAR-DATA.
    MOVE WA-RECORD-BUFFER(WA-CAM-OFFSET(WA-CAM-IDX) + 1 : 8)
      TO WA-DATA-CAMPO.
    IF  WA-DATA-CAMPO = ZEROS
        GO TO 3400-DESCARREGAR-DATA-EXIT
    END-IF.
    IF  WA-DATA-CAMPO NOT NUMERIC
        ADD 1 TO WA-INVALIDOS
        GO TO 3400-DESCARREGAR-DATA-EXIT
    END-IF.
    MOVE WA-DATA-CAMPO(5:2) TO WA-MES.
    MOVE WA-DATA-CAMPO(7:2) TO WA-DIA.
    IF  WA-MES < 1 OR WA-MES > 12 OR WA-DIA < 1 OR WA-DIA > 31
        ADD 1 TO WA-INVALIDOS
        GO TO 3400-DESCARREGAR-DATA-EXIT
    END-IF.
    STRING WA-DATA-CAMPO(1:4) DELIMITED BY SIZE
           "-"                DELIMITED BY SIZE
           WA-DATA-CAMPO(5:2) DELIMITED BY SIZE
           "-"                DELIMITED BY SIZE
           WA-DATA-CAMPO(7:2) DELIMITED BY SIZE
           INTO UNL-LINHA
           WITH POINTER WA-POS-UNL.

3400-DESCARREGAR-DATA-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* NUMERICO DISPLAY: SINAL EMBUTIDO NO ULTIMO BYTE ("{" A "I" / "}" A  *
* "R", OU "p" A "y") E DESFEITO; DEPOIS SAI SEM ZEROS A ESQUERDA COM  *
* "." NA ESCALA DA XFD.  O QUE NAO FOR NUMERO VAI NULO E E CONTADO.   *
*--------------------------------------------------------------------*
3500-DESCARREGAR-NUMERO.
    MOVE SPACES TO WA-DIGITOS.
    MOVE WA-RECORD-BUFFER(WA-CAM-OFFSET(WA-CAM-IDX) + 1 : WA-TAM)
      TO WA-DIGITOS.
    MOVE "N" TO WA-NEGATIVO.
    MOVE "S" TO WA-VALIDO.
    IF  WA-DIGITOS(1:WA-TAM) NOT NUMERIC
        PERFORM 3550-DESFAZER-SINAL
                THRU 3550-DESFAZER-SINAL-EXIT
    END-IF.
    IF  NOT WA-VALIDO-SIM
        ADD 1 TO WA-INVALIDOS
        GO TO 3500-DESCARREGAR-NUMERO-EXIT
    END-IF.

    MOVE ZEROS TO WA-ESCALA.
    IF  WA-CAM-SCALE(WA-CAM-IDX) > ZEROS
        AND WA-CAM-SCALE(WA-CAM-IDX) < WA-TAM
        MOVE WA-CAM-SCALE(WA-CAM-IDX) TO WA-ESCALA
    END-IF.
    COMPUTE WA-INTEIROS = WA-TAM - WA-ESCALA.
    MOVE ZEROS TO WA-ZEROS-ESQ.
    INSPECT WA-DIGITOS(1:WA-INTEIROS)
            TALLYING WA-ZEROS-ESQ FOR LEADING "0".

    IF  WA-NEGATIVO-SIM
        AND WA-DIGITOS(1:WA-TAM) NOT = ZEROS
        MOVE "-" TO UNL-LINHA(WA-POS-UNL:1)
        ADD 1 TO WA-POS-UNL
    END-IF.
    IF  WA-ZEROS-ESQ = WA-INTEIROS
        MOVE "0" TO UNL-LINHA(WA-POS-UNL:1)
        ADD 1 TO WA-POS-UNL
    ELSE
        MOVE WA-DIGITOS(WA-ZEROS-ESQ + 1 : WA-INTEIROS - WA-ZEROS-ESQ)
          TO UNL-LINHA(WA-POS-UNL : WA-INTEIROS - WA-ZEROS-ESQ)
        COMPUTE WA-POS-UNL = WA-POS-UNL + WA-INTEIROS - WA-ZEROS-ESQ
    END-IF.
    IF  WA-ESCALA > ZEROS
        MOVE "." TO UNL-LINHA(WA-POS-UNL:1)
        ADD 1 TO WA-POS-UNL
        MOVE WA-DIGITOS(WA-INTEIROS + 1 : WA-ESCALA)
          TO UNL-LINHA(WA-POS-UNL:WA-ESCALA)
        ADD WA-ESCALA TO WA-POS-UNL
    END-IF.

    IF  WA-CAM-IDX = WA-IDX-SOMA
        PERFORM 3600-SOMAR-VALOR
                THRU 3600-SOMAR-VALOR-EXIT
    END-IF.

3500-DESCARREGAR-NUMERO-EXIT.
    EXIT.

3550-DESFAZER-SINAL.
    MOVE "N" TO WA-VALIDO.
    IF  WA-TAM > 1
        AND WA-DIGITOS(1:WA-TAM - 1) NOT NUMERIC
        GO TO 3550-DESFAZER-SINAL-EXIT
    END-IF.
    MOVE WA-DIGITOS(WA-TAM:1) TO WA-ULTIMO-BYTE.
    MOVE ZEROS TO WA-POS-SINAL.
    INSPECT WA-SINAIS-POSITIVOS TALLYING WA-POS-SINAL
            FOR CHARACTERS BEFORE INITIAL WA-ULTIMO-BYTE.
    IF  WA-POS-SINAL < 10
        MOVE WA-DIGITOS-CONV(WA-POS-SINAL + 1:1) TO WA-DIGITOS(WA-TAM:1)
        MOVE "S" TO WA-VALIDO
        GO TO 3550-DESFAZER-SINAL-EXIT
    END-IF.
    MOVE ZEROS TO WA-POS-SINAL.
    INSPECT WA-SINAIS-NEGATIVOS TALLYING WA-POS-SINAL
            FOR CHARACTERS BEFORE INITIAL WA-ULTIMO-BYTE.
    IF  WA-POS-SINAL >= 10
        MOVE ZEROS TO WA-POS-SINAL
        INSPECT WA-SINAIS-NEGATIVOS-ASC TALLYING WA-POS-SINAL
                FOR CHARACTERS BEFORE INITIAL WA-ULTIMO-BYTE
    END-IF.
    IF  WA-POS-SINAL < 10
        MOVE WA-DIGITOS-CONV(WA-POS-SINAL + 1:1) TO WA-DIGITOS(WA-TAM:1)
        MOVE "S" TO WA-VALIDO
        MOVE "S" TO WA-NEGATIVO
    END-IF.

3550-DESFAZER-SINAL-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* SOMA DO CAMPO ESCOLHIDO.  SO ENTRAM OS DIGITOS SIGNIFICATIVOS (SEM  *
* OS ZEROS A ESQUERDA) - ATE 18 DIGITOS E 15 INTEIROS, O QUE CABE NO  *
* TOTAL.  VALOR MAIOR QUE ISSO, OU QUE ESTOURE O TOTAL, FICA FORA DA  *
* SOMA E E CONTADO: A SOMA DO ARQUIVO SAI "NAO CONFERIDO" NO          *
* RELATORIO E NA CONFERENCIA, EM VEZ DE BATER POR ACASO.              *
*--------------------------------------------------------------------*
3600-SOMAR-VALOR.
    COMPUTE WA-SIGNIFICATIVOS = WA-TAM - WA-ZEROS-ESQ.
    IF  WA-INTEIROS - WA-ZEROS-ESQ > 15
        OR WA-SIGNIFICATIVOS > 18
        ADD 1 TO WA-FORA-SOMA
        GO TO 3600-SOMAR-VALOR-EXIT
    END-IF.
    IF  WA-SIGNIFICATIVOS = ZEROS
        GO TO 3600-SOMAR-VALOR-EXIT
    END-IF.
    COMPUTE WA-VALOR-CAMPO =
            FUNCTION NUMVAL(WA-DIGITOS(WA-ZEROS-ESQ + 1 :
                                       WA-SIGNIFICATIVOS))
            / (10 ** WA-ESCALA)
            ON SIZE ERROR
                ADD 1 TO WA-FORA-SOMA
                GO TO 3600-SOMAR-VALOR-EXIT
    END-COMPUTE.
    IF  WA-NEGATIVO-SIM
        SUBTRACT WA-VALOR-CAMPO FROM WA-SOMA-ISAM
                 ON SIZE ERROR ADD 1 TO WA-FORA-SOMA
        END-SUBTRACT
    ELSE
        ADD WA-VALOR-CAMPO TO WA-SOMA-ISAM
            ON SIZE ERROR ADD 1 TO WA-FORA-SOMA
        END-ADD
    END-IF.

3600-SOMAR-VALOR-EXIT.
    EXIT.

3900-FALHAR-DESCARGA.
    ADD 1 TO WA-TOTAL-FALHOS.
    MOVE "N" TO WA-RODADA-OK.
    MOVE SPACES TO RPT-LINHA.
    MOVE WA-ALR-TEXTO TO RPT-LINHA.
    WRITE RPT-LINHA.
    CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                           WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.

*--------------------------------------------------------------------*
* CONFERENCIA DEPOIS DA CARGA: UMA CONSULTA POR ARQUIVO DO            *
* vendunl-tot.ctl, PELA PONTE SQL DO ADHOCQRY.                        *
*--------------------------------------------------------------------*
5000-CONFERIR-CARGA.
    CALL "C$GETPID".
    MOVE RETURN-CODE TO WA-PID-SESSAO.
    MOVE SPACES TO WA-USUARIO-SESSAO.
    CALL "PIDTOUSER" USING WA-PID-SESSAO, WA-USUARIO-SESSAO.

    OPEN INPUT TOT-FILE.
    IF  SW-STATUS-TOT(1:1) NOT = ZEROS
        MOVE "SEM vendunl-tot.ctl - NENHUMA DESCARGA PARA CONFERIR"
          TO WA-ALR-TEXTO
        PERFORM 3900-FALHAR-DESCARGA
        GO TO 5000-CONFERIR-CARGA-EXIT
    END-IF.

    MOVE "./libsqlexec.so" TO WA-LIB.
    MOVE "N" TO WA-LIB-INDISPONIVEL.
    CALL WA-LIB
         ON EXCEPTION
             SET WA-LIB-INDISPONIVEL-SIM TO TRUE
    END-CALL.

    MOVE "N" TO WA-FIM-TOT.
    PERFORM 5100-CONFERIR-ARQUIVO
            WITH TEST AFTER
            UNTIL WA-FIM-TOT-SIM.
    CLOSE TOT-FILE.

    IF  NOT WA-LIB-INDISPONIVEL-SIM
        CANCEL WA-LIB
    END-IF.

5000-CONFERIR-CARGA-EXIT.
    EXIT.

5100-CONFERIR-ARQUIVO.
    READ TOT-FILE
         AT END SET WA-FIM-TOT-SIM TO TRUE
         NOT AT END
             IF  TOT-NOME-BASE NOT = SPACES
                 ADD 1 TO WA-TOTAL-ARQUIVOS
                 PERFORM 5200-CONSULTAR-TABELA
                         THRU 5200-CONSULTAR-TABELA-EXIT
                 PERFORM 5500-REGISTRAR-CONFERENCIA
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* SELECT COUNT(*), SUM(<CAMPO>) NA TABELA DO ARQUIVO (O NOME QUE O    *
* PARSETST PASSA AO XFDCreateTable).  O RESULTADO E A ULTIMA LINHA    *
* DO TEXTO DEVOLVIDO QUE COMECA POR NUMERO - UM CABECALHO DE COLUNAS, *
* SE A PONTE MANDAR, FICA DE FORA.                                    *
*--------------------------------------------------------------------*
5200-CONSULTAR-TABELA.
    MOVE ZEROS  TO WA-REG-SQL WA-SOMA-SQL WA-LINHAS-DEVOLVIDAS.
    MOVE SPACES TO WA-MOTIVO.
    MOVE SPACES TO WA-SQL-TEXTO.
    IF  TOT-CAMPO-SOMA = SPACES
        STRING "SELECT COUNT(*) FROM " DELIMITED BY SIZE
               TOT-NOME-BASE           DELIMITED BY SPACE
               INTO WA-SQL-TEXTO
    ELSE
        STRING "SELECT COUNT(*), SUM(" DELIMITED BY SIZE
               TOT-CAMPO-SOMA          DELIMITED BY SPACE
               ") FROM "               DELIMITED BY SIZE
               TOT-NOME-BASE           DELIMITED BY SPACE
               INTO WA-SQL-TEXTO
    END-IF.

    IF  WA-LIB-INDISPONIVEL-SIM
        MOVE "SEM-LIB" TO WA-SITUACAO
        MOVE "./libsqlexec.so INDISPONIVEL - CARGA NAO CONFERIDA"
          TO WA-MOTIVO
        PERFORM 5800-GRAVAR-AUDITORIA
                THRU 5800-GRAVAR-AUDITORIA-EXIT
        GO TO 5200-CONSULTAR-TABELA-EXIT
    END-IF.

    MOVE SPACES TO WA-SQL-RESULTADO-TXT.
    CALL "SQLExec"
             USING BY REFERENCE WA-SQL-TEXTO
                   BY REFERENCE WA-SQL-RESULTADO
                   BY REFERENCE WA-SQL-LEN
             GIVING RETURN-CODE
             ON EXCEPTION
                 SET WA-LIB-INDISPONIVEL-SIM TO TRUE
    END-CALL.
    MOVE RETURN-CODE TO WA-RC-SQL.
    IF  WA-LIB-INDISPONIVEL-SIM
        MOVE "SEM-LIB" TO WA-SITUACAO
        MOVE "SQLExec INDISPONIVEL - CARGA NAO CONFERIDA" TO WA-MOTIVO
        PERFORM 5800-GRAVAR-AUDITORIA
                THRU 5800-GRAVAR-AUDITORIA-EXIT
        GO TO 5200-CONSULTAR-TABELA-EXIT
    END-IF.
    IF  WA-RC-SQL NOT = ZEROS
        MOVE "ERRO-SQL" TO WA-SITUACAO
        MOVE "A CONSULTA DE CONFERENCIA DEVOLVEU ERRO" TO WA-MOTIVO
        PERFORM 5800-GRAVAR-AUDITORIA
                THRU 5800-GRAVAR-AUDITORIA-EXIT
        GO TO 5200-CONSULTAR-TABELA-EXIT
    END-IF.
    CALL "C$MEMCPY" USING BY REFERENCE WA-SQL-RESULTADO-TXT,
                           BY VALUE WA-SQL-RESULTADO, WA-SQL-LEN.

    MOVE "N" TO WA-ACHOU-TOTAIS WA-FIM-LINHAS.
    MOVE 1 TO WA-POS-LINHA.
    PERFORM 5300-PROXIMA-LINHA
            THRU 5300-PROXIMA-LINHA-EXIT
            WITH TEST AFTER
            UNTIL WA-FIM-LINHAS-SIM.
    PERFORM 5800-GRAVAR-AUDITORIA
            THRU 5800-GRAVAR-AUDITORIA-EXIT.

    IF  NOT WA-ACHOU-TOTAIS-SIM
        MOVE "ERRO-SQL" TO WA-SITUACAO
        MOVE "A CONSULTA NAO DEVOLVEU A LINHA DE TOTAIS" TO WA-MOTIVO
        GO TO 5200-CONSULTAR-TABELA-EXIT
    END-IF.

    IF  TOT-FORA-SOMA NUMERIC AND TOT-FORA-SOMA > ZEROS
        AND WA-REG-SQL = TOT-REGISTROS
        MOVE "NAO-CONF" TO WA-SITUACAO
        MOVE TOT-FORA-SOMA TO WA-ED-FORA-SOMA
        STRING "SOMA NAO CONFERIDA - "          DELIMITED BY SIZE
               FUNCTION TRIM(WA-ED-FORA-SOMA)   DELIMITED BY SIZE
               " VALOR(ES) GRANDES DEMAIS FICARAM FORA DA SOMA DO ISAM"
                                                DELIMITED BY SIZE
               INTO WA-MOTIVO
        GO TO 5200-CONSULTAR-TABELA-EXIT
    END-IF.
    IF  WA-REG-SQL = TOT-REGISTROS AND WA-SOMA-SQL = TOT-SOMA
        MOVE "CARGA-OK" TO WA-SITUACAO
    ELSE
        MOVE "DIVERGENTE" TO WA-SITUACAO
        IF  WA-REG-SQL NOT = TOT-REGISTROS
            MOVE "CONTAGEM DA TABELA DIFERENTE DA DO ISAM" TO WA-MOTIVO
        ELSE
            MOVE "SOMA DA TABELA DIFERENTE DA DO ISAM" TO WA-MOTIVO
        END-IF
    END-IF.

5200-CONSULTAR-TABELA-EXIT.
    EXIT.

5300-PROXIMA-LINHA.
    IF  WA-POS-LINHA > FUNCTION LENGTH(WA-SQL-RESULTADO-TXT)
        SET WA-FIM-LINHAS-SIM TO TRUE
        GO TO 5300-PROXIMA-LINHA-EXIT
    END-IF.
    MOVE SPACES TO WA-LINHA-RESULTADO.
    UNSTRING WA-SQL-RESULTADO-TXT DELIMITED BY X"0A"
             INTO WA-LINHA-RESULTADO
             WITH POINTER WA-POS-LINHA
    END-UNSTRING.
    IF  WA-LINHA-RESULTADO = SPACES
        SET WA-FIM-LINHAS-SIM TO TRUE
        GO TO 5300-PROXIMA-LINHA-EXIT
    END-IF.
    ADD 1 TO WA-LINHAS-DEVOLVIDAS.
    MOVE SPACES TO WA-TOKEN-CONTAGEM WA-TOKEN-SOMA.
    UNSTRING FUNCTION TRIM(WA-LINHA-RESULTADO) DELIMITED BY ALL " "
             INTO WA-TOKEN-CONTAGEM, WA-TOKEN-SOMA
    END-UNSTRING.
    IF  WA-TOKEN-CONTAGEM(1:1) NOT NUMERIC
        GO TO 5300-PROXIMA-LINHA-EXIT
    END-IF.
    MOVE "S" TO WA-ACHOU-TOTAIS.
    COMPUTE WA-REG-SQL = FUNCTION NUMVAL(WA-TOKEN-CONTAGEM).
*   O SQL DEVOLVE PONTO DECIMAL; AQUI O DECIMAL E A VIRGULA.  SOMA
*   NULA (TABELA VAZIA) E ZERO.
    INSPECT WA-TOKEN-SOMA REPLACING ALL "." BY ",".
    IF  WA-TOKEN-SOMA = SPACES
        OR FUNCTION UPPER-CASE(WA-TOKEN-SOMA) = "NULL"
        MOVE ZEROS TO WA-SOMA-SQL
    ELSE
        COMPUTE WA-SOMA-SQL = FUNCTION NUMVAL(WA-TOKEN-SOMA)
    END-IF.

5300-PROXIMA-LINHA-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* RESULTADO DA CONFERENCIA: HISTORICO, RELATORIO E, SE NAO BATEU,     *
* ALERTA "E" NA CENTRAL.                                              *
*--------------------------------------------------------------------*
5500-REGISTRAR-CONFERENCIA.
    OPEN EXTEND VENDUNL-HIST.
    IF  SW-STATUS-HIS(1:1) = "3"
        OPEN OUTPUT VENDUNL-HIST
    END-IF.
    IF  SW-STATUS-HIS(1:1) = ZEROS
        MOVE SPACES         TO HIS-LINHA
        MOVE WA-DATA-RODADA TO HIS-DATA
        MOVE WA-HORA-RODADA(1:6) TO HIS-HORA
        MOVE WA-SITUACAO    TO HIS-SITUACAO
        MOVE TOT-NOME-BASE  TO HIS-NOME-BASE
        MOVE TOT-REGISTROS  TO HIS-REG-ISAM
        MOVE WA-REG-SQL     TO HIS-REG-SQL
        MOVE TOT-SOMA       TO HIS-SOMA-ISAM
        MOVE WA-SOMA-SQL    TO HIS-SOMA-SQL
        MOVE WA-MOTIVO      TO HIS-MOTIVO
        WRITE HIS-LINHA
        CLOSE VENDUNL-HIST
    END-IF.

    MOVE TOT-SOMA    TO WA-ED-SOMA.
    MOVE WA-SOMA-SQL TO WA-ED-SOMA-SQL.
    MOVE SPACES TO RPT-LINHA.
    STRING TOT-NOME-BASE        DELIMITED BY SPACE
           " - "                DELIMITED BY SIZE
           WA-SITUACAO          DELIMITED BY SPACE
           "  REGISTROS ISAM/SQL: " DELIMITED BY SIZE
           TOT-REGISTROS        DELIMITED BY SIZE
           "/"                  DELIMITED BY SIZE
           WA-REG-SQL           DELIMITED BY SIZE
           "  SOMA "            DELIMITED BY SIZE
           TOT-CAMPO-SOMA       DELIMITED BY SPACE
           " ISAM/SQL: "        DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-SOMA)     DELIMITED BY SIZE
           "/"                  DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-SOMA-SQL) DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    IF  TOT-INVALIDOS > ZEROS
        MOVE SPACES TO RPT-LINHA
        STRING "    (DESCARGA DE " DELIMITED BY SIZE
               TOT-DATA            DELIMITED BY SIZE
               " COM "             DELIMITED BY SIZE
               TOT-INVALIDOS       DELIMITED BY SIZE
               " CAMPOS INVALIDOS CARREGADOS NULOS)" DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.

    IF  WA-SITUACAO NOT = "CARGA-OK"
        MOVE SPACES TO WA-ALR-TEXTO
        STRING "CARGA SQL DE "  DELIMITED BY SIZE
               TOT-NOME-BASE    DELIMITED BY SPACE
               " "              DELIMITED BY SIZE
               WA-SITUACAO      DELIMITED BY SPACE
               ": "             DELIMITED BY SIZE
               WA-MOTIVO        DELIMITED BY "  "
               INTO WA-ALR-TEXTO
        PERFORM 3900-FALHAR-DESCARGA
    END-IF.

*--------------------------------------------------------------------*
* MESMA LINHA DE TRILHA DO ADHOCQRY PARA CADA CONSULTA DA PONTE.      *
*--------------------------------------------------------------------*
5800-GRAVAR-AUDITORIA.
    OPEN EXTEND SQL-AUD.
    IF  SW-STATUS-AUD(1:1) = "3"
        OPEN OUTPUT SQL-AUD
        CLOSE SQL-AUD
        OPEN EXTEND SQL-AUD
    END-IF.
    IF  SW-STATUS-AUD(1:1) NOT = ZEROS
        GO TO 5800-GRAVAR-AUDITORIA-EXIT
    END-IF.

    MOVE SPACES TO AUD-LINHA.
    ACCEPT AUD-DATA FROM DATE YYYYMMDD.
    ACCEPT AUD-HORA FROM TIME.
    MOVE WA-USUARIO-SESSAO TO AUD-USUARIO.
    IF  WA-LIB-INDISPONIVEL-SIM
        MOVE "SEM-LIB"   TO AUD-SITUACAO
        MOVE ZEROS       TO AUD-RETORNO
    ELSE
        MOVE "EXECUTADO" TO AUD-SITUACAO
        IF  WA-RC-SQL < ZEROS
            MOVE 99999 TO AUD-RETORNO
        ELSE
            MOVE WA-RC-SQL TO AUD-RETORNO
        END-IF
    END-IF.
    MOVE WA-LINHAS-DEVOLVIDAS TO AUD-LINHAS.
    MOVE WA-SQL-TEXTO(1:200)  TO AUD-COMANDO.
    WRITE AUD-LINHA.
    CLOSE SQL-AUD.

5800-GRAVAR-AUDITORIA-EXIT.
    EXIT.

8000-TRAILER.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    STRING "ARQUIVOS: "        DELIMITED BY SIZE
           WA-TOTAL-ARQUIVOS   DELIMITED BY SIZE
           "  COM FALHA: "     DELIMITED BY SIZE
           WA-TOTAL-FALHOS     DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

9999-FINALIZAR.
    CLOSE VENDUNL-RPT.
