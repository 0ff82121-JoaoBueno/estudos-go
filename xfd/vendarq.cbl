IDENTIFICATION DIVISION.
PROGRAM-ID.    VENDARQ.
*------------------------------------------------------------------------------*
* ARQUIVAMENTO DO HISTORICO FECHADO DOS ARQUIVOS DA VENDAS.  O aivenfcp E OS   *
* IRMAOS GUARDAM TODA VENDA DESDE QUE O SISTEMA ENTROU NO AR, E TODA VARREDURA *
* COMPLETA (VENDCKS, VENDRECH, VENDIDX, DQSCAN, VENDBKP) PAGA POR ANOS DE      *
* REGISTRO FECHADO QUE NUNCA MAIS MUDA.  ESTE PASSO TIRA DO ARQUIVO VIVO O     *
* REGISTRO FECHADO MAIS VELHO QUE O CORTE E O GRAVA NUM ARQUIVO DE HISTORICO   *
* POR ANO, COM O MESMO LAYOUT.                                                 *
*                                                                              *
* CONTROLE (vendarq.ctl), UMA LINHA POR ARQUIVO, CAMPOS SEPARADOS POR UM       *
* BRANCO (LINHA EM BRANCO OU COM "*" NA COLUNA 1 E IGNORADA):                  *
*   ARQUIVO(32) CAMPO-DATA(32) IDADE-MESES(3) PERIODO(1) CAMPO-SITUACAO(32)    *
*   VALOR-FECHADO(20)                                                          *
*   - CAMPO-DATA: CAMPO DA XFD COM A DATA AAAAMMDD QUE DECIDE A IDADE;         *
*   - IDADE-MESES: O CORTE E O DIA 1 DO MES DA DATA DE MOVIMENTO MENOS ESTES   *
*     MESES (EM BRANCO, 24; MENOS DE 12 E RECUSADO);                           *
*   - PERIODO: "A" ARQUIVA UMA VEZ POR ANO, "T" UMA VEZ POR TRIMESTRE (EM      *
*     BRANCO, "A").  O PASSO PODE FICAR NA CADEIA TODA NOITE - ARQUIVO QUE JA  *
*     TEM ARQUIVAMENTO OK NO PERIODO (vendarq-hist.txt) E PULADO;              *
*   - CAMPO-SITUACAO/VALOR-FECHADO: SO O REGISTRO COM ESTE VALOR NO CAMPO E    *
*     FECHADO.  EM BRANCO, TODO REGISTRO MAIS VELHO QUE O CORTE E FECHADO.     *
*                                                                              *
* O HISTORICO DO ANO E /multidad/vendas/<ARQUIVO>-<AAAA>, CRIADO NA PRIMEIRA   *
* VEZ COMO COPIA VAZIA DO VIVO (C$COPY E EXCLUSAO, COMO NO VENDMASK - MESMOS   *
* INDICES), E A XFD DO VIVO E COPIADA PARA /multidad/xfd/<ARQUIVO>-<AAAA>.xfd  *
* - O RECVIEW E O XFDQRY LEEM O HISTORICO PELO NOME BASE <ARQUIVO>-<AAAA>.     *
*                                                                              *
* SO MOVE COM REDE: A GERACAO DO VENDBKP DO DIA (DATA DE MOVIMENTO) PARA O     *
* ARQUIVO TEM QUE ESTAR OK NO CATALOGO (vendbkp-cat.ctl) E O HASH DO VIVO TEM  *
* QUE SER AINDA O HASH DA COPIA VERIFICADA - SENAO O ARQUIVO E PULADO COM      *
* ALERTA.  O REGISTRO SO SAI DO VIVO DEPOIS DE GRAVADO NO HISTORICO; CHAVE QUE *
* JA EXISTE NO HISTORICO E CONFLITO E FICA NO VIVO.  NO FIM RECONTA TUDO:      *
* LIDOS = MOVIDOS + RESTANTES NO VIVO, E CADA HISTORICO CRESCEU EXATAMENTE O   *
* QUE RECEBEU.  CADA HISTORICO QUE RECEBEU REGISTRO E HASHEADO NO REPOSITORIO  *
* DE CHECKSUMS (ckrepo.ctl, JOB VENDARQ).  RELATORIO EM vendarq.rpt.           *
*                                                                              *
* RETURN-CODE 8 QUANDO ALGUM ARQUIVO FALHOU (GRAVACAO, EXCLUSAO, CONTAGEM QUE  *
* NAO FECHA, HASH) OU SEM O vendarq.ctl; ARQUIVO PULADO OU COM CONFLITO SO     *
* ALERTA.                                                                      *
*                                                                              *
* CRIACAO...: 15/10/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - DATA DO REGISTRO COM DIA QUE NAO EXISTE NO  *
*             MES (31/02, 31/04) E INVALIDA, NAO VAI PARA A COMPARACAO COM O   *
*             CORTE.                                                           *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARQ-CTL ASSIGN "vendarq.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CTL.

* CATALOGO DE GERACOES DO VENDBKP - SO LEITURA.
    SELECT BKP-CAT ASSIGN "vendbkp-cat.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CAT.

* HISTORICO DAS RODADAS (APPEND-ONLY) - TAMBEM DIZ SE O PERIODO JA FOI.
    SELECT ARQ-HIST ASSIGN "vendarq-hist.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-ARH.

* O ARQUIVO VIVO, LIDO NA SEQUENCIA E COM EXCLUSAO NA PASSADA (CHAVE
* FICTICIA, SO PARA O COMPILADOR - MESMO ARTIFICIO DO DQFIX/VENDMASK).
    SELECT VIVO-FILE ASSIGN WA-ARQ-VIVO
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY WA-CHAVE-FICTICIA-VIV
           FILE STATUS SW-STATUS-VIV.

* O HISTORICO DO ANO, PARA GRAVAR O REGISTRO QUE SAI DO VIVO.
    SELECT HIST-FILE ASSIGN WA-ARQ-HIST
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY WA-CHAVE-FICTICIA-HIS
           FILE STATUS SW-STATUS-HIS.

* O MESMO HISTORICO NA SEQUENCIA - CONTAGEM E ESVAZIAMENTO DA COPIA.
    SELECT HSEQ-FILE ASSIGN WA-ARQ-HIST
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY WA-CHAVE-FICTICIA-HSQ
           FILE STATUS SW-STATUS-HSQ.

    SELECT VENDARQ-RPT ASSIGN "vendarq.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

DATA DIVISION.
FILE SECTION.
FD  ARQ-CTL.
01  CTL-LINHA.
    03  CTL-ARQUIVO              PIC X(032).
    03  FILLER                   PIC X(001).
    03  CTL-CAMPO-DATA           PIC X(032).
    03  FILLER                   PIC X(001).
    03  CTL-IDADE-MESES          PIC X(003).
    03  FILLER                   PIC X(001).
    03  CTL-PERIODO              PIC X(001).
    03  FILLER                   PIC X(001).
    03  CTL-CAMPO-SITUACAO       PIC X(032).
    03  FILLER                   PIC X(001).
    03  CTL-VALOR-FECHADO        PIC X(020).

FD  BKP-CAT.
copy "md5/vendbkp.ws".

FD  ARQ-HIST.
copy "xfd/vendarq.ws".

FD  VIVO-FILE.
01  VIVO-REC.
    03  WA-CHAVE-FICTICIA-VIV    PIC X(020).
    03  FILLER                   PIC X(3980).

FD  HIST-FILE.
01  HIST-REC.
    03  WA-CHAVE-FICTICIA-HIS    PIC X(020).
    03  FILLER                   PIC X(3980).

FD  HSEQ-FILE.
01  HSEQ-REC.
    03  WA-CHAVE-FICTICIA-HSQ    PIC X(020).
    03  FILLER                   PIC X(3980).

FD  VENDARQ-RPT.
01  RPT-LINHA                    PIC X(160).

WORKING-STORAGE SECTION.
77  SW-STATUS-CTL                PIC X(002)          VALUE SPACES.
77  SW-STATUS-CAT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-ARH                PIC X(002)          VALUE SPACES.
77  SW-STATUS-VIV                PIC X(002)          VALUE SPACES.
77  SW-STATUS-HIS                PIC X(002)          VALUE SPACES.
77  SW-STATUS-HSQ                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.

* DATA DE MOVIMENTO DA RODADA (ROTINA DATAMOV) - NAO A DO RELOGIO.
77  WA-DMR-OPERACAO              PIC X(001)          VALUE "C".
77  WA-DMR-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-FIM-CTL                   PIC X(001)          VALUE "N".
    88  WA-FIM-CTL-SIM                               VALUE "S".
77  WA-FIM-CAT                   PIC X(001)          VALUE "N".
    88  WA-FIM-CAT-SIM                               VALUE "S".
77  WA-FIM-ARH                   PIC X(001)          VALUE "N".
    88  WA-FIM-ARH-SIM                               VALUE "S".
77  WA-FIM-VIVO                  PIC X(001)          VALUE "N".
    88  WA-FIM-VIVO-SIM                              VALUE "S".
77  WA-FIM-HSEQ                  PIC X(001)          VALUE "N".
    88  WA-FIM-HSEQ-SIM                              VALUE "S".

77  WA-LIB                       PIC X(150)          VALUE SPACES.
77  WA-DLLCHK-RETORNO            PIC 9(002)          VALUE ZEROS.
    88  WA-DLLCHK-DIVERGENTE                         VALUE 01.
    88  WA-DLLCHK-SEM-MANIFESTO                      VALUE 02.
    88  WA-DLLCHK-ERRO-ARQUIVO                       VALUE 99.
77  WA-MSF-RETORNO               PIC 9(002)          VALUE ZEROS.

*--------------------------------------------------------------------*
* DATA DA RODADA, PERIODO E CORTE DO ARQUIVO CORRENTE.                *
*--------------------------------------------------------------------*
01  WA-DATA-RODADA               PIC 9(008)          VALUE ZEROS.
01  FILLER REDEFINES WA-DATA-RODADA.
    03  WA-ROD-ANO               PIC 9(004).
    03  WA-ROD-MES               PIC 9(002).
    03  WA-ROD-DIA               PIC 9(002).
77  WA-ROD-TRIMESTRE             PIC 9(001)          VALUE ZEROS.
01  WA-DATA-CORTE                PIC 9(008)          VALUE ZEROS.
01  FILLER REDEFINES WA-DATA-CORTE.
    03  WA-COR-ANO               PIC 9(004).
    03  WA-COR-MES               PIC 9(002).
    03  WA-COR-DIA               PIC 9(002).
01  WA-DATA-ARH                  PIC 9(008)          VALUE ZEROS.
01  FILLER REDEFINES WA-DATA-ARH.
    03  WA-ARH-ANO               PIC 9(004).
    03  WA-ARH-MES               PIC 9(002).
    03  WA-ARH-DIA               PIC 9(002).
77  WA-ARH-TRIMESTRE             PIC 9(001)          VALUE ZEROS.
77  WA-MESES-TOTAL               PIC 9(006)          VALUE ZEROS.
77  WA-IDADE-MESES               PIC 9(003)          VALUE ZEROS.
77  WA-PERIODO                   PIC X(001)          VALUE "A".
    88  WA-PERIODO-TRIMESTRAL                        VALUE "T".
77  WA-JA-ARQUIVADO              PIC X(001)          VALUE "N".
    88  WA-JA-ARQUIVADO-SIM                          VALUE "S".

*--------------------------------------------------------------------*
* ARQUIVO CORRENTE E O RESULTADO DELE.                                *
*--------------------------------------------------------------------*
77  WA-NOME-BASE                 PIC X(032)          VALUE SPACES.
77  WA-ARQ-VIVO                  PIC X(200)          VALUE SPACES.
77                               PIC X(001)          VALUE X"00".
77  WA-ARQ-HIST                  PIC X(200)          VALUE SPACES.
77                               PIC X(001)          VALUE X"00".
77  WA-XFD-VIVO                  PIC X(200)          VALUE SPACES.
77                               PIC X(001)          VALUE X"00".
77  WA-XFD-HIST                  PIC X(200)          VALUE SPACES.
77                               PIC X(001)          VALUE X"00".
77  WA-SITUACAO                  PIC X(010)          VALUE SPACES.
77  WA-MOTIVO                    PIC X(080)          VALUE SPACES.
77  WA-FALHOU                    PIC X(001)          VALUE "N".
    88  WA-FALHOU-SIM                                VALUE "S".
77  WA-GERACAO-OK                PIC X(001)          VALUE "N".
    88  WA-GERACAO-OK-SIM                            VALUE "S".
77  WA-GER-SITUACAO              PIC X(010)          VALUE SPACES.
77  WA-GER-MD5                   PIC X(032)          VALUE SPACES.
77  WA-GER-SHA256                PIC X(064)          VALUE SPACES.
77  WA-GER-DESTINO               PIC X(200)          VALUE SPACES.

*--------------------------------------------------------------------*
* CAMPOS DA XFD QUE DECIDEM: DATA, SITUACAO E A CHAVE PRIMARIA (SO    *
* PARA MOSTRAR O CONFLITO).                                           *
*--------------------------------------------------------------------*
77  WA-CAMPO-PROCURADO           PIC X(032)          VALUE SPACES.
77  WA-ACHOU-OFFSET              PIC 9(005)          VALUE ZEROS.
77  WA-ACHOU-LENGTH              PIC 9(005)          VALUE ZEROS.
77  WA-ACHOU                     PIC X(001)          VALUE "N".
    88  WA-ACHOU-SIM                                 VALUE "S".
77  WA-DATA-OFFSET               PIC 9(005)          VALUE ZEROS.
77  WA-DATA-LENGTH               PIC 9(005)          VALUE ZEROS.
77  WA-SIT-OFFSET                PIC 9(005)          VALUE ZEROS.
77  WA-SIT-LENGTH                PIC 9(005)          VALUE ZEROS.
77  WA-USA-SITUACAO              PIC X(001)          VALUE "N".
    88  WA-USA-SITUACAO-SIM                          VALUE "S".
77  WA-VALOR-FECHADO             PIC X(020)          VALUE SPACES.

77  WA-QTD-SEGMENTOS             PIC 9(003)          VALUE ZEROS.
01  WA-SEGMENTOS.
    03  WA-SEGMENTO-ITEM         OCCURS 16 TIMES.
        05  WA-SEG-OFFSET        PIC 9(005).
        05  WA-SEG-LENGTH        PIC 9(005).
77  WA-SEG-IDX                   PIC 9(003)          VALUE ZEROS.
77  WA-CHAVE                     PIC X(060)          VALUE SPACES.
77  WA-CHAVE-POS                 PIC 9(003)          VALUE ZEROS.

*--------------------------------------------------------------------*
* REGISTRO CORRENTE E A CLASSIFICACAO DELE.                           *
*--------------------------------------------------------------------*
77  WA-REG                       PIC X(4000)         VALUE SPACES.
01  WA-DATA-REG-X                PIC X(008)          VALUE SPACES.
01  WA-DATA-REG REDEFINES WA-DATA-REG-X.
    03  WA-REG-ANO               PIC 9(004).
    03  WA-REG-MES               PIC 9(002).
    03  WA-REG-DIA               PIC 9(002).
77  WA-DATA-REG-NUM              PIC 9(008)          VALUE ZEROS.
77  WA-CANDIDATO                 PIC X(001)          VALUE "N".
    88  WA-CANDIDATO-SIM                             VALUE "S".
77  WA-PASSADA                   PIC X(001)          VALUE "1".
    88  WA-PASSADA-CONTAGEM                          VALUE "1".

*--------------------------------------------------------------------*
* UM ITEM POR ANO QUE TEM REGISTRO A ARQUIVAR.                        *
*--------------------------------------------------------------------*
01  WA-ANOS.
    03  WA-QTD-ANOS              PIC 9(003)          VALUE ZEROS.
    03  WA-ANO-ITEM              OCCURS 60 TIMES.
        05  WA-ANO               PIC 9(004).
        05  WA-ANO-CANDIDATOS    PIC 9(009).
        05  WA-ANO-ANTES         PIC 9(009).
        05  WA-ANO-GRAVADOS      PIC 9(009).
        05  WA-ANO-DEPOIS        PIC 9(009).
        05  WA-ANO-CONFLITOS     PIC 9(009).
        05  WA-ANO-CRIADO        PIC X(001).
        05  WA-ANO-MD5           PIC X(032).
77  WA-ANO-IDX                   PIC 9(003)          VALUE ZEROS.
77  WA-ANO-ACHADO                PIC 9(003)          VALUE ZEROS.
77  WA-ANO-ABERTO                PIC 9(004)          VALUE ZEROS.

77  WA-TOTAL-LIDOS               PIC 9(009)          VALUE ZEROS.
77  WA-TOTAL-CANDIDATOS          PIC 9(009)          VALUE ZEROS.
77  WA-TOTAL-RECENTES            PIC 9(009)          VALUE ZEROS.
77  WA-TOTAL-ABERTOS             PIC 9(009)          VALUE ZEROS.
77  WA-TOTAL-DATA-INVALIDA       PIC 9(009)          VALUE ZEROS.
77  WA-TOTAL-FORA-TABELA         PIC 9(009)          VALUE ZEROS.
77  WA-TOTAL-MOVIDOS             PIC 9(009)          VALUE ZEROS.
77  WA-TOTAL-CONFLITOS           PIC 9(009)          VALUE ZEROS.
77  WA-TOTAL-ERROS               PIC 9(009)          VALUE ZEROS.
77  WA-TOTAL-RESTANTES           PIC 9(009)          VALUE ZEROS.
77  WA-SOMA-HISTORICO            PIC 9(009)          VALUE ZEROS.
77  WA-CONTAGEM                  PIC 9(009)          VALUE ZEROS.
77  WA-QTD-AMOSTRAS              PIC 9(002)          VALUE ZEROS.
77  WA-PTR                       PIC 9(003)          VALUE ZEROS.

77  WA-ARQUIVOS-OK               PIC 9(005)          VALUE ZEROS.
77  WA-ARQUIVOS-PULADOS          PIC 9(005)          VALUE ZEROS.
77  WA-ARQUIVOS-FALHOS           PIC 9(005)          VALUE ZEROS.
77  WA-GERAL-MOVIDOS             PIC 9(009)          VALUE ZEROS.

77  WA-ED-QTD                    PIC Z(008)9.
77  WA-ED-QTD2                   PIC Z(008)9.
77  WA-ED-QTD3                   PIC Z(008)9.

*--------------------------------------------------------------------*
* HASH (MESMA MAQUINA MD5SHA256File DO VENDBKP).                      *
*--------------------------------------------------------------------*
77  WA-ARQUIVO-HASH              PIC X(200)          VALUE SPACES.
77                               PIC X(001)          VALUE X"00".
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

77  WA-CKR-ARQUIVO               PIC X(200)          VALUE SPACES.
77  WA-CKR-JOB                   PIC X(030)          VALUE "VENDARQ".
77  WA-CKR-RETORNO               PIC 9(002)          VALUE ZEROS.
    88  WA-CKR-OK                                    VALUE 00.
77  WA-CKR-MD5-ANTERIOR          PIC X(032)          VALUE SPACES.
77  WA-CKR-SHA256-ANTERIOR       PIC X(064)          VALUE SPACES.
77  WA-CKR-EXISTIA               PIC X(001)          VALUE SPACES.

77  WA-ALR-PROGRAMA              PIC X(030)          VALUE "VENDARQ".
77  WA-ALR-SEVERIDADE            PIC X(001)          VALUE "E".
77  WA-ALR-TEXTO                 PIC X(150)          VALUE SPACES.
77  WA-ALR-RETORNO               PIC 9(002)          VALUE ZEROS.

copy "bacu/acugui.def".
copy "bacu/parsexfd.ws".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    PERFORM 2000-PROCESSAR-CONTROLE
            WITH TEST AFTER
            UNTIL WA-FIM-CTL-SIM.
    PERFORM 8000-TRAILER.
    PERFORM 9999-FINALIZAR.
    IF  WA-ARQUIVOS-FALHOS > ZEROS
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.

1000-INICIALIZAR.
    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.
    MOVE WA-DMR-DATA TO WA-DATA-RODADA.
    COMPUTE WA-ROD-TRIMESTRE = (WA-ROD-MES - 1) / 3 + 1.

    OPEN INPUT ARQ-CTL.
    IF  SW-STATUS-CTL(1:1) NOT = ZEROS
        DISPLAY "VENDARQ - NAO ABRIU vendarq.ctl, STATUS "
                SW-STATUS-CTL UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT VENDARQ-RPT.
    MOVE SPACES TO RPT-LINHA.
    STRING "ARQUIVAMENTO DO HISTORICO FECHADO DA VENDAS - MOVIMENTO "
                          DELIMITED BY SIZE
           WA-DATA-RODADA DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

    SET CONFIGURATION "DLL-CONVENTION" TO 0.
    CALL "./libparsexfd.so".
    MOVE "./libmd5.so" TO WA-LIB.
    CALL WA-LIB.

    CALL "DLLCHECK" USING WA-LIB, WA-DLLCHK-RETORNO END-CALL.
    IF  WA-DLLCHK-DIVERGENTE OR WA-DLLCHK-ERRO-ARQUIVO
                               OR WA-DLLCHK-SEM-MANIFESTO
        DISPLAY "VENDARQ - " WA-LIB " NAO BATE COM O MANIFESTO DE HASHES "
                "CONHECIDOS-BONS (DLLCHECK), STATUS " WA-DLLCHK-RETORNO
                UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    CALL "MD5SELF" USING WA-MSF-RETORNO END-CALL.
    IF  WA-MSF-RETORNO NOT = ZEROS
        DISPLAY "VENDARQ - libmd5.so REPROVADA NO AUTOTESTE DE "
                "RESPOSTAS CONHECIDAS (MD5SELF), STATUS "
                WA-MSF-RETORNO UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

2000-PROCESSAR-CONTROLE.
    READ ARQ-CTL
         AT END SET WA-FIM-CTL-SIM TO TRUE
         NOT AT END
             IF  CTL-LINHA NOT = SPACES AND CTL-LINHA(1:1) NOT = "*"
                 PERFORM 3000-ARQUIVAR-ARQUIVO
                         THRU 3000-ARQUIVAR-ARQUIVO-EXIT
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* UM ARQUIVO DO CONTROLE: CONFERE PERIODO E BACKUP, CONTA O QUE SAI   *
* POR ANO, PREPARA OS HISTORICOS, MOVE, RECONTA E HASHEIA.            *
*--------------------------------------------------------------------*
3000-ARQUIVAR-ARQUIVO.
    MOVE CTL-ARQUIVO TO WA-NOME-BASE.
    MOVE SPACES TO WA-SITUACAO WA-MOTIVO WA-ARQ-VIVO WA-XFD-VIVO.
    MOVE "N"    TO WA-FALHOU.
    MOVE ZEROS  TO WA-QTD-ANOS WA-TOTAL-LIDOS WA-TOTAL-CANDIDATOS
                   WA-TOTAL-RECENTES WA-TOTAL-ABERTOS
                   WA-TOTAL-DATA-INVALIDA WA-TOTAL-FORA-TABELA
                   WA-TOTAL-MOVIDOS WA-TOTAL-CONFLITOS WA-TOTAL-ERROS
                   WA-TOTAL-RESTANTES WA-DATA-CORTE WA-QTD-AMOSTRAS.
    STRING "/multidad/vendas/"          DELIMITED BY SIZE
           FUNCTION TRIM(WA-NOME-BASE)  DELIMITED BY SIZE
           INTO WA-ARQ-VIVO.
    STRING "/multidad/xfd/"             DELIMITED BY SIZE
           FUNCTION TRIM(WA-NOME-BASE)  DELIMITED BY SIZE
           ".xfd"                       DELIMITED BY SIZE
           INTO WA-XFD-VIVO.

    PERFORM 3100-VALIDAR-CONTROLE
            THRU 3100-VALIDAR-CONTROLE-EXIT.
    IF  WA-MOTIVO NOT = SPACES
        PERFORM 7100-REGISTRAR-PULADO
        GO TO 3000-ARQUIVAR-ARQUIVO-EXIT
    END-IF.
    PERFORM 3150-CALCULAR-CORTE.

    MOVE SPACES TO RPT-LINHA.
    MOVE 1 TO WA-PTR.
    STRING WA-NOME-BASE        DELIMITED BY SPACE
           " - DATA "          DELIMITED BY SIZE
           CTL-CAMPO-DATA      DELIMITED BY SPACE
           " ANTES DE "        DELIMITED BY SIZE
           WA-DATA-CORTE       DELIMITED BY SIZE
           " - PERIODO "       DELIMITED BY SIZE
           WA-PERIODO          DELIMITED BY SIZE
           INTO RPT-LINHA
           WITH POINTER WA-PTR.
    IF  CTL-CAMPO-SITUACAO NOT = SPACES
        STRING " - FECHADO: "     DELIMITED BY SIZE
               CTL-CAMPO-SITUACAO DELIMITED BY SPACE
               " = "              DELIMITED BY SIZE
               QUOTE              DELIMITED BY SIZE
               CTL-VALOR-FECHADO  DELIMITED BY "   "
               QUOTE              DELIMITED BY SIZE
               INTO RPT-LINHA
               WITH POINTER WA-PTR
    END-IF.
    WRITE RPT-LINHA.

    PERFORM 3200-CONFERIR-PERIODO.
    IF  WA-JA-ARQUIVADO-SIM
        MOVE SPACES TO RPT-LINHA
        STRING "  JA ARQUIVADO NESTE PERIODO (vendarq-hist.txt) - "
                       DELIMITED BY SIZE
               "NADA A FAZER"
                       DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        MOVE SPACES TO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 3000-ARQUIVAR-ARQUIVO-EXIT
    END-IF.

    PERFORM 3300-CONFERIR-BACKUP
            THRU 3300-CONFERIR-BACKUP-EXIT.
    IF  WA-MOTIVO NOT = SPACES
        PERFORM 7100-REGISTRAR-PULADO
        GO TO 3000-ARQUIVAR-ARQUIVO-EXIT
    END-IF.

    MOVE WA-XFD-VIVO TO XFDFILE.
    MOVE WA-ARQ-VIVO TO FILENAME.
    CALL "parsexfd" USING PARSE-XFD-OP.
    IF  PARSE-ERROR
        MOVE SPACES TO WA-MOTIVO
        STRING "XFD NAO PARSEOU: " DELIMITED BY SIZE
               PARSEXFD-TEXT-ERROR-MESSAGE(PARSE-FLAG) DELIMITED BY SPACE
               INTO WA-MOTIVO
        PERFORM 7100-REGISTRAR-PULADO
        GO TO 3000-ARQUIVAR-ARQUIVO-EXIT
    END-IF.
    PERFORM 3400-LOCALIZAR-CAMPOS
            THRU 3400-LOCALIZAR-CAMPOS-EXIT.
    CALL "parsexfd" USING FREE-MEMORY-OP.
    IF  WA-MOTIVO NOT = SPACES
        PERFORM 7100-REGISTRAR-PULADO
        GO TO 3000-ARQUIVAR-ARQUIVO-EXIT
    END-IF.

*   1A PASSADA, SO LEITURA: QUANTO SAI E PARA QUAL ANO.
    SET WA-PASSADA-CONTAGEM TO TRUE.
    OPEN INPUT VIVO-FILE.
    IF  SW-STATUS-VIV(1:1) NOT = ZEROS
        MOVE SPACES TO WA-MOTIVO
        STRING "NAO ABRIU O VIVO, STATUS " DELIMITED BY SIZE
               SW-STATUS-VIV               DELIMITED BY SIZE
               INTO WA-MOTIVO
        PERFORM 7000-REGISTRAR-FALHA
        GO TO 3000-ARQUIVAR-ARQUIVO-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-VIVO.
    PERFORM 3500-CONTAR-REGISTRO
            WITH TEST AFTER
            UNTIL WA-FIM-VIVO-SIM.
    CLOSE VIVO-FILE.
    IF  WA-FALHOU-SIM
        PERFORM 7000-REGISTRAR-FALHA
        GO TO 3000-ARQUIVAR-ARQUIVO-EXIT
    END-IF.

    MOVE WA-TOTAL-LIDOS TO WA-ED-QTD.
    MOVE WA-TOTAL-CANDIDATOS TO WA-ED-QTD2.
    MOVE SPACES TO RPT-LINHA.
    STRING "  LIDOS "             DELIMITED BY SIZE
           WA-ED-QTD              DELIMITED BY SIZE
           "  A ARQUIVAR "        DELIMITED BY SIZE
           WA-ED-QTD2             DELIMITED BY SIZE
           "  EM "                DELIMITED BY SIZE
           WA-QTD-ANOS            DELIMITED BY SIZE
           " ANO(S)"              DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE WA-TOTAL-RECENTES TO WA-ED-QTD.
    MOVE WA-TOTAL-ABERTOS TO WA-ED-QTD2.
    MOVE WA-TOTAL-DATA-INVALIDA TO WA-ED-QTD3.
    MOVE SPACES TO RPT-LINHA.
    STRING "  FICAM: RECENTES "   DELIMITED BY SIZE
           WA-ED-QTD              DELIMITED BY SIZE
           "  NAO FECHADOS "      DELIMITED BY SIZE
           WA-ED-QTD2             DELIMITED BY SIZE
           "  DATA INVALIDA "     DELIMITED BY SIZE
           WA-ED-QTD3             DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    IF  WA-TOTAL-FORA-TABELA > ZEROS
        MOVE WA-TOTAL-FORA-TABELA TO WA-ED-QTD
        MOVE SPACES TO RPT-LINHA
        STRING "  FICAM: ANO ALEM DO 60O DA TABELA " DELIMITED BY SIZE
               WA-ED-QTD                             DELIMITED BY SIZE
               " (SAEM NO PROXIMO PERIODO)"          DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.

*   HISTORICO DE CADA ANO PRONTO (CRIADO VAZIO OU JA EXISTENTE) E
*   CONTADO ANTES DE MEXER NO VIVO - SE ALGUM FALHA, NADA SAI.
    PERFORM 3600-PREPARAR-HISTORICO
            THRU 3600-PREPARAR-HISTORICO-EXIT
            VARYING WA-ANO-IDX FROM 1 BY 1
            UNTIL WA-ANO-IDX > WA-QTD-ANOS OR WA-FALHOU-SIM.
    IF  WA-FALHOU-SIM
        PERFORM 7000-REGISTRAR-FALHA
        GO TO 3000-ARQUIVAR-ARQUIVO-EXIT
    END-IF.

*   2A PASSADA: GRAVA NO HISTORICO E SO ENTAO EXCLUI DO VIVO.
    IF  WA-TOTAL-CANDIDATOS > ZEROS
        PERFORM 4000-MOVER-REGISTROS
    END-IF.

*   RECONTAGEM: O VIVO E CADA HISTORICO QUE RECEBEU REGISTRO.
    PERFORM 4500-RECONTAR
            THRU 4500-RECONTAR-EXIT.

    IF  WA-TOTAL-MOVIDOS > ZEROS AND NOT WA-FALHOU-SIM
        PERFORM 6100-REGISTRAR-HASHES
                VARYING WA-ANO-IDX FROM 1 BY 1
                UNTIL WA-ANO-IDX > WA-QTD-ANOS
    END-IF.

    PERFORM 5000-RELATAR-ARQUIVO.
    IF  WA-FALHOU-SIM
        PERFORM 7000-REGISTRAR-FALHA
        GO TO 3000-ARQUIVAR-ARQUIVO-EXIT
    END-IF.

    ADD 1 TO WA-ARQUIVOS-OK.
    ADD WA-TOTAL-MOVIDOS TO WA-GERAL-MOVIDOS.
    MOVE "OK" TO WA-SITUACAO.
    IF  WA-TOTAL-CONFLITOS > ZEROS
        MOVE SPACES TO WA-MOTIVO
        MOVE WA-TOTAL-CONFLITOS TO WA-ED-QTD
        STRING "CONFLITOS (CHAVE JA NO HISTORICO) FICARAM NO VIVO: "
                                         DELIMITED BY SIZE
               FUNCTION TRIM(WA-ED-QTD)  DELIMITED BY SIZE
               INTO WA-MOTIVO
        MOVE SPACES TO WA-ALR-TEXTO
        STRING WA-NOME-BASE DELIMITED BY SPACE
               " - "        DELIMITED BY SIZE
               WA-MOTIVO    DELIMITED BY "   "
               INTO WA-ALR-TEXTO
        MOVE "A" TO WA-ALR-SEVERIDADE
        CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                               WA-ALR-TEXTO, WA-ALR-RETORNO
        END-CALL
    END-IF.
    PERFORM 7200-GRAVAR-HISTORICO-RODADA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

3000-ARQUIVAR-ARQUIVO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* CONTROLE DO ARQUIVO: NOME, CAMPO DE DATA, IDADE (>= 12 MESES) E     *
* PERIODO.  QUALQUER COISA ERRADA VIRA MOTIVO E O ARQUIVO E PULADO.   *
*--------------------------------------------------------------------*
3100-VALIDAR-CONTROLE.
    IF  CTL-ARQUIVO = SPACES OR CTL-CAMPO-DATA = SPACES
        MOVE "CONTROLE SEM ARQUIVO OU SEM CAMPO DE DATA" TO WA-MOTIVO
        GO TO 3100-VALIDAR-CONTROLE-EXIT
    END-IF.
    IF  CTL-IDADE-MESES = SPACES
        MOVE 24 TO WA-IDADE-MESES
    ELSE
        IF  CTL-IDADE-MESES NOT NUMERIC
            MOVE "IDADE-MESES NAO NUMERICA NO CONTROLE" TO WA-MOTIVO
            GO TO 3100-VALIDAR-CONTROLE-EXIT
        END-IF
        MOVE CTL-IDADE-MESES TO WA-IDADE-MESES
    END-IF.
    IF  WA-IDADE-MESES < 12
        MOVE "IDADE-MESES MENOR QUE 12 - NAO ARQUIVA O ANO CORRENTE"
            TO WA-MOTIVO
        GO TO 3100-VALIDAR-CONTROLE-EXIT
    END-IF.
    MOVE FUNCTION UPPER-CASE(CTL-PERIODO) TO WA-PERIODO.
    IF  WA-PERIODO = SPACES
        MOVE "A" TO WA-PERIODO
    END-IF.
    IF  WA-PERIODO NOT = "A" AND NOT = "T"
        MOVE "PERIODO DIFERENTE DE A (ANUAL) E T (TRIMESTRAL)"
            TO WA-MOTIVO
        GO TO 3100-VALIDAR-CONTROLE-EXIT
    END-IF.
    IF  CTL-CAMPO-SITUACAO NOT = SPACES AND CTL-VALOR-FECHADO = SPACES
        MOVE "CAMPO DE SITUACAO SEM O VALOR FECHADO NO CONTROLE"
            TO WA-MOTIVO
        GO TO 3100-VALIDAR-CONTROLE-EXIT
    END-IF.

3100-VALIDAR-CONTROLE-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* CORTE = DIA 1 DO MES (MOVIMENTO - IDADE-MESES).  MESES CONTADOS A   *
* PARTIR DO ANO ZERO PARA NAO TRATAR A VIRADA DE ANO A PARTE.         *
*--------------------------------------------------------------------*
3150-CALCULAR-CORTE.
    COMPUTE WA-MESES-TOTAL = WA-ROD-ANO * 12 + WA-ROD-MES - 1
                           - WA-IDADE-MESES.
    DIVIDE WA-MESES-TOTAL BY 12 GIVING WA-COR-ANO
                                REMAINDER WA-COR-MES.
    ADD 1 TO WA-COR-MES.
    MOVE 01 TO WA-COR-DIA.

*--------------------------------------------------------------------*
* JA HOUVE ARQUIVAMENTO OK DESTE ARQUIVO NO ANO (PERIODO "A") OU NO   *
* TRIMESTRE (PERIODO "T") DA DATA DE MOVIMENTO?                       *
*--------------------------------------------------------------------*
3200-CONFERIR-PERIODO.
    MOVE "N" TO WA-JA-ARQUIVADO.
    OPEN INPUT ARQ-HIST.
    IF  SW-STATUS-ARH(1:1) = ZEROS
        MOVE "N" TO WA-FIM-ARH
        PERFORM 3210-LER-HISTORICO-RODADA
                WITH TEST AFTER
                UNTIL WA-FIM-ARH-SIM
        CLOSE ARQ-HIST
    END-IF.

3210-LER-HISTORICO-RODADA.
    READ ARQ-HIST
         AT END SET WA-FIM-ARH-SIM TO TRUE
         NOT AT END
             IF  ARH-ARQUIVO = WA-NOME-BASE AND ARH-SITUACAO = "OK"
                 AND ARH-DATA NUMERIC
                 MOVE ARH-DATA TO WA-DATA-ARH
                 COMPUTE WA-ARH-TRIMESTRE = (WA-ARH-MES - 1) / 3 + 1
                 IF  WA-ARH-ANO = WA-ROD-ANO
                     AND (NOT WA-PERIODO-TRIMESTRAL
                          OR WA-ARH-TRIMESTRE = WA-ROD-TRIMESTRE)
                     MOVE "S" TO WA-JA-ARQUIVADO
                 END-IF
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* A REDE: ULTIMA GERACAO DO ARQUIVO NO CATALOGO DO VENDBKP COM A DATA *
* DE MOVIMENTO TEM QUE ESTAR OK, E O VIVO TEM QUE TER AINDA O HASH    *
* DA COPIA VERIFICADA (NADA MUDOU ENTRE O BACKUP E ESTE PASSO).       *
*--------------------------------------------------------------------*
3300-CONFERIR-BACKUP.
    MOVE "N" TO WA-GERACAO-OK.
    MOVE SPACES TO WA-GER-SITUACAO WA-GER-MD5 WA-GER-SHA256
                   WA-GER-DESTINO.
    OPEN INPUT BKP-CAT.
    IF  SW-STATUS-CAT(1:1) NOT = ZEROS
        MOVE "SEM CATALOGO DO VENDBKP (vendbkp-cat.ctl)" TO WA-MOTIVO
        GO TO 3300-CONFERIR-BACKUP-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-CAT.
    PERFORM 3310-LER-CATALOGO
            WITH TEST AFTER
            UNTIL WA-FIM-CAT-SIM.
    CLOSE BKP-CAT.

    IF  WA-GER-SITUACAO = SPACES
        MOVE "SEM GERACAO DO VENDBKP NA DATA DE MOVIMENTO" TO WA-MOTIVO
        GO TO 3300-CONFERIR-BACKUP-EXIT
    END-IF.
    IF  WA-GER-SITUACAO NOT = "OK"
        MOVE "GERACAO DO VENDBKP DO DIA NAO FOI VERIFICADA OK"
            TO WA-MOTIVO
        GO TO 3300-CONFERIR-BACKUP-EXIT
    END-IF.

    MOVE WA-ARQ-VIVO TO WA-ARQUIVO-HASH.
    PERFORM 6000-HASHEAR-ARQUIVO.
    IF  WA-MD5-HASH = SPACES OR WA-SHA256-HASH = SPACES
        MOVE "HASH DO VIVO FALHOU" TO WA-MOTIVO
        GO TO 3300-CONFERIR-BACKUP-EXIT
    END-IF.
    IF  WA-MD5-HASH NOT = WA-GER-MD5
        OR WA-SHA256-HASH NOT = WA-GER-SHA256
        MOVE "VIVO MUDOU DEPOIS DO BACKUP VERIFICADO DO DIA"
            TO WA-MOTIVO
        GO TO 3300-CONFERIR-BACKUP-EXIT
    END-IF.

    MOVE SPACES TO RPT-LINHA.
    STRING "  BACKUP VERIFICADO: " DELIMITED BY SIZE
           WA-GER-DESTINO          DELIMITED BY "   "
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

3300-CONFERIR-BACKUP-EXIT.
    EXIT.

3310-LER-CATALOGO.
    READ BKP-CAT
         AT END SET WA-FIM-CAT-SIM TO TRUE
         NOT AT END
             IF  BKC-ARQUIVO = WA-ARQ-VIVO
                 AND BKC-DATA = WA-DATA-RODADA
                 MOVE BKC-SITUACAO TO WA-GER-SITUACAO
                 MOVE BKC-MD5      TO WA-GER-MD5
                 MOVE BKC-SHA256   TO WA-GER-SHA256
                 MOVE BKC-DESTINO  TO WA-GER-DESTINO
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* CAMPO DE DATA (8 BYTES, AAAAMMDD), CAMPO DE SITUACAO (ATE 20) E OS  *
* SEGMENTOS DA CHAVE PRIMARIA.  NOME DE CAMPO SEM DIFERENCA DE CAIXA. *
*--------------------------------------------------------------------*
3400-LOCALIZAR-CAMPOS.
    MOVE FUNCTION UPPER-CASE(CTL-CAMPO-DATA) TO WA-CAMPO-PROCURADO.
    PERFORM 3410-PROCURAR-CAMPO.
    IF  NOT WA-ACHOU-SIM
        MOVE "CAMPO DE DATA NAO EXISTE NA XFD" TO WA-MOTIVO
        GO TO 3400-LOCALIZAR-CAMPOS-EXIT
    END-IF.
    IF  WA-ACHOU-LENGTH NOT = 8
        OR WA-ACHOU-OFFSET + 8 > 4000
        MOVE "CAMPO DE DATA NAO TEM 8 BYTES (AAAAMMDD)" TO WA-MOTIVO
        GO TO 3400-LOCALIZAR-CAMPOS-EXIT
    END-IF.
    MOVE WA-ACHOU-OFFSET TO WA-DATA-OFFSET.
    MOVE WA-ACHOU-LENGTH TO WA-DATA-LENGTH.

    MOVE "N" TO WA-USA-SITUACAO.
    IF  CTL-CAMPO-SITUACAO NOT = SPACES
        MOVE FUNCTION UPPER-CASE(CTL-CAMPO-SITUACAO)
          TO WA-CAMPO-PROCURADO
        PERFORM 3410-PROCURAR-CAMPO
        IF  NOT WA-ACHOU-SIM
            MOVE "CAMPO DE SITUACAO NAO EXISTE NA XFD" TO WA-MOTIVO
            GO TO 3400-LOCALIZAR-CAMPOS-EXIT
        END-IF
        IF  WA-ACHOU-LENGTH = ZEROS OR WA-ACHOU-LENGTH > 20
            OR WA-ACHOU-OFFSET + WA-ACHOU-LENGTH > 4000
            MOVE "CAMPO DE SITUACAO FORA DO LIMITE (1 A 20 BYTES)"
                TO WA-MOTIVO
            GO TO 3400-LOCALIZAR-CAMPOS-EXIT
        END-IF
        MOVE WA-ACHOU-OFFSET   TO WA-SIT-OFFSET
        MOVE WA-ACHOU-LENGTH   TO WA-SIT-LENGTH
        MOVE CTL-VALOR-FECHADO TO WA-VALOR-FECHADO
        MOVE "S" TO WA-USA-SITUACAO
    END-IF.

    MOVE ZEROS TO WA-QTD-SEGMENTOS.
    MOVE 1 TO XFD-KEY-INDEX.
    CALL "parsexfd" USING GET-KEY-INFO-OP.
    IF  NOT PARSE-ERROR
        PERFORM 3420-GUARDAR-SEGMENTO
                VARYING WA-SEG-IDX FROM 1 BY 1
                UNTIL WA-SEG-IDX > XFD-NUMBER-OF-SEGMENTS
                   OR WA-SEG-IDX > 16
    END-IF.

3400-LOCALIZAR-CAMPOS-EXIT.
    EXIT.

3410-PROCURAR-CAMPO.
    MOVE "N" TO WA-ACHOU.
    PERFORM 3411-COMPARAR-CAMPO
            VARYING XFD-FIELD-INDEX FROM 1 BY 1
            UNTIL XFD-FIELD-INDEX > XFD-TOTAL-NUMBER-FIELDS
               OR WA-ACHOU-SIM.

3411-COMPARAR-CAMPO.
    CALL "parsexfd" USING GET-FIELD-INFO-OP.
    IF  FUNCTION UPPER-CASE(XFD-FIELD-NAME(1:32)) = WA-CAMPO-PROCURADO
        MOVE "S"              TO WA-ACHOU
        MOVE XFD-FIELD-OFFSET TO WA-ACHOU-OFFSET
        MOVE XFD-FIELD-LENGTH TO WA-ACHOU-LENGTH
    END-IF.

3420-GUARDAR-SEGMENTO.
    MOVE WA-SEG-IDX TO WA-QTD-SEGMENTOS.
    MOVE XFD-SEGMENT-OFFSET(WA-SEG-IDX) TO WA-SEG-OFFSET(WA-SEG-IDX).
    MOVE XFD-SEGMENT-LENGTH(WA-SEG-IDX) TO WA-SEG-LENGTH(WA-SEG-IDX).

*--------------------------------------------------------------------*
* 1A PASSADA: CLASSIFICA CADA REGISTRO E CONTA POR ANO.               *
*--------------------------------------------------------------------*
3500-CONTAR-REGISTRO.
    READ VIVO-FILE NEXT RECORD
         AT END SET WA-FIM-VIVO-SIM TO TRUE
    END-READ.
    IF  NOT WA-FIM-VIVO-SIM
        IF  SW-STATUS-VIV(1:1) NOT = ZEROS
            MOVE SPACES TO WA-MOTIVO
            STRING "LEITURA DO VIVO FALHOU NA CONTAGEM, STATUS "
                                 DELIMITED BY SIZE
                   SW-STATUS-VIV DELIMITED BY SIZE
                   INTO WA-MOTIVO
            MOVE "S" TO WA-FALHOU
            SET WA-FIM-VIVO-SIM TO TRUE
        ELSE
            ADD 1 TO WA-TOTAL-LIDOS
            MOVE VIVO-REC TO WA-REG
            PERFORM 5100-CLASSIFICAR-REGISTRO
                    THRU 5100-CLASSIFICAR-REGISTRO-EXIT
        END-IF
    END-IF.

*--------------------------------------------------------------------*
* HISTORICO DE UM ANO: COPIA A XFD SE AINDA NAO TEM; SE O ARQUIVO NAO *
* EXISTE, CRIA COMO COPIA DO VIVO E ESVAZIA (MESMOS INDICES); CONTA   *
* O QUE JA TEM ANTES DA MOVIMENTACAO.                                 *
*--------------------------------------------------------------------*
3600-PREPARAR-HISTORICO.
    MOVE WA-ANO(WA-ANO-IDX) TO WA-ANO-ABERTO.
    PERFORM 3700-MONTAR-NOMES-HISTORICO.
    MOVE ZEROS TO WA-ANO-ANTES(WA-ANO-IDX) WA-ANO-GRAVADOS(WA-ANO-IDX)
                  WA-ANO-DEPOIS(WA-ANO-IDX) WA-ANO-CONFLITOS(WA-ANO-IDX).
    MOVE "N"    TO WA-ANO-CRIADO(WA-ANO-IDX).
    MOVE SPACES TO WA-ANO-MD5(WA-ANO-IDX).

    OPEN INPUT HSEQ-FILE.
    IF  SW-STATUS-HSQ = "35"
        PERFORM 3610-CRIAR-HISTORICO
                THRU 3610-CRIAR-HISTORICO-EXIT
        IF  WA-FALHOU-SIM
            GO TO 3600-PREPARAR-HISTORICO-EXIT
        END-IF
        OPEN INPUT HSEQ-FILE
    END-IF.
    IF  SW-STATUS-HSQ(1:1) NOT = ZEROS
        MOVE SPACES TO WA-MOTIVO
        STRING "NAO ABRIU O HISTORICO "   DELIMITED BY SIZE
               WA-ARQ-HIST                DELIMITED BY SPACE
               ", STATUS "                DELIMITED BY SIZE
               SW-STATUS-HSQ              DELIMITED BY SIZE
               INTO WA-MOTIVO
        MOVE "S" TO WA-FALHOU
        GO TO 3600-PREPARAR-HISTORICO-EXIT
    END-IF.
    PERFORM 3620-CONTAR-HISTORICO.
    MOVE WA-CONTAGEM TO WA-ANO-ANTES(WA-ANO-IDX).

*   A XFD VAI POR ULTIMO: HISTORICO QUE JA EXISTIA (CRIADO POR OUTRA
*   RODADA) TAMBEM GANHA A XFD SE ALGUEM A APAGOU.
    CALL "C$COPY" USING WA-XFD-VIVO, WA-XFD-HIST, "S"
         GIVING RETURN-CODE
    END-CALL.
    IF  RETURN-CODE NOT = ZEROS
        MOVE SPACES TO WA-MOTIVO
        STRING "COPIA DA XFD PARA "       DELIMITED BY SIZE
               WA-XFD-HIST                DELIMITED BY SPACE
               " FALHOU"                  DELIMITED BY SIZE
               INTO WA-MOTIVO
        MOVE "S" TO WA-FALHOU
    END-IF.

3600-PREPARAR-HISTORICO-EXIT.
    EXIT.

3610-CRIAR-HISTORICO.
    MOVE "S" TO WA-ANO-CRIADO(WA-ANO-IDX).
    CALL "C$COPY" USING WA-ARQ-VIVO, WA-ARQ-HIST, "I"
         GIVING RETURN-CODE
    END-CALL.
    IF  RETURN-CODE NOT = ZEROS
        MOVE SPACES TO WA-MOTIVO
        STRING "CRIACAO DO HISTORICO "    DELIMITED BY SIZE
               WA-ARQ-HIST                DELIMITED BY SPACE
               " (COPIA DO VIVO) FALHOU"  DELIMITED BY SIZE
               INTO WA-MOTIVO
        MOVE "S" TO WA-FALHOU
        GO TO 3610-CRIAR-HISTORICO-EXIT
    END-IF.
    OPEN I-O HSEQ-FILE.
    IF  SW-STATUS-HSQ(1:1) NOT = ZEROS
        MOVE SPACES TO WA-MOTIVO
        STRING "NAO ABRIU A COPIA PARA ESVAZIAR, STATUS "
                                          DELIMITED BY SIZE
               SW-STATUS-HSQ              DELIMITED BY SIZE
               INTO WA-MOTIVO
        MOVE "S" TO WA-FALHOU
        CALL "CBL_DELETE_FILE" USING WA-ARQ-HIST
        GO TO 3610-CRIAR-HISTORICO-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-HSEQ.
    PERFORM 3611-ESVAZIAR-REGISTRO
            WITH TEST AFTER
            UNTIL WA-FIM-HSEQ-SIM.
    CLOSE HSEQ-FILE.
    IF  WA-FALHOU-SIM
        CALL "CBL_DELETE_FILE" USING WA-ARQ-HIST
    END-IF.

3610-CRIAR-HISTORICO-EXIT.
    EXIT.

3611-ESVAZIAR-REGISTRO.
    READ HSEQ-FILE NEXT RECORD
         AT END SET WA-FIM-HSEQ-SIM TO TRUE
    END-READ.
    IF  NOT WA-FIM-HSEQ-SIM
        IF  SW-STATUS-HSQ(1:1) = ZEROS
            DELETE HSEQ-FILE RECORD
            END-DELETE
        END-IF
        IF  SW-STATUS-HSQ(1:1) NOT = ZEROS
            MOVE SPACES TO WA-MOTIVO
            STRING "ESVAZIAMENTO DA COPIA FALHOU, STATUS "
                                      DELIMITED BY SIZE
                   SW-STATUS-HSQ      DELIMITED BY SIZE
                   INTO WA-MOTIVO
            MOVE "S" TO WA-FALHOU
            SET WA-FIM-HSEQ-SIM TO TRUE
        END-IF
    END-IF.

*--------------------------------------------------------------------*
* CONTA OS REGISTROS DO HISTORICO ABERTO EM HSEQ-FILE E FECHA.        *
*--------------------------------------------------------------------*
3620-CONTAR-HISTORICO.
    MOVE ZEROS TO WA-CONTAGEM.
    MOVE "N" TO WA-FIM-HSEQ.
    PERFORM 3621-CONTAR-REGISTRO-HISTORICO
            WITH TEST AFTER
            UNTIL WA-FIM-HSEQ-SIM.
    CLOSE HSEQ-FILE.

3621-CONTAR-REGISTRO-HISTORICO.
    READ HSEQ-FILE NEXT RECORD
         AT END SET WA-FIM-HSEQ-SIM TO TRUE
    END-READ.
    IF  NOT WA-FIM-HSEQ-SIM
        IF  SW-STATUS-HSQ(1:1) = ZEROS
            ADD 1 TO WA-CONTAGEM
        ELSE
            MOVE SPACES TO WA-MOTIVO
            STRING "LEITURA DO HISTORICO FALHOU, STATUS "
                                      DELIMITED BY SIZE
                   SW-STATUS-HSQ      DELIMITED BY SIZE
                   INTO WA-MOTIVO
            MOVE "S" TO WA-FALHOU
            SET WA-FIM-HSEQ-SIM TO TRUE
        END-IF
    END-IF.

3700-MONTAR-NOMES-HISTORICO.
    MOVE SPACES TO WA-ARQ-HIST WA-XFD-HIST.
    STRING "/multidad/vendas/"          DELIMITED BY SIZE
           FUNCTION TRIM(WA-NOME-BASE)  DELIMITED BY SIZE
           "-"                          DELIMITED BY SIZE
           WA-ANO-ABERTO                DELIMITED BY SIZE
           INTO WA-ARQ-HIST.
    STRING "/multidad/xfd/"             DELIMITED BY SIZE
           FUNCTION TRIM(WA-NOME-BASE)  DELIMITED BY SIZE
           "-"                          DELIMITED BY SIZE
           WA-ANO-ABERTO                DELIMITED BY SIZE
           ".xfd"                       DELIMITED BY SIZE
           INTO WA-XFD-HIST.

*--------------------------------------------------------------------*
* 2A PASSADA: O VIVO ABERTO EM I-O.  O HISTORICO DO ANO FICA ABERTO   *
* ENQUANTO OS REGISTROS SEGUIDOS FOREM DO MESMO ANO (CHAVE QUE CRESCE *
* COM O TEMPO QUASE NUNCA TROCA DE ANO NO MEIO).                      *
*--------------------------------------------------------------------*
4000-MOVER-REGISTROS.
    MOVE "2" TO WA-PASSADA.
    MOVE ZEROS TO WA-ANO-ABERTO.
    OPEN I-O VIVO-FILE.
    IF  SW-STATUS-VIV(1:1) NOT = ZEROS
        MOVE SPACES TO WA-MOTIVO
        STRING "NAO ABRIU O VIVO PARA MOVER, STATUS " DELIMITED BY SIZE
               SW-STATUS-VIV                          DELIMITED BY SIZE
               INTO WA-MOTIVO
        MOVE "S" TO WA-FALHOU
    ELSE
        MOVE "N" TO WA-FIM-VIVO
        PERFORM 4100-MOVER-REGISTRO
                THRU 4100-MOVER-REGISTRO-EXIT
                WITH TEST AFTER
                UNTIL WA-FIM-VIVO-SIM
        CLOSE VIVO-FILE
        IF  WA-ANO-ABERTO NOT = ZEROS
            CLOSE HIST-FILE
        END-IF
    END-IF.

4100-MOVER-REGISTRO.
    READ VIVO-FILE NEXT RECORD
         AT END SET WA-FIM-VIVO-SIM TO TRUE
    END-READ.
    IF  WA-FIM-VIVO-SIM
        GO TO 4100-MOVER-REGISTRO-EXIT
    END-IF.
    IF  SW-STATUS-VIV(1:1) NOT = ZEROS
        MOVE SPACES TO WA-MOTIVO
        STRING "LEITURA DO VIVO FALHOU NA MOVIMENTACAO, STATUS "
                             DELIMITED BY SIZE
               SW-STATUS-VIV DELIMITED BY SIZE
               INTO WA-MOTIVO
        MOVE "S" TO WA-FALHOU
        SET WA-FIM-VIVO-SIM TO TRUE
        GO TO 4100-MOVER-REGISTRO-EXIT
    END-IF.
    MOVE VIVO-REC TO WA-REG.
    PERFORM 5100-CLASSIFICAR-REGISTRO
            THRU 5100-CLASSIFICAR-REGISTRO-EXIT.
    IF  NOT WA-CANDIDATO-SIM
        GO TO 4100-MOVER-REGISTRO-EXIT
    END-IF.

    IF  WA-ANO(WA-ANO-ACHADO) NOT = WA-ANO-ABERTO
        PERFORM 4110-TROCAR-HISTORICO
                THRU 4110-TROCAR-HISTORICO-EXIT
        IF  WA-FALHOU-SIM
            SET WA-FIM-VIVO-SIM TO TRUE
            GO TO 4100-MOVER-REGISTRO-EXIT
        END-IF
    END-IF.

    MOVE WA-REG TO HIST-REC.
    WRITE HIST-REC
          INVALID KEY CONTINUE
    END-WRITE.
    IF  SW-STATUS-HIS = "22"
        ADD 1 TO WA-TOTAL-CONFLITOS
        ADD 1 TO WA-ANO-CONFLITOS(WA-ANO-ACHADO)
        PERFORM 4200-AMOSTRAR-CONFLITO
        GO TO 4100-MOVER-REGISTRO-EXIT
    END-IF.
    IF  SW-STATUS-HIS(1:1) NOT = ZEROS
        MOVE SPACES TO WA-MOTIVO
        STRING "GRAVACAO NO HISTORICO FALHOU, STATUS " DELIMITED BY SIZE
               SW-STATUS-HIS                           DELIMITED BY SIZE
               INTO WA-MOTIVO
        MOVE "S" TO WA-FALHOU
        SET WA-FIM-VIVO-SIM TO TRUE
        GO TO 4100-MOVER-REGISTRO-EXIT
    END-IF.
    ADD 1 TO WA-ANO-GRAVADOS(WA-ANO-ACHADO).

    DELETE VIVO-FILE RECORD
    END-DELETE.
    IF  SW-STATUS-VIV(1:1) NOT = ZEROS
*       O REGISTRO FICOU NOS DOIS - A RECONTAGEM ACUSA E A PROXIMA
*       RODADA O VE COMO CONFLITO.
        MOVE SPACES TO WA-MOTIVO
        STRING "EXCLUSAO DO VIVO FALHOU, STATUS " DELIMITED BY SIZE
               SW-STATUS-VIV                      DELIMITED BY SIZE
               INTO WA-MOTIVO
        MOVE "S" TO WA-FALHOU
        SET WA-FIM-VIVO-SIM TO TRUE
        GO TO 4100-MOVER-REGISTRO-EXIT
    END-IF.
    ADD 1 TO WA-TOTAL-MOVIDOS.

4100-MOVER-REGISTRO-EXIT.
    EXIT.

4110-TROCAR-HISTORICO.
    IF  WA-ANO-ABERTO NOT = ZEROS
        CLOSE HIST-FILE
    END-IF.
    MOVE WA-ANO(WA-ANO-ACHADO) TO WA-ANO-ABERTO.
    PERFORM 3700-MONTAR-NOMES-HISTORICO.
    OPEN I-O HIST-FILE.
    IF  SW-STATUS-HIS(1:1) NOT = ZEROS
        MOVE SPACES TO WA-MOTIVO
        STRING "NAO ABRIU O HISTORICO "   DELIMITED BY SIZE
               WA-ARQ-HIST                DELIMITED BY SPACE
               " PARA GRAVAR, STATUS "    DELIMITED BY SIZE
               SW-STATUS-HIS              DELIMITED BY SIZE
               INTO WA-MOTIVO
        MOVE ZEROS TO WA-ANO-ABERTO
        MOVE "S" TO WA-FALHOU
    END-IF.

4110-TROCAR-HISTORICO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* AS PRIMEIRAS 10 CHAVES EM CONFLITO VAO PARA O RELATORIO - CONFERIR  *
* COM O RECVIEW NO VIVO E NO HISTORICO DO ANO.                        *
*--------------------------------------------------------------------*
4200-AMOSTRAR-CONFLITO.
    IF  WA-QTD-AMOSTRAS < 10
        ADD 1 TO WA-QTD-AMOSTRAS
        MOVE SPACES TO WA-CHAVE
        MOVE 1 TO WA-CHAVE-POS
        PERFORM 4210-JUNTAR-SEGMENTO
                VARYING WA-SEG-IDX FROM 1 BY 1
                UNTIL WA-SEG-IDX > WA-QTD-SEGMENTOS
        MOVE SPACES TO RPT-LINHA
        STRING "  CONFLITO "         DELIMITED BY SIZE
               WA-ANO-ABERTO         DELIMITED BY SIZE
               " - CHAVE JA NO HISTORICO, FICOU NO VIVO: "
                                     DELIMITED BY SIZE
               WA-CHAVE              DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.

4210-JUNTAR-SEGMENTO.
    IF  WA-CHAVE-POS + WA-SEG-LENGTH(WA-SEG-IDX) <= 61
        AND WA-SEG-OFFSET(WA-SEG-IDX) + WA-SEG-LENGTH(WA-SEG-IDX)
            <= 4000
        MOVE WA-REG(WA-SEG-OFFSET(WA-SEG-IDX) + 1 :
                    WA-SEG-LENGTH(WA-SEG-IDX))
          TO WA-CHAVE(WA-CHAVE-POS : WA-SEG-LENGTH(WA-SEG-IDX))
        ADD WA-SEG-LENGTH(WA-SEG-IDX) TO WA-CHAVE-POS
    END-IF.

*--------------------------------------------------------------------*
* RECONTAGEM DEPOIS DA MOVIMENTACAO.  O QUE TEM QUE FECHAR:           *
*   LIDOS          = MOVIDOS + RESTANTES NO VIVO;                     *
*   DEPOIS DO ANO  = ANTES + GRAVADOS DO ANO;                         *
*   MOVIDOS        = SOMA DOS GRAVADOS.                               *
*--------------------------------------------------------------------*
4500-RECONTAR.
    MOVE ZEROS TO WA-TOTAL-RESTANTES WA-SOMA-HISTORICO.
    OPEN INPUT VIVO-FILE.
    IF  SW-STATUS-VIV(1:1) NOT = ZEROS
        MOVE SPACES TO WA-MOTIVO
        STRING "NAO ABRIU O VIVO PARA RECONTAR, STATUS "
                             DELIMITED BY SIZE
               SW-STATUS-VIV DELIMITED BY SIZE
               INTO WA-MOTIVO
        MOVE "S" TO WA-FALHOU
        GO TO 4500-RECONTAR-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-VIVO.
    PERFORM 4510-CONTAR-VIVO
            WITH TEST AFTER
            UNTIL WA-FIM-VIVO-SIM.
    CLOSE VIVO-FILE.

    PERFORM 4520-RECONTAR-ANO
            VARYING WA-ANO-IDX FROM 1 BY 1
            UNTIL WA-ANO-IDX > WA-QTD-ANOS.

    IF  WA-TOTAL-LIDOS NOT = WA-TOTAL-MOVIDOS + WA-TOTAL-RESTANTES
        OR WA-SOMA-HISTORICO NOT = WA-TOTAL-MOVIDOS
        IF  WA-MOTIVO = SPACES
            MOVE "CONTAGEM NAO FECHA (LIDOS X MOVIDOS + RESTANTES)"
                TO WA-MOTIVO
        END-IF
        MOVE "S" TO WA-FALHOU
    END-IF.

4500-RECONTAR-EXIT.
    EXIT.

4510-CONTAR-VIVO.
    READ VIVO-FILE NEXT RECORD
         AT END SET WA-FIM-VIVO-SIM TO TRUE
    END-READ.
    IF  NOT WA-FIM-VIVO-SIM
        IF  SW-STATUS-VIV(1:1) = ZEROS
            ADD 1 TO WA-TOTAL-RESTANTES
        ELSE
            MOVE SPACES TO WA-MOTIVO
            STRING "LEITURA DO VIVO FALHOU NA RECONTAGEM, STATUS "
                                 DELIMITED BY SIZE
                   SW-STATUS-VIV DELIMITED BY SIZE
                   INTO WA-MOTIVO
            MOVE "S" TO WA-FALHOU
            SET WA-FIM-VIVO-SIM TO TRUE
        END-IF
    END-IF.

4520-RECONTAR-ANO.
    MOVE WA-ANO(WA-ANO-IDX) TO WA-ANO-ABERTO.
    PERFORM 3700-MONTAR-NOMES-HISTORICO.
    ADD WA-ANO-GRAVADOS(WA-ANO-IDX) TO WA-SOMA-HISTORICO.
    OPEN INPUT HSEQ-FILE.
    IF  SW-STATUS-HSQ(1:1) NOT = ZEROS
        MOVE SPACES TO WA-MOTIVO
        STRING "NAO ABRIU O HISTORICO "   DELIMITED BY SIZE
               WA-ARQ-HIST                DELIMITED BY SPACE
               " PARA RECONTAR, STATUS "  DELIMITED BY SIZE
               SW-STATUS-HSQ              DELIMITED BY SIZE
               INTO WA-MOTIVO
        MOVE "S" TO WA-FALHOU
    ELSE
        PERFORM 3620-CONTAR-HISTORICO
        MOVE WA-CONTAGEM TO WA-ANO-DEPOIS(WA-ANO-IDX)
        IF  WA-ANO-DEPOIS(WA-ANO-IDX) NOT =
            WA-ANO-ANTES(WA-ANO-IDX) + WA-ANO-GRAVADOS(WA-ANO-IDX)
            MOVE SPACES TO WA-MOTIVO
            STRING "HISTORICO "                DELIMITED BY SIZE
                   WA-ARQ-HIST                 DELIMITED BY SPACE
                   " NAO CRESCEU O QUE RECEBEU" DELIMITED BY SIZE
                   INTO WA-MOTIVO
            MOVE "S" TO WA-FALHOU
        END-IF
    END-IF.

*--------------------------------------------------------------------*
* RELATORIO DO ARQUIVO: UMA LINHA POR ANO E A CONFERENCIA GERAL.      *
*--------------------------------------------------------------------*
5000-RELATAR-ARQUIVO.
    PERFORM 5010-RELATAR-ANO
            VARYING WA-ANO-IDX FROM 1 BY 1
            UNTIL WA-ANO-IDX > WA-QTD-ANOS.
    MOVE WA-TOTAL-LIDOS TO WA-ED-QTD.
    MOVE WA-TOTAL-MOVIDOS TO WA-ED-QTD2.
    MOVE WA-TOTAL-RESTANTES TO WA-ED-QTD3.
    MOVE SPACES TO RPT-LINHA.
    MOVE 1 TO WA-PTR.
    STRING "  CONFERENCIA: LIDOS " DELIMITED BY SIZE
           WA-ED-QTD               DELIMITED BY SIZE
           " = MOVIDOS "           DELIMITED BY SIZE
           WA-ED-QTD2              DELIMITED BY SIZE
           " + RESTANTES NO VIVO " DELIMITED BY SIZE
           WA-ED-QTD3              DELIMITED BY SIZE
           INTO RPT-LINHA
           WITH POINTER WA-PTR.
    IF  WA-TOTAL-LIDOS = WA-TOTAL-MOVIDOS + WA-TOTAL-RESTANTES
        STRING " - CONFERE"     DELIMITED BY SIZE
               INTO RPT-LINHA
               WITH POINTER WA-PTR
    ELSE
        STRING " - NAO CONFERE" DELIMITED BY SIZE
               INTO RPT-LINHA
               WITH POINTER WA-PTR
    END-IF.
    WRITE RPT-LINHA.

5010-RELATAR-ANO.
    MOVE WA-ANO(WA-ANO-IDX) TO WA-ANO-ABERTO.
    PERFORM 3700-MONTAR-NOMES-HISTORICO.
    MOVE WA-ANO-ANTES(WA-ANO-IDX) TO WA-ED-QTD.
    MOVE WA-ANO-GRAVADOS(WA-ANO-IDX) TO WA-ED-QTD2.
    MOVE WA-ANO-DEPOIS(WA-ANO-IDX) TO WA-ED-QTD3.
    MOVE SPACES TO RPT-LINHA.
    STRING "  "                 DELIMITED BY SIZE
           WA-ARQ-HIST          DELIMITED BY SPACE
           " ANTES "            DELIMITED BY SIZE
           WA-ED-QTD            DELIMITED BY SIZE
           " GRAVADOS "         DELIMITED BY SIZE
           WA-ED-QTD2           DELIMITED BY SIZE
           " DEPOIS "           DELIMITED BY SIZE
           WA-ED-QTD3           DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    IF  WA-ANO-CONFLITOS(WA-ANO-IDX) > ZEROS
        OR WA-ANO-CRIADO(WA-ANO-IDX) = "S"
        OR WA-ANO-MD5(WA-ANO-IDX) NOT = SPACES
        MOVE WA-ANO-CONFLITOS(WA-ANO-IDX) TO WA-ED-QTD
        MOVE SPACES TO RPT-LINHA
        MOVE 1 TO WA-PTR
        STRING "      CONFLITOS " DELIMITED BY SIZE
               WA-ED-QTD          DELIMITED BY SIZE
               INTO RPT-LINHA
               WITH POINTER WA-PTR
        IF  WA-ANO-CRIADO(WA-ANO-IDX) = "S"
            STRING "  (CRIADO NESTA RODADA)" DELIMITED BY SIZE
                   INTO RPT-LINHA
                   WITH POINTER WA-PTR
        END-IF
        IF  WA-ANO-MD5(WA-ANO-IDX) NOT = SPACES
            STRING "  MD5 "               DELIMITED BY SIZE
                   WA-ANO-MD5(WA-ANO-IDX) DELIMITED BY SIZE
                   " NO ckrepo.ctl"       DELIMITED BY SIZE
                   INTO RPT-LINHA
                   WITH POINTER WA-PTR
        END-IF
        WRITE RPT-LINHA
    END-IF.

*--------------------------------------------------------------------*
* DATA ANTES DO CORTE E (SE HA CAMPO DE SITUACAO) FECHADO = CANDIDATO.*
* NA 1A PASSADA CONTA E ABRE O ANO NA TABELA; NA 2A SO ACHA O ANO.    *
*--------------------------------------------------------------------*
5100-CLASSIFICAR-REGISTRO.
    MOVE "N" TO WA-CANDIDATO.
    MOVE WA-REG(WA-DATA-OFFSET + 1 : 8) TO WA-DATA-REG-X.
    IF  WA-DATA-REG-X NOT NUMERIC
        OR WA-REG-ANO < 1900
        OR WA-REG-MES < 1 OR WA-REG-MES > 12
        OR WA-REG-DIA < 1 OR WA-REG-DIA > 31
        IF  WA-PASSADA-CONTAGEM
            ADD 1 TO WA-TOTAL-DATA-INVALIDA
        END-IF
        GO TO 5100-CLASSIFICAR-REGISTRO-EXIT
    END-IF.
*   31/02 OU 31/04 PASSAM NO TESTE DE FAIXA - A VOLTA PELO INTEIRO PEGA
*   (COMO NO DATAMOV).  DATA INEXISTENTE NAO E COMPARADA COM O CORTE.
    MOVE WA-DATA-REG-X TO WA-DATA-REG-NUM.
    IF  FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(WA-DATA-REG-NUM))
        NOT = WA-DATA-REG-NUM
        IF  WA-PASSADA-CONTAGEM
            ADD 1 TO WA-TOTAL-DATA-INVALIDA
        END-IF
        GO TO 5100-CLASSIFICAR-REGISTRO-EXIT
    END-IF.
    IF  WA-DATA-REG NOT < WA-DATA-CORTE
        IF  WA-PASSADA-CONTAGEM
            ADD 1 TO WA-TOTAL-RECENTES
        END-IF
        GO TO 5100-CLASSIFICAR-REGISTRO-EXIT
    END-IF.
    IF  WA-USA-SITUACAO-SIM
        IF  WA-REG(WA-SIT-OFFSET + 1 : WA-SIT-LENGTH)
            NOT = WA-VALOR-FECHADO(1 : WA-SIT-LENGTH)
            IF  WA-PASSADA-CONTAGEM
                ADD 1 TO WA-TOTAL-ABERTOS
            END-IF
            GO TO 5100-CLASSIFICAR-REGISTRO-EXIT
        END-IF
    END-IF.

    MOVE ZEROS TO WA-ANO-ACHADO.
    PERFORM 5110-PROCURAR-ANO
            VARYING WA-ANO-IDX FROM 1 BY 1
            UNTIL WA-ANO-IDX > WA-QTD-ANOS OR WA-ANO-ACHADO > ZEROS.
    IF  WA-ANO-ACHADO = ZEROS
        IF  NOT WA-PASSADA-CONTAGEM
            GO TO 5100-CLASSIFICAR-REGISTRO-EXIT
        END-IF
        IF  WA-QTD-ANOS NOT < 60
            ADD 1 TO WA-TOTAL-FORA-TABELA
            GO TO 5100-CLASSIFICAR-REGISTRO-EXIT
        END-IF
        ADD 1 TO WA-QTD-ANOS
        MOVE WA-QTD-ANOS TO WA-ANO-ACHADO
        MOVE WA-REG-ANO  TO WA-ANO(WA-ANO-ACHADO)
        MOVE ZEROS       TO WA-ANO-CANDIDATOS(WA-ANO-ACHADO)
    END-IF.
    MOVE "S" TO WA-CANDIDATO.
    IF  WA-PASSADA-CONTAGEM
        ADD 1 TO WA-TOTAL-CANDIDATOS
        ADD 1 TO WA-ANO-CANDIDATOS(WA-ANO-ACHADO)
    END-IF.

5100-CLASSIFICAR-REGISTRO-EXIT.
    EXIT.

5110-PROCURAR-ANO.
    IF  WA-ANO(WA-ANO-IDX) = WA-REG-ANO
        MOVE WA-ANO-IDX TO WA-ANO-ACHADO
    END-IF.

*--------------------------------------------------------------------*
* HASH DE UM ARQUIVO (WA-ARQUIVO-HASH) - MESMA SEQUENCIA DO VENDBKP.  *
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
* HISTORICO QUE RECEBEU REGISTRO ENTRA (OU E ATUALIZADO) NO           *
* REPOSITORIO DE CHECKSUMS COM O HASH NOVO.                           *
*--------------------------------------------------------------------*
6100-REGISTRAR-HASHES.
    IF  WA-ANO-GRAVADOS(WA-ANO-IDX) > ZEROS
        MOVE WA-ANO(WA-ANO-IDX) TO WA-ANO-ABERTO
        PERFORM 3700-MONTAR-NOMES-HISTORICO
        MOVE WA-ARQ-HIST TO WA-ARQUIVO-HASH
        PERFORM 6000-HASHEAR-ARQUIVO
        IF  WA-MD5-HASH = SPACES OR WA-SHA256-HASH = SPACES
            MOVE SPACES TO WA-MOTIVO
            STRING "HASH DO HISTORICO "      DELIMITED BY SIZE
                   WA-ARQ-HIST               DELIMITED BY SPACE
                   " FALHOU"                 DELIMITED BY SIZE
                   INTO WA-MOTIVO
            MOVE "S" TO WA-FALHOU
        ELSE
            MOVE SPACES      TO WA-CKR-ARQUIVO
            MOVE WA-ARQ-HIST TO WA-CKR-ARQUIVO
            CALL "CKREPO" USING WA-CKR-ARQUIVO, WA-MD5-HASH,
                                 WA-SHA256-HASH, WA-CKR-JOB,
                                 WA-CKR-RETORNO,
                                 WA-CKR-MD5-ANTERIOR,
                                 WA-CKR-SHA256-ANTERIOR,
                                 WA-CKR-EXISTIA
            END-CALL
            IF  WA-CKR-OK
                MOVE WA-MD5-HASH TO WA-ANO-MD5(WA-ANO-IDX)
            ELSE
                MOVE SPACES TO WA-MOTIVO
                STRING "HISTORICO "              DELIMITED BY SIZE
                       WA-ARQ-HIST               DELIMITED BY SPACE
                       " NAO ENTROU NO ckrepo.ctl, RETORNO "
                                                 DELIMITED BY SIZE
                       WA-CKR-RETORNO            DELIMITED BY SIZE
                       INTO WA-MOTIVO
                MOVE "S" TO WA-FALHOU
            END-IF
        END-IF
    END-IF.

*--------------------------------------------------------------------*
* FALHOU: RELATORIO, HISTORICO DA RODADA E ALERTA "E".                *
*--------------------------------------------------------------------*
7000-REGISTRAR-FALHA.
    ADD 1 TO WA-ARQUIVOS-FALHOS.
    ADD WA-TOTAL-MOVIDOS TO WA-GERAL-MOVIDOS.
    MOVE "FALHOU" TO WA-SITUACAO.
    MOVE SPACES TO RPT-LINHA.
    STRING "  FALHOU - " DELIMITED BY SIZE
           WA-MOTIVO     DELIMITED BY "   "
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    PERFORM 7200-GRAVAR-HISTORICO-RODADA.
    MOVE SPACES TO WA-ALR-TEXTO.
    STRING WA-NOME-BASE DELIMITED BY SPACE
           " - ARQUIVAMENTO FALHOU: " DELIMITED BY SIZE
           WA-MOTIVO    DELIMITED BY "   "
           INTO WA-ALR-TEXTO.
    MOVE "E" TO WA-ALR-SEVERIDADE.
    CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                           WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.

*--------------------------------------------------------------------*
* PULADO (CONTROLE INVALIDO, SEM BACKUP VERIFICADO, XFD): NADA SAIU   *
* DO VIVO - RELATORIO, HISTORICO DA RODADA E ALERTA "A".              *
*--------------------------------------------------------------------*
7100-REGISTRAR-PULADO.
    ADD 1 TO WA-ARQUIVOS-PULADOS.
    MOVE "PULADO" TO WA-SITUACAO.
    MOVE SPACES TO RPT-LINHA.
    STRING WA-NOME-BASE  DELIMITED BY SPACE
           " - PULADO: " DELIMITED BY SIZE
           WA-MOTIVO     DELIMITED BY "   "
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    PERFORM 7200-GRAVAR-HISTORICO-RODADA.
    MOVE SPACES TO WA-ALR-TEXTO.
    STRING WA-NOME-BASE DELIMITED BY SPACE
           " - ARQUIVAMENTO NAO RODOU: " DELIMITED BY SIZE
           WA-MOTIVO    DELIMITED BY "   "
           INTO WA-ALR-TEXTO.
    MOVE "A" TO WA-ALR-SEVERIDADE.
    CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                           WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.

7200-GRAVAR-HISTORICO-RODADA.
    OPEN EXTEND ARQ-HIST.
    IF  SW-STATUS-ARH(1:1) = "3"
        OPEN OUTPUT ARQ-HIST
        CLOSE ARQ-HIST
        OPEN EXTEND ARQ-HIST
    END-IF.
    MOVE SPACES              TO ARH-LINHA.
    MOVE WA-DATA-RODADA      TO ARH-DATA.
    ACCEPT ARH-HORA FROM TIME.
    MOVE WA-NOME-BASE        TO ARH-ARQUIVO.
    MOVE WA-PERIODO          TO ARH-PERIODO.
    MOVE WA-DATA-CORTE       TO ARH-DATA-CORTE.
    MOVE WA-TOTAL-LIDOS      TO ARH-LIDOS.
    MOVE WA-TOTAL-MOVIDOS    TO ARH-MOVIDOS.
    MOVE WA-TOTAL-RESTANTES  TO ARH-RESTANTES.
    MOVE WA-TOTAL-CONFLITOS  TO ARH-CONFLITOS.
    MOVE WA-SITUACAO         TO ARH-SITUACAO.
    MOVE WA-MOTIVO           TO ARH-MOTIVO.
    WRITE ARH-LINHA.
    CLOSE ARQ-HIST.

8000-TRAILER.
    MOVE WA-GERAL-MOVIDOS TO WA-ED-QTD.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    STRING "ARQUIVOS OK: "      DELIMITED BY SIZE
           WA-ARQUIVOS-OK       DELIMITED BY SIZE
           "  PULADOS: "        DELIMITED BY SIZE
           WA-ARQUIVOS-PULADOS  DELIMITED BY SIZE
           "  FALHARAM: "       DELIMITED BY SIZE
           WA-ARQUIVOS-FALHOS   DELIMITED BY SIZE
           "  REGISTROS MOVIDOS: " DELIMITED BY SIZE
           WA-ED-QTD            DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

9999-FINALIZAR.
    CLOSE ARQ-CTL.
    CLOSE VENDARQ-RPT.
