IDENTIFICATION DIVISION.
PROGRAM-ID.    DRCHECK.
*------------------------------------------------------------------------------*
* CONFERENCIA DA COPIA DO SITE DE CONTINGENCIA (DR) CONTRA O REPOSITORIO DE    *
* CHECKSUMS.  O /multidad E REPLICADO PARA O DR TODA NOITE, MAS A UNICA PROVA  *
* DE QUE A COPIA PRESTA ERA O JOB DE REPLICACAO TER SAIDO COM ZERO.  O         *
* ckrepo.ctl JA TEM O MD5 E O SHA-256 CORRENTES DE TUDO QUE ACOMPANHAMOS -     *
* ESTE PASSO CONFERE O DR ARQUIVO POR ARQUIVO CONTRA ELE, DE UM DE DOIS        *
* JEITOS (MODO NO drcheck.ctl):                                                *
*                                                                              *
*   "E" EXPORTACAO - LE A EXPORTACAO DO REPOSITORIO DO DR (COPIA DO            *
*       ckrepo.ctl DE LA, MESMO LAYOUT, INDEXADO PELO CAMINHO NO DR) E         *
*       COMPARA HASH E CARIMBO DA ULTIMA CONFERENCIA;                          *
*   "M" MONTAGEM   - HASHEIA O ARQUIVO CORRESPONDENTE NA MONTAGEM DO DR COM A  *
*       MESMA MAQUINA MD5SHA256File DO VENDCKS (libmd5.so CONFERIDA PELO       *
*       DLLCHECK E PELO MD5SELF ANTES) E COMPARA HASH E DATA DE GRAVACAO DOS   *
*       DOIS LADOS (C$FILEINFO).                                               *
*                                                                              *
* O CAMINHO NO DR E O DO PRIMARIO COM O PREFIXO TROCADO (PREFIXO-PRIMARIO ->   *
* PREFIXO-DR; CAMINHO FORA DO PREFIXO FICA IGUAL).  CADA ENTRADA DO            *
* REPOSITORIO SAI COMO:                                                        *
*                                                                              *
*   IGUAL             - MESMO HASH (SHA-256; SEM ELE, MD5);                    *
*   FALTA NO DR       - NAO EXISTE NO DR;                                      *
*   MAIS ANTIGO NO DR - HASH DIFERENTE E O LADO DO DR E MAIS VELHO - COPIA     *
*                       QUE NAO ACOMPANHOU A ULTIMA MUDANCA;                   *
*   HASH DIFERENTE    - HASH DIFERENTE SEM O DR SER MAIS VELHO - CONTEUDO QUE  *
*                       DIVERGIU DE VERDADE.                                   *
*                                                                              *
* QUALQUER DIVERGENCIA EM ARQUIVO DA VENDAS (LISTADO EM vendcks-arquivos.ctl   *
* OU CONFERIDO PELO VENDCKS NO REPOSITORIO) VIRA ALERTA "E" NA CENTRAL.        *
*                                                                              *
* O RELATORIO E EVIDENCIA PARA A AUDITORIA: SAI DATADO (drcheck-AAAAMMDD.rpt), *
* COM O VEREDITO NO FIM; DEPOIS DE FECHADO, O PROPRIO RELATORIO E HASHEADO E   *
* GRAVADO NO REPOSITORIO DE CHECKSUMS (JOB DRCHECK) E UMA LINHA DE RESUMO COM  *
* O MD5 DELE VAI PARA drcheck-hist.txt (TRILHA SO DE ACRESCIMO - PODE ENTRAR   *
* NO audseal.ctl).  ALTERAR O RELATORIO DEPOIS DE ENTREGUE DEIXA DE SER        *
* SILENCIOSO.                                                                  *
*                                                                              *
* PARAMETROS (drcheck.ctl): MODO(1) PREFIXO-PRIMARIO(60) PREFIXO-DR(60)        *
* EXPORTACAO(100).  SEM O ARQUIVO: MODO "E", PREFIXOS EM BRANCO (MESMO         *
* CAMINHO NOS DOIS LADOS) E EXPORTACAO ckrepo-dr.ctl.  NO MODO "M" O           *
* PREFIXO-DR E OBRIGATORIO - SEM ELE O PASSO HASHEARIA O PROPRIO PRIMARIO.     *
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
    SELECT PARM-CTL ASSIGN "drcheck.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-PARM.

    SELECT CKREPO-FILE ASSIGN "ckrepo.ctl"
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY CR-ARQUIVO
           FILE STATUS SW-STATUS-CKR.

* EXPORTACAO DO REPOSITORIO DO DR (MODO "E").
    SELECT DR-REPO ASSIGN WA-NOME-EXPORTACAO
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY DRR-ARQUIVO
           FILE STATUS SW-STATUS-DRR.

* LISTA DOS ARQUIVOS DA VENDAS (A MESMA DO VENDCKS).
    SELECT VENDAS-LISTA ASSIGN "vendcks-arquivos.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-VEN.

    SELECT DRCHECK-RPT ASSIGN WA-NOME-RPT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

* TRILHA DAS RODADAS (UMA LINHA POR RODADA, SO DE ACRESCIMO).
    SELECT DRCHECK-HIST ASSIGN "drcheck-hist.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-HIS.

DATA DIVISION.
FILE SECTION.
FD  PARM-CTL.
01  PARM-LINHA.
    03  PARM-MODO                PIC X(001).
    03  PARM-PREFIXO-PRIMARIO    PIC X(060).
    03  PARM-PREFIXO-DR          PIC X(060).
    03  PARM-EXPORTACAO          PIC X(100).

FD  CKREPO-FILE.
copy "md5/ckrepo.ws".

* MESMO LAYOUT DO md5/ckrepo.ws - E O REPOSITORIO DO DR.
FD  DR-REPO.
01  DRR-RECORD.
    03  DRR-ARQUIVO              PIC X(200).
    03  DRR-MD5-ATUAL            PIC X(032).
    03  DRR-SHA256-ATUAL         PIC X(064).
    03  DRR-DATA                 PIC 9(008).
    03  DRR-HORA                 PIC 9(006).
    03  DRR-ULTIMO-JOB           PIC X(030).

FD  VENDAS-LISTA.
01  VEN-ARQUIVO                  PIC X(200).

FD  DRCHECK-RPT.
01  RPT-LINHA                    PIC X(250).

FD  DRCHECK-HIST.
01  HIS-LINHA.
    03  HIS-DATA                 PIC 9(008).
    03  FILLER                   PIC X(001).
    03  HIS-HORA                 PIC 9(006).
    03  FILLER                   PIC X(001).
    03  HIS-MODO                 PIC X(001).
    03  FILLER                   PIC X(001).
    03  HIS-CONFERIDOS           PIC 9(007).
    03  FILLER                   PIC X(001).
    03  HIS-IGUAIS               PIC 9(007).
    03  FILLER                   PIC X(001).
    03  HIS-FALTANDO             PIC 9(007).
    03  FILLER                   PIC X(001).
    03  HIS-DIFERENTES           PIC 9(007).
    03  FILLER                   PIC X(001).
    03  HIS-ANTIGOS              PIC 9(007).
    03  FILLER                   PIC X(001).
    03  HIS-VENDAS-DIVERG        PIC 9(005).
    03  FILLER                   PIC X(001).
    03  HIS-MD5-RELATORIO        PIC X(032).
    03  FILLER                   PIC X(001).
    03  HIS-RELATORIO            PIC X(030).

WORKING-STORAGE SECTION.
77  SW-STATUS-PARM               PIC X(002)          VALUE SPACES.
77  SW-STATUS-CKR                PIC X(002)          VALUE SPACES.
77  SW-STATUS-DRR                PIC X(002)          VALUE SPACES.
77  SW-STATUS-VEN                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-HIS                PIC X(002)          VALUE SPACES.

77  WA-MODO                      PIC X(001)          VALUE "E".
    88  WA-MODO-EXPORTACAO                           VALUE "E".
    88  WA-MODO-MONTAGEM                             VALUE "M".
77  WA-PREFIXO-PRIMARIO          PIC X(060)          VALUE SPACES.
77  WA-PREFIXO-DR                PIC X(060)          VALUE SPACES.
77  WA-TAM-PREFIXO               PIC 9(003)          VALUE ZEROS.
77  WA-NOME-EXPORTACAO           PIC X(100)          VALUE "ckrepo-dr.ctl".
77  WA-NOME-RPT                  PIC X(030)          VALUE SPACES.

77  WA-CKREPO-ABERTO             PIC X(001)          VALUE "N".
77  WA-FIM-CKREPO                PIC X(001)          VALUE "N".
    88  WA-FIM-CKREPO-SIM                            VALUE "S".

77  WA-DATA-AGORA                PIC 9(008)          VALUE ZEROS.
77  WA-HORA-AGORA                PIC 9(006)          VALUE ZEROS.

*--------------------------------------------------------------------*
* ARQUIVOS DA VENDAS (vendcks-arquivos.ctl) - DIVERGENCIA NELES VIRA  *
* ALERTA.                                                             *
*--------------------------------------------------------------------*
01  WA-TABELA-VENDAS.
    03  WA-QTD-VENDAS            PIC 9(004)          VALUE ZEROS.
    03  WA-VEN-ARQUIVO           OCCURS 500 TIMES    PIC X(200).
77  WA-VDX                       PIC 9(004)          VALUE ZEROS.
77  WA-E-VENDAS                  PIC X(001)          VALUE "N".
    88  WA-E-VENDAS-SIM                              VALUE "S".

*--------------------------------------------------------------------*
* A ENTRADA DA VEZ: CAMINHO NO DR, HASH E MOMENTO DOS DOIS LADOS E A  *
* CLASSIFICACAO.                                                      *
*--------------------------------------------------------------------*
77  WA-CAMINHO-DR                PIC X(200)          VALUE SPACES.
77  WA-DR-MD5                    PIC X(032)          VALUE SPACES.
77  WA-DR-SHA256                 PIC X(064)          VALUE SPACES.
77  WA-MOMENTO-PRIMARIO          PIC 9(014)          VALUE ZEROS.
77  WA-MOMENTO-DR                PIC 9(014)          VALUE ZEROS.
77  WA-CLASSE                    PIC X(001)          VALUE SPACES.
    88  WA-CLASSE-IGUAL                              VALUE "I".
    88  WA-CLASSE-FALTA                              VALUE "F".
    88  WA-CLASSE-ANTIGO                             VALUE "A".
    88  WA-CLASSE-DIFERENTE                          VALUE "D".
77  WA-CLASSE-TEXTO              PIC X(018)          VALUE SPACES.
77  WA-MARCA-VENDAS              PIC X(009)          VALUE SPACES.

77  WA-ARQUIVO-INFO              PIC X(200)          VALUE SPACES.
77                               PIC X(001)          VALUE X"00".
01  WA-FILE-INFO.
    03  WA-FI-TAMANHO            PIC X(008)          COMP-X.
    03  WA-FI-DATA               PIC 9(008)          COMP-X.
    03  WA-FI-HORA               PIC 9(008)          COMP-X.
77  WA-FI-HHMMSS                 PIC 9(006)          VALUE ZEROS.

*--------------------------------------------------------------------*
* MAQUINA DE HASH (MESMA DO VENDCKS/VENDCKSW).                        *
*--------------------------------------------------------------------*
77  WA-LIB                       PIC X(150)          VALUE SPACES.
77  WA-LIB-OK                    PIC X(001)          VALUE "N".
    88  WA-LIB-OK-SIM                                VALUE "S".
77  WA-DLLCHK-RETORNO            PIC 9(002)          VALUE ZEROS.
    88  WA-DLLCHK-DIVERGENTE                         VALUE 01.
    88  WA-DLLCHK-SEM-MANIFESTO                      VALUE 02.
    88  WA-DLLCHK-ERRO-ARQUIVO                       VALUE 99.
77  WA-MSF-RETORNO               PIC 9(002)          VALUE ZEROS.
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

* GRAVACAO DO RELATORIO-EVIDENCIA NO REPOSITORIO (CKREPO AVULSO).
77  WA-CKR-ARQUIVO               PIC X(200)          VALUE SPACES.
77  WA-CKR-JOB                   PIC X(030)          VALUE "DRCHECK".
77  WA-CKR-RETORNO               PIC 9(002)          VALUE ZEROS.
77  WA-CKR-MD5-ANTERIOR          PIC X(032)          VALUE SPACES.
77  WA-CKR-SHA256-ANTERIOR       PIC X(064)          VALUE SPACES.
77  WA-CKR-EXISTIA               PIC X(001)          VALUE SPACES.

77  WA-ALR-PROGRAMA              PIC X(030)          VALUE "DRCHECK".
77  WA-ALR-SEVERIDADE            PIC X(001)          VALUE "E".
77  WA-ALR-TEXTO                 PIC X(150)          VALUE SPACES.
77  WA-ALR-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-TOTAL-CONFERIDOS          PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-IGUAIS              PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-FALTANDO            PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-DIFERENTES          PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-ANTIGOS             PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-SEM-HASH            PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-VENDAS-DIVERG       PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-DIVERGENCIAS        PIC 9(007)          VALUE ZEROS.

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR
            THRU 1000-INICIALIZAR-EXIT.
    PERFORM 2000-CONFERIR-ENTRADA
            THRU 2000-CONFERIR-ENTRADA-EXIT
            WITH TEST AFTER
            UNTIL WA-FIM-CKREPO-SIM.
    PERFORM 8000-TRAILER.
    PERFORM 8500-SELAR-EVIDENCIA
            THRU 8500-SELAR-EVIDENCIA-EXIT.
    PERFORM 9999-FINALIZAR.
    STOP RUN.

*--------------------------------------------------------------------*
* PARAMETROS, LISTA DA VENDAS, BIBLIOTECA DE HASH, LADO DO DR E       *
* CABECALHO DO RELATORIO.                                             *
*--------------------------------------------------------------------*
1000-INICIALIZAR.
    ACCEPT WA-DATA-AGORA FROM DATE YYYYMMDD.
    ACCEPT WA-HORA-AGORA FROM TIME.

    OPEN INPUT PARM-CTL.
    IF  SW-STATUS-PARM(1:1) = ZEROS
        READ PARM-CTL
             AT END CONTINUE
             NOT AT END
                  IF  PARM-MODO = "M"
                      MOVE "M" TO WA-MODO
                  END-IF
                  MOVE PARM-PREFIXO-PRIMARIO TO WA-PREFIXO-PRIMARIO
                  MOVE PARM-PREFIXO-DR       TO WA-PREFIXO-DR
                  IF  PARM-EXPORTACAO NOT = SPACES
                      MOVE PARM-EXPORTACAO TO WA-NOME-EXPORTACAO
                  END-IF
        END-READ
        CLOSE PARM-CTL
    END-IF.
    MOVE ZEROS TO WA-TAM-PREFIXO.
    IF  WA-PREFIXO-PRIMARIO NOT = SPACES
        COMPUTE WA-TAM-PREFIXO =
                FUNCTION LENGTH(FUNCTION TRIM(WA-PREFIXO-PRIMARIO))
    END-IF.

    IF  WA-MODO-MONTAGEM AND WA-PREFIXO-DR = SPACES
        DISPLAY "DRCHECK - MODO MONTAGEM SEM PREFIXO-DR NO drcheck.ctl"
                " - CONFERIRIA O PRIMARIO CONTRA ELE MESMO" UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT VENDAS-LISTA.
    IF  SW-STATUS-VEN(1:1) = ZEROS
        PERFORM 1100-LER-VENDAS
                WITH TEST AFTER
                UNTIL SW-STATUS-VEN(1:1) NOT = ZEROS
        CLOSE VENDAS-LISTA
    END-IF.

    PERFORM 1200-CARREGAR-BIBLIOTECA
            THRU 1200-CARREGAR-BIBLIOTECA-EXIT.
    IF  WA-MODO-MONTAGEM AND NOT WA-LIB-OK-SIM
        DISPLAY "DRCHECK - SEM libmd5.so CONFERIDA NAO HA COMO HASHEAR "
                "A MONTAGEM DO DR" UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    IF  WA-MODO-EXPORTACAO
        OPEN INPUT DR-REPO
        IF  SW-STATUS-DRR(1:1) NOT = ZEROS
            DISPLAY "DRCHECK - NAO ABRIU A EXPORTACAO DO DR "
                    WA-NOME-EXPORTACAO ", STATUS " SW-STATUS-DRR
                    UPON SYSERR
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

    MOVE SPACES TO WA-NOME-RPT.
    STRING "drcheck-"    DELIMITED BY SIZE
           WA-DATA-AGORA DELIMITED BY SIZE
           ".rpt"        DELIMITED BY SIZE
           INTO WA-NOME-RPT.
    OPEN OUTPUT DRCHECK-RPT.
    MOVE SPACES TO RPT-LINHA.
    STRING "CONFERENCIA DO SITE DE DR CONTRA O REPOSITORIO DE CHECKSUMS"
                              DELIMITED BY SIZE
           " - "              DELIMITED BY SIZE
           WA-DATA-AGORA      DELIMITED BY SIZE
           " "                DELIMITED BY SIZE
           WA-HORA-AGORA      DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    IF  WA-MODO-EXPORTACAO
        STRING "LADO DO DR: EXPORTACAO DO REPOSITORIO " DELIMITED BY SIZE
               WA-NOME-EXPORTACAO                       DELIMITED BY SPACE
               INTO RPT-LINHA
    ELSE
        STRING "LADO DO DR: MONTAGEM "  DELIMITED BY SIZE
               WA-PREFIXO-DR            DELIMITED BY SPACE
               " HASHEADA NESTA RODADA (" DELIMITED BY SIZE
               WA-LIB                   DELIMITED BY SPACE
               ")"                      DELIMITED BY SIZE
               INTO RPT-LINHA
    END-IF.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "PREFIXO PRIMARIO: "   DELIMITED BY SIZE
           WA-PREFIXO-PRIMARIO    DELIMITED BY "  "
           "  PREFIXO DR: "       DELIMITED BY SIZE
           WA-PREFIXO-DR          DELIMITED BY "  "
           "  ARQUIVOS DA VENDAS: " DELIMITED BY SIZE
           WA-QTD-VENDAS          DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

    OPEN INPUT CKREPO-FILE.
    IF  SW-STATUS-CKR(1:1) NOT = ZEROS
        MOVE "REPOSITORIO DE CHECKSUMS VAZIO OU INEXISTENTE" TO RPT-LINHA
        WRITE RPT-LINHA
        SET WA-FIM-CKREPO-SIM TO TRUE
    ELSE
        MOVE "S" TO WA-CKREPO-ABERTO
    END-IF.

1000-INICIALIZAR-EXIT.
    EXIT.

1100-LER-VENDAS.
    READ VENDAS-LISTA
         AT END CONTINUE
         NOT AT END
             IF  VEN-ARQUIVO NOT = SPACES AND WA-QTD-VENDAS < 500
                 ADD 1 TO WA-QTD-VENDAS
                 MOVE VEN-ARQUIVO TO WA-VEN-ARQUIVO(WA-QTD-VENDAS)
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* libmd5.so COM PROCEDENCIA (DLLCHECK) E FUNCIONALIDADE (MD5SELF)     *
* CONFERIDAS.  NO MODO EXPORTACAO ELA SO SERVE PARA SELAR O           *
* RELATORIO - SE FALHAR, O RELATORIO SAI SEM SELO, AVISADO.           *
*--------------------------------------------------------------------*
1200-CARREGAR-BIBLIOTECA.
    SET CONFIGURATION "DLL-CONVENTION" TO 0.
    MOVE "./libmd5.so" TO WA-LIB.
    CALL WA-LIB
         ON EXCEPTION
             DISPLAY "DRCHECK - NAO CARREGOU " WA-LIB UPON SYSERR
             GO TO 1200-CARREGAR-BIBLIOTECA-EXIT
    END-CALL.

    CALL "DLLCHECK" USING WA-LIB, WA-DLLCHK-RETORNO END-CALL.
    IF  WA-DLLCHK-DIVERGENTE OR WA-DLLCHK-ERRO-ARQUIVO
                             OR WA-DLLCHK-SEM-MANIFESTO
        DISPLAY "DRCHECK - " WA-LIB " NAO BATE COM O MANIFESTO DE "
                "HASHES CONHECIDOS-BONS (DLLCHECK), STATUS "
                WA-DLLCHK-RETORNO UPON SYSERR
        GO TO 1200-CARREGAR-BIBLIOTECA-EXIT
    END-IF.

    CALL "MD5SELF" USING WA-MSF-RETORNO END-CALL.
    IF  WA-MSF-RETORNO NOT = ZEROS
        DISPLAY "DRCHECK - libmd5.so REPROVADA NO AUTOTESTE DE "
                "RESPOSTAS CONHECIDAS (MD5SELF), STATUS "
                WA-MSF-RETORNO UPON SYSERR
        GO TO 1200-CARREGAR-BIBLIOTECA-EXIT
    END-IF.
    MOVE "S" TO WA-LIB-OK.

1200-CARREGAR-BIBLIOTECA-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* UMA ENTRADA DO REPOSITORIO: CAMINHO NO DR, LADO DO DR (EXPORTACAO   *
* OU MONTAGEM), CLASSIFICACAO E LINHA NO RELATORIO.  ENTRADA SEM      *
* HASH NENHUM NO PRIMARIO NAO TEM CONTRA O QUE CONFERIR.              *
*--------------------------------------------------------------------*
2000-CONFERIR-ENTRADA.
    READ CKREPO-FILE NEXT RECORD
         AT END SET WA-FIM-CKREPO-SIM TO TRUE
    END-READ.
    IF  WA-FIM-CKREPO-SIM
        GO TO 2000-CONFERIR-ENTRADA-EXIT
    END-IF.
    IF  CR-MD5-ATUAL = SPACES AND CR-SHA256-ATUAL = SPACES
        ADD 1 TO WA-TOTAL-SEM-HASH
        GO TO 2000-CONFERIR-ENTRADA-EXIT
    END-IF.
    ADD 1 TO WA-TOTAL-CONFERIDOS.

    PERFORM 2100-MONTAR-CAMINHO-DR.
    PERFORM 2200-VER-SE-VENDAS.

    MOVE SPACES TO WA-DR-MD5 WA-DR-SHA256.
    MOVE ZEROS  TO WA-MOMENTO-DR.
    COMPUTE WA-MOMENTO-PRIMARIO = CR-DATA * 1000000 + CR-HORA.
    IF  WA-MODO-EXPORTACAO
        PERFORM 3000-LADO-DR-EXPORTACAO
                THRU 3000-LADO-DR-EXPORTACAO-EXIT
    ELSE
        PERFORM 4000-LADO-DR-MONTAGEM
                THRU 4000-LADO-DR-MONTAGEM-EXIT
    END-IF.

    IF  NOT WA-CLASSE-FALTA
        PERFORM 5000-CLASSIFICAR
    END-IF.
    PERFORM 6000-RELATAR-ENTRADA
            THRU 6000-RELATAR-ENTRADA-EXIT.

2000-CONFERIR-ENTRADA-EXIT.
    EXIT.

2100-MONTAR-CAMINHO-DR.
    MOVE SPACES TO WA-CAMINHO-DR.
    IF  WA-TAM-PREFIXO > ZEROS
        AND CR-ARQUIVO(1:WA-TAM-PREFIXO) =
            WA-PREFIXO-PRIMARIO(1:WA-TAM-PREFIXO)
        STRING WA-PREFIXO-DR DELIMITED BY SPACE
               CR-ARQUIVO(WA-TAM-PREFIXO + 1 : 200 - WA-TAM-PREFIXO)
                             DELIMITED BY SIZE
               INTO WA-CAMINHO-DR
    ELSE
        IF  WA-TAM-PREFIXO = ZEROS AND WA-PREFIXO-DR NOT = SPACES
            STRING WA-PREFIXO-DR DELIMITED BY SPACE
                   CR-ARQUIVO    DELIMITED BY SIZE
                   INTO WA-CAMINHO-DR
        ELSE
            MOVE CR-ARQUIVO TO WA-CAMINHO-DR
        END-IF
    END-IF.

2200-VER-SE-VENDAS.
    MOVE "N" TO WA-E-VENDAS.
    IF  CR-ULTIMO-JOB = "VENDCKS"
        MOVE "S" TO WA-E-VENDAS
    END-IF.
    PERFORM 2210-COMPARAR-VENDAS
            VARYING WA-VDX FROM 1 BY 1
            UNTIL WA-VDX > WA-QTD-VENDAS OR WA-E-VENDAS-SIM.

2210-COMPARAR-VENDAS.
    IF  WA-VEN-ARQUIVO(WA-VDX) = CR-ARQUIVO
        MOVE "S" TO WA-E-VENDAS
    END-IF.

*--------------------------------------------------------------------*
* MODO EXPORTACAO: O REGISTRO DO REPOSITORIO DO DR PELO CAMINHO NO    *
* DR.  O MOMENTO COMPARADO E O DA ULTIMA CONFERENCIA DE CADA LADO.    *
*--------------------------------------------------------------------*
3000-LADO-DR-EXPORTACAO.
    MOVE SPACES TO WA-CLASSE.
    MOVE WA-CAMINHO-DR TO DRR-ARQUIVO.
    READ DR-REPO
         INVALID KEY
             SET WA-CLASSE-FALTA TO TRUE
    END-READ.
    IF  WA-CLASSE-FALTA
        GO TO 3000-LADO-DR-EXPORTACAO-EXIT
    END-IF.
    MOVE DRR-MD5-ATUAL    TO WA-DR-MD5.
    MOVE DRR-SHA256-ATUAL TO WA-DR-SHA256.
    IF  DRR-DATA NUMERIC AND DRR-HORA NUMERIC
        COMPUTE WA-MOMENTO-DR = DRR-DATA * 1000000 + DRR-HORA
    END-IF.

3000-LADO-DR-EXPORTACAO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* MODO MONTAGEM: O ARQUIVO NO DR PRECISA EXISTIR; OS HASHES SAEM      *
* AGORA E O MOMENTO COMPARADO E A DATA DE GRAVACAO DE CADA LADO       *
* (PRIMARIO SUMIDO DO DISCO FICA COM O CARIMBO DO REPOSITORIO).       *
*--------------------------------------------------------------------*
4000-LADO-DR-MONTAGEM.
    MOVE SPACES TO WA-CLASSE.
    MOVE SPACES TO WA-ARQUIVO-INFO.
    MOVE WA-CAMINHO-DR TO WA-ARQUIVO-INFO.
    CALL "C$FILEINFO" USING WA-ARQUIVO-INFO, WA-FILE-INFO
         GIVING RETURN-CODE
    END-CALL.
    IF  RETURN-CODE NOT = ZEROS
        SET WA-CLASSE-FALTA TO TRUE
        GO TO 4000-LADO-DR-MONTAGEM-EXIT
    END-IF.
    COMPUTE WA-FI-HHMMSS = WA-FI-HORA / 100.
    COMPUTE WA-MOMENTO-DR = WA-FI-DATA * 1000000 + WA-FI-HHMMSS.

    MOVE SPACES TO WA-ARQUIVO-INFO.
    MOVE CR-ARQUIVO TO WA-ARQUIVO-INFO.
    CALL "C$FILEINFO" USING WA-ARQUIVO-INFO, WA-FILE-INFO
         GIVING RETURN-CODE
    END-CALL.
    IF  RETURN-CODE = ZEROS
        COMPUTE WA-FI-HHMMSS = WA-FI-HORA / 100
        COMPUTE WA-MOMENTO-PRIMARIO = WA-FI-DATA * 1000000
                                    + WA-FI-HHMMSS
    END-IF.

    MOVE WA-CAMINHO-DR TO WA-ARQUIVO-HASH.
    PERFORM 7000-HASHEAR-ARQUIVO.
    MOVE WA-MD5-HASH    TO WA-DR-MD5.
    MOVE WA-SHA256-HASH TO WA-DR-SHA256.

4000-LADO-DR-MONTAGEM-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* MESMO HASH = IGUAL (SHA-256 QUANDO OS DOIS LADOS TEM, SENAO MD5).   *
* HASH DIFERENTE COM O DR MAIS VELHO = COPIA ATRASADA; SEM O DR SER   *
* MAIS VELHO = CONTEUDO DIVERGENTE.                                   *
*--------------------------------------------------------------------*
5000-CLASSIFICAR.
    IF  CR-SHA256-ATUAL NOT = SPACES AND WA-DR-SHA256 NOT = SPACES
        IF  CR-SHA256-ATUAL = WA-DR-SHA256
            SET WA-CLASSE-IGUAL TO TRUE
        END-IF
    ELSE
        IF  CR-MD5-ATUAL NOT = SPACES
            AND CR-MD5-ATUAL = WA-DR-MD5
            SET WA-CLASSE-IGUAL TO TRUE
        END-IF
    END-IF.
    IF  NOT WA-CLASSE-IGUAL
        IF  WA-MOMENTO-DR < WA-MOMENTO-PRIMARIO
            SET WA-CLASSE-ANTIGO TO TRUE
        ELSE
            SET WA-CLASSE-DIFERENTE TO TRUE
        END-IF
    END-IF.

*--------------------------------------------------------------------*
* IGUAL SO CONTA.  DIVERGENCIA SAI NO RELATORIO; EM ARQUIVO DA VENDAS *
* TAMBEM VIRA ALERTA "E" NA CENTRAL.                                  *
*--------------------------------------------------------------------*
6000-RELATAR-ENTRADA.
    EVALUATE TRUE
        WHEN WA-CLASSE-IGUAL
            ADD 1 TO WA-TOTAL-IGUAIS
            GO TO 6000-RELATAR-ENTRADA-EXIT
        WHEN WA-CLASSE-FALTA
            ADD 1 TO WA-TOTAL-FALTANDO
            MOVE "FALTA NO DR"       TO WA-CLASSE-TEXTO
        WHEN WA-CLASSE-ANTIGO
            ADD 1 TO WA-TOTAL-ANTIGOS
            MOVE "MAIS ANTIGO NO DR" TO WA-CLASSE-TEXTO
        WHEN OTHER
            ADD 1 TO WA-TOTAL-DIFERENTES
            MOVE "HASH DIFERENTE"    TO WA-CLASSE-TEXTO
    END-EVALUATE.
    ADD 1 TO WA-TOTAL-DIVERGENCIAS.

    MOVE SPACES TO WA-MARCA-VENDAS.
    IF  WA-E-VENDAS-SIM
        MOVE "[VENDAS] " TO WA-MARCA-VENDAS
        ADD 1 TO WA-TOTAL-VENDAS-DIVERG
    END-IF.

    MOVE SPACES TO RPT-LINHA.
    STRING WA-CLASSE-TEXTO  DELIMITED BY SIZE
           " "              DELIMITED BY SIZE
           WA-MARCA-VENDAS  DELIMITED BY SIZE
           CR-ARQUIVO       DELIMITED BY "  "
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    IF  NOT WA-CLASSE-FALTA
        MOVE SPACES TO RPT-LINHA
        STRING "    PRIMARIO "        DELIMITED BY SIZE
               WA-MOMENTO-PRIMARIO    DELIMITED BY SIZE
               " SHA-256 "            DELIMITED BY SIZE
               CR-SHA256-ATUAL        DELIMITED BY SIZE
               " MD5 "                DELIMITED BY SIZE
               CR-MD5-ATUAL           DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        MOVE SPACES TO RPT-LINHA
        STRING "    DR       "        DELIMITED BY SIZE
               WA-MOMENTO-DR          DELIMITED BY SIZE
               " SHA-256 "            DELIMITED BY SIZE
               WA-DR-SHA256           DELIMITED BY SIZE
               " MD5 "                DELIMITED BY SIZE
               WA-DR-MD5              DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.
    IF  WA-CAMINHO-DR NOT = CR-ARQUIVO
        MOVE SPACES TO RPT-LINHA
        STRING "    NO DR: "   DELIMITED BY SIZE
               WA-CAMINHO-DR   DELIMITED BY "  "
               INTO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.

    IF  WA-E-VENDAS-SIM
        MOVE "E" TO WA-ALR-SEVERIDADE
        MOVE SPACES TO WA-ALR-TEXTO
        STRING "DR DIVERGENTE EM ARQUIVO DA VENDAS ("
                                    DELIMITED BY SIZE
               WA-CLASSE-TEXTO      DELIMITED BY "  "
               "): "                DELIMITED BY SIZE
               FUNCTION TRIM(CR-ARQUIVO) DELIMITED BY SIZE
               INTO WA-ALR-TEXTO
        CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                               WA-ALR-TEXTO, WA-ALR-RETORNO
        END-CALL
    END-IF.

6000-RELATAR-ENTRADA-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* OS DOIS HASHES DE WA-ARQUIVO-HASH NUMA UNICA PASSADA DE LEITURA     *
* (MESMO 2000-HASHEAR-ARQUIVO DO VENDCKSW, COM O MESMO FALLBACK PARA  *
* BUILD ANTIGA DA libmd5.so).  HASH QUE FALHOU FICA EM BRANCO.        *
*--------------------------------------------------------------------*
7000-HASHEAR-ARQUIVO.
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

8000-TRAILER.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    STRING "ENTRADAS CONFERIDAS: "  DELIMITED BY SIZE
           WA-TOTAL-CONFERIDOS      DELIMITED BY SIZE
           "  IGUAIS: "             DELIMITED BY SIZE
           WA-TOTAL-IGUAIS          DELIMITED BY SIZE
           "  FALTA NO DR: "        DELIMITED BY SIZE
           WA-TOTAL-FALTANDO        DELIMITED BY SIZE
           "  HASH DIFERENTE: "     DELIMITED BY SIZE
           WA-TOTAL-DIFERENTES      DELIMITED BY SIZE
           "  MAIS ANTIGO NO DR: "  DELIMITED BY SIZE
           WA-TOTAL-ANTIGOS         DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "SEM HASH NO PRIMARIO (NAO CONFERIDAS): " DELIMITED BY SIZE
           WA-TOTAL-SEM-HASH                          DELIMITED BY SIZE
           "  DIVERGENCIAS EM ARQUIVO DA VENDAS: "    DELIMITED BY SIZE
           WA-TOTAL-VENDAS-DIVERG                     DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    IF  WA-TOTAL-DIVERGENCIAS = ZEROS AND WA-TOTAL-CONFERIDOS > ZEROS
        MOVE "VEREDITO: DR CONFERE COM O PRIMARIO - COPIA UTILIZAVEL"
            TO RPT-LINHA
    ELSE
        IF  WA-TOTAL-CONFERIDOS = ZEROS
            MOVE "VEREDITO: NADA CONFERIDO - SEM EVIDENCIA SOBRE O DR"
                TO RPT-LINHA
        ELSE
            STRING "VEREDITO: DR DIVERGENTE - "  DELIMITED BY SIZE
                   WA-TOTAL-DIVERGENCIAS         DELIMITED BY SIZE
                   " ENTRADA(S) NAO CONFEREM"    DELIMITED BY SIZE
                   INTO RPT-LINHA
        END-IF
    END-IF.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* EVIDENCIA: FECHA O RELATORIO, HASHEIA, GRAVA NO REPOSITORIO (JOB    *
* DRCHECK) E DEIXA A LINHA DA RODADA NA TRILHA drcheck-hist.txt COM   *
* O MD5 DO RELATORIO.  SEM BIBLIOTECA, A TRILHA SAI COM O MD5 EM      *
* BRANCO E O AVISO NO SYSERR.                                         *
*--------------------------------------------------------------------*
8500-SELAR-EVIDENCIA.
    CLOSE DRCHECK-RPT.
    MOVE SPACES TO WA-MD5-HASH WA-SHA256-HASH.
    IF  WA-LIB-OK-SIM
        MOVE SPACES TO WA-ARQUIVO-HASH
        MOVE WA-NOME-RPT TO WA-ARQUIVO-HASH
        PERFORM 7000-HASHEAR-ARQUIVO
    END-IF.
    IF  WA-MD5-HASH NOT = SPACES AND WA-SHA256-HASH NOT = SPACES
        MOVE SPACES      TO WA-CKR-ARQUIVO
        MOVE WA-NOME-RPT TO WA-CKR-ARQUIVO
        CALL "CKREPO" USING WA-CKR-ARQUIVO, WA-MD5-HASH, WA-SHA256-HASH,
                            WA-CKR-JOB, WA-CKR-RETORNO,
                            WA-CKR-MD5-ANTERIOR, WA-CKR-SHA256-ANTERIOR,
                            WA-CKR-EXISTIA
        END-CALL
    ELSE
        DISPLAY "DRCHECK - " WA-NOME-RPT " SAIU SEM SELO NO "
                "REPOSITORIO (HASH NAO CALCULADO)" UPON SYSERR
    END-IF.

    OPEN EXTEND DRCHECK-HIST.
    IF  SW-STATUS-HIS(1:1) = "3"
        OPEN OUTPUT DRCHECK-HIST
    END-IF.
    IF  SW-STATUS-HIS(1:1) NOT = ZEROS
        DISPLAY "DRCHECK - NAO ABRIU drcheck-hist.txt, STATUS "
                SW-STATUS-HIS UPON SYSERR
        GO TO 8500-SELAR-EVIDENCIA-EXIT
    END-IF.
    MOVE SPACES                 TO HIS-LINHA.
    MOVE WA-DATA-AGORA          TO HIS-DATA.
    MOVE WA-HORA-AGORA          TO HIS-HORA.
    MOVE WA-MODO                TO HIS-MODO.
    MOVE WA-TOTAL-CONFERIDOS    TO HIS-CONFERIDOS.
    MOVE WA-TOTAL-IGUAIS        TO HIS-IGUAIS.
    MOVE WA-TOTAL-FALTANDO      TO HIS-FALTANDO.
    MOVE WA-TOTAL-DIFERENTES    TO HIS-DIFERENTES.
    MOVE WA-TOTAL-ANTIGOS       TO HIS-ANTIGOS.
    MOVE WA-TOTAL-VENDAS-DIVERG TO HIS-VENDAS-DIVERG.
    MOVE WA-MD5-HASH            TO HIS-MD5-RELATORIO.
    MOVE WA-NOME-RPT            TO HIS-RELATORIO.
    WRITE HIS-LINHA.
    CLOSE DRCHECK-HIST.

8500-SELAR-EVIDENCIA-EXIT.
    EXIT.

9999-FINALIZAR.
    IF  WA-CKREPO-ABERTO = "S"
        CLOSE CKREPO-FILE
    END-IF.
    IF  WA-MODO-EXPORTACAO
        CLOSE DR-REPO
    END-IF.
    IF  WA-LIB-OK-SIM
        CANCEL WA-LIB
    END-IF.
    DISPLAY "DRCHECK - " WA-TOTAL-CONFERIDOS " ENTRADA(S) CONFERIDA(S), "
            WA-TOTAL-DIVERGENCIAS " DIVERGENCIA(S), "
            WA-TOTAL-VENDAS-DIVERG " NA VENDAS - " WA-NOME-RPT.
