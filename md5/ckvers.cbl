IDENTIFICATION DIVISION.
PROGRAM-ID.    CKVERS.
*------------------------------------------------------------------------------*
* VERSOES DOS ARQUIVOS DE CONTROLE DA NOITE.  O COMPORTAMENTO DO BATCH E       *
* DEFINIDO POR UMA PORCAO DE .ctl (batdrv.ctl, vendcks-arquivos.ctl,           *
* alertrota.ctl, housekp.ctl, intake.ctl, lockwarn.ctl...) E, QUANDO A NOITE   *
* SE COMPORTA DIFERENTE, NINGUEM SABE QUEM MUDOU QUAL LINHA NEM QUANDO - O     *
* BATLINT SO CONFERE A SINTAXE.  ESTE PASSO, PARA CADA ARQUIVO DE ckvers.ctl:  *
*                                                                              *
*   1) HASHEIA O ARQUIVO E GRAVA NO REPOSITORIO DE CHECKSUMS (CKREPOB, JOB     *
*      CKVERS) - A MUDANCA FICA TAMBEM NA LINHA DO TEMPO DO ckhist.ctl;        *
*   2) COMPARA COM O HASH DA ULTIMA VERSAO GUARDADA NO CATALOGO                *
*      (ckvers-cat.txt, md5/ckvers.ws).  MUDOU (OU NUNCA FOI GUARDADO):        *
*      COPIA PARA A PASTA DE VERSOES COM O NOME                                *
*      <ARQUIVO>.<AAAAMMDDHHMMSS>.<SEQUENCIA>, E CONFERE O HASH DA COPIA       *
*      CONTRA O DO ORIGINAL.  A SEQUENCIA (7 DIGITOS) E O NUMERO DA VERSAO NO  *
*      CATALOGO - ARQUIVOS DE MESMO NOME EM PASTAS DIFERENTES, OU DUAS         *
*      VERSOES NO MESMO SEGUNDO, NUNCA CAEM NA MESMA COPIA;                    *
*   3) ESCREVE EM ckvers.rpt A DIFERENCA LINHA A LINHA CONTRA A VERSAO         *
*      ANTERIOR (INCLUIDAS, REMOVIDAS, ALTERADAS), COM O DONO DO ARQUIVO NO    *
*      S.O. E A DATA/HORA DA ULTIMA GRAVACAO;                                  *
*   4) ARQUIVO MARCADO COMO CRITICO QUE MUDOU (OU SUMIU) VIRA ALERTA NA        *
*      CENTRAL (ALERTREG).                                                     *
*                                                                              *
* ckvers.ctl, UMA LINHA POR REGISTRO:                                          *
*   "P" + BRANCO + PASTA(60)     - PASTA DAS VERSOES (PADRAO ctlvers/);        *
*   "C" + BRANCO + ARQUIVO(200)  - ARQUIVO DE CONTROLE CRITICO;                *
*   "N" + BRANCO + ARQUIVO(200)  - ARQUIVO DE CONTROLE COMUM.                  *
*                                                                              *
* A DIFERENCA E POSICIONAL COM RESSINCRONIZACAO: LINHAS IGUAIS AVANCAM OS      *
* DOIS LADOS; NA PRIMEIRA DIFERENTE, PROCURA A LINHA DE UM LADO NAS PROXIMAS   *
* 50 DO OUTRO - ACHOU NO NOVO, O QUE ESTA ANTES FOI INCLUIDO; ACHOU NO         *
* ANTIGO, O QUE ESTA ANTES FOI REMOVIDO; NAO ACHOU, A LINHA FOI ALTERADA.      *
* SERVE BEM PARA ARQUIVO DE CONTROLE (POUCAS CENTENAS DE LINHAS, MUDANCAS      *
* PONTUAIS).  SO AS PRIMEIRAS 2000 LINHAS DE CADA LADO ENTRAM NA COMPARACAO.   *
*                                                                              *
* CRIACAO...: 15/10/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - COPIA DA VERSAO GANHA A SEQUENCIA DO        *
*             CATALOGO NO NOME - ARQUIVOS DE MESMO NOME EM PASTAS DIFERENTES   *
*             OU DUAS VERSOES NO MESMO SEGUNDO NAO SE SOBRESCREVEM MAIS.       *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARQLISTA ASSIGN "ckvers.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-LST.

* CATALOGO DE VERSOES (APPEND-ONLY) - LIDO INTEIRO NO INICIO PARA
* SABER A VERSAO VIGENTE DE CADA ARQUIVO, ESTENDIDO A CADA VERSAO NOVA.
    SELECT VERS-CAT ASSIGN "ckvers-cat.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CAT.

* UMA VERSAO (ANTERIOR OU NOVA) CARREGADA PARA A COMPARACAO.
    SELECT VERSAO-ARQ ASSIGN WA-ARQ-LEITURA
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-VER.

* SAIDA DO "stat" COM O DONO DO ARQUIVO NO S.O.
    SELECT DONO-TMP ASSIGN "ckvers-dono.tmp"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-DON.

    SELECT CKVERS-RPT ASSIGN "ckvers.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

DATA DIVISION.
FILE SECTION.
FD  ARQLISTA.
01  LST-LINHA.
    03  LST-TIPO                 PIC X(001).
        88  LST-PASTA                                VALUE "P".
        88  LST-CRITICO                              VALUE "C".
        88  LST-COMUM                                VALUE "N".
    03  FILLER                   PIC X(001).
    03  LST-ARQUIVO              PIC X(200).

FD  VERS-CAT.
copy "md5/ckvers.ws".

FD  VERSAO-ARQ.
01  VER-LINHA                    PIC X(256).

FD  DONO-TMP.
01  DON-LINHA                    PIC X(080).

FD  CKVERS-RPT.
01  RPT-LINHA                    PIC X(300).

WORKING-STORAGE SECTION.
77  SW-STATUS-LST                PIC X(002)          VALUE SPACES.
77  SW-STATUS-CAT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-VER                PIC X(002)          VALUE SPACES.
77  SW-STATUS-DON                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.

77  WA-FIM-LISTA                 PIC X(001)          VALUE "N".
    88  WA-FIM-LISTA-SIM                             VALUE "S".
77  WA-FIM-CAT                   PIC X(001)          VALUE "N".
    88  WA-FIM-CAT-SIM                               VALUE "S".
77  WA-FIM-VER                   PIC X(001)          VALUE "N".
    88  WA-FIM-VER-SIM                               VALUE "S".

77  WA-PASTA-VERSOES             PIC X(060)          VALUE "ctlvers/".
77  WA-DATA-RODADA               PIC 9(008)          VALUE ZEROS.
77  WA-HORA-RODADA               PIC 9(006)          VALUE ZEROS.
77  WA-HORA-CENTESIMOS           PIC 9(008)          VALUE ZEROS.
77  WA-SEQ-VERSAO                PIC 9(007)          VALUE ZEROS.
77  WA-NOME-OCUPADO              PIC X(001)          VALUE "N".
    88  WA-NOME-OCUPADO-SIM                          VALUE "S".
77  WA-SITUACAO                  PIC X(010)          VALUE SPACES.
77  WA-CRITICO                   PIC X(001)          VALUE "N".
    88  WA-CRITICO-SIM                               VALUE "S".

77  WA-LIB                       PIC X(150)          VALUE SPACES.
77  WA-DLLCHK-RETORNO            PIC 9(002)          VALUE ZEROS.
    88  WA-DLLCHK-DIVERGENTE                          VALUE 01.
    88  WA-DLLCHK-SEM-MANIFESTO                         VALUE 02.
    88  WA-DLLCHK-ERRO-ARQUIVO                        VALUE 99.
77  WA-MSF-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-ARQUIVO-ORIGEM            PIC X(200)          VALUE SPACES.
77  WA-ARQUIVO-DESTINO           PIC X(200)          VALUE SPACES.
77  WA-ARQUIVO-HASH              PIC X(200)          VALUE SPACES.
77                               PIC X(001)          VALUE X"00".
77  WA-ARQ-LEITURA               PIC X(200)          VALUE SPACES.
77  WA-NOME-BASE                 PIC X(060)          VALUE SPACES.
77  WA-POS-BARRA                 PIC 9(003)          VALUE ZEROS.
77  WA-SCAN-IDX                  PIC 9(003)          VALUE ZEROS.

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
77  WA-MD5-ATUAL                 PIC X(032)          VALUE SPACES.
77  WA-SHA256-ATUAL              PIC X(064)          VALUE SPACES.

77  WA-CKR-OPERACAO              PIC X(001)          VALUE SPACES.
77  WA-CKR-JOB                   PIC X(030)          VALUE "CKVERS".
77  WA-CKR-RETORNO               PIC 9(002)          VALUE ZEROS.
77  WA-CKR-MD5-ANTERIOR          PIC X(032)          VALUE SPACES.
77  WA-CKR-SHA256-ANTERIOR       PIC X(064)          VALUE SPACES.
77  WA-CKR-EXISTIA               PIC X(001)          VALUE "N".

01  WA-FILE-INFO.
    03  WA-FI-TAMANHO            PIC X(008)          COMP-X.
    03  WA-FI-DATA               PIC 9(008)          COMP-X.
    03  WA-FI-HORA               PIC 9(008)          COMP-X.
77  WA-GRAVADO-DATA              PIC 9(008)          VALUE ZEROS.
77  WA-GRAVADO-HORA              PIC 9(006)          VALUE ZEROS.
77  WA-DONO                      PIC X(030)          VALUE SPACES.
77  WA-COMANDO                   PIC X(300)          VALUE SPACES.

*--------------------------------------------------------------------*
* VERSAO VIGENTE DE CADA ARQUIVO (A ULTIMA LINHA DELE NO CATALOGO).   *
*--------------------------------------------------------------------*
01  WA-TABELA-VIGENTES.
    03  WA-QTD-VIG               PIC 9(003)          VALUE ZEROS.
    03  WA-VIG-ITEM              OCCURS 300 TIMES.
        05  WA-VIG-ARQUIVO       PIC X(200).
        05  WA-VIG-SHA256        PIC X(064).
        05  WA-VIG-VERSAO        PIC X(200).
77  WA-VDX                       PIC 9(003)          VALUE ZEROS.
77  WA-VIG-ACHADO                PIC 9(003)          VALUE ZEROS.

*--------------------------------------------------------------------*
* AS DUAS VERSOES EM MEMORIA PARA A COMPARACAO LINHA A LINHA.         *
*--------------------------------------------------------------------*
01  WA-TABELA-ANTERIOR.
    03  WA-QTD-ANT               PIC 9(005)          VALUE ZEROS.
    03  WA-ANT-LINHA             OCCURS 2000 TIMES   PIC X(256).
01  WA-TABELA-NOVA.
    03  WA-QTD-NOVA              PIC 9(005)          VALUE ZEROS.
    03  WA-NOVA-LINHA            OCCURS 2000 TIMES   PIC X(256).
77  WA-CARREGAR-NOVA             PIC X(001)          VALUE "N".
    88  WA-CARREGAR-NOVA-SIM                         VALUE "S".
77  WA-TRUNCOU                   PIC X(001)          VALUE "N".
    88  WA-TRUNCOU-SIM                               VALUE "S".
77  WA-I                         PIC 9(005)          VALUE ZEROS.
77  WA-J                         PIC 9(005)          VALUE ZEROS.
77  WA-D                         PIC 9(005)          VALUE ZEROS.
77  WA-DI                        PIC 9(005)          VALUE ZEROS.
77  WA-DJ                        PIC 9(005)          VALUE ZEROS.
77  WA-JANELA-RESYNC             PIC 9(005)          VALUE 50.
77  WA-QTD-INCLUIDAS             PIC 9(005)          VALUE ZEROS.
77  WA-QTD-REMOVIDAS             PIC 9(005)          VALUE ZEROS.
77  WA-QTD-ALTERADAS             PIC 9(005)          VALUE ZEROS.
77  WA-ED-LINHA                  PIC ZZZZ9.
77  WA-ED-INCLUIDAS              PIC ZZZZ9.
77  WA-ED-REMOVIDAS              PIC ZZZZ9.
77  WA-ED-ALTERADAS              PIC ZZZZ9.
77  WA-MARCA-CRITICO             PIC X(010)          VALUE SPACES.
77  WA-ED-DATA                   PIC X(010)          VALUE SPACES.
77  WA-ED-HORA                   PIC X(008)          VALUE SPACES.

77  WA-ALR-PROGRAMA              PIC X(030)          VALUE "CKVERS".
77  WA-ALR-SEVERIDADE            PIC X(001)          VALUE "A".
77  WA-ALR-TEXTO                 PIC X(150)          VALUE SPACES.
77  WA-ALR-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-TOTAL-ARQUIVOS            PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-IGUAIS              PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-INICIAIS            PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-ALTERADOS           PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-FALHAS              PIC 9(005)          VALUE ZEROS.

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    PERFORM 2000-PROCESSAR-LISTA
            WITH TEST AFTER
            UNTIL WA-FIM-LISTA-SIM.
    PERFORM 8000-TRAILER.
    PERFORM 9999-FINALIZAR.
    STOP RUN.

1000-INICIALIZAR.
    ACCEPT WA-DATA-RODADA FROM DATE YYYYMMDD.
*   HHMMSSCC - SO OS 6 PRIMEIROS ENTRAM NO NOME DA COPIA.
    ACCEPT WA-HORA-CENTESIMOS FROM TIME.
    MOVE WA-HORA-CENTESIMOS(1:6) TO WA-HORA-RODADA.

    OPEN INPUT ARQLISTA.
    IF  SW-STATUS-LST(1:1) NOT = ZEROS
        DISPLAY "CKVERS - NAO ACHOU ckvers.ctl, STATUS "
                SW-STATUS-LST UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*   VERSAO VIGENTE DE CADA ARQUIVO, ANTES DE ABRIR O CATALOGO PARA
*   ESTENDER.
    OPEN INPUT VERS-CAT.
    IF  SW-STATUS-CAT(1:1) = ZEROS
        PERFORM 1100-LER-CATALOGO
                WITH TEST AFTER
                UNTIL WA-FIM-CAT-SIM
        CLOSE VERS-CAT
    END-IF.
    OPEN EXTEND VERS-CAT.
    IF  SW-STATUS-CAT(1:1) = "3"
        OPEN OUTPUT VERS-CAT
        CLOSE VERS-CAT
        OPEN EXTEND VERS-CAT
    END-IF.

    CALL "CBL_CREATE_DIR" USING WA-PASTA-VERSOES
         ON EXCEPTION CONTINUE
    END-CALL.

    OPEN OUTPUT CKVERS-RPT.
    MOVE SPACES TO RPT-LINHA.
    STRING "VERSOES DOS ARQUIVOS DE CONTROLE - "  DELIMITED BY SIZE
           WA-DATA-RODADA(7:2) "/" WA-DATA-RODADA(5:2) "/"
           WA-DATA-RODADA(1:4)                    DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

    SET CONFIGURATION "DLL-CONVENTION" TO 0.
    MOVE "./libmd5.so" TO WA-LIB.
    CALL WA-LIB.

    CALL "DLLCHECK" USING WA-LIB, WA-DLLCHK-RETORNO END-CALL.
    IF  WA-DLLCHK-DIVERGENTE OR WA-DLLCHK-ERRO-ARQUIVO
                               OR WA-DLLCHK-SEM-MANIFESTO
        DISPLAY "CKVERS - " WA-LIB " NAO BATE COM O MANIFESTO DE HASHES "
                "CONHECIDOS-BONS (DLLCHECK), STATUS " WA-DLLCHK-RETORNO
                UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*   PROCEDENCIA CONFERIDA ACIMA; AGORA A FUNCIONALIDADE - A
*   BIBLIOTECA PRECISA RESPONDER CERTO AOS VETORES CONHECIDOS.
    CALL "MD5SELF" USING WA-MSF-RETORNO END-CALL.
    IF  WA-MSF-RETORNO NOT = ZEROS
        DISPLAY "CKVERS - libmd5.so REPROVADA NO AUTOTESTE DE "
                "RESPOSTAS CONHECIDAS (MD5SELF), STATUS "
                WA-MSF-RETORNO UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*   REPOSITORIO DE CHECKSUMS ABERTO UMA VEZ PARA A LISTA INTEIRA.
    MOVE "A" TO WA-CKR-OPERACAO.
    PERFORM 3500-CHAMAR-CKREPOB.

*--------------------------------------------------------------------*
* A ULTIMA LINHA DE CADA ARQUIVO NO CATALOGO E A VERSAO VIGENTE.      *
*--------------------------------------------------------------------*
1100-LER-CATALOGO.
    READ VERS-CAT
         AT END SET WA-FIM-CAT-SIM TO TRUE
         NOT AT END
             ADD 1 TO WA-SEQ-VERSAO
             MOVE CKV-ARQUIVO TO WA-ARQUIVO-ORIGEM
             PERFORM 3200-ACHAR-VIGENTE
             IF  WA-VIG-ACHADO = ZEROS AND WA-QTD-VIG < 300
                 ADD 1 TO WA-QTD-VIG
                 MOVE WA-QTD-VIG  TO WA-VIG-ACHADO
                 MOVE CKV-ARQUIVO TO WA-VIG-ARQUIVO(WA-VIG-ACHADO)
             END-IF
             IF  WA-VIG-ACHADO > ZEROS
                 MOVE CKV-SHA256 TO WA-VIG-SHA256(WA-VIG-ACHADO)
                 MOVE CKV-VERSAO TO WA-VIG-VERSAO(WA-VIG-ACHADO)
             END-IF
    END-READ.

2000-PROCESSAR-LISTA.
    READ ARQLISTA
         AT END SET WA-FIM-LISTA-SIM TO TRUE
         NOT AT END
             EVALUATE TRUE
                 WHEN LST-PASTA AND LST-ARQUIVO NOT = SPACES
                     MOVE LST-ARQUIVO(1:60) TO WA-PASTA-VERSOES
                     CALL "CBL_CREATE_DIR" USING WA-PASTA-VERSOES
                          ON EXCEPTION CONTINUE
                     END-CALL
                 WHEN (LST-CRITICO OR LST-COMUM)
                      AND LST-ARQUIVO NOT = SPACES
                     PERFORM 3000-CONFERIR-ARQUIVO
                             THRU 3000-CONFERIR-ARQUIVO-EXIT
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE
    END-READ.

*--------------------------------------------------------------------*
* UM ARQUIVO DE CONTROLE: HASH, REPOSITORIO, E - SE MUDOU DESDE A     *
* VERSAO VIGENTE - COPIA, DIFERENCA E (CRITICO) ALERTA.               *
*--------------------------------------------------------------------*
3000-CONFERIR-ARQUIVO.
    ADD 1 TO WA-TOTAL-ARQUIVOS.
    MOVE LST-ARQUIVO TO WA-ARQUIVO-ORIGEM.
    IF  LST-CRITICO
        MOVE "S" TO WA-CRITICO
    ELSE
        MOVE "N" TO WA-CRITICO
    END-IF.
    PERFORM 3200-ACHAR-VIGENTE.

    MOVE WA-ARQUIVO-ORIGEM TO WA-ARQUIVO-HASH.
    PERFORM 7000-HASHEAR-ARQUIVO.
    MOVE WA-MD5-HASH    TO WA-MD5-ATUAL.
    MOVE WA-SHA256-HASH TO WA-SHA256-ATUAL.
    IF  WA-MD5-ATUAL = SPACES OR WA-SHA256-ATUAL = SPACES
        MOVE SPACES TO WA-ALR-TEXTO
        STRING "ARQUIVO DE CONTROLE AUSENTE OU ILEGIVEL: "
                                       DELIMITED BY SIZE
               WA-ARQUIVO-ORIGEM       DELIMITED BY SPACE
               INTO WA-ALR-TEXTO
        PERFORM 6000-REGISTRAR-FALHA
        GO TO 3000-CONFERIR-ARQUIVO-EXIT
    END-IF.

    MOVE "G" TO WA-CKR-OPERACAO.
    PERFORM 3500-CHAMAR-CKREPOB.

    IF  WA-VIG-ACHADO > ZEROS
        AND WA-VIG-SHA256(WA-VIG-ACHADO) = WA-SHA256-ATUAL
        ADD 1 TO WA-TOTAL-IGUAIS
        GO TO 3000-CONFERIR-ARQUIVO-EXIT
    END-IF.

*   VERSAO NOVA: COPIA DATADA E NUMERADA NA PASTA DE VERSOES.
    PERFORM 3100-ACHAR-NOME-BASE.
    PERFORM 3150-NOMEAR-COPIA
            WITH TEST AFTER
            UNTIL NOT WA-NOME-OCUPADO-SIM.
    CALL "C$COPY" USING WA-ARQUIVO-ORIGEM, WA-ARQUIVO-DESTINO, "I"
         GIVING RETURN-CODE
    END-CALL.
    IF  RETURN-CODE NOT = ZEROS
        MOVE SPACES TO WA-ALR-TEXTO
        STRING "COPIA DA VERSAO NOVA FALHOU: " DELIMITED BY SIZE
               WA-ARQUIVO-ORIGEM               DELIMITED BY SPACE
               INTO WA-ALR-TEXTO
        PERFORM 6000-REGISTRAR-FALHA
        GO TO 3000-CONFERIR-ARQUIVO-EXIT
    END-IF.

*   A COPIA PRECISA SER O QUE FOI HASHEADO - ARQUIVO QUE MUDOU ENTRE O
*   HASH E A COPIA FICA PARA A PROXIMA RODADA.
    MOVE WA-ARQUIVO-DESTINO TO WA-ARQUIVO-HASH.
    PERFORM 7000-HASHEAR-ARQUIVO.
    IF  WA-SHA256-HASH NOT = WA-SHA256-ATUAL
        CALL "CBL_DELETE_FILE" USING WA-ARQUIVO-DESTINO
        MOVE SPACES TO WA-ALR-TEXTO
        STRING "ARQUIVO MUDOU DURANTE A COPIA, FICA PARA A PROXIMA "
               "RODADA: "                      DELIMITED BY SIZE
               WA-ARQUIVO-ORIGEM               DELIMITED BY SPACE
               INTO WA-ALR-TEXTO
        PERFORM 6000-REGISTRAR-FALHA
        GO TO 3000-CONFERIR-ARQUIVO-EXIT
    END-IF.

    PERFORM 3300-DONO-E-GRAVACAO.

    MOVE ZEROS TO WA-QTD-INCLUIDAS WA-QTD-REMOVIDAS WA-QTD-ALTERADAS.
    IF  WA-VIG-ACHADO = ZEROS
        ADD 1 TO WA-TOTAL-INICIAIS
        MOVE "INICIAL" TO WA-SITUACAO
        PERFORM 3400-CABECALHO-ARQUIVO
        MOVE "    VERSAO INICIAL GUARDADA - NADA A COMPARAR"
          TO RPT-LINHA
        WRITE RPT-LINHA
    ELSE
        ADD 1 TO WA-TOTAL-ALTERADOS
        MOVE "ALTERADO" TO WA-SITUACAO
        PERFORM 3400-CABECALHO-ARQUIVO
        PERFORM 4000-COMPARAR-VERSOES
                THRU 4000-COMPARAR-VERSOES-EXIT
    END-IF.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

    PERFORM 5000-CATALOGAR-VERSAO.
    IF  WA-SITUACAO = "ALTERADO" AND WA-CRITICO-SIM
        PERFORM 5100-ALERTAR-CRITICO
    END-IF.

3000-CONFERIR-ARQUIVO-EXIT.
    EXIT.

3100-ACHAR-NOME-BASE.
    MOVE SPACES TO WA-NOME-BASE.
    MOVE ZEROS  TO WA-POS-BARRA.
    PERFORM 3110-PROCURAR-BARRA
            VARYING WA-SCAN-IDX FROM 1 BY 1
            UNTIL WA-SCAN-IDX > 200.
    IF  WA-POS-BARRA = ZEROS
        MOVE WA-ARQUIVO-ORIGEM(1:60) TO WA-NOME-BASE
    ELSE
        IF  WA-POS-BARRA < 200
            MOVE WA-ARQUIVO-ORIGEM(WA-POS-BARRA + 1 : 60)
                TO WA-NOME-BASE
        END-IF
    END-IF.

3110-PROCURAR-BARRA.
    IF  WA-ARQUIVO-ORIGEM(WA-SCAN-IDX:1) = "/"
        MOVE WA-SCAN-IDX TO WA-POS-BARRA
    END-IF.

*--------------------------------------------------------------------*
* NOME DA COPIA: <NOME-BASE>.<DATA><HORA>.<SEQUENCIA>.  A SEQUENCIA   *
* E A PROXIMA VERSAO DO CATALOGO (QUE SO CRESCE); SE MESMO ASSIM O    *
* NOME JA EXISTIR NA PASTA (CATALOGO APAGADO OU RESTAURADO), PULA     *
* PARA O NUMERO SEGUINTE EM VEZ DE SOBRESCREVER A COPIA ANTIGA.       *
*--------------------------------------------------------------------*
3150-NOMEAR-COPIA.
    ADD 1 TO WA-SEQ-VERSAO.
    MOVE SPACES TO WA-ARQUIVO-DESTINO.
    STRING FUNCTION TRIM(WA-PASTA-VERSOES) DELIMITED BY SIZE
           FUNCTION TRIM(WA-NOME-BASE)     DELIMITED BY SIZE
           "."                             DELIMITED BY SIZE
           WA-DATA-RODADA                  DELIMITED BY SIZE
           WA-HORA-RODADA                  DELIMITED BY SIZE
           "."                             DELIMITED BY SIZE
           WA-SEQ-VERSAO                   DELIMITED BY SIZE
           INTO WA-ARQUIVO-DESTINO.
    CALL "C$FILEINFO" USING WA-ARQUIVO-DESTINO, WA-FILE-INFO
         GIVING RETURN-CODE
    END-CALL.
    IF  RETURN-CODE = ZEROS
        MOVE "S" TO WA-NOME-OCUPADO
    ELSE
        MOVE "N" TO WA-NOME-OCUPADO
    END-IF.

*--------------------------------------------------------------------*
* POSICAO DO ARQUIVO (WA-ARQUIVO-ORIGEM) NA TABELA DE VIGENTES, OU    *
* ZERO SE ELE NUNCA TEVE VERSAO GUARDADA.                             *
*--------------------------------------------------------------------*
3200-ACHAR-VIGENTE.
    MOVE ZEROS TO WA-VIG-ACHADO.
    PERFORM 3210-COMPARAR-VIGENTE
            VARYING WA-VDX FROM 1 BY 1
            UNTIL WA-VDX > WA-QTD-VIG OR WA-VIG-ACHADO > ZEROS.

3210-COMPARAR-VIGENTE.
    IF  WA-VIG-ARQUIVO(WA-VDX) = WA-ARQUIVO-ORIGEM
        MOVE WA-VDX TO WA-VIG-ACHADO
    END-IF.

*--------------------------------------------------------------------*
* QUEM E O DONO DO ARQUIVO NO S.O. ("stat", PELO C$SYSTEM) E QUANDO   *
* ELE FOI GRAVADO PELA ULTIMA VEZ (C$FILEINFO).  SEM RESPOSTA, O DONO *
* FICA "DESCONHECIDO" - A VERSAO E GUARDADA DO MESMO JEITO.           *
*--------------------------------------------------------------------*
3300-DONO-E-GRAVACAO.
    MOVE ZEROS TO WA-GRAVADO-DATA WA-GRAVADO-HORA.
    CALL "C$FILEINFO" USING WA-ARQUIVO-ORIGEM, WA-FILE-INFO
         GIVING RETURN-CODE
    END-CALL.
    IF  RETURN-CODE = ZEROS
        MOVE WA-FI-DATA TO WA-GRAVADO-DATA
        COMPUTE WA-GRAVADO-HORA = WA-FI-HORA / 100
    END-IF.

    MOVE SPACES TO WA-DONO.
    CALL "CBL_DELETE_FILE" USING "ckvers-dono.tmp".
    MOVE SPACES TO WA-COMANDO.
    STRING "stat -c %U '"           DELIMITED BY SIZE
           WA-ARQUIVO-ORIGEM        DELIMITED BY SPACE
           "' > ckvers-dono.tmp 2>/dev/null" DELIMITED BY SIZE
           INTO WA-COMANDO.
    CALL "C$SYSTEM" USING WA-COMANDO.
    OPEN INPUT DONO-TMP.
    IF  SW-STATUS-DON(1:1) = ZEROS
        READ DONO-TMP
             AT END CONTINUE
             NOT AT END MOVE DON-LINHA TO WA-DONO
        END-READ
        CLOSE DONO-TMP
        CALL "CBL_DELETE_FILE" USING "ckvers-dono.tmp"
    END-IF.
    IF  WA-DONO = SPACES
        MOVE "DESCONHECIDO" TO WA-DONO
    END-IF.

    MOVE SPACES TO WA-ED-DATA WA-ED-HORA.
    STRING WA-GRAVADO-DATA(7:2) "/" WA-GRAVADO-DATA(5:2) "/"
           WA-GRAVADO-DATA(1:4)     DELIMITED BY SIZE
           INTO WA-ED-DATA.
    STRING WA-GRAVADO-HORA(1:2) ":" WA-GRAVADO-HORA(3:2) ":"
           WA-GRAVADO-HORA(5:2)     DELIMITED BY SIZE
           INTO WA-ED-HORA.

3400-CABECALHO-ARQUIVO.
    MOVE SPACES TO RPT-LINHA.
    IF  WA-CRITICO-SIM
        MOVE "(CRITICO) " TO WA-MARCA-CRITICO
    ELSE
        MOVE SPACES       TO WA-MARCA-CRITICO
    END-IF.
    STRING WA-SITUACAO              DELIMITED BY SIZE
           " "                      DELIMITED BY SIZE
           WA-MARCA-CRITICO         DELIMITED BY SIZE
           WA-ARQUIVO-ORIGEM        DELIMITED BY SPACE
           " -> "                   DELIMITED BY SIZE
           WA-ARQUIVO-DESTINO       DELIMITED BY SPACE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "    DONO NO S.O.: "     DELIMITED BY SIZE
           WA-DONO                  DELIMITED BY SPACE
           "  GRAVADO EM: "         DELIMITED BY SIZE
           WA-ED-DATA               DELIMITED BY SIZE
           " "                      DELIMITED BY SIZE
           WA-ED-HORA               DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    IF  WA-VIG-ACHADO > ZEROS
        MOVE SPACES TO RPT-LINHA
        STRING "    VERSAO ANTERIOR: "        DELIMITED BY SIZE
               WA-VIG-VERSAO(WA-VIG-ACHADO)   DELIMITED BY SPACE
               INTO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.

3500-CHAMAR-CKREPOB.
    CALL "CKREPOB" USING WA-CKR-OPERACAO, WA-ARQUIVO-ORIGEM,
                          WA-MD5-ATUAL, WA-SHA256-ATUAL, WA-CKR-JOB,
                          WA-CKR-RETORNO, WA-CKR-MD5-ANTERIOR,
                          WA-CKR-SHA256-ANTERIOR, WA-CKR-EXISTIA
    END-CALL.

*--------------------------------------------------------------------*
* DIFERENCA LINHA A LINHA ENTRE A COPIA DA VERSAO VIGENTE E A COPIA   *
* NOVA.  SE A COPIA ANTERIOR SUMIU DA PASTA, A VERSAO NOVA E GUARDADA *
* MESMO ASSIM, SO SEM O DETALHE DAS LINHAS.                           *
*--------------------------------------------------------------------*
4000-COMPARAR-VERSOES.
    MOVE "N" TO WA-TRUNCOU.
    MOVE WA-VIG-VERSAO(WA-VIG-ACHADO) TO WA-ARQ-LEITURA.
    MOVE "N" TO WA-CARREGAR-NOVA.
    PERFORM 4100-CARREGAR-VERSAO.
    IF  SW-STATUS-VER(1:1) NOT = ZEROS
        MOVE "    COPIA DA VERSAO ANTERIOR NAO ENCONTRADA - SEM DETALHE"
          TO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 4000-COMPARAR-VERSOES-EXIT
    END-IF.
    MOVE WA-ARQUIVO-DESTINO TO WA-ARQ-LEITURA.
    MOVE "S" TO WA-CARREGAR-NOVA.
    PERFORM 4100-CARREGAR-VERSAO.

    MOVE 1 TO WA-I WA-J.
    PERFORM 4200-PASSO-DIFERENCA
            UNTIL WA-I > WA-QTD-ANT AND WA-J > WA-QTD-NOVA.

    PERFORM 4050-EDITAR-CONTAGENS.
    MOVE SPACES TO RPT-LINHA.
    STRING "    INCLUIDAS: "        DELIMITED BY SIZE
           WA-ED-INCLUIDAS          DELIMITED BY SIZE
           "  REMOVIDAS: "          DELIMITED BY SIZE
           WA-ED-REMOVIDAS          DELIMITED BY SIZE
           "  ALTERADAS: "          DELIMITED BY SIZE
           WA-ED-ALTERADAS          DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    IF  WA-TRUNCOU-SIM
        MOVE "    ARQUIVO COM MAIS DE 2000 LINHAS - COMPARADO SO ATE A 2000"
          TO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.

4000-COMPARAR-VERSOES-EXIT.
    EXIT.

4050-EDITAR-CONTAGENS.
    MOVE WA-QTD-INCLUIDAS TO WA-ED-INCLUIDAS.
    MOVE WA-QTD-REMOVIDAS TO WA-ED-REMOVIDAS.
    MOVE WA-QTD-ALTERADAS TO WA-ED-ALTERADAS.

4100-CARREGAR-VERSAO.
    IF  WA-CARREGAR-NOVA-SIM
        MOVE ZEROS TO WA-QTD-NOVA
    ELSE
        MOVE ZEROS TO WA-QTD-ANT
    END-IF.
    MOVE "N" TO WA-FIM-VER.
    OPEN INPUT VERSAO-ARQ.
    IF  SW-STATUS-VER(1:1) = ZEROS
        PERFORM 4110-LER-LINHA-VERSAO
                WITH TEST AFTER
                UNTIL WA-FIM-VER-SIM
        CLOSE VERSAO-ARQ
        MOVE "00" TO SW-STATUS-VER
    END-IF.

4110-LER-LINHA-VERSAO.
    READ VERSAO-ARQ
         AT END SET WA-FIM-VER-SIM TO TRUE
         NOT AT END
             EVALUATE TRUE
                 WHEN WA-CARREGAR-NOVA-SIM AND WA-QTD-NOVA < 2000
                     ADD 1 TO WA-QTD-NOVA
                     MOVE VER-LINHA TO WA-NOVA-LINHA(WA-QTD-NOVA)
                 WHEN NOT WA-CARREGAR-NOVA-SIM AND WA-QTD-ANT < 2000
                     ADD 1 TO WA-QTD-ANT
                     MOVE VER-LINHA TO WA-ANT-LINHA(WA-QTD-ANT)
                 WHEN OTHER
                     MOVE "S" TO WA-TRUNCOU
             END-EVALUATE
    END-READ.

*--------------------------------------------------------------------*
* UM PASSO DA COMPARACAO: CONSOME UMA LINHA DE UM DOS LADOS (OU DOS   *
* DOIS) E, SE FOR DIFERENCA, ESCREVE NO RELATORIO.                    *
*--------------------------------------------------------------------*
4200-PASSO-DIFERENCA.
    EVALUATE TRUE
        WHEN WA-I > WA-QTD-ANT
            PERFORM 4310-RELATAR-INCLUIDA
            ADD 1 TO WA-J
        WHEN WA-J > WA-QTD-NOVA
            PERFORM 4320-RELATAR-REMOVIDA
            ADD 1 TO WA-I
        WHEN WA-ANT-LINHA(WA-I) = WA-NOVA-LINHA(WA-J)
            ADD 1 TO WA-I
            ADD 1 TO WA-J
        WHEN OTHER
            PERFORM 4250-RESSINCRONIZAR
    END-EVALUATE.

4250-RESSINCRONIZAR.
    MOVE ZEROS TO WA-DI WA-DJ.
    PERFORM 4260-PROCURAR-NA-NOVA
            VARYING WA-D FROM 1 BY 1
            UNTIL WA-D > WA-JANELA-RESYNC
               OR WA-J + WA-D > WA-QTD-NOVA
               OR WA-DJ > ZEROS.
    PERFORM 4270-PROCURAR-NA-ANTERIOR
            VARYING WA-D FROM 1 BY 1
            UNTIL WA-D > WA-JANELA-RESYNC
               OR WA-I + WA-D > WA-QTD-ANT
               OR WA-DI > ZEROS.
    EVALUATE TRUE
        WHEN WA-DJ > ZEROS AND (WA-DI = ZEROS OR WA-DJ <= WA-DI)
            PERFORM 4310-RELATAR-INCLUIDA
            ADD 1 TO WA-J
        WHEN WA-DI > ZEROS
            PERFORM 4320-RELATAR-REMOVIDA
            ADD 1 TO WA-I
        WHEN OTHER
            PERFORM 4330-RELATAR-ALTERADA
            ADD 1 TO WA-I
            ADD 1 TO WA-J
    END-EVALUATE.

4260-PROCURAR-NA-NOVA.
    IF  WA-NOVA-LINHA(WA-J + WA-D) = WA-ANT-LINHA(WA-I)
        MOVE WA-D TO WA-DJ
    END-IF.

4270-PROCURAR-NA-ANTERIOR.
    IF  WA-ANT-LINHA(WA-I + WA-D) = WA-NOVA-LINHA(WA-J)
        MOVE WA-D TO WA-DI
    END-IF.

4310-RELATAR-INCLUIDA.
    ADD 1 TO WA-QTD-INCLUIDAS.
    MOVE WA-J TO WA-ED-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "    + "                 DELIMITED BY SIZE
           WA-ED-LINHA              DELIMITED BY SIZE
           "        "               DELIMITED BY SIZE
           WA-NOVA-LINHA(WA-J)      DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

4320-RELATAR-REMOVIDA.
    ADD 1 TO WA-QTD-REMOVIDAS.
    MOVE WA-I TO WA-ED-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "    - "                 DELIMITED BY SIZE
           WA-ED-LINHA              DELIMITED BY SIZE
           "        "               DELIMITED BY SIZE
           WA-ANT-LINHA(WA-I)       DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

4330-RELATAR-ALTERADA.
    ADD 1 TO WA-QTD-ALTERADAS.
    MOVE WA-I TO WA-ED-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "    ~ "                 DELIMITED BY SIZE
           WA-ED-LINHA              DELIMITED BY SIZE
           " ANTES  "               DELIMITED BY SIZE
           WA-ANT-LINHA(WA-I)       DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE WA-J TO WA-ED-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "    ~ "                 DELIMITED BY SIZE
           WA-ED-LINHA              DELIMITED BY SIZE
           " DEPOIS "               DELIMITED BY SIZE
           WA-NOVA-LINHA(WA-J)      DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* A VERSAO NOVA ENTRA NO CATALOGO E PASSA A SER A VIGENTE.            *
*--------------------------------------------------------------------*
5000-CATALOGAR-VERSAO.
    MOVE SPACES             TO CKV-LINHA.
    MOVE WA-DATA-RODADA     TO CKV-DATA.
    MOVE WA-HORA-RODADA     TO CKV-HORA.
    MOVE WA-SITUACAO        TO CKV-SITUACAO.
    MOVE WA-MD5-ATUAL       TO CKV-MD5.
    MOVE WA-SHA256-ATUAL    TO CKV-SHA256.
    MOVE WA-DONO            TO CKV-DONO.
    MOVE WA-GRAVADO-DATA    TO CKV-GRAVADO-DATA.
    MOVE WA-GRAVADO-HORA    TO CKV-GRAVADO-HORA.
    MOVE WA-QTD-INCLUIDAS   TO CKV-INCLUIDAS.
    MOVE WA-QTD-REMOVIDAS   TO CKV-REMOVIDAS.
    MOVE WA-QTD-ALTERADAS   TO CKV-ALTERADAS.
    MOVE WA-ARQUIVO-ORIGEM  TO CKV-ARQUIVO.
    MOVE WA-ARQUIVO-DESTINO TO CKV-VERSAO.
    WRITE CKV-LINHA.

    IF  WA-VIG-ACHADO = ZEROS AND WA-QTD-VIG < 300
        ADD 1 TO WA-QTD-VIG
        MOVE WA-QTD-VIG        TO WA-VIG-ACHADO
        MOVE WA-ARQUIVO-ORIGEM TO WA-VIG-ARQUIVO(WA-VIG-ACHADO)
    END-IF.
    IF  WA-VIG-ACHADO > ZEROS
        MOVE WA-SHA256-ATUAL    TO WA-VIG-SHA256(WA-VIG-ACHADO)
        MOVE WA-ARQUIVO-DESTINO TO WA-VIG-VERSAO(WA-VIG-ACHADO)
    END-IF.

5100-ALERTAR-CRITICO.
    PERFORM 4050-EDITAR-CONTAGENS.
    MOVE SPACES TO WA-ALR-TEXTO.
    STRING "CONTROLE CRITICO ALTERADO: " DELIMITED BY SIZE
           WA-ARQUIVO-ORIGEM            DELIMITED BY SPACE
           " (+"                        DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-INCLUIDAS) DELIMITED BY SIZE
           " -"                         DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-REMOVIDAS) DELIMITED BY SIZE
           " ~"                         DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-ALTERADAS) DELIMITED BY SIZE
           ") DONO "                    DELIMITED BY SIZE
           WA-DONO                      DELIMITED BY SPACE
           " EM "                       DELIMITED BY SIZE
           WA-ED-DATA                   DELIMITED BY SIZE
           " "                          DELIMITED BY SIZE
           WA-ED-HORA                   DELIMITED BY SIZE
           " - VER ckvers.rpt"          DELIMITED BY SIZE
           INTO WA-ALR-TEXTO.
    MOVE "A" TO WA-ALR-SEVERIDADE.
    CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                          WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.

*--------------------------------------------------------------------*
* ARQUIVO QUE NAO DEU PARA HASHEAR OU COPIAR.  VAI PARA O RELATORIO;  *
* SE FOR CRITICO, TAMBEM PARA A CENTRAL DE ALERTAS.                   *
*--------------------------------------------------------------------*
6000-REGISTRAR-FALHA.
    ADD 1 TO WA-TOTAL-FALHAS.
    MOVE SPACES TO RPT-LINHA.
    STRING "FALHOU "                DELIMITED BY SIZE
           WA-ALR-TEXTO             DELIMITED BY "   "
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    IF  WA-CRITICO-SIM
        MOVE "A" TO WA-ALR-SEVERIDADE
        CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                              WA-ALR-TEXTO, WA-ALR-RETORNO
        END-CALL
    END-IF.

*--------------------------------------------------------------------*
* MD5 + SHA-256 DE WA-ARQUIVO-HASH, PELA MESMA MAQUINA DO VENDBKP     *
* (PASSO UNICO QUANDO A BIBLIOTECA TEM, SENAO AS DUAS CHAMADAS).      *
* HASH QUE FALHOU VOLTA EM BRANCO.                                    *
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
    STRING "ARQUIVOS: "         DELIMITED BY SIZE
           WA-TOTAL-ARQUIVOS    DELIMITED BY SIZE
           "  SEM MUDANCA: "    DELIMITED BY SIZE
           WA-TOTAL-IGUAIS      DELIMITED BY SIZE
           "  INICIAIS: "       DELIMITED BY SIZE
           WA-TOTAL-INICIAIS    DELIMITED BY SIZE
           "  ALTERADOS: "      DELIMITED BY SIZE
           WA-TOTAL-ALTERADOS   DELIMITED BY SIZE
           "  FALHARAM: "       DELIMITED BY SIZE
           WA-TOTAL-FALHAS      DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

9999-FINALIZAR.
    MOVE "F" TO WA-CKR-OPERACAO.
    PERFORM 3500-CHAMAR-CKREPOB.
    CLOSE ARQLISTA.
    CLOSE VERS-CAT.
    CLOSE CKVERS-RPT.
    CANCEL WA-LIB.
    IF  WA-TOTAL-FALHAS > ZEROS
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
