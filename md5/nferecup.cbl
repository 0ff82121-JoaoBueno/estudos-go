IDENTIFICATION DIVISION.
PROGRAM-ID.    NFERECUP.
*------------------------------------------------------------------------------*
* RECUPERACAO E GUARDA DO ARQUIVO DE RETENCAO LEGAL DOS XML DE NF-E.  O        *
* NFECONF COPIA O XML DE TODA NOTA CONFIRMADA PARA retencao-nfe/AAAA/MM/DD/ E  *
* INDEXA A COPIA PELA CHAVE DE ACESSO EM nferetencao.ctl, COM O SHA-256 E O    *
* PRAZO (31/12 DO QUINTO ANO SEGUINTE AO DA EMISSAO).  ESTE PROGRAMA E O       *
* OUTRO LADO DO ARQUIVO - QUANDO O FISCAL PEDE A NOTA, NINGUEM PROCURA XML NA  *
* MAO.  COMANDOS EM nferecup.ctl, UM POR LINHA:                                *
*                                                                              *
*   ACAO(1) CONFIRMA(1) CHAVE(44) ANO(4) TEXTO(100)                            *
*                                                                              *
*   R - RECUPERA A CHAVE: RE-HASHEIA A COPIA RETIDA, CONFERE CONTRA O SHA-256  *
*       GRAVADO NO ARQUIVAMENTO E COPIA PARA A PASTA DO AUDITOR (TEXTO,        *
*       PADRAO auditoria/) COMO <CHAVE>.xml, CONFERINDO TAMBEM A COPIA         *
*       ENTREGUE.  COPIA RETIDA QUE NAO BATE NAO SAI - VIRA FALHA E ALERTA;    *
*   L - MESMO QUE R PARA CADA CHAVE DO ARQUIVO-LISTA NOMEADO EM TEXTO (UMA     *
*       CHAVE POR LINHA), ENTREGANDO EM auditoria/;                            *
*   B - BLOQUEIO LEGAL DA CHAVE (FISCALIZACAO, PROCESSO), MOTIVO EM TEXTO.     *
*       NOTA BLOQUEADA NAO E EXPURGADA NEM DEPOIS DO PRAZO;                    *
*   D - LIBERA O BLOQUEIO LEGAL, MOTIVO EM TEXTO;                              *
*   E - EXPURGO DA COPIA RETIDA.  SO DEPOIS DO PRAZO DE RETENCAO (PELA DATA    *
*       DE MOVIMENTO) E SEM BLOQUEIO; O REGISTRO DO INDICE FICA COMO           *
*       EXPURGADA, COM DATA E USUARIO, COMO PROVA;                             *
*   V - VENCIMENTOS: LISTA O QUE CHEGA AO FIM DO PRAZO NO ANO (PADRAO, O ANO   *
*       DA DATA DE MOVIMENTO), COM O QUE ESTA BLOQUEADO E O QUE JA SAIU.       *
*                                                                              *
* B, D E E SO VALEM COM CONFIRMA = "S" E O USUARIO DA SESSAO COM PAPEL         *
* SUPERVISOR NO REGISTRO CENTRAL (OPERAUT); SEM ISSO O COMANDO SAI SO COMO     *
* PREVIA.  TUDO QUE MEXE NO ARQUIVO, TODA RECUPERACAO E TODA RECUSA VAI PARA O *
* LOG APPEND-ONLY nferecup-log.txt COM O USUARIO.  A libmd5.so E CONFERIDA     *
* (DLLCHECK/MD5SELF) ANTES DE QUALQUER HASH, COMO NO VENDBKP/VENDRST.          *
*                                                                              *
* CRIACAO...: 15/10/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.:                                                                  *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RECUP-CTL ASSIGN "nferecup.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CTL.

* INDICE DO ARQUIVO DE RETENCAO LEGAL (GRAVADO PELO NFECONF).
    SELECT RETENCAO-FILE ASSIGN "nferetencao.ctl"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY NFR-CHAVE
           FILE STATUS SW-STATUS-RET.

* LISTA DE CHAVES DO COMANDO "L" (NOME NO TEXTO DO COMANDO).
    SELECT LISTA-FILE ASSIGN WA-LISTA-NOME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-LST.

* LOG DE AUDITORIA (APPEND-ONLY): RECUPERACOES, BLOQUEIOS, EXPURGOS,
* PREVIAS E RECUSAS, COM O USUARIO DA SESSAO.
    SELECT RECUP-LOG ASSIGN "nferecup-log.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-LOG.

    SELECT NFERECUP-RPT ASSIGN "nferecup.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

DATA DIVISION.
FILE SECTION.
FD  RECUP-CTL.
01  CTL-LINHA.
    03  CTL-ACAO                 PIC X(001).
    03  CTL-CONFIRMA             PIC X(001).
    03  CTL-CHAVE                PIC X(044).
    03  CTL-ANO                  PIC X(004).
    03  CTL-TEXTO                PIC X(100).

FD  RETENCAO-FILE.
copy "md5/nferet.ws".

FD  LISTA-FILE.
01  LST-LINHA.
    03  LST-CHAVE                PIC X(044).

FD  RECUP-LOG.
01  LOG-LINHA.
    03  LOG-DATA                 PIC 9(008).
    03  FILLER                   PIC X(001).
    03  LOG-HORA                 PIC 9(006).
    03  FILLER                   PIC X(001).
    03  LOG-ACAO                 PIC X(010).
    03  FILLER                   PIC X(001).
    03  LOG-CHAVE                PIC X(044).
    03  FILLER                   PIC X(001).
    03  LOG-MOTIVO               PIC X(060).
    03  FILLER                   PIC X(001).
    03  LOG-ARQUIVO              PIC X(160).
    03  FILLER                   PIC X(001).
    03  LOG-USUARIO              PIC X(030).

FD  NFERECUP-RPT.
01  RPT-LINHA                    PIC X(200).

WORKING-STORAGE SECTION.
77  SW-STATUS-CTL                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RET                PIC X(002)          VALUE SPACES.
77  SW-STATUS-LST                PIC X(002)          VALUE SPACES.
77  SW-STATUS-LOG                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.

77  WA-FIM-CTL                   PIC X(001)          VALUE "N".
    88  WA-FIM-CTL-SIM                               VALUE "S".
77  WA-FIM-LISTA                 PIC X(001)          VALUE "N".
    88  WA-FIM-LISTA-SIM                             VALUE "S".
77  WA-FIM-RET                   PIC X(001)          VALUE "N".
    88  WA-FIM-RET-SIM                               VALUE "S".

77  WA-ACAO                      PIC X(001)          VALUE SPACES.
77  WA-CONFIRMA                  PIC X(001)          VALUE "N".
    88  WA-CONFIRMA-SIM                              VALUE "S".
77  WA-CHAVE                     PIC X(044)          VALUE SPACES.
77  WA-ACHOU                     PIC X(001)          VALUE "N".
    88  WA-ACHOU-SIM                                 VALUE "S".
77  WA-ANO                       PIC 9(004)          VALUE ZEROS.
77  WA-TEXTO                     PIC X(100)          VALUE SPACES.
77  WA-LISTA-NOME                PIC X(100)          VALUE SPACES.
77  WA-PASTA-AUDITOR             PIC X(100)          VALUE SPACES.
77  WA-PASTA-PADRAO              PIC X(100)          VALUE "auditoria".

77  WA-LOG-ACAO                  PIC X(010)          VALUE SPACES.
77  WA-MOTIVO                    PIC X(060)          VALUE SPACES.
77  WA-LOG-ARQUIVO               PIC X(160)          VALUE SPACES.

77  WA-DMR-OPERACAO              PIC X(001)          VALUE "C".
77  WA-DMR-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO               PIC 9(002)          VALUE ZEROS.

* AUTORIZACAO PELO REGISTRO CENTRAL DE OPERADORES (OPERAUT).
77  WA-OAU-PAPEL                 PIC X(010)          VALUE "SUPERVISOR".
77  WA-OAU-USUARIO               PIC X(030)          VALUE SPACES.
77  WA-OAU-RETORNO               PIC 9(002)          VALUE ZEROS.
    88  WA-OAU-AUTORIZADO                            VALUE 00.

77  WA-ALR-PROGRAMA              PIC X(030)          VALUE "NFERECUP".
77  WA-ALR-SEVERIDADE            PIC X(001)          VALUE "E".
77  WA-ALR-TEXTO                 PIC X(150)          VALUE SPACES.
77  WA-ALR-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-LIB                       PIC X(150)          VALUE SPACES.
77  WA-DLLCHK-RETORNO            PIC 9(002)          VALUE ZEROS.
    88  WA-DLLCHK-DIVERGENTE                          VALUE 01.
    88  WA-DLLCHK-SEM-MANIFESTO                       VALUE 02.
    88  WA-DLLCHK-ERRO-ARQUIVO                        VALUE 99.
77  WA-MSF-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-ARQUIVO-ORIGEM            PIC X(160)          VALUE SPACES.
77                               PIC X(001)          VALUE X"00".
77  WA-ARQUIVO-DESTINO           PIC X(160)          VALUE SPACES.
77                               PIC X(001)          VALUE X"00".
77  WA-ARQUIVO-HASH              PIC X(160)          VALUE SPACES.
77                               PIC X(001)          VALUE X"00".
77  SHA-RET                      POINTER.
77  SHA-RETO                     PIC X(100)          VALUE SPACES.
77  SHA-X                        SIGNED-LONG.
77  WA-SHA256-HASH               PIC X(064)          VALUE SPACES.

77  WA-TOTAL-COMANDOS            PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-RECUPERADAS         PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-BLOQUEIOS           PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-EXPURGADAS          PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-PREVIA              PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-RECUSAS             PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-FALHAS              PIC 9(005)          VALUE ZEROS.

* TOTAIS DO RELATORIO DE VENCIMENTOS (COMANDO "V").
77  WA-VEN-NO-ANO                PIC 9(007)          VALUE ZEROS.
77  WA-VEN-BLOQUEADAS            PIC 9(007)          VALUE ZEROS.
77  WA-VEN-EXPURGADAS            PIC 9(007)          VALUE ZEROS.
77  WA-VEN-ATRASADAS             PIC 9(007)          VALUE ZEROS.

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    PERFORM 2000-PROCESSAR-COMANDO
            WITH TEST AFTER
            UNTIL WA-FIM-CTL-SIM.
    PERFORM 8000-TRAILER.
    PERFORM 9999-FINALIZAR.
    IF  WA-TOTAL-FALHAS > ZEROS
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.

1000-INICIALIZAR.
    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.

    OPEN INPUT RECUP-CTL.
    IF  SW-STATUS-CTL(1:1) NOT = ZEROS
        DISPLAY "NFERECUP - NAO ABRIU nferecup.ctl, STATUS "
                SW-STATUS-CTL UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN I-O RETENCAO-FILE.
    IF  SW-STATUS-RET(1:1) NOT = ZEROS
        DISPLAY "NFERECUP - NAO ABRIU nferetencao.ctl, STATUS "
                SW-STATUS-RET UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    SET CONFIGURATION "DLL-CONVENTION" TO 0.
    MOVE "./libmd5.so" TO WA-LIB.
    CALL WA-LIB.

    CALL "DLLCHECK" USING WA-LIB, WA-DLLCHK-RETORNO END-CALL.
    IF  WA-DLLCHK-DIVERGENTE OR WA-DLLCHK-ERRO-ARQUIVO
                               OR WA-DLLCHK-SEM-MANIFESTO
        DISPLAY "NFERECUP - " WA-LIB " NAO BATE COM O MANIFESTO DE HASHES "
                "CONHECIDOS-BONS (DLLCHECK), STATUS " WA-DLLCHK-RETORNO
                UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    CALL "MD5SELF" USING WA-MSF-RETORNO END-CALL.
    IF  WA-MSF-RETORNO NOT = ZEROS
        DISPLAY "NFERECUP - libmd5.so REPROVADA NO AUTOTESTE DE "
                "RESPOSTAS CONHECIDAS (MD5SELF), STATUS "
                WA-MSF-RETORNO UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN EXTEND RECUP-LOG.
    IF  SW-STATUS-LOG(1:1) = "3"
        OPEN OUTPUT RECUP-LOG
        CLOSE RECUP-LOG
        OPEN EXTEND RECUP-LOG
    END-IF.

    OPEN OUTPUT NFERECUP-RPT.
    MOVE "RETENCAO LEGAL DE XML DE NF-E - RECUPERACAO E GUARDA"
      TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "DATA DE MOVIMENTO: " DELIMITED BY SIZE
           WA-DMR-DATA           DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

*   QUEM PODE BLOQUEAR, LIBERAR E EXPURGAR DE VERDADE E O USUARIO DA
*   SESSAO COM PAPEL SUPERVISOR NO REGISTRO CENTRAL - CONFERIDO UMA
*   VEZ AQUI.  RECUPERAR E LISTAR NAO MUDAM NADA E NAO PRECISAM DELE.
    MOVE SPACES TO WA-OAU-USUARIO.
    CALL "OPERAUT" USING WA-OAU-PAPEL, WA-OAU-USUARIO, WA-OAU-RETORNO
    END-CALL.

*--------------------------------------------------------------------*
* UM COMANDO DO CONTROLE.  ACAO DESCONHECIDA SAI APONTADA NO          *
* RELATORIO E NAO E EXECUTADA.                                        *
*--------------------------------------------------------------------*
2000-PROCESSAR-COMANDO.
    READ RECUP-CTL
         AT END SET WA-FIM-CTL-SIM TO TRUE
         NOT AT END
             IF  CTL-ACAO NOT = SPACES
                 ADD 1 TO WA-TOTAL-COMANDOS
                 PERFORM 2100-PREPARAR-COMANDO
                 PERFORM 2200-EXECUTAR-COMANDO
             END-IF
    END-READ.

2100-PREPARAR-COMANDO.
    MOVE CTL-ACAO     TO WA-ACAO.
    MOVE CTL-CONFIRMA TO WA-CONFIRMA.
    MOVE CTL-CHAVE    TO WA-CHAVE.
    MOVE CTL-TEXTO    TO WA-TEXTO.
    MOVE WA-DMR-DATA(1:4) TO WA-ANO.
    IF  CTL-ANO NUMERIC
        MOVE CTL-ANO TO WA-ANO
    END-IF.

    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "COMANDO: " DELIMITED BY SIZE
           CTL-LINHA   DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

*   CONFIRMA SEM PAPEL SUPERVISOR REBAIXA PARA PREVIA, COM A RECUSA
*   REGISTRADA NO LOG DE AUDITORIA (SO NOS COMANDOS QUE MUDAM ALGO).
    IF  (WA-ACAO = "B" OR WA-ACAO = "D" OR WA-ACAO = "E")
        AND WA-CONFIRMA-SIM AND NOT WA-OAU-AUTORIZADO
        MOVE "N" TO WA-CONFIRMA
        MOVE SPACES TO RPT-LINHA
        STRING "  CONFIRMA RECUSADO - USUARIO (" DELIMITED BY SIZE
               WA-OAU-USUARIO                    DELIMITED BY SPACE
               ") SEM PAPEL SUPERVISOR - COMANDO VIRA PREVIA"
                                                 DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        ADD 1 TO WA-TOTAL-RECUSAS
        MOVE "RECUSOU" TO WA-LOG-ACAO
        MOVE "CONFIRMA SEM PAPEL SUPERVISOR NO REGISTRO" TO WA-MOTIVO
        MOVE SPACES    TO WA-LOG-ARQUIVO
        PERFORM 7500-GRAVAR-LOG
    END-IF.

2200-EXECUTAR-COMANDO.
    EVALUATE WA-ACAO
        WHEN "R"
            MOVE WA-PASTA-PADRAO TO WA-PASTA-AUDITOR
            IF  WA-TEXTO NOT = SPACES
                MOVE WA-TEXTO TO WA-PASTA-AUDITOR
            END-IF
            PERFORM 3000-RECUPERAR-CHAVE
                    THRU 3000-RECUPERAR-CHAVE-EXIT
        WHEN "L"
            MOVE WA-PASTA-PADRAO TO WA-PASTA-AUDITOR
            PERFORM 3500-RECUPERAR-LISTA
                    THRU 3500-RECUPERAR-LISTA-EXIT
        WHEN "B"
        WHEN "D"
            PERFORM 4000-BLOQUEIO-LEGAL
                    THRU 4000-BLOQUEIO-LEGAL-EXIT
        WHEN "E"
            PERFORM 5000-EXPURGAR
                    THRU 5000-EXPURGAR-EXIT
        WHEN "V"
            PERFORM 6000-VENCIMENTOS
        WHEN OTHER
            MOVE "  ACAO DESCONHECIDA - USE R, L, B, D, E OU V"
              TO RPT-LINHA
            WRITE RPT-LINHA
    END-EVALUATE.

*--------------------------------------------------------------------*
* RECUPERACAO DE UMA CHAVE PARA O AUDITOR.  A COPIA RETIDA SO SAI SE  *
* O SHA-256 DELA AINDA E O GRAVADO NO ARQUIVAMENTO, E A COPIA         *
* ENTREGUE E HASHEADA DE NOVO - O AUDITOR RECEBE O MESMO BYTE A BYTE  *
* QUE A SEFAZ AUTORIZOU, OU NAO RECEBE NADA.                          *
*--------------------------------------------------------------------*
3000-RECUPERAR-CHAVE.
    PERFORM 7000-LER-CHAVE.
    IF  NOT WA-ACHOU-SIM
        GO TO 3000-RECUPERAR-CHAVE-EXIT
    END-IF.
    IF  NFR-EXPURGADA
        MOVE SPACES TO RPT-LINHA
        STRING "  " WA-CHAVE " - EXPURGADA EM " DELIMITED BY SIZE
               NFR-EXPURGO-DATA                 DELIMITED BY SIZE
               " POR "                          DELIMITED BY SIZE
               NFR-EXPURGO-USUARIO              DELIMITED BY SPACE
               ", NAO HA COPIA A ENTREGAR"      DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 3000-RECUPERAR-CHAVE-EXIT
    END-IF.

    MOVE NFR-CAMINHO TO WA-ARQUIVO-HASH.
    PERFORM 7100-HASHEAR-ARQUIVO.
    IF  WA-SHA256-HASH NOT = NFR-SHA256
        MOVE "COPIA RETIDA NAO CONFERE COM O SHA-256 DO ARQUIVAMENTO"
          TO WA-MOTIVO
        MOVE NFR-CAMINHO TO WA-LOG-ARQUIVO
        PERFORM 7900-FALHA
        GO TO 3000-RECUPERAR-CHAVE-EXIT
    END-IF.

    CALL "CBL_CREATE_DIR" USING WA-PASTA-AUDITOR
         ON EXCEPTION CONTINUE
    END-CALL.
    MOVE SPACES      TO WA-ARQUIVO-ORIGEM WA-ARQUIVO-DESTINO.
    MOVE NFR-CAMINHO TO WA-ARQUIVO-ORIGEM.
    STRING WA-PASTA-AUDITOR DELIMITED BY SPACE
           "/"              DELIMITED BY SIZE
           NFR-CHAVE        DELIMITED BY SPACE
           ".xml"           DELIMITED BY SIZE
           INTO WA-ARQUIVO-DESTINO.
    CALL "C$COPY" USING WA-ARQUIVO-ORIGEM, WA-ARQUIVO-DESTINO, "S"
         GIVING RETURN-CODE
    END-CALL.
    IF  RETURN-CODE NOT = ZEROS
        MOVE "COPIA PARA A PASTA DO AUDITOR FALHOU" TO WA-MOTIVO
        MOVE WA-ARQUIVO-DESTINO TO WA-LOG-ARQUIVO
        PERFORM 7900-FALHA
        GO TO 3000-RECUPERAR-CHAVE-EXIT
    END-IF.

    MOVE WA-ARQUIVO-DESTINO TO WA-ARQUIVO-HASH.
    PERFORM 7100-HASHEAR-ARQUIVO.
    IF  WA-SHA256-HASH NOT = NFR-SHA256
        CALL "CBL_DELETE_FILE" USING WA-ARQUIVO-DESTINO
        MOVE "COPIA ENTREGUE NAO CONFERE COM O SHA-256 (APAGADA)"
          TO WA-MOTIVO
        MOVE WA-ARQUIVO-DESTINO TO WA-LOG-ARQUIVO
        PERFORM 7900-FALHA
        GO TO 3000-RECUPERAR-CHAVE-EXIT
    END-IF.

    ADD 1 TO WA-TOTAL-RECUPERADAS.
    MOVE SPACES TO RPT-LINHA.
    STRING "  RECUPERADA " NFR-CHAVE " -> " DELIMITED BY SIZE
           WA-ARQUIVO-DESTINO               DELIMITED BY SPACE
           "  SHA-256 " NFR-SHA256 " CONFERE" DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE "RECUPEROU"        TO WA-LOG-ACAO.
    MOVE "ENTREGUE AO AUDITOR, SHA-256 CONFERIDO" TO WA-MOTIVO.
    MOVE WA-ARQUIVO-DESTINO TO WA-LOG-ARQUIVO.
    PERFORM 7500-GRAVAR-LOG.

3000-RECUPERAR-CHAVE-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* LISTA DE CHAVES DO AUDITOR: CADA LINHA E UMA RECUPERACAO "R".       *
*--------------------------------------------------------------------*
3500-RECUPERAR-LISTA.
    MOVE WA-TEXTO TO WA-LISTA-NOME.
    OPEN INPUT LISTA-FILE.
    IF  SW-STATUS-LST(1:1) NOT = ZEROS
        MOVE SPACES TO RPT-LINHA
        STRING "  NAO ABRIU A LISTA " DELIMITED BY SIZE
               WA-LISTA-NOME          DELIMITED BY SPACE
               ", STATUS "            DELIMITED BY SIZE
               SW-STATUS-LST          DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        ADD 1 TO WA-TOTAL-FALHAS
        GO TO 3500-RECUPERAR-LISTA-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-LISTA.
    PERFORM 3510-LER-LISTA
            WITH TEST AFTER
            UNTIL WA-FIM-LISTA-SIM.
    CLOSE LISTA-FILE.

3500-RECUPERAR-LISTA-EXIT.
    EXIT.

3510-LER-LISTA.
    READ LISTA-FILE
         AT END SET WA-FIM-LISTA-SIM TO TRUE
         NOT AT END
             IF  LST-CHAVE NOT = SPACES
                 MOVE LST-CHAVE TO WA-CHAVE
                 PERFORM 3000-RECUPERAR-CHAVE
                         THRU 3000-RECUPERAR-CHAVE-EXIT
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* BLOQUEIO LEGAL ("B") E LIBERACAO ("D").  O MOTIVO (TEXTO) E         *
* OBRIGATORIO NOS DOIS - BLOQUEIO SEM MOTIVO NINGUEM SABE QUANDO      *
* PODE SOLTAR.                                                        *
*--------------------------------------------------------------------*
4000-BLOQUEIO-LEGAL.
    PERFORM 7000-LER-CHAVE.
    IF  NOT WA-ACHOU-SIM
        GO TO 4000-BLOQUEIO-LEGAL-EXIT
    END-IF.
    IF  WA-TEXTO = SPACES
        MOVE "  MOTIVO (TEXTO) OBRIGATORIO - COMANDO IGNORADO"
          TO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 4000-BLOQUEIO-LEGAL-EXIT
    END-IF.
    IF  (WA-ACAO = "B" AND NFR-BLOQUEADA)
        OR (WA-ACAO = "D" AND NOT NFR-BLOQUEADA)
        MOVE SPACES TO RPT-LINHA
        STRING "  " WA-CHAVE " - NADA A FAZER, BLOQUEIO ATUAL: "
                               DELIMITED BY SIZE
               NFR-BLOQUEIO    DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 4000-BLOQUEIO-LEGAL-EXIT
    END-IF.

    MOVE WA-TEXTO(1:60) TO WA-MOTIVO.
    MOVE NFR-CAMINHO    TO WA-LOG-ARQUIVO.
    IF  NOT WA-CONFIRMA-SIM
        ADD 1 TO WA-TOTAL-PREVIA
        MOVE "PREVIA" TO WA-LOG-ACAO
        PERFORM 7500-GRAVAR-LOG
        MOVE SPACES TO RPT-LINHA
        STRING "  PREVIA (SEM CONFIRMA=S): " WA-CHAVE
               " SERIA " DELIMITED BY SIZE
               INTO RPT-LINHA
        IF  WA-ACAO = "B"
            MOVE "BLOQUEADA" TO RPT-LINHA(80:9)
        ELSE
            MOVE "LIBERADA"  TO RPT-LINHA(80:8)
        END-IF
        WRITE RPT-LINHA
        GO TO 4000-BLOQUEIO-LEGAL-EXIT
    END-IF.

    IF  WA-ACAO = "B"
        MOVE "S"       TO NFR-BLOQUEIO
        MOVE "BLOQUEOU" TO WA-LOG-ACAO
    ELSE
        MOVE "N"       TO NFR-BLOQUEIO
        MOVE "LIBEROU"  TO WA-LOG-ACAO
    END-IF.
    MOVE WA-MOTIVO      TO NFR-BLOQ-MOTIVO.
    MOVE WA-OAU-USUARIO TO NFR-BLOQ-USUARIO.
    MOVE WA-DMR-DATA    TO NFR-BLOQ-DATA.
    REWRITE NFR-RECORD
            INVALID KEY
                MOVE "INDICE nferetencao.ctl RECUSOU A REGRAVACAO"
                  TO WA-MOTIVO
                PERFORM 7900-FALHA
                GO TO 4000-BLOQUEIO-LEGAL-EXIT
    END-REWRITE.
    ADD 1 TO WA-TOTAL-BLOQUEIOS.
    PERFORM 7500-GRAVAR-LOG.
    MOVE SPACES TO RPT-LINHA.
    STRING "  " WA-LOG-ACAO " " WA-CHAVE " - " DELIMITED BY SIZE
           WA-MOTIVO                            DELIMITED BY "   "
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

4000-BLOQUEIO-LEGAL-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* EXPURGO DA COPIA RETIDA.  NADA SOB RETENCAO SAI ANTES DO PRAZO, E   *
* NADA BLOQUEADO SAI NUNCA - A RECUSA FICA NO LOG COMO QUALQUER OUTRA *
* TENTATIVA.  O REGISTRO DO INDICE NAO E APAGADO: VIRA EXPURGADA.     *
*--------------------------------------------------------------------*
5000-EXPURGAR.
    PERFORM 7000-LER-CHAVE.
    IF  NOT WA-ACHOU-SIM
        GO TO 5000-EXPURGAR-EXIT
    END-IF.
    IF  NFR-EXPURGADA
        MOVE SPACES TO RPT-LINHA
        STRING "  " WA-CHAVE " - JA EXPURGADA EM " DELIMITED BY SIZE
               NFR-EXPURGO-DATA                    DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 5000-EXPURGAR-EXIT
    END-IF.

    MOVE SPACES      TO WA-MOTIVO.
    MOVE NFR-CAMINHO TO WA-LOG-ARQUIVO.
    IF  NFR-BLOQUEADA
        STRING "BLOQUEIO LEGAL ATIVO: " DELIMITED BY SIZE
               NFR-BLOQ-MOTIVO          DELIMITED BY SIZE
               INTO WA-MOTIVO
    ELSE
        IF  WA-DMR-DATA NOT > NFR-RETER-ATE
            STRING "PRAZO DE RETENCAO NAO VENCIDO - RETER ATE "
                                  DELIMITED BY SIZE
                   NFR-RETER-ATE  DELIMITED BY SIZE
                   INTO WA-MOTIVO
        END-IF
    END-IF.
    IF  WA-MOTIVO NOT = SPACES
        ADD 1 TO WA-TOTAL-RECUSAS
        MOVE "RECUSOU" TO WA-LOG-ACAO
        PERFORM 7500-GRAVAR-LOG
        MOVE SPACES TO RPT-LINHA
        STRING "  EXPURGO RECUSADO " WA-CHAVE " - " DELIMITED BY SIZE
               WA-MOTIVO                            DELIMITED BY "   "
               INTO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 5000-EXPURGAR-EXIT
    END-IF.

    MOVE "PRAZO DE RETENCAO VENCIDO, SEM BLOQUEIO" TO WA-MOTIVO.
    IF  NOT WA-CONFIRMA-SIM
        ADD 1 TO WA-TOTAL-PREVIA
        MOVE "PREVIA" TO WA-LOG-ACAO
        PERFORM 7500-GRAVAR-LOG
        MOVE SPACES TO RPT-LINHA
        STRING "  PREVIA (SEM CONFIRMA=S): " WA-CHAVE
               " SERIA EXPURGADA - " DELIMITED BY SIZE
               NFR-CAMINHO           DELIMITED BY SPACE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 5000-EXPURGAR-EXIT
    END-IF.

    MOVE SPACES      TO WA-ARQUIVO-ORIGEM.
    MOVE NFR-CAMINHO TO WA-ARQUIVO-ORIGEM.
    CALL "CBL_DELETE_FILE" USING WA-ARQUIVO-ORIGEM
         GIVING RETURN-CODE
    END-CALL.
    IF  RETURN-CODE NOT = ZEROS
        MOVE "NAO CONSEGUIU APAGAR A COPIA RETIDA" TO WA-MOTIVO
        PERFORM 7900-FALHA
        GO TO 5000-EXPURGAR-EXIT
    END-IF.

    SET NFR-EXPURGADA   TO TRUE.
    MOVE WA-DMR-DATA    TO NFR-EXPURGO-DATA.
    MOVE WA-OAU-USUARIO TO NFR-EXPURGO-USUARIO.
    REWRITE NFR-RECORD
            INVALID KEY
                MOVE "COPIA APAGADA MAS O INDICE RECUSOU A REGRAVACAO"
                  TO WA-MOTIVO
                PERFORM 7900-FALHA
                GO TO 5000-EXPURGAR-EXIT
    END-REWRITE.
    ADD 1 TO WA-TOTAL-EXPURGADAS.
    MOVE "EXPURGOU" TO WA-LOG-ACAO.
    PERFORM 7500-GRAVAR-LOG.
    MOVE SPACES TO RPT-LINHA.
    STRING "  EXPURGADA " WA-CHAVE " - " DELIMITED BY SIZE
           NFR-CAMINHO                   DELIMITED BY SPACE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

5000-EXPURGAR-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* VENCIMENTOS DO ANO: PASSADA COMPLETA NO INDICE.  SAI O QUE TEM O    *
* PRAZO NO ANO PEDIDO (BLOQUEADAS MARCADAS - NAO SAEM NO EXPURGO) E,  *
* NO RODAPE, QUANTAS JA VENCERAM EM ANOS ANTERIORES E SEGUEM RETIDAS. *
*--------------------------------------------------------------------*
6000-VENCIMENTOS.
    MOVE ZEROS TO WA-VEN-NO-ANO WA-VEN-BLOQUEADAS WA-VEN-EXPURGADAS
                  WA-VEN-ATRASADAS.
    MOVE SPACES TO RPT-LINHA.
    STRING "  FIM DO PRAZO DE RETENCAO EM " DELIMITED BY SIZE
           WA-ANO                           DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "  CHAVE                                        "
           "EMISSAO    CNPJ EMITENTE  RETER ATE SITUACAO   "
           "BLQ ARQUIVO"
           DELIMITED BY SIZE INTO RPT-LINHA.
    WRITE RPT-LINHA.

    MOVE LOW-VALUES TO NFR-CHAVE.
    START RETENCAO-FILE KEY IS NOT LESS THAN NFR-CHAVE
          INVALID KEY SET WA-FIM-RET-SIM TO TRUE
          NOT INVALID KEY MOVE "N" TO WA-FIM-RET
    END-START.
    PERFORM 6100-AVALIAR-VENCIMENTO
            UNTIL WA-FIM-RET-SIM.

    MOVE SPACES TO RPT-LINHA.
    STRING "  VENCEM NO ANO: "              DELIMITED BY SIZE
           WA-VEN-NO-ANO                    DELIMITED BY SIZE
           "  BLOQUEADAS: "                 DELIMITED BY SIZE
           WA-VEN-BLOQUEADAS                DELIMITED BY SIZE
           "  JA EXPURGADAS: "              DELIMITED BY SIZE
           WA-VEN-EXPURGADAS                DELIMITED BY SIZE
           "  VENCIDAS EM ANOS ANTERIORES E AINDA RETIDAS: "
                                            DELIMITED BY SIZE
           WA-VEN-ATRASADAS                 DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

6100-AVALIAR-VENCIMENTO.
    READ RETENCAO-FILE NEXT RECORD
         AT END SET WA-FIM-RET-SIM TO TRUE
         NOT AT END
             IF  NFR-RETER-ANO = WA-ANO
                 PERFORM 6200-LISTAR-VENCIMENTO
             ELSE
                 IF  NFR-RETER-ANO < WA-ANO AND NFR-ARQUIVADA
                     ADD 1 TO WA-VEN-ATRASADAS
                 END-IF
             END-IF
    END-READ.

6200-LISTAR-VENCIMENTO.
    ADD 1 TO WA-VEN-NO-ANO.
    IF  NFR-BLOQUEADA
        ADD 1 TO WA-VEN-BLOQUEADAS
    END-IF.
    IF  NFR-EXPURGADA
        ADD 1 TO WA-VEN-EXPURGADAS
    END-IF.
    MOVE SPACES TO RPT-LINHA.
    STRING "  " NFR-CHAVE " " NFR-DATA-EMISSAO " "
           NFR-CNPJ-EMIT " " NFR-RETER-ATE "  "
           NFR-SITUACAO " " NFR-BLOQUEIO "   " DELIMITED BY SIZE
           NFR-CAMINHO                          DELIMITED BY SPACE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* LE A CHAVE DO COMANDO NO INDICE.  CHAVE QUE NAO CONSTA E FALHA -    *
* O AUDITOR PEDIU UMA NOTA QUE O ARQUIVO DEVERIA TER.                 *
*--------------------------------------------------------------------*
7000-LER-CHAVE.
    MOVE "N"      TO WA-ACHOU.
    MOVE WA-CHAVE TO NFR-CHAVE.
    READ RETENCAO-FILE
         KEY IS NFR-CHAVE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE "S" TO WA-ACHOU
    END-READ.
    IF  NOT WA-ACHOU-SIM
        MOVE "CHAVE NAO CONSTA NO ARQUIVO DE RETENCAO" TO WA-MOTIVO
        MOVE SPACES TO WA-LOG-ARQUIVO
        PERFORM 7900-FALHA
    END-IF.

7100-HASHEAR-ARQUIVO.
    MOVE SPACES TO WA-SHA256-HASH.
    MOVE -1 TO SHA-X.
    CALL "SHA256File" USING BY REFERENCE WA-ARQUIVO-HASH
                            BY REFERENCE SHA-RET
                            BY REFERENCE SHA-X
                      GIVING RETURN-CODE
    END-CALL.
    IF  SHA-X >= ZEROS
        CALL "C$MEMCPY" USING BY REFERENCE SHA-RETO,
                               BY VALUE SHA-RET, SHA-X
        MOVE SHA-RETO(1:64) TO WA-SHA256-HASH
    END-IF.

7500-GRAVAR-LOG.
    MOVE SPACES         TO LOG-LINHA.
    ACCEPT LOG-DATA FROM DATE YYYYMMDD.
    ACCEPT LOG-HORA FROM TIME.
    MOVE WA-LOG-ACAO    TO LOG-ACAO.
    MOVE WA-CHAVE       TO LOG-CHAVE.
    MOVE WA-MOTIVO      TO LOG-MOTIVO.
    MOVE WA-LOG-ARQUIVO TO LOG-ARQUIVO.
    MOVE WA-OAU-USUARIO TO LOG-USUARIO.
    WRITE LOG-LINHA.

7900-FALHA.
    ADD 1 TO WA-TOTAL-FALHAS.
    MOVE "FALHOU" TO WA-LOG-ACAO.
    PERFORM 7500-GRAVAR-LOG.
    MOVE SPACES TO RPT-LINHA.
    STRING "  FALHA " WA-CHAVE " - " DELIMITED BY SIZE
           WA-MOTIVO                 DELIMITED BY "   "
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO WA-ALR-TEXTO.
    STRING "RETENCAO LEGAL DE NF-E: " DELIMITED BY SIZE
           WA-MOTIVO                  DELIMITED BY "   "
           " - CHAVE "                DELIMITED BY SIZE
           WA-CHAVE                   DELIMITED BY SIZE
           INTO WA-ALR-TEXTO.
    CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                           WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.

8000-TRAILER.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    STRING "COMANDOS: "          DELIMITED BY SIZE
           WA-TOTAL-COMANDOS     DELIMITED BY SIZE
           "  RECUPERADAS: "     DELIMITED BY SIZE
           WA-TOTAL-RECUPERADAS  DELIMITED BY SIZE
           "  BLOQUEIOS/LIBERACOES: " DELIMITED BY SIZE
           WA-TOTAL-BLOQUEIOS    DELIMITED BY SIZE
           "  EXPURGADAS: "      DELIMITED BY SIZE
           WA-TOTAL-EXPURGADAS   DELIMITED BY SIZE
           "  SO PREVIA: "       DELIMITED BY SIZE
           WA-TOTAL-PREVIA       DELIMITED BY SIZE
           "  RECUSAS: "         DELIMITED BY SIZE
           WA-TOTAL-RECUSAS      DELIMITED BY SIZE
           "  FALHAS: "          DELIMITED BY SIZE
           WA-TOTAL-FALHAS       DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

9999-FINALIZAR.
    CLOSE RECUP-CTL.
    CLOSE RETENCAO-FILE.
    CLOSE RECUP-LOG.
    CLOSE NFERECUP-RPT.
    CANCEL WA-LIB.
