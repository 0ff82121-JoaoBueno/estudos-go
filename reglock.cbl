*             DESCOBRE PELO LOCKPOLL QUE AGORA E DONA.  ANTES, QUEM LEVAVA     *
*             REG-JA-TRAVADO SO PODIA REDISCAR - E UM TERCEIRO PEGAVA O        *
*             REGISTRO NO MEIO.                                                *
* ALTERACAO.: 15/10/2026 - BUENO - CONFERENCIA ANTES DE SALVAR: A TRAVA NAO    *
*             SEGURAVA UM PASSO NOTURNO OU O DQFIX, QUE REGRAVAVAM O REGISTRO  *
*             COM A TELA ABERTA - E O SALVAR DO OPERADOR DESFAZIA A MUDANCA    *
*             CALADO.  GANHA O PARAMETRO REG-IMAGEM (BYTES DO REGISTRO): NO    *
*             "L"/"Q" A CONCESSAO GUARDA O MD5 DELES EM REG-LOCK-MD5 (MESMO    *
*             MD5String DO VENDRECH); A OPERACAO NOVA "V", CHAMADA COM O       *
*             REGISTRO RELIDO NA HORA DE SALVAR, COMPARA.  MUDOU POR BAIXO:    *
*             RETORNO 02, O SALVAR E RECUSADO, REG-DONO-* DIZ QUEM/O QUE       *
*             MUDOU (TRILHA LOCKAUD, dqfix-log.txt, precoimp-log.txt OU PASSO  *
*             DO batdrv.log QUE RODOU NO MEIO) E O CONFLITO VAI PARA A TRILHA  *
*             LOCKAUD (EVENTO "CONFLITO").  DEPOIS DE SALVAR, A TELA RENOVA    *
*             COM "L" E A IMAGEM GRAVADA.  CHAMADOR SEM IMAGEM (BRANCOS)       *
*             TRAVA COMO ANTES, SEM CONFERENCIA.  registro.lock NO LAYOUT      *
*             ANTIGO E RECRIADO VAZIO NO PRIMEIRO OPEN - TROCAR SEM SESSOES.   *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
           RECORD KEY FIL-CHAVE
           FILE STATUS SW-STATUS-FIL.

* FONTES DE "QUEM MUDOU" NA CONFERENCIA ANTES DE SALVAR (SO LEITURA).
    SELECT LOCKAUD-FILE ASSIGN "lockaud.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-AUD.

* dqfix-log.txt OU precoimp-log.txt - MESMO COMECO DE LINHA.
    SELECT LOGALT-FILE ASSIGN WA-LOGALT-NOME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-ALT.

    SELECT BATDRV-LOG ASSIGN "batdrv.log"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-BAT.

DATA DIVISION.
FILE SECTION.
FD  REG-LOCK-FILE.
FD  LOCKFILA-FILE.
copy "lockfila.ws".

FD  LOCKAUD-FILE.
copy "lockaud.ws".

* LINHA DE TRILHA ANTES/DEPOIS DO DQFIX E DO PRECOIMP (O PRECOIMP
* ACRESCENTA O USUARIO NO FIM; NO DQFIX A COLUNA CHEGA EM BRANCO).
FD  LOGALT-FILE.
01  ALT-LINHA.
    03  ALT-DATA                PIC 9(008).
    03  FILLER                  PIC X(001).
    03  ALT-HORA                PIC 9(006).
    03  FILLER                  PIC X(001).
    03  ALT-SITUACAO            PIC X(010).
    03  FILLER                  PIC X(001).
    03  ALT-ARQUIVO             PIC X(032).
    03  FILLER                  PIC X(001).
    03  ALT-CAMPO               PIC X(032).
    03  FILLER                  PIC X(001).
    03  ALT-CHAVE               PIC X(060).
    03  FILLER                  PIC X(001).
    03  ALT-ANTES               PIC X(060).
    03  FILLER                  PIC X(001).
    03  ALT-DEPOIS              PIC X(060).
    03  FILLER                  PIC X(001).
    03  ALT-USUARIO             PIC X(030).

FD  BATDRV-LOG.
copy "batdrvlog.ws".

WORKING-STORAGE SECTION.
77  SW-STATUS                   PIC X(002)          VALUE SPACES.
77  WA-AUD-EVENTO               PIC X(008)          VALUE SPACES.
    88  WA-ATENDIDO-SIM                             VALUE "S".
77  WA-USUARIO-FILA             PIC X(030)          VALUE SPACES.

* CONFERENCIA ANTES DE SALVAR: MD5 DA IMAGEM (libmd5.so CARREGADA E
* CONFERIDA UMA VEZ SO POR SESSAO, COMO NO VENDRECH).
77  SW-STATUS-AUD               PIC X(002)          VALUE SPACES.
77  SW-STATUS-ALT               PIC X(002)          VALUE SPACES.
77  SW-STATUS-BAT               PIC X(002)          VALUE SPACES.
77  WA-LIB                      PIC X(150)          VALUE SPACES.
77  WA-LIB-SITUACAO             PIC X(001)          VALUE SPACES.
    88  WA-LIB-NAO-CARREGADA                        VALUE SPACES.
    88  WA-LIB-OK                                   VALUE "S".
    88  WA-LIB-REPROVADA                            VALUE "N".
77  WA-DLLCHK-RETORNO           PIC 9(002)          VALUE ZEROS.
77  WA-MSF-RETORNO              PIC 9(002)          VALUE ZEROS.
77  WA-RECORD-BUFFER            PIC X(4000)         VALUE SPACES.
77                              PIC X(001)          VALUE X"00".
77  WP-MD5                      POINTER.
77  WA-MD5-LEN                  SIGNED-LONG.
77  WA-MD5-REGISTRO             PIC X(032)          VALUE SPACES.

77  WA-FIM-FONTE                PIC X(001)          VALUE "N".
    88  WA-FIM-FONTE-SIM                            VALUE "S".
77  WA-LOGALT-NOME              PIC X(040)          VALUE SPACES.
77  WA-LOGALT-AUTOR             PIC X(030)          VALUE SPACES.
77  WA-MOMENTO-TRAVA            PIC 9(014)          VALUE ZEROS.
77  WA-MOMENTO-FONTE            PIC 9(014)          VALUE ZEROS.
77  WA-MOMENTO-AUTOR            PIC 9(014)          VALUE ZEROS.
77  WA-MOMENTO-PASSO            PIC 9(014)          VALUE ZEROS.
77  WA-AUTOR                    PIC X(030)          VALUE SPACES.
77  WA-AUTOR-PID                PIC 9(005)          VALUE ZEROS.
77  WA-PASSO                    PIC X(030)          VALUE SPACES.

LINKAGE SECTION.
01  REG-TIPO                    PIC X(003).
01  REG-CODIGO                  PIC 9(008).
01  REG-STATUS                  PIC 9(002).
    88  REG-LIBERADO                               VALUE 00.
    88  REG-JA-TRAVADO                             VALUE 01.
    88  REG-ALTERADO                               VALUE 02.
    88  REG-SEM-TRAVA                              VALUE 03.
    88  REG-ERRO-ARQUIVO                           VALUE 99.
01  REG-DONO-USUARIO            PIC X(030).
01  REG-DONO-PID                PIC 9(005).
01  REG-DONO-DATA               PIC 9(008).
01  REG-DONO-HORA               PIC 9(006).
01  REG-IMAGEM                  PIC X(4000).

PROCEDURE DIVISION CHAINING REG-TIPO, REG-CODIGO, REG-OPERACAO, REG-PID,
        REG-STATUS, REG-DONO-USUARIO, REG-DONO-PID, REG-DONO-DATA,
        REG-DONO-HORA, REG-IMAGEM.
0000-MAINLINE.
    MOVE ZEROS  TO REG-STATUS.
    MOVE SPACES TO REG-DONO-USUARIO.
            PERFORM 1000-TRAVAR
        WHEN REG-OPERACAO = "U"
            PERFORM 2000-DESTRAVAR
        WHEN REG-OPERACAO = "V"
*           CONFERENCIA ANTES DE SALVAR, COM O REGISTRO RELIDO AGORA.
            PERFORM 5000-VERIFICAR
                    THRU 5000-VERIFICAR-EXIT
        WHEN REG-OPERACAO = "Q"
*           TRAVA-OU-ENFILEIRA: CONSEGUIU, E DONO COMO NO "L";
*           NEGADO, FICA NA FILA NA ORDEM DE CHEGADA.
    CALL "PIDTOUSER" USING REG-PID, REG-LOCK-USUARIO.
    ACCEPT REG-LOCK-DATA FROM DATE YYYYMMDD.
    ACCEPT REG-LOCK-HORA FROM TIME.
    MOVE SPACES TO REG-LOCK-MD5.
    IF  REG-IMAGEM NOT = SPACES
        PERFORM 6000-HASHEAR-IMAGEM
                THRU 6000-HASHEAR-IMAGEM-EXIT
        MOVE WA-MD5-REGISTRO TO REG-LOCK-MD5
    END-IF.

    REWRITE REG-LOCK-RECORD
            INVALID KEY WRITE REG-LOCK-RECORD
    MOVE WA-USUARIO-FILA TO REG-LOCK-USUARIO.
    ACCEPT REG-LOCK-DATA FROM DATE YYYYMMDD.
    ACCEPT REG-LOCK-HORA FROM TIME.
*   A IMAGEM E DE QUEM ESPERAVA - A TELA DELE RENOVA COM "L" AO ABRIR.
    MOVE SPACES TO REG-LOCK-MD5.
    REWRITE REG-LOCK-RECORD
            INVALID KEY WRITE REG-LOCK-RECORD
    END-REWRITE.

4100-TENTAR-PROXIMO-DA-FILA-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* CONFERENCIA ANTES DE SALVAR.  A TRAVA PRECISA SER DESTE PID (SUMIU: *
* 03; E DE OUTRO: 01 COM O DONO).  O MD5 DA IMAGEM RELIDA AGORA E     *
* COMPARADO COM O DA CONCESSAO - DIFERENTE, O REGISTRO MUDOU POR      *
* BAIXO DA TELA: 02, COM QUEM/O QUE MUDOU EM REG-DONO-* E O EVENTO    *
* "CONFLITO" NA TRILHA.  TRAVA SEM MD5 (CONCEDIDA SEM IMAGEM) NAO TEM *
* COM O QUE COMPARAR E LIBERA, COMO ANTES.                            *
*--------------------------------------------------------------------*
5000-VERIFICAR.
    MOVE REG-TIPO   TO REG-LOCK-TIPO.
    MOVE REG-CODIGO TO REG-LOCK-CODIGO.
    READ REG-LOCK-FILE
         KEY IS REG-LOCK-CHAVE
         INVALID KEY
             SET REG-SEM-TRAVA TO TRUE
    END-READ.
    IF  REG-SEM-TRAVA
        GO TO 5000-VERIFICAR-EXIT
    END-IF.
    IF  REG-LOCK-PID NOT = REG-PID
        SET REG-JA-TRAVADO TO TRUE
        MOVE REG-LOCK-USUARIO TO REG-DONO-USUARIO
        MOVE REG-LOCK-PID     TO REG-DONO-PID
        MOVE REG-LOCK-DATA    TO REG-DONO-DATA
        MOVE REG-LOCK-HORA    TO REG-DONO-HORA
        GO TO 5000-VERIFICAR-EXIT
    END-IF.

    SET REG-LIBERADO TO TRUE.
    MOVE REG-LOCK-USUARIO TO REG-DONO-USUARIO.
    MOVE REG-LOCK-PID     TO REG-DONO-PID.
    MOVE REG-LOCK-DATA    TO REG-DONO-DATA.
    MOVE REG-LOCK-HORA    TO REG-DONO-HORA.
    IF  REG-LOCK-MD5 = SPACES OR REG-IMAGEM = SPACES
        GO TO 5000-VERIFICAR-EXIT
    END-IF.
    PERFORM 6000-HASHEAR-IMAGEM
            THRU 6000-HASHEAR-IMAGEM-EXIT.
    IF  WA-MD5-REGISTRO = SPACES
*       SEM BIBLIOTECA CONFIAVEL NAO HA CONFERENCIA - NAO BARRA.
        GO TO 5000-VERIFICAR-EXIT
    END-IF.
    IF  WA-MD5-REGISTRO = REG-LOCK-MD5
        GO TO 5000-VERIFICAR-EXIT
    END-IF.

    SET REG-ALTERADO TO TRUE.
    PERFORM 5100-APURAR-AUTOR
            THRU 5100-APURAR-AUTOR-EXIT.
    MOVE WA-AUTOR     TO REG-DONO-USUARIO.
    MOVE WA-AUTOR-PID TO REG-DONO-PID.
    IF  WA-MOMENTO-AUTOR > ZEROS
        MOVE WA-MOMENTO-AUTOR(1:8)  TO REG-DONO-DATA
        MOVE WA-MOMENTO-AUTOR(9:6)  TO REG-DONO-HORA
    ELSE
        MOVE ZEROS TO REG-DONO-DATA REG-DONO-HORA
    END-IF.

    MOVE "CONFLITO" TO WA-AUD-EVENTO.
    CALL "LOCKAUD" USING WA-AUD-EVENTO, REG-LOCK-TIPO, REG-LOCK-CODIGO,
                          REG-LOCK-USUARIO, REG-LOCK-PID, REG-LOCK-DATA,
                          REG-LOCK-HORA, WA-AUTOR
    END-CALL.

5000-VERIFICAR-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* QUEM/O QUE MUDOU O REGISTRO DEPOIS DA CONCESSAO, PELA EVIDENCIA     *
* MAIS RECENTE: OUTRO OPERADOR QUE PEGOU A TRAVA DO MESMO REGISTRO    *
* (TRILHA LOCKAUD - SO ACONTECE DEPOIS DE LIBERACAO FORCADA OU        *
* VARRIDA), CORRECAO APLICADA PELO DQFIX OU PELO PRECOIMP NA MESMA    *
* CHAVE.  SEM NENHUMA, O PASSO DO batdrv.log QUE RODOU NO MEIO.  SEM  *
* NADA, "NAO IDENTIFICADO".                                           *
*--------------------------------------------------------------------*
5100-APURAR-AUTOR.
    MOVE SPACES TO WA-AUTOR WA-PASSO.
    MOVE ZEROS  TO WA-AUTOR-PID WA-MOMENTO-AUTOR WA-MOMENTO-PASSO.
    COMPUTE WA-MOMENTO-TRAVA = REG-LOCK-DATA * 1000000 + REG-LOCK-HORA.

    OPEN INPUT LOCKAUD-FILE.
    IF  SW-STATUS-AUD(1:1) = ZEROS
        MOVE "N" TO WA-FIM-FONTE
        PERFORM 5110-LER-LOCKAUD
                WITH TEST AFTER
                UNTIL WA-FIM-FONTE-SIM
        CLOSE LOCKAUD-FILE
    END-IF.

    MOVE "dqfix-log.txt" TO WA-LOGALT-NOME.
    MOVE "DQFIX"         TO WA-LOGALT-AUTOR.
    PERFORM 5120-VARRER-LOGALT
            THRU 5120-VARRER-LOGALT-EXIT.
    MOVE "precoimp-log.txt" TO WA-LOGALT-NOME.
    MOVE "PRECOIMP"         TO WA-LOGALT-AUTOR.
    PERFORM 5120-VARRER-LOGALT
            THRU 5120-VARRER-LOGALT-EXIT.

    IF  WA-AUTOR NOT = SPACES
        GO TO 5100-APURAR-AUTOR-EXIT
    END-IF.

    OPEN INPUT BATDRV-LOG.
    IF  SW-STATUS-BAT(1:1) = ZEROS
        MOVE "N" TO WA-FIM-FONTE
        PERFORM 5140-LER-BATDRV
                WITH TEST AFTER
                UNTIL WA-FIM-FONTE-SIM
        CLOSE BATDRV-LOG
    END-IF.
    IF  WA-PASSO NOT = SPACES
        MOVE SPACES TO WA-AUTOR
        STRING "BATDRV "  DELIMITED BY SIZE
               WA-PASSO   DELIMITED BY SPACE
               INTO WA-AUTOR
        END-STRING
        GO TO 5100-APURAR-AUTOR-EXIT
    END-IF.

    MOVE "NAO IDENTIFICADO" TO WA-AUTOR.

5100-APURAR-AUTOR-EXIT.
    EXIT.

5110-LER-LOCKAUD.
    READ LOCKAUD-FILE
         AT END SET WA-FIM-FONTE-SIM TO TRUE
         NOT AT END
             IF  AUD-TIPO = REG-TIPO
                 AND AUD-CODIGO = REG-CODIGO
                 AND (AUD-EVENTO = "TRAVA" OR AUD-EVENTO = "FILA")
                 AND AUD-PID NOT = REG-PID
                 AND AUD-DATA-TRAVA NUMERIC
                 AND AUD-HORA-TRAVA NUMERIC
                 COMPUTE WA-MOMENTO-FONTE =
                         AUD-DATA-TRAVA * 1000000 + AUD-HORA-TRAVA
                 IF  WA-MOMENTO-FONTE NOT < WA-MOMENTO-TRAVA
                     AND WA-MOMENTO-FONTE NOT < WA-MOMENTO-AUTOR
                     MOVE AUD-USUARIO      TO WA-AUTOR
                     MOVE AUD-PID          TO WA-AUTOR-PID
                     MOVE WA-MOMENTO-FONTE TO WA-MOMENTO-AUTOR
                 END-IF
             END-IF
    END-READ.

5120-VARRER-LOGALT.
    OPEN INPUT LOGALT-FILE.
    IF  SW-STATUS-ALT(1:1) NOT = ZEROS
        GO TO 5120-VARRER-LOGALT-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-FONTE.
    PERFORM 5130-LER-LOGALT
            WITH TEST AFTER
            UNTIL WA-FIM-FONTE-SIM.
    CLOSE LOGALT-FILE.

5120-VARRER-LOGALT-EXIT.
    EXIT.

*   SO O QUE FOI DE FATO GRAVADO NO CADASTRO CONTA (APLICADA NO DQFIX E
*   NO PRECOIMP, APROVADA NA PENDENCIA DO PRECOIMP).  A CHAVE DO
*   REGISTRO COMECA PELO CODIGO.
5130-LER-LOGALT.
    READ LOGALT-FILE
         AT END SET WA-FIM-FONTE-SIM TO TRUE
         NOT AT END
             IF  (ALT-SITUACAO = "APLICADA" OR ALT-SITUACAO = "APROVADA")
                 AND ALT-CHAVE(1:8) = REG-CODIGO
                 AND ALT-DATA NUMERIC AND ALT-HORA NUMERIC
                 COMPUTE WA-MOMENTO-FONTE =
                         ALT-DATA * 1000000 + ALT-HORA
                 IF  WA-MOMENTO-FONTE NOT < WA-MOMENTO-TRAVA
                     AND WA-MOMENTO-FONTE NOT < WA-MOMENTO-AUTOR
                     MOVE SPACES TO WA-AUTOR
                     STRING WA-LOGALT-AUTOR DELIMITED BY SPACE
                            " "             DELIMITED BY SIZE
                            ALT-USUARIO     DELIMITED BY SPACE
                            INTO WA-AUTOR
                     END-STRING
                     MOVE ZEROS            TO WA-AUTOR-PID
                     MOVE WA-MOMENTO-FONTE TO WA-MOMENTO-AUTOR
                 END-IF
             END-IF
    END-READ.

*   PASSO QUE TERMINOU (OU AINDA RODAVA) DEPOIS DA CONCESSAO - O MAIS
*   RECENTE FICA.
5140-LER-BATDRV.
    READ BATDRV-LOG
         AT END SET WA-FIM-FONTE-SIM TO TRUE
         NOT AT END
             IF  LOG-DATA-FIM NUMERIC AND LOG-HORA-FIM NUMERIC
                 AND LOG-DATA-INICIO NUMERIC
                 AND LOG-HORA-INICIO NUMERIC
                 IF  LOG-DATA-FIM = ZEROS
                     COMPUTE WA-MOMENTO-FONTE =
                             LOG-DATA-INICIO * 1000000 + LOG-HORA-INICIO
                 ELSE
                     COMPUTE WA-MOMENTO-FONTE =
                             LOG-DATA-FIM * 1000000 + LOG-HORA-FIM
                 END-IF
                 IF  WA-MOMENTO-FONTE NOT < WA-MOMENTO-TRAVA
                     AND WA-MOMENTO-FONTE NOT < WA-MOMENTO-PASSO
                     MOVE LOG-PROGRAMA     TO WA-PASSO
                     MOVE WA-MOMENTO-FONTE TO WA-MOMENTO-PASSO
                     MOVE WA-MOMENTO-FONTE TO WA-MOMENTO-AUTOR
                 END-IF
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* MD5 DOS BYTES DA IMAGEM, PELO MD5String DA libmd5.so - O MESMO      *
* HASH POR REGISTRO DO VENDRECH.  A BIBLIOTECA E CARREGADA, CONFERIDA *
* CONTRA O MANIFESTO (DLLCHECK) E TESTADA (MD5SELF) NA PRIMEIRA VEZ;  *
* REPROVADA, O MD5 SAI EM BRANCO E NADA E CONFERIDO NESTA SESSAO.     *
*--------------------------------------------------------------------*
6000-HASHEAR-IMAGEM.
    MOVE SPACES TO WA-MD5-REGISTRO.
    IF  WA-LIB-NAO-CARREGADA
        SET WA-LIB-REPROVADA TO TRUE
        SET CONFIGURATION "DLL-CONVENTION" TO 0
        MOVE "./libmd5.so" TO WA-LIB
        CALL WA-LIB
        CALL "DLLCHECK" USING WA-LIB, WA-DLLCHK-RETORNO END-CALL
        IF  WA-DLLCHK-RETORNO = ZEROS
            CALL "MD5SELF" USING WA-MSF-RETORNO END-CALL
            IF  WA-MSF-RETORNO = ZEROS
                SET WA-LIB-OK TO TRUE
            END-IF
        END-IF
    END-IF.
    IF  NOT WA-LIB-OK
        GO TO 6000-HASHEAR-IMAGEM-EXIT
    END-IF.

    MOVE REG-IMAGEM TO WA-RECORD-BUFFER.
    CALL "MD5String"
             USING BY REFERENCE WA-RECORD-BUFFER
                   BY REFERENCE WP-MD5
                   BY REFERENCE WA-MD5-LEN
             GIVING RETURN-CODE
    END-CALL.
    IF  WA-MD5-LEN >= ZEROS
        CALL "C$MEMCPY" USING BY REFERENCE WA-MD5-REGISTRO,
                               BY VALUE WP-MD5, WA-MD5-LEN
    END-IF.

6000-HASHEAR-IMAGEM-EXIT.
    EXIT.
