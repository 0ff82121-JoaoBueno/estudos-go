* EXATAMENTE O BURACO QUE ESTE REGISTRO VEIO FECHAR.                           *
*                                                                              *
* CRIACAO...: 02/09/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - ANTES DE RESPONDER, CONFERE O MD5 DO        *
*             operadores.ctl CONTRA A ULTIMA VERSAO APROVADA NA TRILHA DO      *
*             OPERAPR (operapr-log.txt, LINHA "APROVADO"/"INICIADO") - O       *
*             REGISTRO ERA UM TEXTO PLANO E QUEM TINHA ESCRITA SE FAZIA        *
*             SUPERVISOR.  NAO BATEU, OU NAO HA VERSAO APROVADA: RETORNO 03    *
*             E NINGUEM E AUTORIZADO ATE O ARQUIVO SER RESTAURADO DA COPIA     *
*             operadores-aprov.ctl (OU INICIALIZADO PELO OPERAPR "I").         *
*             libmd5.so E CONFERIDA PELO DLLCHECK NA PRIMEIRA CHAMADA.         *
* ALTERACAO.: 15/10/2026 - BUENO - libmd5.so PASSA TAMBEM PELO AUTOTESTE       *
*             MD5SELF DEPOIS DO DLLCHECK; REPROVADA, RETORNO 99.               *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS.

* TRILHA DA MANUTENCAO DE PAPEIS (OPERAPR) - DE ONDE VEM A VERSAO
* APROVADA DO REGISTRO.
    SELECT OPERAPR-LOG ASSIGN "operapr-log.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-LOG.

DATA DIVISION.
FILE SECTION.
FD  OPER-CTL.
    03  OPE-PAPEL                PIC X(010).
    03  OPE-ATIVO                PIC X(001).

FD  OPERAPR-LOG.
copy "operapr.ws".

WORKING-STORAGE SECTION.
77  SW-STATUS                    PIC X(002)          VALUE SPACES.
77  SW-STATUS-LOG                PIC X(002)          VALUE SPACES.
77  WA-PID                       PIC 9(005)          VALUE ZEROS.
77  WA-FIM-CTL                   PIC X(001)          VALUE "N".
    88  WA-FIM-CTL-SIM                               VALUE "S".
77  WA-CADASTRADO                PIC X(001)          VALUE "N".
77  WA-FIM-LOG                   PIC X(001)          VALUE "N".
    88  WA-FIM-LOG-SIM                               VALUE "S".
77  WA-VERSAO-CONFERE            PIC X(001)          VALUE "N".
    88  WA-VERSAO-CONFERE-SIM                        VALUE "S".
77  WA-MD5-APROVADO              PIC X(032)          VALUE SPACES.

* A BIBLIOTECA SO E CARREGADA E CONFERIDA UMA VEZ POR EXECUCAO DO
* CHAMADOR - A WORKING-STORAGE SOBREVIVE ENTRE AS CHAMADAS.
77  WA-LIB-CARREGADA             PIC X(001)          VALUE "N".
    88  WA-LIB-CARREGADA-SIM                         VALUE "S".
77  WA-LIB                       PIC X(150)          VALUE SPACES.
77  WA-DLLCHK-RETORNO            PIC 9(002)          VALUE ZEROS.
    88  WA-DLLCHK-OK                                 VALUE 00.
77  WA-MSF-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-ARQUIVO                   PIC X(200)          VALUE SPACES.
77                               PIC X(001)          VALUE X"00".
77  WA-RET                       POINTER.
77  WA-MD5-CALCULADO             PIC X(100)          VALUE SPACES.
77                               PIC X(001)          VALUE X"00".
77  WA-LEN                       SIGNED-LONG.

LINKAGE SECTION.
01  OAU-PAPEL                    PIC X(010).
    88  OAU-AUTORIZADO                               VALUE 00.
    88  OAU-SEM-PAPEL                                VALUE 01.
    88  OAU-NAO-CADASTRADO                           VALUE 02.
    88  OAU-REGISTRO-ALTERADO                        VALUE 03.
    88  OAU-ERRO-ARQUIVO                             VALUE 99.

PROCEDURE DIVISION CHAINING OAU-PAPEL, OAU-USUARIO, OAU-RETORNO.
        GO TO 0000-EXIT
    END-IF.

*   REGISTRO FORA DA VERSAO APROVADA NAO TEM AUTORIDADE NENHUMA.
    PERFORM 2000-CONFERIR-VERSAO
            THRU 2000-CONFERIR-VERSAO-EXIT.
    IF  NOT WA-VERSAO-CONFERE-SIM
        GO TO 0000-EXIT
    END-IF.

    OPEN INPUT OPER-CTL.
    IF  SW-STATUS(1:1) NOT = ZEROS
*       SEM REGISTRO NAO HA AUTORIDADE CONFERIVEL - RECUSA.
                 END-IF
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* A VERSAO APROVADA E O MD5 DA ULTIMA LINHA "APROVADO"/"INICIADO" DA  *
* TRILHA DO OPERAPR.  SEM NENHUMA, OU COM O ARQUIVO DIFERENTE DELA,   *
* RETORNO 03; BIBLIOTECA REPROVADA OU ARQUIVO ILEGIVEL, 99.           *
*--------------------------------------------------------------------*
2000-CONFERIR-VERSAO.
    MOVE "N"    TO WA-VERSAO-CONFERE WA-FIM-LOG.
    MOVE SPACES TO WA-MD5-APROVADO.
    OPEN INPUT OPERAPR-LOG.
    IF  SW-STATUS-LOG(1:1) = ZEROS
        PERFORM 2010-LER-LINHA-LOG
                WITH TEST AFTER
                UNTIL WA-FIM-LOG-SIM
        CLOSE OPERAPR-LOG
    END-IF.
    IF  WA-MD5-APROVADO = SPACES
        SET OAU-REGISTRO-ALTERADO TO TRUE
        GO TO 2000-CONFERIR-VERSAO-EXIT
    END-IF.

    IF  NOT WA-LIB-CARREGADA-SIM
        SET CONFIGURATION "DLL-CONVENTION" TO 0
        MOVE "./libmd5.so" TO WA-LIB
        CALL WA-LIB
        CALL "DLLCHECK" USING WA-LIB, WA-DLLCHK-RETORNO END-CALL
        IF  NOT WA-DLLCHK-OK
            SET OAU-ERRO-ARQUIVO TO TRUE
            GO TO 2000-CONFERIR-VERSAO-EXIT
        END-IF
*       PROCEDENCIA CONFERIDA; AGORA A BIBLIOTECA TEM QUE RESPONDER
*       CERTO AOS VETORES CONHECIDOS.
        CALL "MD5SELF" USING WA-MSF-RETORNO END-CALL
        IF  WA-MSF-RETORNO NOT = ZEROS
            SET OAU-ERRO-ARQUIVO TO TRUE
            GO TO 2000-CONFERIR-VERSAO-EXIT
        END-IF
        MOVE "S" TO WA-LIB-CARREGADA
    END-IF.

    MOVE SPACES TO WA-MD5-CALCULADO.
    MOVE "operadores.ctl" TO WA-ARQUIVO.
    MOVE ZEROS TO WA-LEN.
    CALL "MD5File"
             USING BY REFERENCE WA-ARQUIVO
                   BY REFERENCE WA-RET
                   BY REFERENCE WA-LEN
             GIVING RETURN-CODE
    END-CALL.
    IF  WA-LEN < ZEROS
        SET OAU-ERRO-ARQUIVO TO TRUE
        GO TO 2000-CONFERIR-VERSAO-EXIT
    END-IF.
    CALL "C$MEMCPY" USING BY REFERENCE WA-MD5-CALCULADO,
                           BY VALUE WA-RET, WA-LEN.
    IF  WA-MD5-CALCULADO(1:32) NOT = WA-MD5-APROVADO
        SET OAU-REGISTRO-ALTERADO TO TRUE
        GO TO 2000-CONFERIR-VERSAO-EXIT
    END-IF.
    MOVE "S" TO WA-VERSAO-CONFERE.

2000-CONFERIR-VERSAO-EXIT.
    EXIT.

2010-LER-LINHA-LOG.
    READ OPERAPR-LOG
         AT END SET WA-FIM-LOG-SIM TO TRUE
         NOT AT END
             IF  (OPL-APROVADO OR OPL-INICIADO)
                 AND OPL-MD5-REGISTRO NOT = SPACES
                 MOVE OPL-MD5-REGISTRO TO WA-MD5-APROVADO
             END-IF
    END-READ.
