* CATALOGADAS PELO VENDBKP (vendbkp-cat.ctl).  COMANDOS EM vendrst.ctl:        *
*                                                                              *
*   ARQUIVO(200) DATA-GERACAO(8) CONFIRMA(1)                                   *
*   [CHAVE(60) TIPO-TRAVA(3) CODIGO-TRAVA(8) - SO PARA UM REGISTRO]            *
*                                                                              *
* DATA-GERACAO ZERADA PEGA A GERACAO OK MAIS RECENTE DO ARQUIVO.  ANTES DE     *
* QUALQUER COPIA DE VOLTA, A GERACAO GUARDADA E RE-HASHEADA E CONFERIDA        *
* vendrst-log.txt.                                                             *
*                                                                              *
* CRIACAO...: 02/09/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - RESTAURACAO DE UM REGISTRO SO: QUANDO O     *
*             VENDRECH MOSTRA UM CLIENTE OU UMA VENDA ESTRAGADOS, DEVOLVER A   *
*             aivenfcp INTEIRA PERDIA O DIA DE TRABALHO BOM.  O COMANDO GANHA  *
*             CHAVE(60) TIPO-TRAVA(3) CODIGO-TRAVA(8) NO FIM; COM CHAVE, A     *
*             GERACAO E RE-VERIFICADA DO MESMO JEITO, O REGISTRO E LIDO DA     *
*             COPIA GUARDADA PELOS SEGMENTOS DA CHAVE 1 DA XFD (MESMO CAMINHO  *
*             DO DQFIX), O ANTIGO E O ATUAL SAEM LADO A LADO CAMPO A CAMPO     *
*             (COMO NO RECVIEW) E, COM CONFIRMA = "S", SO AQUELE REGISTRO E    *
*             REGRAVADO NO ARQUIVO VIVO - COM A TRAVA DO REGLOCK DELE NA MAO   *
*             E CONFERENCIA "V" DO REGISTRO RELIDO ANTES DO REWRITE.  TIPO EM  *
*             BRANCO VALE "VEN"; CODIGO EM BRANCO SAI DA CHAVE QUANDO ELA E    *
*             NUMERICA DE ATE 8 DIGITOS.  A LINHA DE vendrst-log.txt GANHA A   *
*             CHAVE E OS BYTES ANTES/DEPOIS DO REGISTRO (EM BRANCO NA          *
*             RESTAURACAO DO ARQUIVO INTEIRO).                                 *
* ALTERACAO.: 15/10/2026 - BUENO - CODIGO DA TRAVA TIRADO DA CHAVE PELO        *
*             TAMANHO DOS SEGMENTOS DA XFD (COMO NO DQFIX), NAO PELO TEXTO SEM *
*             BRANCOS.                                                         *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

* RESTAURACAO DE UM REGISTRO: A COPIA GUARDADA (SO LEITURA) E O
* ARQUIVO VIVO, LIDOS CRUS E EM SEQUENCIA (CHAVE FICTICIA, SO PARA O
* COMPILADOR - MESMO ARTIFICIO DO XFDCONDVAL/DQFIX).
    SELECT GERACAO-FILE ASSIGN WA-GER-DESTINO
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY WA-CHAVE-FICTICIA-GER
           FILE STATUS SW-STATUS-GER.

    SELECT VENDAS-FILE ASSIGN WA-ARQUIVO-ALVO
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY WA-CHAVE-FICTICIA
           FILE STATUS SW-STATUS-VEN.

DATA DIVISION.
FILE SECTION.
FD  CMD-CTL.
    03  CMD-ARQUIVO              PIC X(200).
    03  CMD-DATA-GERACAO         PIC X(008).
    03  CMD-CONFIRMA             PIC X(001).
    03  CMD-CHAVE                PIC X(060).
    03  CMD-TIPO-TRAVA           PIC X(003).
    03  CMD-CODIGO-TRAVA         PIC X(008).

FD  BKP-CAT.
copy "md5/vendbkp.ws".
    03  LOG-ARQUIVO              PIC X(200).
    03  FILLER                   PIC X(001).
    03  LOG-GERACAO              PIC X(200).
    03  FILLER                   PIC X(001).
    03  LOG-CHAVE                PIC X(060).
    03  FILLER                   PIC X(001).
    03  LOG-ANTES                PIC X(4000).
    03  FILLER                   PIC X(001).
    03  LOG-DEPOIS               PIC X(4000).

FD  VENDRST-RPT.
01  RPT-LINHA                    PIC X(200).

FD  GERACAO-FILE.
01  GERACAO-REC.
    03  WA-CHAVE-FICTICIA-GER    PIC X(020).
    03  FILLER                   PIC X(3980).

FD  VENDAS-FILE.
01  VENDAS-REC.
    03  WA-CHAVE-FICTICIA        PIC X(020).
    03  FILLER                   PIC X(3980).

WORKING-STORAGE SECTION.
77  SW-STATUS-CMD                PIC X(002)          VALUE SPACES.
77  SW-STATUS-CAT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-LOG                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-GER                PIC X(002)          VALUE SPACES.
77  SW-STATUS-VEN                PIC X(002)          VALUE SPACES.

77  WA-FIM-CMD                   PIC X(001)          VALUE "N".
    88  WA-FIM-CMD-SIM                               VALUE "S".
77  WA-TOTAL-RESTAURADOS         PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-PREVIA              PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-RECUSADOS           PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-REGISTROS           PIC 9(005)          VALUE ZEROS.

*--------------------------------------------------------------------*
* RESTAURACAO DE UM REGISTRO: XFD DO ARQUIVO, SEGMENTOS DA CHAVE 1,   *
* O REGISTRO DA GERACAO E O DO ARQUIVO VIVO.                          *
*--------------------------------------------------------------------*
77  WA-NOME-BASE                 PIC X(060)          VALUE SPACES.
77  WA-POS-BARRA                 PIC 9(003)          VALUE ZEROS.
77  WA-SCAN-IDX                  PIC 9(003)          VALUE ZEROS.
77  WA-XFD-VALIDA                PIC X(001)          VALUE "N".
    88  WA-XFD-VALIDA-SIM                            VALUE "S".
77  WA-QTD-SEGMENTOS             PIC 9(003)          VALUE ZEROS.
01  WA-SEGMENTOS.
    03  WA-SEGMENTO-ITEM         OCCURS 16 TIMES.
        05  WA-SEG-OFFSET        PIC 9(005).
        05  WA-SEG-LENGTH        PIC 9(005).
77  WA-SEG-IDX                   PIC 9(003)          VALUE ZEROS.
77  WA-CHAVE-POS                 PIC 9(003)          VALUE ZEROS.
77  WA-CHAVE-REGISTRO            PIC X(060)          VALUE SPACES.
77  WA-CHAVE-LEN                 PIC 9(003)          VALUE ZEROS.
77  WA-RECORD-BUFFER             PIC X(4000)         VALUE SPACES.
77  WA-FIM-LEITURA               PIC X(001)          VALUE "N".
    88  WA-FIM-LEITURA-SIM                           VALUE "S".
77  WA-ACHOU-REG                 PIC X(001)          VALUE "N".
    88  WA-ACHOU-REG-SIM                             VALUE "S".
77  WA-REG-GERACAO               PIC X(4000)         VALUE SPACES.
77  WA-REG-VIVO                  PIC X(4000)         VALUE SPACES.
77  WA-REG-ANTES                 PIC X(4000)         VALUE SPACES.
77  WA-REG-DEPOIS                PIC X(4000)         VALUE SPACES.

* LISTAGEM LADO A LADO (MESMAS COLUNAS DO RECVIEW, COM AS DUAS VERSOES).
77  WA-TAMANHO-MOSTRA            PIC 9(005)          VALUE ZEROS.
77  WA-QTD-CAMPOS-DIF            PIC 9(005)          VALUE ZEROS.
01  WA-RPT-CAMPO.
    03  FILLER                   PIC X(004)          VALUE SPACES.
    03  WA-RPT-MARCA             PIC X(001).
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-RPT-NOME              PIC X(032).
    03  WA-RPT-OFFSET            PIC ZZZZ9.
    03  FILLER                   PIC X(002)          VALUE SPACES.
    03  WA-RPT-LENGTH            PIC ZZZZ9.
    03  FILLER                   PIC X(002)          VALUE SPACES.
    03  WA-RPT-GERACAO           PIC X(040).
    03  FILLER                   PIC X(002)          VALUE SPACES.
    03  WA-RPT-VIVO              PIC X(040).

* TRAVA DO REGISTRO NO REGLOCK ENQUANTO ELE E REGRAVADO.
77  WA-REG-TIPO                  PIC X(003)          VALUE SPACES.
77  WA-REG-CODIGO                PIC 9(008)          VALUE ZEROS.
77  WA-REG-OPERACAO              PIC X(001)          VALUE SPACES.
77  WA-REG-PID                   PIC 9(005)          VALUE ZEROS.
77  WA-REG-STATUS                PIC 9(002)          VALUE ZEROS.
    88  WA-REG-LIBERADO                              VALUE 00.
    88  WA-REG-JA-TRAVADO                            VALUE 01.
    88  WA-REG-ALTERADO                              VALUE 02.
77  WA-REG-DONO-USUARIO          PIC X(030)          VALUE SPACES.
77  WA-REG-DONO-PID              PIC 9(005)          VALUE ZEROS.
77  WA-REG-DONO-DATA             PIC 9(008)          VALUE ZEROS.
77  WA-REG-DONO-HORA             PIC 9(006)          VALUE ZEROS.
77  WA-REG-IMAGEM                PIC X(4000)         VALUE SPACES.

copy "bacu/acugui.def".
copy "bacu/parsexfd.ws".

PROCEDURE DIVISION.
0000-MAINLINE.
    SET CONFIGURATION "DLL-CONVENTION" TO 0.
    MOVE "./libmd5.so" TO WA-LIB.
    CALL WA-LIB.
    CALL "./libparsexfd.so".
    CALL "C$GETPID".
    MOVE RETURN-CODE TO WA-REG-PID.

    CALL "DLLCHECK" USING WA-LIB, WA-DLLCHK-RETORNO END-CALL.
    IF  WA-DLLCHK-DIVERGENTE OR WA-DLLCHK-ERRO-ARQUIVO
    END-IF.
    MOVE SPACES TO WA-ARQUIVO-ALVO.
    MOVE CMD-ARQUIVO TO WA-ARQUIVO-ALVO.
    MOVE SPACES TO WA-REG-ANTES WA-REG-DEPOIS.

    PERFORM 3100-ACHAR-GERACAO
            THRU 3100-ACHAR-GERACAO-EXIT.
        GO TO 3000-RESTAURAR-EXIT
    END-IF.

*   COM CHAVE, SO AQUELE REGISTRO VOLTA - O ARQUIVO FICA COMO ESTA.
    IF  CMD-CHAVE NOT = SPACES
        PERFORM 4000-RESTAURAR-REGISTRO
                THRU 4000-RESTAURAR-REGISTRO-EXIT
        GO TO 3000-RESTAURAR-EXIT
    END-IF.

    IF  CMD-CONFIRMA NOT = "S"
        ADD 1 TO WA-TOTAL-PREVIA
        MOVE "PREVIA" TO LOG-ACAO
        MOVE SHA-RETO(1:64) TO WA-SHA256-ATUAL
    END-IF.

*--------------------------------------------------------------------*
* UM REGISTRO SO, DE UMA GERACAO JA RE-VERIFICADA: ACHA O REGISTRO    *
* PELA CHAVE NA COPIA GUARDADA E NO ARQUIVO VIVO, MOSTRA OS DOIS LADO *
* A LADO E, COM CONFIRMA = "S", TRAVA NO REGLOCK, RELE, CONFERE QUE   *
* NAO MUDOU DESDE A LISTAGEM ("V") E REGRAVA SO ELE.                  *
*--------------------------------------------------------------------*
4000-RESTAURAR-REGISTRO.
    PERFORM 4100-PREPARAR-XFD
            THRU 4100-PREPARAR-XFD-EXIT.
    IF  NOT WA-XFD-VALIDA-SIM
        MOVE "RECUSADO" TO LOG-ACAO
        MOVE "XFD DO ARQUIVO NAO PARSEOU" TO LOG-MOTIVO
        PERFORM 7000-REGISTRAR
        GO TO 4000-RESTAURAR-REGISTRO-EXIT
    END-IF.

    OPEN INPUT GERACAO-FILE.
    IF  SW-STATUS-GER(1:1) NOT = ZEROS
        MOVE "RECUSADO" TO LOG-ACAO
        MOVE "COPIA GUARDADA NAO ABRIU COMO ARQUIVO INDEXADO"
            TO LOG-MOTIVO
        PERFORM 7000-REGISTRAR
        GO TO 4000-RESTAURAR-REGISTRO-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-LEITURA WA-ACHOU-REG.
    PERFORM 4200-LER-GERACAO
            WITH TEST AFTER
            UNTIL WA-FIM-LEITURA-SIM OR WA-ACHOU-REG-SIM.
    CLOSE GERACAO-FILE.
    IF  NOT WA-ACHOU-REG-SIM
        MOVE "RECUSADO" TO LOG-ACAO
        MOVE "CHAVE NAO EXISTE NA GERACAO" TO LOG-MOTIVO
        PERFORM 7000-REGISTRAR
        GO TO 4000-RESTAURAR-REGISTRO-EXIT
    END-IF.
    MOVE WA-RECORD-BUFFER TO WA-REG-GERACAO.

*   REGISTRO APAGADO DO VIVO NAO VOLTA POR AQUI (SO REGRAVACAO) -
*   ESSE CASO E RESTAURACAO DO ARQUIVO INTEIRO OU INCLUSAO NA TELA.
    OPEN INPUT VENDAS-FILE.
    IF  SW-STATUS-VEN(1:1) NOT = ZEROS
        MOVE "RECUSADO" TO LOG-ACAO
        MOVE "ARQUIVO VIVO NAO ABRIU" TO LOG-MOTIVO
        PERFORM 7000-REGISTRAR
        GO TO 4000-RESTAURAR-REGISTRO-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-LEITURA WA-ACHOU-REG.
    PERFORM 4300-LER-VIVO
            WITH TEST AFTER
            UNTIL WA-FIM-LEITURA-SIM OR WA-ACHOU-REG-SIM.
    CLOSE VENDAS-FILE.
    IF  NOT WA-ACHOU-REG-SIM
        MOVE "RECUSADO" TO LOG-ACAO
        MOVE "CHAVE NAO EXISTE NO ARQUIVO VIVO" TO LOG-MOTIVO
        PERFORM 7000-REGISTRAR
        GO TO 4000-RESTAURAR-REGISTRO-EXIT
    END-IF.
    MOVE WA-RECORD-BUFFER TO WA-REG-VIVO.

    PERFORM 4500-LISTAR-LADO-A-LADO.
    MOVE WA-REG-VIVO    TO WA-REG-ANTES.
    MOVE WA-REG-GERACAO TO WA-REG-DEPOIS.

    IF  WA-REG-VIVO = WA-REG-GERACAO
        MOVE "IGUAL" TO LOG-ACAO
        MOVE "REGISTRO VIVO JA E IGUAL AO DA GERACAO - NADA A FAZER"
            TO LOG-MOTIVO
        PERFORM 7000-REGISTRAR
        GO TO 4000-RESTAURAR-REGISTRO-EXIT
    END-IF.

    IF  CMD-CONFIRMA NOT = "S"
        ADD 1 TO WA-TOTAL-PREVIA
        MOVE "PREVIA" TO LOG-ACAO
        MOVE "REGISTRO LISTADO - SEM CONFIRMA=S NADA FOI REGRAVADO"
            TO LOG-MOTIVO
        PERFORM 7000-REGISTRAR
        GO TO 4000-RESTAURAR-REGISTRO-EXIT
    END-IF.

    PERFORM 4600-TRAVAR-REGISTRO
            THRU 4600-TRAVAR-REGISTRO-EXIT.
    IF  NOT WA-REG-LIBERADO
        GO TO 4000-RESTAURAR-REGISTRO-EXIT
    END-IF.

    PERFORM 4700-REGRAVAR-REGISTRO
            THRU 4700-REGRAVAR-REGISTRO-EXIT.

    MOVE "U" TO WA-REG-OPERACAO.
    MOVE SPACES TO WA-REG-IMAGEM.
    CALL "REGLOCK" USING WA-REG-TIPO, WA-REG-CODIGO,
                          WA-REG-OPERACAO, WA-REG-PID,
                          WA-REG-STATUS, WA-REG-DONO-USUARIO,
                          WA-REG-DONO-PID, WA-REG-DONO-DATA,
                          WA-REG-DONO-HORA, WA-REG-IMAGEM
    END-CALL.

4000-RESTAURAR-REGISTRO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* XFD DO ARQUIVO PELO NOME-BASE (/multidad/xfd/<BASE>.xfd) E OS       *
* SEGMENTOS DA CHAVE 1.  A XFD FICA VALENDO ENTRE COMANDOS DO MESMO   *
* ARQUIVO ATE A PROXIMA TROCA.                                        *
*--------------------------------------------------------------------*
4100-PREPARAR-XFD.
    MOVE SPACES TO WA-NOME-BASE.
    MOVE ZEROS  TO WA-POS-BARRA.
    PERFORM 4110-ACHAR-BARRA
            VARYING WA-SCAN-IDX FROM 1 BY 1
            UNTIL WA-SCAN-IDX > 200.
    IF  WA-POS-BARRA = ZEROS
        MOVE CMD-ARQUIVO(1:60) TO WA-NOME-BASE
    ELSE
        IF  WA-POS-BARRA < 200
            MOVE CMD-ARQUIVO(WA-POS-BARRA + 1 :
                             FUNCTION MIN(60, 200 - WA-POS-BARRA))
                TO WA-NOME-BASE
        END-IF
    END-IF.

    IF  WA-XFD-VALIDA-SIM
        CALL "parsexfd" USING FREE-MEMORY-OP
        MOVE "N" TO WA-XFD-VALIDA
    END-IF.
    MOVE SPACES TO XFDFILE.
    STRING "/multidad/xfd/"            DELIMITED BY SIZE
           FUNCTION TRIM(WA-NOME-BASE) DELIMITED BY SIZE
           ".xfd"                      DELIMITED BY SIZE
           INTO XFDFILE.
    MOVE WA-ARQUIVO-ALVO TO FILENAME.
    CALL "parsexfd" USING PARSE-XFD-OP.
    IF  PARSE-ERROR
        GO TO 4100-PREPARAR-XFD-EXIT
    END-IF.
    MOVE "S" TO WA-XFD-VALIDA.

    MOVE ZEROS TO WA-QTD-SEGMENTOS.
    MOVE 1 TO XFD-KEY-INDEX.
    CALL "parsexfd" USING GET-KEY-INFO-OP.
    IF  NOT PARSE-ERROR
        PERFORM 4120-GUARDAR-SEGMENTO
                VARYING WA-SEG-IDX FROM 1 BY 1
                UNTIL WA-SEG-IDX > XFD-NUMBER-OF-SEGMENTS
                   OR WA-SEG-IDX > 16
    END-IF.

4100-PREPARAR-XFD-EXIT.
    EXIT.

4110-ACHAR-BARRA.
    IF  CMD-ARQUIVO(WA-SCAN-IDX:1) = "/"
        MOVE WA-SCAN-IDX TO WA-POS-BARRA
    END-IF.

4120-GUARDAR-SEGMENTO.
    MOVE WA-SEG-IDX TO WA-QTD-SEGMENTOS.
    MOVE XFD-SEGMENT-OFFSET(WA-SEG-IDX) TO WA-SEG-OFFSET(WA-SEG-IDX).
    MOVE XFD-SEGMENT-LENGTH(WA-SEG-IDX) TO WA-SEG-LENGTH(WA-SEG-IDX).

4200-LER-GERACAO.
    READ GERACAO-FILE NEXT RECORD
         AT END SET WA-FIM-LEITURA-SIM TO TRUE
         NOT AT END
             MOVE GERACAO-REC TO WA-RECORD-BUFFER
             PERFORM 4400-MONTAR-CHAVE
             IF  WA-CHAVE-REGISTRO = CMD-CHAVE
                 MOVE "S" TO WA-ACHOU-REG
             END-IF
    END-READ.

4300-LER-VIVO.
    READ VENDAS-FILE NEXT RECORD
         AT END SET WA-FIM-LEITURA-SIM TO TRUE
         NOT AT END
             MOVE VENDAS-REC TO WA-RECORD-BUFFER
             PERFORM 4400-MONTAR-CHAVE
             IF  WA-CHAVE-REGISTRO = CMD-CHAVE
                 MOVE "S" TO WA-ACHOU-REG
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* CHAVE DO REGISTRO EM WA-RECORD-BUFFER: OS SEGMENTOS DA CHAVE 1 EM   *
* SEQUENCIA (SEM XFD DE CHAVE, OS 60 PRIMEIROS BYTES) - A MESMA       *
* MONTAGEM DO DQFIX, PARA A CHAVE DO COMANDO SER A MESMA DA PLANILHA. *
*--------------------------------------------------------------------*
4400-MONTAR-CHAVE.
    MOVE SPACES TO WA-CHAVE-REGISTRO.
    MOVE 1      TO WA-CHAVE-POS.
    PERFORM 4410-JUNTAR-SEGMENTO
            VARYING WA-SEG-IDX FROM 1 BY 1
            UNTIL WA-SEG-IDX > WA-QTD-SEGMENTOS.
    IF  WA-QTD-SEGMENTOS = ZEROS
        MOVE WA-RECORD-BUFFER(1:60) TO WA-CHAVE-REGISTRO
    END-IF.

4410-JUNTAR-SEGMENTO.
    IF  WA-SEG-LENGTH(WA-SEG-IDX) > ZEROS
        AND WA-CHAVE-POS + WA-SEG-LENGTH(WA-SEG-IDX) <= 61
        MOVE WA-RECORD-BUFFER(WA-SEG-OFFSET(WA-SEG-IDX) + 1 :
                              WA-SEG-LENGTH(WA-SEG-IDX))
          TO WA-CHAVE-REGISTRO(WA-CHAVE-POS :
                               WA-SEG-LENGTH(WA-SEG-IDX))
        ADD WA-SEG-LENGTH(WA-SEG-IDX) TO WA-CHAVE-POS
    END-IF.

*--------------------------------------------------------------------*
* O ANTIGO (GERACAO) E O ATUAL (VIVO) LADO A LADO, UMA LINHA POR      *
* CAMPO DA XFD (NOME, OFFSET, TAMANHO E OS BYTES DE CADA LADO, ATE 40 *
* - AS COLUNAS DO RECVIEW).  CAMPO QUE DIFERE SAI MARCADO COM "*".    *
*--------------------------------------------------------------------*
4500-LISTAR-LADO-A-LADO.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    STRING "  REGISTRO "  DELIMITED BY SIZE
           CMD-CHAVE      DELIMITED BY "   "
           " DE "         DELIMITED BY SIZE
           WA-NOME-BASE   DELIMITED BY SPACE
           " - GERACAO "  DELIMITED BY SIZE
           WA-GER-DESTINO DELIMITED BY "   "
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "      CAMPO                            OFFSET TAM    "
                          DELIMITED BY SIZE
           "GERACAO (ANTIGO)                          "
                          DELIMITED BY SIZE
           "VIVO (ATUAL)"  DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE ZEROS TO WA-QTD-CAMPOS-DIF.
    PERFORM 4510-LISTAR-UM-CAMPO
            VARYING XFD-FIELD-INDEX FROM 1 BY 1
            UNTIL XFD-FIELD-INDEX > XFD-TOTAL-NUMBER-FIELDS.
    MOVE SPACES TO RPT-LINHA.
    STRING "      CAMPOS DIFERENTES: " DELIMITED BY SIZE
           WA-QTD-CAMPOS-DIF           DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

4510-LISTAR-UM-CAMPO.
    CALL "parsexfd" USING GET-FIELD-INFO-OP.
    MOVE SPACES TO WA-RPT-CAMPO.
    MOVE XFD-FIELD-NAME   TO WA-RPT-NOME.
    MOVE XFD-FIELD-OFFSET TO WA-RPT-OFFSET.
    MOVE XFD-FIELD-LENGTH TO WA-RPT-LENGTH.
    IF  XFD-FIELD-LENGTH > 40
        MOVE 40 TO WA-TAMANHO-MOSTRA
    ELSE
        MOVE XFD-FIELD-LENGTH TO WA-TAMANHO-MOSTRA
    END-IF.
    IF  XFD-FIELD-LENGTH > ZEROS
        AND XFD-FIELD-OFFSET + XFD-FIELD-LENGTH <= 4000
        MOVE WA-REG-GERACAO(XFD-FIELD-OFFSET + 1 : WA-TAMANHO-MOSTRA)
          TO WA-RPT-GERACAO
        MOVE WA-REG-VIVO(XFD-FIELD-OFFSET + 1 : WA-TAMANHO-MOSTRA)
          TO WA-RPT-VIVO
        IF  WA-REG-GERACAO(XFD-FIELD-OFFSET + 1 : XFD-FIELD-LENGTH)
            NOT = WA-REG-VIVO(XFD-FIELD-OFFSET + 1 : XFD-FIELD-LENGTH)
            MOVE "*" TO WA-RPT-MARCA
            ADD 1 TO WA-QTD-CAMPOS-DIF
        END-IF
    END-IF.
    MOVE WA-RPT-CAMPO TO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* TRAVA DO REGISTRO NO REGLOCK COM A IMAGEM LISTADA (O MD5 DELA FICA  *
* NA CONCESSAO).  REGISTRO EM EDICAO POR OUTRO E RECUSADO COM O DONO. *
* SEM CODIGO NO COMANDO, O TAMANHO DA CHAVE E A SOMA DOS SEGMENTOS DA *
* XFD (COMO A CHAVE E MONTADA NO 4400), NAO O TEXTO SEM BRANCOS.      *
*--------------------------------------------------------------------*
4600-TRAVAR-REGISTRO.
    MOVE 99 TO WA-REG-STATUS.
    MOVE CMD-TIPO-TRAVA TO WA-REG-TIPO.
    IF  WA-REG-TIPO = SPACES
        MOVE "VEN" TO WA-REG-TIPO
    END-IF.
    MOVE ZEROS TO WA-REG-CODIGO.
    IF  CMD-CODIGO-TRAVA NUMERIC
        MOVE CMD-CODIGO-TRAVA TO WA-REG-CODIGO
    ELSE
        MOVE ZEROS TO WA-CHAVE-LEN
        PERFORM 4610-SOMAR-SEGMENTO
                VARYING WA-SEG-IDX FROM 1 BY 1
                UNTIL WA-SEG-IDX > WA-QTD-SEGMENTOS
        IF  WA-QTD-SEGMENTOS = ZEROS
            INSPECT FUNCTION TRIM(CMD-CHAVE TRAILING)
                    TALLYING WA-CHAVE-LEN FOR CHARACTERS
        END-IF
        IF  WA-CHAVE-LEN = ZEROS OR WA-CHAVE-LEN > 8
            OR CMD-CHAVE(1:WA-CHAVE-LEN) NOT NUMERIC
            MOVE "RECUSADO" TO LOG-ACAO
            MOVE "CHAVE NAO NUMERICA - INFORME TIPO/CODIGO DA TRAVA"
                TO LOG-MOTIVO
            PERFORM 7000-REGISTRAR
            GO TO 4600-TRAVAR-REGISTRO-EXIT
        END-IF
        COMPUTE WA-REG-CODIGO =
                FUNCTION NUMVAL(CMD-CHAVE(1:WA-CHAVE-LEN))
    END-IF.

    MOVE "L" TO WA-REG-OPERACAO.
    MOVE WA-REG-VIVO TO WA-REG-IMAGEM.
    CALL "REGLOCK" USING WA-REG-TIPO, WA-REG-CODIGO,
                          WA-REG-OPERACAO, WA-REG-PID,
                          WA-REG-STATUS, WA-REG-DONO-USUARIO,
                          WA-REG-DONO-PID, WA-REG-DONO-DATA,
                          WA-REG-DONO-HORA, WA-REG-IMAGEM
    END-CALL.
    IF  NOT WA-REG-LIBERADO
        MOVE "RECUSADO" TO LOG-ACAO
        MOVE SPACES TO LOG-MOTIVO
        IF  WA-REG-JA-TRAVADO
            STRING "REGISTRO EM EDICAO POR "  DELIMITED BY SIZE
                   WA-REG-DONO-USUARIO        DELIMITED BY SPACE
                   " PID "                    DELIMITED BY SIZE
                   WA-REG-DONO-PID            DELIMITED BY SIZE
                   INTO LOG-MOTIVO
        ELSE
            STRING "TRAVA DO REGISTRO FALHOU, STATUS " DELIMITED BY SIZE
                   WA-REG-STATUS                       DELIMITED BY SIZE
                   INTO LOG-MOTIVO
        END-IF
        PERFORM 7000-REGISTRAR
    END-IF.

4600-TRAVAR-REGISTRO-EXIT.
    EXIT.

4610-SOMAR-SEGMENTO.
    IF  WA-SEG-LENGTH(WA-SEG-IDX) > ZEROS
        AND WA-CHAVE-LEN + WA-SEG-LENGTH(WA-SEG-IDX) <= 60
        ADD WA-SEG-LENGTH(WA-SEG-IDX) TO WA-CHAVE-LEN
    END-IF.

*--------------------------------------------------------------------*
* COM A TRAVA NA MAO: RELE O REGISTRO NO VIVO, CONFERE NO REGLOCK QUE *
* ELE AINDA E O LISTADO ("V" - MUDOU POR BAIXO: RECUSA, E O CONFLITO  *
* FICA NA TRILHA LOCKAUD) E REGRAVA COM OS BYTES DA GERACAO.          *
*--------------------------------------------------------------------*
4700-REGRAVAR-REGISTRO.
    OPEN I-O VENDAS-FILE.
    IF  SW-STATUS-VEN(1:1) NOT = ZEROS
        MOVE "RECUSADO" TO LOG-ACAO
        MOVE "ARQUIVO VIVO NAO ABRIU PARA REGRAVACAO" TO LOG-MOTIVO
        PERFORM 7000-REGISTRAR
        GO TO 4700-REGRAVAR-REGISTRO-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-LEITURA WA-ACHOU-REG.
    PERFORM 4300-LER-VIVO
            WITH TEST AFTER
            UNTIL WA-FIM-LEITURA-SIM OR WA-ACHOU-REG-SIM.
    IF  NOT WA-ACHOU-REG-SIM
        MOVE "RECUSADO" TO LOG-ACAO
        MOVE "REGISTRO SUMIU DO ARQUIVO VIVO DURANTE A RESTAURACAO"
            TO LOG-MOTIVO
        PERFORM 7000-REGISTRAR
        CLOSE VENDAS-FILE
        GO TO 4700-REGRAVAR-REGISTRO-EXIT
    END-IF.
    MOVE WA-RECORD-BUFFER TO WA-REG-ANTES.

    MOVE "V" TO WA-REG-OPERACAO.
    MOVE WA-REG-ANTES TO WA-REG-IMAGEM.
    CALL "REGLOCK" USING WA-REG-TIPO, WA-REG-CODIGO,
                          WA-REG-OPERACAO, WA-REG-PID,
                          WA-REG-STATUS, WA-REG-DONO-USUARIO,
                          WA-REG-DONO-PID, WA-REG-DONO-DATA,
                          WA-REG-DONO-HORA, WA-REG-IMAGEM
    END-CALL.
    IF  NOT WA-REG-LIBERADO
        MOVE "RECUSADO" TO LOG-ACAO
        MOVE SPACES TO LOG-MOTIVO
        STRING "REGISTRO MUDOU DEPOIS DA LISTAGEM (" DELIMITED BY SIZE
               WA-REG-DONO-USUARIO                   DELIMITED BY SPACE
               ")"                                   DELIMITED BY SIZE
               INTO LOG-MOTIVO
        PERFORM 7000-REGISTRAR
        CLOSE VENDAS-FILE
        GO TO 4700-REGRAVAR-REGISTRO-EXIT
    END-IF.

    MOVE WA-REG-GERACAO TO VENDAS-REC.
    REWRITE VENDAS-REC
            INVALID KEY CONTINUE
    END-REWRITE.
    IF  SW-STATUS-VEN NOT = "00"
        MOVE "RECUSADO" TO LOG-ACAO
        MOVE SPACES TO LOG-MOTIVO
        STRING "REWRITE FALHOU, STATUS " DELIMITED BY SIZE
               SW-STATUS-VEN             DELIMITED BY SIZE
               INTO LOG-MOTIVO
        PERFORM 7000-REGISTRAR
        CLOSE VENDAS-FILE
        GO TO 4700-REGRAVAR-REGISTRO-EXIT
    END-IF.
    CLOSE VENDAS-FILE.

    ADD 1 TO WA-TOTAL-REGISTROS.
    MOVE "RESTAUROU" TO LOG-ACAO.
    MOVE "REGISTRO DA GERACAO RE-VERIFICADA REGRAVADO SOB TRAVA"
        TO LOG-MOTIVO.
    PERFORM 7000-REGISTRAR.

4700-REGRAVAR-REGISTRO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* UMA LINHA DE LOG POR COMANDO (EXECUTADO, PREVIA OU RECUSADO) E O    *
* ECO NO RELATORIO.  NA RESTAURACAO DE UM REGISTRO A LINHA LEVA A     *
* CHAVE E OS BYTES DO REGISTRO ANTES E DEPOIS.                        *
*--------------------------------------------------------------------*
7000-REGISTRAR.
    IF  LOG-ACAO = "RECUSADO"
    ACCEPT LOG-HORA FROM TIME.
    MOVE CMD-ARQUIVO    TO LOG-ARQUIVO.
    MOVE WA-GER-DESTINO TO LOG-GERACAO.
    MOVE CMD-CHAVE      TO LOG-CHAVE.
    MOVE WA-REG-ANTES   TO LOG-ANTES.
    MOVE WA-REG-DEPOIS  TO LOG-DEPOIS.
    WRITE LOG-LINHA.

    MOVE SPACES TO RPT-LINHA.
           WA-TOTAL-PREVIA     DELIMITED BY SIZE
           "  RECUSADOS: "     DELIMITED BY SIZE
           WA-TOTAL-RECUSADOS  DELIMITED BY SIZE
           "  REGISTROS AVULSOS RESTAURADOS: " DELIMITED BY SIZE
           WA-TOTAL-REGISTROS  DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

    CLOSE CMD-CTL.
    CLOSE VENDRST-LOG.
    CLOSE VENDRST-RPT.
    IF  WA-XFD-VALIDA-SIM
        CALL "parsexfd" USING FREE-MEMORY-OP
    END-IF.
    CANCEL WA-LIB.
