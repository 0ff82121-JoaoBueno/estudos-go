IDENTIFICATION DIVISION.
PROGRAM-ID.  CHKPONTO.
*------------------------------------------------------------------------------*
* PONTO DE CONTROLE DAS VARREDURAS LONGAS REGISTRO A REGISTRO.  O VENDRECH, O  *
* VENDIDX, O DQSCAN E O XFDQRY LEEM ARQUIVOS DA VENDAS DE VARIOS GIGABYTES DO  *
* PRIMEIRO AO ULTIMO REGISTRO; DERRUBADOS PELO TEMPO LIMITE DO BATDRV OU POR   *
* UMA QUEDA DO SERVIDOR, A TENTATIVA SEGUINTE COMECAVA DO REGISTRO UM E        *
* NORMALMENTE ESTOURAVA A JANELA DE NOVO.  ESTA ROTINA COMUM (AREA DE CHAMADA  *
* EM chkponto.ws):                                                             *
*                                                                              *
*   CKP-OPERACAO "L" - LE O PONTO DE CKP-NOME-CHK.  SO DEVOLVE CKP-OK (COM O   *
*       REGISTRO INTEIRO E CKP-RETOMADAS SOMADO) QUANDO O PONTO E DO MESMO     *
*       PROGRAMA, DOS MESMOS PARAMETROS (CKP-ASSINATURA) E DA MESMA DATA DE    *
*       MOVIMENTO (DATAMOV) - PONTO DE OUTRA NOITE OU DE OUTRA CONSULTA E      *
*       APAGADO (CKP-DESCARTADO) E A RODADA COMECA DO ZERO.  DEVOLVE TAMBEM    *
*       CKP-INTERVALO (REGISTROS ENTRE PONTOS: VARIAVEL DE AMBIENTE            *
*       CHKPONTO_REGISTROS, PADRAO 10000);                                     *
*   CKP-OPERACAO "G" - GRAVA O PONTO.  ANOTA O TAMANHO DE CADA SAIDA NOMEADA   *
*       (QUEM CHAMA FECHA AS SAIDAS ANTES, PARA O QUE ESTA EM BUFFER IR PARA O *
*       DISCO) E GRAVA NUM .novo QUE SO DEPOIS TOMA O LUGAR DO PONTO - UMA     *
*       QUEDA NO MEIO DA GRAVACAO DEIXA O PONTO ANTERIOR INTEIRO;              *
*   CKP-OPERACAO "T" - CORTA CADA SAIDA NOMEADA NO TAMANHO ANOTADO NO PONTO:   *
*       O QUE FOI GRAVADO DEPOIS DELE SERIA REPETIDO PELA RETOMADA;            *
*   CKP-OPERACAO "A" - APAGA O PONTO (FIM NORMAL DA RODADA).                   *
*                                                                              *
* O CORTE CONTA OS BYTES DE CADA LINHA COMO A GRAVACAO LINE SEQUENTIAL OS      *
* DEIXA NO DISCO (SEM OS BRANCOS DO FIM, MAIS O FIM DE LINHA) E PARA NA        *
* ULTIMA LINHA QUE CABE INTEIRA NO TAMANHO DO PONTO.                           *
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
    SELECT CHK-FILE ASSIGN WA-NOME-CHK
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CHK.

* SAIDA A CORTAR E A COPIA TEMPORARIA QUE TOMA O LUGAR DELA.
    SELECT SAIDA-FILE ASSIGN WA-NOME-SAIDA
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-SAI.

    SELECT CORTE-FILE ASSIGN WA-NOME-CORTE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-COR.

DATA DIVISION.
FILE SECTION.
FD  CHK-FILE.
01  CHK-LINHA                    PIC X(5300).

FD  SAIDA-FILE.
01  SAI-LINHA                    PIC X(5000).

FD  CORTE-FILE.
01  COR-LINHA                    PIC X(5000).

WORKING-STORAGE SECTION.
77  SW-STATUS-CHK                PIC X(002)          VALUE SPACES.
77  SW-STATUS-SAI                PIC X(002)          VALUE SPACES.
77  SW-STATUS-COR                PIC X(002)          VALUE SPACES.

77  WA-NOME-CHK                  PIC X(160)          VALUE SPACES.
77  WA-NOME-CHK-NOVO             PIC X(160)          VALUE SPACES.
77  WA-NOME-SAIDA                PIC X(160)          VALUE SPACES.
77  WA-NOME-CORTE                PIC X(160)          VALUE SPACES.

77  WA-INTERVALO-TXT             PIC X(009)          VALUE SPACES.
77  WA-INTERVALO-PADRAO          PIC 9(009)          VALUE 10000.

* DATA DE MOVIMENTO DA RODADA (ROTINA DATAMOV): PONTO DE OUTRO DIA NAO
* VALE - OS ARQUIVOS JA SAO OUTROS.
77  WA-DMR-OPERACAO              PIC X(001)          VALUE "C".
77  WA-DMR-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO               PIC 9(002)          VALUE ZEROS.

01  WA-REGISTRO-LIDO.
    03  WA-LIDO-PROGRAMA         PIC X(008).
    03  WA-LIDO-ASSINATURA       PIC X(200).
    03  WA-LIDO-DATA-MOV         PIC 9(008).
    03  FILLER                   PIC X(5033).

01  WA-HORA-SISTEMA              PIC 9(008)          VALUE ZEROS.
01  FILLER REDEFINES WA-HORA-SISTEMA.
    03  WA-HORA-HMS              PIC 9(006).
    03  FILLER                   PIC 9(002).

01  WA-FILE-INFO.
    03  WA-FI-TAMANHO            PIC X(008)          COMP-X.
    03  WA-FI-DATA               PIC 9(008)          COMP-X.
    03  WA-FI-HORA               PIC 9(008)          COMP-X.
77  WA-TAMANHO-ARQUIVO           PIC 9(012)          VALUE ZEROS.

77  WA-SAI-IDX                   PIC 9(002)          VALUE ZEROS.
77  WA-FIM-SAIDA                 PIC X(001)          VALUE "N".
    88  WA-FIM-SAIDA-SIM                             VALUE "S".
77  WA-BYTES-COPIADOS            PIC 9(012)          VALUE ZEROS.
77  WA-BYTES-LINHA               PIC 9(005)          VALUE ZEROS.
77  WA-BRANCOS                   PIC 9(005)          VALUE ZEROS.
77  WA-LINHA-INVERTIDA           PIC X(5000)         VALUE SPACES.

LINKAGE SECTION.
copy "chkponto.ws".

PROCEDURE DIVISION CHAINING CKP-OPERACAO, CKP-PARAMETROS, CKP-RETORNO.
0000-MAINLINE.
    MOVE ZEROS TO CKP-RETORNO.
    MOVE CKP-NOME-CHK TO WA-NOME-CHK.
    MOVE SPACES TO WA-NOME-CHK-NOVO.
    STRING FUNCTION TRIM(CKP-NOME-CHK) DELIMITED BY SIZE
           ".novo"                     DELIMITED BY SIZE
           INTO WA-NOME-CHK-NOVO.

    EVALUATE TRUE
        WHEN CKP-LER
            PERFORM 1000-LER
                    THRU 1000-LER-EXIT
        WHEN CKP-GRAVAR
            PERFORM 2000-GRAVAR
                    THRU 2000-GRAVAR-EXIT
        WHEN CKP-TRUNCAR
            PERFORM 3000-CORTAR-SAIDA
                    THRU 3000-CORTAR-SAIDA-EXIT
                    VARYING WA-SAI-IDX FROM 1 BY 1
                    UNTIL WA-SAI-IDX > 4
        WHEN CKP-APAGAR
            CALL "CBL_DELETE_FILE" USING WA-NOME-CHK
            CALL "CBL_DELETE_FILE" USING WA-NOME-CHK-NOVO
        WHEN OTHER
            SET CKP-ERRO-ARQUIVO TO TRUE
    END-EVALUATE.

0000-EXIT.
*   O RESULTADO VAI EM CKP-RETORNO; O RETURN-CODE DAS CHAMADAS DE
*   ARQUIVO NAO PODE VAZAR PARA O PASSO QUE CHAMOU.
    MOVE ZEROS TO RETURN-CODE.
    GOBACK.

*--------------------------------------------------------------------*
* LEITURA DO PONTO.  QUEM CHAMA JA PREENCHEU PROGRAMA E ASSINATURA;   *
* O PONTO SO VALE SE OS DOIS E A DATA DE MOVIMENTO BATEM.             *
*--------------------------------------------------------------------*
1000-LER.
    MOVE WA-INTERVALO-PADRAO TO CKP-INTERVALO.
    MOVE SPACES TO WA-INTERVALO-TXT.
    ACCEPT WA-INTERVALO-TXT FROM ENVIRONMENT "CHKPONTO_REGISTROS".
    IF  WA-INTERVALO-TXT NOT = SPACES
        AND FUNCTION NUMVAL(WA-INTERVALO-TXT) > ZEROS
        COMPUTE CKP-INTERVALO = FUNCTION NUMVAL(WA-INTERVALO-TXT)
    END-IF.

    OPEN INPUT CHK-FILE.
    IF  SW-STATUS-CHK(1:1) NOT = ZEROS
        SET CKP-SEM-PONTO TO TRUE
        GO TO 1000-LER-EXIT
    END-IF.
    MOVE SPACES TO WA-REGISTRO-LIDO.
    READ CHK-FILE
         AT END SET CKP-SEM-PONTO TO TRUE
         NOT AT END MOVE CHK-LINHA TO WA-REGISTRO-LIDO
    END-READ.
    CLOSE CHK-FILE.
    IF  CKP-SEM-PONTO
        GO TO 1000-LER-EXIT
    END-IF.

    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.
    IF  WA-LIDO-PROGRAMA   NOT = CKP-PROGRAMA
        OR WA-LIDO-ASSINATURA NOT = CKP-ASSINATURA
        OR WA-LIDO-DATA-MOV   NOT = WA-DMR-DATA
        CALL "CBL_DELETE_FILE" USING WA-NOME-CHK
        SET CKP-DESCARTADO TO TRUE
        GO TO 1000-LER-EXIT
    END-IF.

    MOVE WA-REGISTRO-LIDO TO CKP-REGISTRO.
    ADD 1 TO CKP-RETOMADAS.
    SET CKP-OK TO TRUE.

1000-LER-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* GRAVACAO DO PONTO: CARIMBOS, TAMANHO DE CADA SAIDA E TROCA DO       *
* ARQUIVO PELO .novo.                                                 *
*--------------------------------------------------------------------*
2000-GRAVAR.
    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.
    MOVE WA-DMR-DATA TO CKP-DATA-MOV.
    ACCEPT CKP-DATA-GRAVACAO FROM DATE YYYYMMDD.
    ACCEPT WA-HORA-SISTEMA FROM TIME.
    MOVE WA-HORA-HMS TO CKP-HORA-GRAVACAO.
    IF  CKP-DATA-PARTIDA = ZEROS
        MOVE CKP-DATA-GRAVACAO TO CKP-DATA-PARTIDA
        MOVE CKP-HORA-GRAVACAO TO CKP-HORA-PARTIDA
    END-IF.

    PERFORM 2100-ANOTAR-TAMANHO
            VARYING WA-SAI-IDX FROM 1 BY 1
            UNTIL WA-SAI-IDX > 4.

    MOVE WA-NOME-CHK-NOVO TO WA-NOME-CHK.
    OPEN OUTPUT CHK-FILE.
    IF  SW-STATUS-CHK(1:1) NOT = ZEROS
        MOVE CKP-NOME-CHK TO WA-NOME-CHK
        SET CKP-ERRO-ARQUIVO TO TRUE
        GO TO 2000-GRAVAR-EXIT
    END-IF.
    MOVE CKP-REGISTRO TO CHK-LINHA.
    WRITE CHK-LINHA.
    CLOSE CHK-FILE.
    MOVE CKP-NOME-CHK TO WA-NOME-CHK.
    CALL "CBL_DELETE_FILE" USING WA-NOME-CHK.
    CALL "CBL_RENAME_FILE" USING WA-NOME-CHK-NOVO, WA-NOME-CHK.

2000-GRAVAR-EXIT.
    EXIT.

2100-ANOTAR-TAMANHO.
    MOVE ZEROS TO CKP-SAIDA-TAMANHO(WA-SAI-IDX).
    IF  CKP-SAIDA-NOME(WA-SAI-IDX) NOT = SPACES
        MOVE ZEROS TO WA-FI-TAMANHO
        MOVE CKP-SAIDA-NOME(WA-SAI-IDX) TO WA-NOME-SAIDA
        CALL "C$FILEINFO" USING WA-NOME-SAIDA, WA-FILE-INFO
             GIVING RETURN-CODE
        END-CALL
        IF  RETURN-CODE = ZEROS
            MOVE WA-FI-TAMANHO      TO WA-TAMANHO-ARQUIVO
            MOVE WA-TAMANHO-ARQUIVO TO CKP-SAIDA-TAMANHO(WA-SAI-IDX)
        END-IF
    END-IF.

*--------------------------------------------------------------------*
* CORTE DE UMA SAIDA: COPIA AS LINHAS QUE CABEM INTEIRAS NO TAMANHO   *
* DO PONTO PARA <SAIDA>.ckt, QUE TOMA O LUGAR DA SAIDA.  SAIDA QUE    *
* NAO EXISTE NAO TEM O QUE CORTAR.                                    *
*--------------------------------------------------------------------*
3000-CORTAR-SAIDA.
    IF  CKP-SAIDA-NOME(WA-SAI-IDX) = SPACES
        GO TO 3000-CORTAR-SAIDA-EXIT
    END-IF.
    MOVE CKP-SAIDA-NOME(WA-SAI-IDX) TO WA-NOME-SAIDA.
    MOVE SPACES TO WA-NOME-CORTE.
    STRING FUNCTION TRIM(WA-NOME-SAIDA) DELIMITED BY SIZE
           ".ckt"                       DELIMITED BY SIZE
           INTO WA-NOME-CORTE.

    OPEN INPUT SAIDA-FILE.
    IF  SW-STATUS-SAI(1:1) NOT = ZEROS
        GO TO 3000-CORTAR-SAIDA-EXIT
    END-IF.
    OPEN OUTPUT CORTE-FILE.
    IF  SW-STATUS-COR(1:1) NOT = ZEROS
        CLOSE SAIDA-FILE
        SET CKP-ERRO-ARQUIVO TO TRUE
        GO TO 3000-CORTAR-SAIDA-EXIT
    END-IF.

    MOVE ZEROS TO WA-BYTES-COPIADOS.
    MOVE "N"   TO WA-FIM-SAIDA.
    PERFORM 3100-COPIAR-LINHA
            WITH TEST AFTER
            UNTIL WA-FIM-SAIDA-SIM.
    CLOSE SAIDA-FILE.
    CLOSE CORTE-FILE.

    CALL "CBL_DELETE_FILE" USING WA-NOME-SAIDA.
    CALL "CBL_RENAME_FILE" USING WA-NOME-CORTE, WA-NOME-SAIDA.

3000-CORTAR-SAIDA-EXIT.
    EXIT.

3100-COPIAR-LINHA.
    READ SAIDA-FILE
         AT END SET WA-FIM-SAIDA-SIM TO TRUE
         NOT AT END
             MOVE FUNCTION REVERSE(SAI-LINHA) TO WA-LINHA-INVERTIDA
             MOVE ZEROS TO WA-BRANCOS
             INSPECT WA-LINHA-INVERTIDA
                     TALLYING WA-BRANCOS FOR LEADING SPACES
             COMPUTE WA-BYTES-LINHA = 5000 - WA-BRANCOS + 1
             IF  WA-BYTES-COPIADOS + WA-BYTES-LINHA
                 > CKP-SAIDA-TAMANHO(WA-SAI-IDX)
                 SET WA-FIM-SAIDA-SIM TO TRUE
             ELSE
                 ADD WA-BYTES-LINHA TO WA-BYTES-COPIADOS
                 MOVE SAI-LINHA TO COR-LINHA
                 WRITE COR-LINHA
             END-IF
    END-READ.
