IDENTIFICATION DIVISION.
PROGRAM-ID.  VENDICNV.
*------------------------------------------------------------------------------*
* CONVERSAO UNICA DO REGISTRO DE IMPORTACAO DE NF-E (vendimp.ctl) PARA O       *
* LAYOUT NOVO.  O NFI-RECORD GANHOU A SITUACAO DA NOTA E O ULTIMO EVENTO DA    *
* SEFAZ (NFI-SITUACAO, NFI-EVT-TIPO/SEQ/PROTOCOLO/DATA/HORA) - E ARQUIVO       *
* INDEXADO GUARDA O TAMANHO DO REGISTRO: UM vendimp.ctl DE PRODUCAO NO LAYOUT  *
* ANTIGO DEVOLVERIA STATUS 39 NO OPEN DE NFEIMP/NFEEVT/NFECONF/NFELRE/         *
* NFETRACE.  ESTE CONVERSOR RODA UMA VEZ NA VIRADA (MESMO ROTEIRO DO           *
* ALERTCNV):                                                                   *
*                                                                              *
*   1) RENOMEIA vendimp.ctl PARA vendimp-ant.ctl E O ABRE NO LAYOUT ANTIGO;    *
*   2) GRAVA UM vendimp.ctl NOVO NO LAYOUT ATUAL, REGISTRO A REGISTRO,         *
*      COPIANDO TUDO E DEIXANDO A NOTA SEM EVENTO (SITUACAO EM BRANCO);        *
*   3) SE O ARQUIVO RENOMEADO NAO ABRE NO LAYOUT ANTIGO (JA ESTA NO NOVO OU    *
*      CORROMPIDO), DESFAZ O RENAME E NAO TOCA EM NADA - RODAR DE NOVO         *
*      DEPOIS DA VIRADA E INOFENSIVO.                                          *
*                                                                              *
* O ANTIGO FICA GUARDADO EM vendimp-ant.ctl PARA CONFERENCIA.  O NFEIMP SO     *
* CRIA vendimp.ctl QUANDO ELE NAO EXISTE (STATUS 35) - COM O LAYOUT ANTIGO NO  *
* LUGAR ELE PARA E PEDE ESTA CONVERSAO, EM VEZ DE RECRIAR O ARQUIVO VAZIO.     *
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
* O ARQUIVO ANTIGO, JA RENOMEADO, NO LAYOUT ANTERIOR AS COLUNAS NOVAS.
    SELECT VENDIMP-ANT ASSIGN "vendimp-ant.ctl"
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY ANT-CHAVE-REG
           FILE STATUS SW-STATUS-ANT.

    SELECT VENDIMP-FILE ASSIGN "vendimp.ctl"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY NFI-CHAVE-REG
           FILE STATUS SW-STATUS-NFI.

    SELECT VENDICNV-RPT ASSIGN "vendicnv.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

DATA DIVISION.
FILE SECTION.
* O LAYOUT ANTERIOR (ATE O CNPJ DO EMITENTE), MANTIDO AQUI E SO AQUI.
FD  VENDIMP-ANT.
01  ANT-RECORD.
    03  ANT-CHAVE-REG.
        05  ANT-DATA              PIC 9(008).
        05  ANT-SEQ               PIC 9(007).
    03  ANT-HORA                  PIC 9(006).
    03  ANT-CHAVE                 PIC X(044).
    03  ANT-ARQUIVO               PIC X(160).
    03  ANT-MD5                   PIC X(032).
    03  ANT-VALOR-NF              PIC X(016).
    03  ANT-DATA-EMISSAO          PIC X(010).
    03  ANT-CNPJ-EMIT             PIC X(014).

FD  VENDIMP-FILE.
copy "md5/vendimp.ws".

FD  VENDICNV-RPT.
01  RPT-LINHA                    PIC X(132).

WORKING-STORAGE SECTION.
77  SW-STATUS-ANT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-NFI                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.

77  WA-FIM-ANT                   PIC X(001)          VALUE "N".
    88  WA-FIM-ANT-SIM                               VALUE "S".
77  WA-TOTAL-CONVERTIDOS         PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-REJEITADOS          PIC 9(007)          VALUE ZEROS.

PROCEDURE DIVISION.
0000-MAINLINE.
    OPEN OUTPUT VENDICNV-RPT.
    MOVE "CONVERSAO DO vendimp.ctl PARA O LAYOUT COM SITUACAO E EVENTO"
        TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

    CALL "CBL_RENAME_FILE" USING "vendimp.ctl", "vendimp-ant.ctl".
    IF  RETURN-CODE NOT = ZEROS
        MOVE "SEM vendimp.ctl PARA CONVERTER - NADA FEITO" TO RPT-LINHA
        WRITE RPT-LINHA
        PERFORM 9999-FINALIZAR
        STOP RUN
    END-IF.

    OPEN INPUT VENDIMP-ANT.
    IF  SW-STATUS-ANT(1:1) NOT = ZEROS
*       O ARQUIVO NAO E DO LAYOUT ANTIGO (JA CONVERTIDO, OU DOENTE) -
*       VOLTA TUDO PARA O LUGAR E NAO TOCA EM NADA.
        CALL "CBL_RENAME_FILE" USING "vendimp-ant.ctl", "vendimp.ctl"
        MOVE SPACES TO RPT-LINHA
        STRING "vendimp.ctl NAO ABRE NO LAYOUT ANTIGO (STATUS "
                             DELIMITED BY SIZE
               SW-STATUS-ANT DELIMITED BY SIZE
               ") - NADA CONVERTIDO" DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        PERFORM 9999-FINALIZAR
        STOP RUN
    END-IF.

    OPEN OUTPUT VENDIMP-FILE.
    IF  SW-STATUS-NFI(1:1) NOT = ZEROS
        CLOSE VENDIMP-ANT
        CALL "CBL_RENAME_FILE" USING "vendimp-ant.ctl", "vendimp.ctl"
        MOVE "NAO ABRIU O vendimp.ctl NOVO - CONVERSAO DESFEITA"
            TO RPT-LINHA
        WRITE RPT-LINHA
        PERFORM 9999-FINALIZAR
        STOP RUN
    END-IF.

    PERFORM 1000-CONVERTER-REGISTRO
            WITH TEST AFTER
            UNTIL WA-FIM-ANT-SIM.
    CLOSE VENDIMP-ANT.
    CLOSE VENDIMP-FILE.

    MOVE SPACES TO RPT-LINHA.
    STRING "CONVERTIDOS: "       DELIMITED BY SIZE
           WA-TOTAL-CONVERTIDOS  DELIMITED BY SIZE
           " REGISTRO(S) - O ANTIGO FICOU EM vendimp-ant.ctl"
                                 DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    IF  WA-TOTAL-REJEITADOS > ZEROS
        MOVE SPACES TO RPT-LINHA
        STRING "NAO GRAVADOS (CHAVE REPETIDA): " DELIMITED BY SIZE
               WA-TOTAL-REJEITADOS               DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.
    PERFORM 9999-FINALIZAR.
    STOP RUN.

*--------------------------------------------------------------------*
* UM REGISTRO DO LAYOUT ANTERIOR: TUDO COPIADO, A NOTA SAI SEM EVENTO *
* DA SEFAZ APLICADO (SITUACAO E EVENTO EM BRANCO, COMO O NFEIMP GRAVA *
* A NOTA NOVA).                                                       *
*--------------------------------------------------------------------*
1000-CONVERTER-REGISTRO.
    READ VENDIMP-ANT NEXT RECORD
         AT END SET WA-FIM-ANT-SIM TO TRUE
         NOT AT END
             MOVE SPACES           TO NFI-RECORD
             MOVE ANT-CHAVE-REG    TO NFI-CHAVE-REG
             MOVE ANT-HORA         TO NFI-HORA
             MOVE ANT-CHAVE        TO NFI-CHAVE
             MOVE ANT-ARQUIVO      TO NFI-ARQUIVO
             MOVE ANT-MD5          TO NFI-MD5
             MOVE ANT-VALOR-NF     TO NFI-VALOR-NF
             MOVE ANT-DATA-EMISSAO TO NFI-DATA-EMISSAO
             MOVE ANT-CNPJ-EMIT    TO NFI-CNPJ-EMIT
             WRITE NFI-RECORD
                   INVALID KEY ADD 1 TO WA-TOTAL-REJEITADOS
                   NOT INVALID KEY ADD 1 TO WA-TOTAL-CONVERTIDOS
             END-WRITE
    END-READ.

9999-FINALIZAR.
    CLOSE VENDICNV-RPT.
