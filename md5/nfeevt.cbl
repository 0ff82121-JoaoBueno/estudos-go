IDENTIFICATION DIVISION.
PROGRAM-ID.    NFEEVT.
*------------------------------------------------------------------------------*
* ENTRADA DE EVENTOS DE NF-E (procEventoNFe) CONTRA NOTAS JA IMPORTADAS.       *
* O NFEVERIF/NFEIMP/NFECONF SO ENTENDEM A NOTA AUTORIZADA EM SI - QUANDO A     *
* SEFAZ MANDAVA UM CANCELAMENTO (tpEvento 110111) OU UMA CARTA DE CORRECAO     *
* (110110) DE UMA CHAVE JA IMPORTADA, NADA ACONTECIA E A NOTA CANCELADA        *
* SEGUIA VIVA NO LADO VENDAS ATE ALGUEM ESTORNAR NA MAO.  ESTE PASSO RODA      *
* DEPOIS DO NFEIMP, SOBRE O MANIFESTO DE EVENTOS DO LOTE (nfeevt.ctl, MESMO    *
* LAYOUT DO nfeverif.ctl: ARQUIVO(100) MD5-ESPERADO(32)), E PARA CADA XML:     *
*                                                                              *
*   1) CONFERE O MD5 CONTRA O MANIFESTO COM A MESMA MAQUINA DO NFEVERIF        *
*      (DLLCHECK + MD5SELF + MD5File);                                         *
*   2) EXTRAI DO EVENTO A CHAVE <chNFe> (COM O DV CONFERIDO), O <tpEvento>,    *
*      O <nSeqEvento> E, DO RETORNO DA SEFAZ (<retEvento>), O <cStat>, O       *
*      PROTOCOLO DO EVENTO (<nProt>) E O <dhRegEvento>;                        *
*   3) SO ACEITA EVENTO REGISTRADO PELA SEFAZ (cStat 135, 136 OU 155) E DOS    *
*      DOIS TIPOS TRATADOS;                                                    *
*   4) AMARRA O EVENTO AO REGISTRO IMPORTADO (vendimp.ctl) PELA CHAVE DE 44    *
*      DIGITOS E MARCA A NOTA CANCELADA OU CORRIGIDA, GUARDANDO TIPO,          *
*      SEQUENCIA, PROTOCOLO E DATA/HORA DO EVENTO (md5/vendimp.ws);            *
*   5) APENDA A LINHA DO EVENTO NO LOG DE IMPORTACAO (nfeimp-log.txt, COM A    *
*      CHAVE DE REGISTRO AFETADA) - E DALI QUE O NFETRACE E O NFEMRPT TIRAM    *
*      A SITUACAO CANCELADA.                                                   *
*                                                                              *
* EVENTO DE CHAVE QUE NUNCA FOI IMPORTADA, HASH DIVERGENTE, CHAVE INVALIDA,    *
* TIPO NAO TRATADO OU EVENTO RECUSADO PELA SEFAZ VAI PARA QUARENTENA COMO NO   *
* NFEVERIF (.QUARENTENA + QUARREG COM O TIPO "NFEEVT" + ALERTA NA CENTRAL) -   *
* O QUARMGR LIBERA DE VOLTA CONTRA O nfeevt.ctl QUANDO A NOTA CHEGAR.          *
* EVENTO JA APLICADO (MESMO PROTOCOLO) NUM RERUN SO SAI NO RELATORIO.          *
*                                                                              *
* CRIACAO...: 15/10/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - O EVENTO DE QUARENTENA PASSA A LEVAR O CNPJ *
*             DO EMITENTE (DE DENTRO DA CHAVE DE ACESSO), PARA O PLACAR DE     *
*             FORNECEDORES FORNSCOR.                                           *
* ALTERACAO.: 15/10/2026 - BUENO - PARAGRAFOS COM SAIDA POR GO TO ...-EXIT     *
*             PASSAM A SER EXECUTADOS COM THRU ATE O EXIT.                     *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
* MANIFESTO DE EVENTOS DO LOTE: ARQUIVO(100) MD5-ESPERADO(32), UM XML DE
* EVENTO POR LINHA (MESMO LAYOUT DO nfeverif.ctl).
    SELECT MANIFESTO ASSIGN "nfeevt.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CTL.

* XML DO EVENTO, ABERTO PARA EXTRAIR CHAVE, TIPO E RETORNO DA SEFAZ.
    SELECT XML-FILE ASSIGN WA-XML-NOME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-XML.

* REGISTRO DE IMPORTACAO NO LADO VENDAS - A NOTA AFETADA PELO EVENTO.
    SELECT VENDIMP-FILE ASSIGN "vendimp.ctl"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY NFI-CHAVE-REG
           FILE STATUS SW-STATUS-VEN.

* LOG DE IMPORTACAO DO NFEIMP (APPEND-ONLY) - O EVENTO ENTRA COMO MAIS
* UMA LINHA DA CHAVE, COM A SITUACAO CANCELADA/CORRIGIDA.
    SELECT NFEIMP-LOG ASSIGN "nfeimp-log.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-LOG.

    SELECT NFEEVT-RPT ASSIGN "nfeevt.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

DATA DIVISION.
FILE SECTION.
FD  MANIFESTO.
01  MAN-LINHA.
    03  MAN-ARQUIVO              PIC X(100).
    03  MAN-MD5-ESPERADO         PIC X(032).

FD  XML-FILE.
01  XML-LINHA                    PIC X(32000).

FD  VENDIMP-FILE.
copy "md5/vendimp.ws".

FD  NFEIMP-LOG.
01  LOG-LINHA.
    03  LOG-DATA                 PIC 9(008).
    03  FILLER                   PIC X(001).
    03  LOG-HORA                 PIC 9(006).
    03  FILLER                   PIC X(001).
    03  LOG-CHAVE                PIC X(044).
    03  FILLER                   PIC X(001).
    03  LOG-CHAVE-REG            PIC X(015).
    03  FILLER                   PIC X(001).
    03  LOG-SITUACAO             PIC X(012).
    03  FILLER                   PIC X(001).
    03  LOG-ARQUIVO              PIC X(160).

FD  NFEEVT-RPT.
01  RPT-LINHA                    PIC X(200).

WORKING-STORAGE SECTION.
77  SW-STATUS-CTL                PIC X(002)          VALUE SPACES.
77  SW-STATUS-XML                PIC X(002)          VALUE SPACES.
77  SW-STATUS-VEN                PIC X(002)          VALUE SPACES.
77  SW-STATUS-LOG                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.

77  WA-FIM-MANIFESTO             PIC X(001)          VALUE "N".
    88  WA-FIM-MANIFESTO-SIM                         VALUE "S".
77  WA-FIM-XML                   PIC X(001)          VALUE "N".
    88  WA-FIM-XML-SIM                               VALUE "S".
77  WA-FIM-VEN                   PIC X(001)          VALUE "N".
    88  WA-FIM-VEN-SIM                               VALUE "S".
77  WA-ACHOU                     PIC X(001)          VALUE "N".
    88  WA-ACHOU-SIM                                 VALUE "S".

77  WA-LIB                       PIC X(150)          VALUE SPACES.
77  WA-ARQUIVO                   PIC X(100).
77                               PIC X(001)          VALUE X"00".
77  WA-RET                       POINTER.
77  WA-MD5-CALCULADO             PIC X(100).
77                               PIC X(001)          VALUE X"00".
77  WA-LEN                       SIGNED-LONG.

77  WA-DLLCHK-RETORNO            PIC 9(002)          VALUE ZEROS.
    88  WA-DLLCHK-DIVERGENTE                          VALUE 01.
    88  WA-DLLCHK-SEM-MANIFESTO                       VALUE 02.
    88  WA-DLLCHK-ERRO-ARQUIVO                        VALUE 99.
77  WA-MSF-RETORNO               PIC 9(002)          VALUE ZEROS.

*--------------------------------------------------------------------*
* CAMPOS DO EVENTO CORRENTE, NOS BYTES CRUS DO XML.  OS DO RETORNO DA *
* SEFAZ (cStat, nProt, dhRegEvento) SO VALEM DEPOIS DE <retEvento> -  *
* NO CANCELAMENTO O <nProt> APARECE ANTES, DENTRO DO <detEvento>, E   *
* LA ELE E O PROTOCOLO DE AUTORIZACAO DA NOTA, NAO O DO EVENTO.       *
*--------------------------------------------------------------------*
77  WA-XML-NOME                  PIC X(100)          VALUE SPACES.
77  WA-CHAVE                     PIC X(044)          VALUE SPACES.
77  WA-TP-EVENTO                 PIC X(006)          VALUE SPACES.
77  WA-SEQ-EVENTO                PIC X(002)          VALUE SPACES.
77  WA-CSTAT                     PIC X(003)          VALUE SPACES.
77  WA-PROTOCOLO                 PIC X(015)          VALUE SPACES.
77  WA-DH-REGISTRO               PIC X(019)          VALUE SPACES.
77  WA-DATA-EVENTO               PIC 9(008)          VALUE ZEROS.
77  WA-HORA-EVENTO               PIC 9(006)          VALUE ZEROS.
77  WA-DENTRO-RETORNO            PIC X(001)          VALUE "N".
    88  WA-DENTRO-RETORNO-SIM                        VALUE "S".
77  WA-POS-TAG                   PIC 9(005)          VALUE ZEROS.
77  WA-POS-RETORNO               PIC 9(005)          VALUE ZEROS.
77  WA-SEQ-BRUTA                 PIC X(003)          VALUE SPACES.

77  WA-DV-IDX                    PIC 9(002)          VALUE ZEROS.
77  WA-DV-PESO                   PIC 9(002)          VALUE ZEROS.
77  WA-DV-SOMA                   PIC 9(007)          VALUE ZEROS.
77  WA-DV-RESTO                  PIC 9(002)          VALUE ZEROS.
77  WA-DV-CALCULADO              PIC 9(001)          VALUE ZEROS.

* RESULTADO DO EVENTO: SITUACAO DO RELATORIO E, NA RECUSA, O MOTIVO
* QUE VAI PARA O ALERTA.
77  WA-SITUACAO                  PIC X(012)          VALUE SPACES.
77  WA-QUARENTENAR               PIC X(001)          VALUE "N".
    88  WA-QUARENTENAR-SIM                           VALUE "S".
77  WA-CHAVE-REG-EDIT            PIC X(015)          VALUE SPACES.
77  WA-ARQUIVO-QUARENTENA        PIC X(110)          VALUE SPACES.

77  WA-QRG-TIPO                  PIC X(008)          VALUE "NFEEVT".
77  WA-QRG-SITUACAO              PIC X(012)          VALUE SPACES.
77  WA-QRG-CNPJ-EMIT             PIC X(014)          VALUE SPACES.
77  WA-QRG-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-ALR-PROGRAMA              PIC X(030)          VALUE "NFEEVT".
77  WA-ALR-SEVERIDADE            PIC X(001)          VALUE "A".
77  WA-ALR-TEXTO                 PIC X(150)          VALUE SPACES.
77  WA-ALR-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-TOTAL                     PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-CANCELADAS          PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-CORRIGIDAS          PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-JA-APLICADOS        PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-QUARENTENA          PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-IGNORADOS           PIC 9(005)          VALUE ZEROS.

01  WA-RPT-DETALHE.
    03  WA-RPT-CHAVE             PIC X(044).
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-RPT-TP-EVENTO         PIC X(006).
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-RPT-PROTOCOLO         PIC X(015).
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-RPT-SITUACAO          PIC X(012).
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-RPT-ARQUIVO           PIC X(100).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    PERFORM 2000-PROCESSAR-MANIFESTO
            WITH TEST AFTER
            UNTIL WA-FIM-MANIFESTO-SIM.
    PERFORM 8000-TRAILER.
    PERFORM 9999-FINALIZAR.
    STOP RUN.

1000-INICIALIZAR.
    OPEN INPUT MANIFESTO.
    IF  SW-STATUS-CTL(1:1) NOT = ZEROS
        DISPLAY "NFEEVT - NAO ABRIU O MANIFESTO DE EVENTOS nfeevt.ctl, "
                "STATUS " SW-STATUS-CTL UPON SYSERR
        STOP RUN
    END-IF.

    OPEN I-O VENDIMP-FILE.
    IF  SW-STATUS-VEN(1:1) NOT = ZEROS
        DISPLAY "NFEEVT - NAO ABRIU vendimp.ctl, STATUS "
                SW-STATUS-VEN UPON SYSERR
        STOP RUN
    END-IF.

    OPEN EXTEND NFEIMP-LOG.
    IF  SW-STATUS-LOG(1:1) = "3"
        OPEN OUTPUT NFEIMP-LOG
        CLOSE NFEIMP-LOG
        OPEN EXTEND NFEIMP-LOG
    END-IF.

    OPEN OUTPUT NFEEVT-RPT.
    MOVE "EVENTOS DE NF-E (CANCELAMENTO / CARTA DE CORRECAO) - nfeevt.ctl"
        TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE
  "CHAVE                                        EVENTO PROTOCOLO       SITUACAO"
        TO RPT-LINHA.
    WRITE RPT-LINHA.

    SET CONFIGURATION "DLL-CONVENTION" TO 0.
    MOVE "./libmd5.so" TO WA-LIB.
    CALL WA-LIB.

    CALL "DLLCHECK" USING WA-LIB, WA-DLLCHK-RETORNO END-CALL.
    IF  WA-DLLCHK-DIVERGENTE OR WA-DLLCHK-ERRO-ARQUIVO
                               OR WA-DLLCHK-SEM-MANIFESTO
        DISPLAY "NFEEVT - " WA-LIB " NAO BATE COM O MANIFESTO DE HASHES "
                "CONHECIDOS-BONS (DLLCHECK), STATUS " WA-DLLCHK-RETORNO
                UPON SYSERR
        STOP RUN
    END-IF.

*   PROCEDENCIA CONFERIDA ACIMA; AGORA A FUNCIONALIDADE - A
*   BIBLIOTECA PRECISA RESPONDER CERTO AOS VETORES CONHECIDOS.
    CALL "MD5SELF" USING WA-MSF-RETORNO END-CALL.
    IF  WA-MSF-RETORNO NOT = ZEROS
        DISPLAY "NFEEVT - libmd5.so REPROVADA NO AUTOTESTE DE "
                "RESPOSTAS CONHECIDAS (MD5SELF), STATUS "
                WA-MSF-RETORNO UPON SYSERR
        STOP RUN
    END-IF.

2000-PROCESSAR-MANIFESTO.
    READ MANIFESTO
         AT END SET WA-FIM-MANIFESTO-SIM TO TRUE
         NOT AT END
             IF  MAN-ARQUIVO NOT = SPACES
                 PERFORM 2100-PROCESSAR-EVENTO
                         THRU 2100-PROCESSAR-EVENTO-EXIT
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* UM EVENTO: HASH, EXTRACAO, VALIDACAO, AMARRACAO A NOTA IMPORTADA E  *
* APLICACAO.  QUALQUER RECUSA CAI NO FLUXO DE QUARENTENA DO NFEVERIF. *
*--------------------------------------------------------------------*
2100-PROCESSAR-EVENTO.
    ADD 1 TO WA-TOTAL.
    MOVE SPACES TO WA-SITUACAO WA-CHAVE WA-TP-EVENTO WA-PROTOCOLO.
    MOVE SPACES TO WA-CHAVE-REG-EDIT.
    MOVE "N"    TO WA-QUARENTENAR.

    PERFORM 2200-CONFERIR-HASH
            THRU 2200-CONFERIR-HASH-EXIT.
    IF  WA-SITUACAO NOT = SPACES
        GO TO 2100-PROCESSAR-EVENTO-FIM
    END-IF.

    PERFORM 3000-EXTRAIR-EVENTO
            THRU 3000-EXTRAIR-EVENTO-EXIT.
    PERFORM 3500-VALIDAR-EVENTO
            THRU 3500-VALIDAR-EVENTO-EXIT.
    IF  WA-SITUACAO NOT = SPACES
        GO TO 2100-PROCESSAR-EVENTO-FIM
    END-IF.

    PERFORM 4000-ACHAR-NOTA-IMPORTADA
            THRU 4000-ACHAR-NOTA-IMPORTADA-EXIT.
    IF  NOT WA-ACHOU-SIM
        MOVE "NAO IMPORTAD" TO WA-SITUACAO
        MOVE "S"            TO WA-QUARENTENAR
        GO TO 2100-PROCESSAR-EVENTO-FIM
    END-IF.

    PERFORM 5000-APLICAR-EVENTO
            THRU 5000-APLICAR-EVENTO-EXIT.

2100-PROCESSAR-EVENTO-FIM.
    IF  WA-QUARENTENAR-SIM
        PERFORM 6000-COLOCAR-EM-QUARENTENA
    END-IF.

    MOVE SPACES           TO WA-RPT-DETALHE.
    MOVE WA-CHAVE         TO WA-RPT-CHAVE.
    MOVE WA-TP-EVENTO     TO WA-RPT-TP-EVENTO.
    MOVE WA-PROTOCOLO     TO WA-RPT-PROTOCOLO.
    MOVE WA-SITUACAO      TO WA-RPT-SITUACAO.
    MOVE MAN-ARQUIVO      TO WA-RPT-ARQUIVO.
    MOVE WA-RPT-DETALHE   TO RPT-LINHA.
    WRITE RPT-LINHA.

2100-PROCESSAR-EVENTO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* MESMA CONFERENCIA DE MD5 DO NFEVERIF CONTRA O MANIFESTO DO LOTE.    *
*--------------------------------------------------------------------*
2200-CONFERIR-HASH.
    MOVE MAN-ARQUIVO TO WA-ARQUIVO.
    MOVE SPACES TO WA-MD5-CALCULADO.
    MOVE ZEROS  TO WA-LEN.

    CALL "MD5File"
             USING BY REFERENCE WA-ARQUIVO
                   BY REFERENCE WA-RET
                   BY REFERENCE WA-LEN
             GIVING RETURN-CODE
    END-CALL.
    IF  WA-LEN < ZEROS
        MOVE "FALHOU"  TO WA-SITUACAO
        MOVE "S"       TO WA-QUARENTENAR
        GO TO 2200-CONFERIR-HASH-EXIT
    END-IF.
    CALL "C$MEMCPY" USING BY REFERENCE WA-MD5-CALCULADO,
                           BY VALUE WA-RET, WA-LEN.
    IF  WA-MD5-CALCULADO(1:32) NOT = MAN-MD5-ESPERADO
        MOVE "FALHOU"  TO WA-SITUACAO
        MOVE "S"       TO WA-QUARENTENAR
    END-IF.

2200-CONFERIR-HASH-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* VARRE O XML DO EVENTO.  A PRIMEIRA OCORRENCIA DE <chNFe>,           *
* <tpEvento> E <nSeqEvento> E A DO PEDIDO (<evento>); cStat, nProt E  *
* dhRegEvento SO SAO LIDOS A PARTIR DE <retEvento>, QUE PODE ESTAR NA *
* MESMA LINHA (XML DE UMA LINHA SO) OU NUMA LINHA SEGUINTE.           *
*--------------------------------------------------------------------*
3000-EXTRAIR-EVENTO.
    MOVE SPACES TO WA-SEQ-EVENTO WA-CSTAT WA-DH-REGISTRO.
    MOVE ZEROS  TO WA-DATA-EVENTO WA-HORA-EVENTO.
    MOVE "N"    TO WA-DENTRO-RETORNO.
    MOVE SPACES TO WA-XML-NOME.
    MOVE MAN-ARQUIVO TO WA-XML-NOME.
    OPEN INPUT XML-FILE.
    IF  SW-STATUS-XML(1:1) NOT = ZEROS
        GO TO 3000-EXTRAIR-EVENTO-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-XML.
    PERFORM 3100-LER-LINHA-XML
            WITH TEST AFTER
            UNTIL WA-FIM-XML-SIM
               OR (WA-PROTOCOLO NOT = SPACES
                   AND WA-DH-REGISTRO NOT = SPACES
                   AND WA-CSTAT NOT = SPACES).
    CLOSE XML-FILE.

    IF  WA-DH-REGISTRO(1:4) NUMERIC AND WA-DH-REGISTRO(6:2) NUMERIC
        AND WA-DH-REGISTRO(9:2) NUMERIC
        STRING WA-DH-REGISTRO(1:4) DELIMITED BY SIZE
               WA-DH-REGISTRO(6:2) DELIMITED BY SIZE
               WA-DH-REGISTRO(9:2) DELIMITED BY SIZE
               INTO WA-DATA-EVENTO(1:8)
        END-STRING
    END-IF.
    IF  WA-DH-REGISTRO(12:2) NUMERIC AND WA-DH-REGISTRO(15:2) NUMERIC
        AND WA-DH-REGISTRO(18:2) NUMERIC
        STRING WA-DH-REGISTRO(12:2) DELIMITED BY SIZE
               WA-DH-REGISTRO(15:2) DELIMITED BY SIZE
               WA-DH-REGISTRO(18:2) DELIMITED BY SIZE
               INTO WA-HORA-EVENTO(1:6)
        END-STRING
    END-IF.

3000-EXTRAIR-EVENTO-EXIT.
    EXIT.

3100-LER-LINHA-XML.
    READ XML-FILE
         AT END SET WA-FIM-XML-SIM TO TRUE
         NOT AT END
             PERFORM 3200-EXTRAIR-PEDIDO
             PERFORM 3300-EXTRAIR-RETORNO
                     THRU 3300-EXTRAIR-RETORNO-EXIT
    END-READ.

3200-EXTRAIR-PEDIDO.
    IF  WA-CHAVE = SPACES
        MOVE ZEROS TO WA-POS-TAG
        INSPECT XML-LINHA TALLYING WA-POS-TAG
                FOR CHARACTERS BEFORE INITIAL "<chNFe>"
        IF  WA-POS-TAG + 51 <= 32000
            MOVE XML-LINHA(WA-POS-TAG + 8 : 44) TO WA-CHAVE
        END-IF
    END-IF.
    IF  WA-TP-EVENTO = SPACES
        MOVE ZEROS TO WA-POS-TAG
        INSPECT XML-LINHA TALLYING WA-POS-TAG
                FOR CHARACTERS BEFORE INITIAL "<tpEvento>"
        IF  WA-POS-TAG + 16 <= 32000
            MOVE XML-LINHA(WA-POS-TAG + 11 : 6) TO WA-TP-EVENTO
        END-IF
    END-IF.
    IF  WA-SEQ-EVENTO = SPACES
        MOVE ZEROS TO WA-POS-TAG
        INSPECT XML-LINHA TALLYING WA-POS-TAG
                FOR CHARACTERS BEFORE INITIAL "<nSeqEvento>"
        IF  WA-POS-TAG + 15 <= 32000
            MOVE SPACES TO WA-SEQ-BRUTA
            UNSTRING XML-LINHA(WA-POS-TAG + 13 : 3)
                     DELIMITED BY "<"
                     INTO WA-SEQ-BRUTA
            END-UNSTRING
            IF  WA-SEQ-BRUTA(2:1) = SPACE
                STRING "0"             DELIMITED BY SIZE
                       WA-SEQ-BRUTA(1:1) DELIMITED BY SIZE
                       INTO WA-SEQ-EVENTO
                END-STRING
            ELSE
                MOVE WA-SEQ-BRUTA(1:2) TO WA-SEQ-EVENTO
            END-IF
        END-IF
    END-IF.

*--------------------------------------------------------------------*
* PARTE DO RETORNO DA SEFAZ.  NA LINHA QUE ABRE O <retEvento> SO O    *
* TRECHO DEPOIS DELE CONTA; NAS LINHAS SEGUINTES, A LINHA INTEIRA.    *
*--------------------------------------------------------------------*
3300-EXTRAIR-RETORNO.
    MOVE 1 TO WA-POS-RETORNO.
    IF  NOT WA-DENTRO-RETORNO-SIM
        MOVE ZEROS TO WA-POS-TAG
        INSPECT XML-LINHA TALLYING WA-POS-TAG
                FOR CHARACTERS BEFORE INITIAL "<retEvento"
        IF  WA-POS-TAG >= 32000
            GO TO 3300-EXTRAIR-RETORNO-EXIT
        END-IF
        MOVE "S" TO WA-DENTRO-RETORNO
        COMPUTE WA-POS-RETORNO = WA-POS-TAG + 1
    END-IF.

    IF  WA-CSTAT = SPACES
        MOVE ZEROS TO WA-POS-TAG
        INSPECT XML-LINHA(WA-POS-RETORNO:) TALLYING WA-POS-TAG
                FOR CHARACTERS BEFORE INITIAL "<cStat>"
        COMPUTE WA-POS-TAG = WA-POS-TAG + WA-POS-RETORNO - 1
        IF  WA-POS-TAG + 10 <= 32000
            MOVE XML-LINHA(WA-POS-TAG + 8 : 3) TO WA-CSTAT
        END-IF
    END-IF.
    IF  WA-PROTOCOLO = SPACES
        MOVE ZEROS TO WA-POS-TAG
        INSPECT XML-LINHA(WA-POS-RETORNO:) TALLYING WA-POS-TAG
                FOR CHARACTERS BEFORE INITIAL "<nProt>"
        COMPUTE WA-POS-TAG = WA-POS-TAG + WA-POS-RETORNO - 1
        IF  WA-POS-TAG + 22 <= 32000
            UNSTRING XML-LINHA(WA-POS-TAG + 8 : 15)
                     DELIMITED BY "<"
                     INTO WA-PROTOCOLO
            END-UNSTRING
        END-IF
    END-IF.
    IF  WA-DH-REGISTRO = SPACES
        MOVE ZEROS TO WA-POS-TAG
        INSPECT XML-LINHA(WA-POS-RETORNO:) TALLYING WA-POS-TAG
                FOR CHARACTERS BEFORE INITIAL "<dhRegEvento>"
        COMPUTE WA-POS-TAG = WA-POS-TAG + WA-POS-RETORNO - 1
        IF  WA-POS-TAG + 32 <= 32000
            MOVE XML-LINHA(WA-POS-TAG + 14 : 19) TO WA-DH-REGISTRO
        END-IF
    END-IF.

3300-EXTRAIR-RETORNO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* CHAVE PRESENTE, NUMERICA E COM DV CERTO (MODULO 11 DO NFEVERIF),    *
* TIPO TRATADO E EVENTO REGISTRADO PELA SEFAZ.  O PRIMEIRO MOTIVO DE  *
* RECUSA VAI DIRETO PARA A SITUACAO DO RELATORIO.                     *
*--------------------------------------------------------------------*
3500-VALIDAR-EVENTO.
    MOVE "S" TO WA-QUARENTENAR.
    IF  WA-CHAVE = SPACES
        MOVE "SEM CHAVE"    TO WA-SITUACAO
        GO TO 3500-VALIDAR-EVENTO-EXIT
    END-IF.
    IF  NOT WA-CHAVE NUMERIC
        MOVE "CHAVE INVAL"  TO WA-SITUACAO
        GO TO 3500-VALIDAR-EVENTO-EXIT
    END-IF.
    PERFORM 3600-VALIDAR-DV.
    IF  WA-DV-CALCULADO NOT = FUNCTION NUMVAL(WA-CHAVE(44:1))
        MOVE "DV INVALIDO"  TO WA-SITUACAO
        GO TO 3500-VALIDAR-EVENTO-EXIT
    END-IF.
    IF  WA-TP-EVENTO NOT = "110111" AND WA-TP-EVENTO NOT = "110110"
        MOVE "TP EVENTO"    TO WA-SITUACAO
        GO TO 3500-VALIDAR-EVENTO-EXIT
    END-IF.
    IF  WA-CSTAT NOT = "135" AND WA-CSTAT NOT = "136"
                             AND WA-CSTAT NOT = "155"
        MOVE "EVT RECUSADO" TO WA-SITUACAO
        GO TO 3500-VALIDAR-EVENTO-EXIT
    END-IF.
    IF  WA-PROTOCOLO = SPACES
        MOVE "SEM PROTOCOL" TO WA-SITUACAO
        GO TO 3500-VALIDAR-EVENTO-EXIT
    END-IF.
    MOVE "N" TO WA-QUARENTENAR.

3500-VALIDAR-EVENTO-EXIT.
    EXIT.

3600-VALIDAR-DV.
    MOVE ZEROS TO WA-DV-SOMA.
    MOVE 2     TO WA-DV-PESO.
    PERFORM 3610-SOMAR-DIGITO
            VARYING WA-DV-IDX FROM 43 BY -1
            UNTIL WA-DV-IDX < 1.
    COMPUTE WA-DV-RESTO = FUNCTION MOD(WA-DV-SOMA, 11).
    IF  WA-DV-RESTO < 2
        MOVE ZEROS TO WA-DV-CALCULADO
    ELSE
        COMPUTE WA-DV-CALCULADO = 11 - WA-DV-RESTO
    END-IF.

3610-SOMAR-DIGITO.
    COMPUTE WA-DV-SOMA = WA-DV-SOMA
            + FUNCTION NUMVAL(WA-CHAVE(WA-DV-IDX:1)) * WA-DV-PESO.
    ADD 1 TO WA-DV-PESO.
    IF  WA-DV-PESO > 9
        MOVE 2 TO WA-DV-PESO
    END-IF.

*--------------------------------------------------------------------*
* A NOTA IMPORTADA DA CHAVE, PELA LEITURA SEQUENCIAL DO vendimp.ctl   *
* (A CHAVE DO ARQUIVO E A DE REGISTRO, DATA + SEQUENCIA).  O NFEVERIF *
* JA BARRA CHAVE DUPLICADA, ENTAO A PRIMEIRA QUE BATER E A NOTA.      *
*--------------------------------------------------------------------*
4000-ACHAR-NOTA-IMPORTADA.
    MOVE "N" TO WA-ACHOU.
    MOVE "N" TO WA-FIM-VEN.
    MOVE LOW-VALUES TO NFI-CHAVE-REG.
    START VENDIMP-FILE KEY IS NOT LESS THAN NFI-CHAVE-REG
          INVALID KEY
              GO TO 4000-ACHAR-NOTA-IMPORTADA-EXIT
    END-START.
    PERFORM 4100-LER-NOTA
            WITH TEST AFTER
            UNTIL WA-FIM-VEN-SIM OR WA-ACHOU-SIM.

4000-ACHAR-NOTA-IMPORTADA-EXIT.
    EXIT.

4100-LER-NOTA.
    READ VENDIMP-FILE NEXT RECORD
         AT END SET WA-FIM-VEN-SIM TO TRUE
         NOT AT END
             IF  NFI-CHAVE = WA-CHAVE
                 MOVE "S" TO WA-ACHOU
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* APLICA O EVENTO NO REGISTRO LIDO.  CANCELAMENTO E DEFINITIVO: CARTA *
* DE CORRECAO QUE CHEGA DEPOIS NAO TIRA A NOTA DE CANCELADA.  O MESMO *
* PROTOCOLO DE NOVO (RERUN DO LOTE) NAO REGRAVA NEM RELOGA.           *
*--------------------------------------------------------------------*
5000-APLICAR-EVENTO.
    MOVE SPACES TO WA-CHAVE-REG-EDIT.
    STRING NFI-DATA DELIMITED BY SIZE
           NFI-SEQ  DELIMITED BY SIZE
           INTO WA-CHAVE-REG-EDIT.

    IF  NFI-EVT-PROTOCOLO = WA-PROTOCOLO
        ADD 1 TO WA-TOTAL-JA-APLICADOS
        MOVE "JA APLICADO" TO WA-SITUACAO
        GO TO 5000-APLICAR-EVENTO-EXIT
    END-IF.
    IF  NFI-SITUACAO = "CANCELADA" AND WA-TP-EVENTO = "110110"
        ADD 1 TO WA-TOTAL-IGNORADOS
        MOVE "JA CANCELADA" TO WA-SITUACAO
        GO TO 5000-APLICAR-EVENTO-EXIT
    END-IF.
*   CARTA DE CORRECAO MAIS ANTIGA QUE A JA APLICADA (LOTE FORA DE
*   ORDEM) NAO PISA A MAIS NOVA.
    IF  WA-TP-EVENTO = "110110" AND NFI-EVT-TIPO = "110110"
        AND NFI-EVT-SEQ > WA-SEQ-EVENTO
        ADD 1 TO WA-TOTAL-IGNORADOS
        MOVE "CCE ANTERIOR" TO WA-SITUACAO
        GO TO 5000-APLICAR-EVENTO-EXIT
    END-IF.

    IF  WA-TP-EVENTO = "110111"
        MOVE "CANCELADA" TO NFI-SITUACAO
        MOVE "CANCELADA" TO WA-SITUACAO
        ADD 1 TO WA-TOTAL-CANCELADAS
    ELSE
        MOVE "CORRIGIDA" TO NFI-SITUACAO
        MOVE "CORRIGIDA" TO WA-SITUACAO
        ADD 1 TO WA-TOTAL-CORRIGIDAS
    END-IF.
    MOVE WA-TP-EVENTO    TO NFI-EVT-TIPO.
    MOVE WA-SEQ-EVENTO   TO NFI-EVT-SEQ.
    MOVE WA-PROTOCOLO    TO NFI-EVT-PROTOCOLO.
    MOVE WA-DATA-EVENTO  TO NFI-EVT-DATA.
    MOVE WA-HORA-EVENTO  TO NFI-EVT-HORA.
    REWRITE NFI-RECORD
            INVALID KEY
                MOVE "NAO GRAVOU" TO WA-SITUACAO
                GO TO 5000-APLICAR-EVENTO-EXIT
    END-REWRITE.

    MOVE SPACES TO LOG-LINHA.
    ACCEPT LOG-DATA FROM DATE YYYYMMDD.
    ACCEPT LOG-HORA FROM TIME.
    MOVE WA-CHAVE           TO LOG-CHAVE.
    MOVE WA-CHAVE-REG-EDIT  TO LOG-CHAVE-REG.
    MOVE WA-SITUACAO        TO LOG-SITUACAO.
    MOVE MAN-ARQUIVO        TO LOG-ARQUIVO.
    WRITE LOG-LINHA.

5000-APLICAR-EVENTO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* EVENTO RECUSADO: MESMO FLUXO DO NFEVERIF - RENOMEIA PARA            *
* .QUARENTENA, ALERTA NA CENTRAL E REGISTRA PELO QUARREG COM O TIPO   *
* "NFEEVT" (O QUARMGR RECONFERE ESTE TIPO CONTRA O nfeevt.ctl).       *
*--------------------------------------------------------------------*
6000-COLOCAR-EM-QUARENTENA.
    ADD 1 TO WA-TOTAL-QUARENTENA.
    MOVE SPACES TO WA-ARQUIVO-QUARENTENA.
    STRING FUNCTION TRIM(MAN-ARQUIVO) DELIMITED BY SIZE
           ".QUARENTENA"              DELIMITED BY SIZE
           INTO WA-ARQUIVO-QUARENTENA.
    CALL "CBL_RENAME_FILE" USING MAN-ARQUIVO, WA-ARQUIVO-QUARENTENA.

    MOVE SPACES TO WA-ALR-TEXTO.
    IF  WA-SITUACAO = "NAO IMPORTAD"
        STRING "EVENTO " DELIMITED BY SIZE
               WA-TP-EVENTO DELIMITED BY SIZE
               " PARA NF-E NUNCA IMPORTADA, CHAVE " DELIMITED BY SIZE
               WA-CHAVE DELIMITED BY SIZE
               " - EM QUARENTENA" DELIMITED BY SIZE
               INTO WA-ALR-TEXTO
        END-STRING
    ELSE
        STRING "EVENTO DE NF-E EM QUARENTENA ("  DELIMITED BY SIZE
               WA-SITUACAO                       DELIMITED BY "  "
               "): "                             DELIMITED BY SIZE
               FUNCTION TRIM(MAN-ARQUIVO)        DELIMITED BY SIZE
               INTO WA-ALR-TEXTO
        END-STRING
    END-IF.
    CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                           WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.

*   O EMITENTE DA NOTA DO EVENTO E O CNPJ DENTRO DA CHAVE (7 A 20).
    MOVE SPACES TO WA-QRG-CNPJ-EMIT.
    IF  WA-CHAVE(7:14) NUMERIC
        MOVE WA-CHAVE(7:14) TO WA-QRG-CNPJ-EMIT
    END-IF.
    MOVE "QUARENTENA" TO WA-QRG-SITUACAO.
    CALL "QUARREG" USING MAN-ARQUIVO, WA-QRG-TIPO, MAN-MD5-ESPERADO,
                          WA-MD5-CALCULADO(1:32), WA-QRG-SITUACAO,
                          WA-QRG-CNPJ-EMIT, WA-QRG-RETORNO
    END-CALL.

8000-TRAILER.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    STRING "EVENTOS: "         DELIMITED BY SIZE
           WA-TOTAL            DELIMITED BY SIZE
           "  CANCELADAS: "    DELIMITED BY SIZE
           WA-TOTAL-CANCELADAS DELIMITED BY SIZE
           "  CORRIGIDAS: "    DELIMITED BY SIZE
           WA-TOTAL-CORRIGIDAS DELIMITED BY SIZE
           "  JA APLICADOS: "  DELIMITED BY SIZE
           WA-TOTAL-JA-APLICADOS DELIMITED BY SIZE
           "  IGNORADOS: "     DELIMITED BY SIZE
           WA-TOTAL-IGNORADOS  DELIMITED BY SIZE
           "  EM QUARENTENA: " DELIMITED BY SIZE
           WA-TOTAL-QUARENTENA DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

9999-FINALIZAR.
    CLOSE MANIFESTO.
    CLOSE VENDIMP-FILE.
    CLOSE NFEIMP-LOG.
    CLOSE NFEEVT-RPT.
    CANCEL WA-LIB.
