*             (md5/vendimp.ws).  E CONTRA ESSES CAMPOS QUE O NFECONF          *
*             RECONCILIA DEPOIS O IMPORTADO COM O XML - UM CAMPO TRUNCADO     *
*             NA IMPORTACAO PASSARIA EM QUALQUER CONFERENCIA DE HASH.         *
* ALTERACAO.: 15/10/2026 - BUENO - GRAVA TAMBEM AS LINHAS DE ITEM DA NOTA      *
*             (<det>/<prod>: cProd, xProd, NCM, CFOP, qCom, vUnCom, vProd)     *
*             NO NOVO ARQUIVO DE ITENS vendimpi.ctl (md5/vendimpi.ws),         *
*             CHAVE DE REGISTRO DA NOTA + NUMERO DO ITEM - O RECEBIMENTO       *
*             NAO PRECISA MAIS ABRIR O XML PARA VER O QUE FOI FATURADO.        *
*             O XML PASSA A SER LIDO ATE O FIM (OS ITENS VEM ANTES DO          *
*             <vNF>, MAS NADA OBRIGA A CHAVE A VIR ANTES DELES).               *
* ALTERACAO.: 15/10/2026 - BUENO - NFI-DATA (DATA DE ENTRADA DA NOTA) PASSA A  *
*             SER A DATA DE MOVIMENTO DA ROTINA DATAMOV, NAO A DO RELOGIO -    *
*             NOTA IMPORTADA DEPOIS DA MEIA-NOITE CAIA NO DIA (E AS VEZES NO   *
*             MES) SEGUINTE.  O CARIMBO DO LOG SEGUE NO RELOGIO.               *
* ALTERACAO.: 15/10/2026 - BUENO - vendimp.ctl E vendimpi.ctl SO SAO CRIADOS   *
*             NO STATUS 35; OUTRO 3x (LAYOUT ANTIGO, ARQUIVO DOENTE) PARA A    *
*             RODADA EM VEZ DE RECRIAR O ARQUIVO VAZIO.                        *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
           RECORD KEY NFI-CHAVE-REG
           FILE STATUS SW-STATUS-IMP-VEN.

* ITENS DA NOTA NO LADO VENDAS - UM REGISTRO POR <det> DO XML, NA CHAVE
* DE REGISTRO DA NOTA + NUMERO DO ITEM.
    SELECT VENDIMPI-FILE ASSIGN "vendimpi.ctl"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY NIT-CHAVE
           FILE STATUS SW-STATUS-IMP-ITE.

* XML APROVADO, ABERTO SO PARA EXTRAIR A CHAVE DE ACESSO DA NOTA.
    SELECT XML-FILE ASSIGN WA-XML-NOME
           ORGANIZATION LINE SEQUENTIAL
FD  VENDIMP-FILE.
copy "md5/vendimp.ws".

FD  VENDIMPI-FILE.
copy "md5/vendimpi.ws".

FD  XML-FILE.
01  XML-LINHA                    PIC X(32000).

WORKING-STORAGE SECTION.
77  SW-STATUS-IMP                PIC X(002)          VALUE SPACES.
77  SW-STATUS-IMP-VEN            PIC X(002)          VALUE SPACES.
77  SW-STATUS-IMP-ITE            PIC X(002)          VALUE SPACES.
77  SW-STATUS-XML                PIC X(002)          VALUE SPACES.
77  SW-STATUS-LOG                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.

* DATA DE MOVIMENTO DA RODADA (ROTINA DATAMOV) - NAO A DO RELOGIO.
77  WA-DMR-OPERACAO              PIC X(001)          VALUE "C".
77  WA-DMR-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-LIB                       PIC X(150)          VALUE SPACES.
77  WA-DLLCHK-RETORNO            PIC 9(002)          VALUE ZEROS.
    88  WA-DLLCHK-DIVERGENTE                          VALUE 01.
77  WA-CNPJ-EMIT                 PIC X(014)          VALUE SPACES.
77  WA-POS-TAG                   PIC 9(005)          VALUE ZEROS.

*--------------------------------------------------------------------*
* ITENS DA NOTA CORRENTE (<det>/<prod>), GUARDADOS ATE A CHAVE DE     *
* REGISTRO SER GERADA NA GRAVACAO DA NOTA.  A VARREDURA QUEBRA CADA   *
* LINHA DO XML EM PEDACOS NO "<" (UM POR TAG) E OLHA SO AS TAGS DE    *
* DENTRO DO <prod>; O LEIAUTE DA SEFAZ LIMITA A NOTA A 990 ITENS.     *
*--------------------------------------------------------------------*
01  WA-TABELA-ITENS.
    03  WA-QTD-ITENS             PIC 9(003)          VALUE ZEROS.
    03  WA-ITEM                  OCCURS 990 TIMES.
        05  WA-ITM-NUMERO        PIC 9(003).
        05  WA-ITM-CPROD         PIC X(060).
        05  WA-ITM-XPROD         PIC X(120).
        05  WA-ITM-NCM           PIC X(008).
        05  WA-ITM-CFOP          PIC X(004).
        05  WA-ITM-QCOM          PIC X(016).
        05  WA-ITM-VUNCOM        PIC X(022).
        05  WA-ITM-VPROD         PIC X(016).
77  WA-IDX-ITEM                  PIC 9(003)          VALUE ZEROS.
77  WA-EM-DET                    PIC X(001)          VALUE "N".
    88  WA-EM-DET-SIM                                VALUE "S".
77  WA-EM-PROD                   PIC X(001)          VALUE "N".
    88  WA-EM-PROD-SIM                               VALUE "S".
77  WA-PTR                       PIC 9(005)          VALUE ZEROS.
77  WA-PEDACO                    PIC X(200)          VALUE SPACES.
77  WA-TAG                       PIC X(030)          VALUE SPACES.
77  WA-CONTEUDO                  PIC X(170)          VALUE SPACES.
77  WA-NITEM-TXT                 PIC X(010)          VALUE SPACES.
77  WA-NITEM-TAM                 PIC 9(003)          VALUE ZEROS.
77  WA-LIXO                      PIC X(030)          VALUE SPACES.

77  WA-GRAVADO                   PIC X(001)          VALUE "N".
    88  WA-GRAVADO-SIM                               VALUE "S".
77  WA-DATA-RODADA               PIC 9(008)          VALUE ZEROS.
77  WA-TOTAL-IMPORTADOS          PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-JA-CONSUMIDOS       PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-FALHAS              PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-ITENS               PIC 9(007)          VALUE ZEROS.

PROCEDURE DIVISION.
0000-MAINLINE.
    STOP RUN.

1000-INICIALIZAR.
    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.
    MOVE WA-DMR-DATA TO WA-DATA-RODADA.
    ACCEPT WA-HORA-RODADA FROM TIME.

    OPEN OUTPUT NFEIMP-RPT.
        OPEN EXTEND NFEIMP-LOG
    END-IF.

*   SO CRIA O REGISTRO QUANDO ELE NAO EXISTE (35).  QUALQUER OUTRO 3x
*   (LAYOUT ANTIGO = 39, ARQUIVO DOENTE) PARA A RODADA - RECRIAR AQUI
*   APAGARIA TODO O HISTORICO DE IMPORTACAO.  LAYOUT ANTIGO: VENDICNV.
    OPEN I-O VENDIMP-FILE.
    IF  SW-STATUS-IMP-VEN = "35"
        OPEN OUTPUT VENDIMP-FILE
        CLOSE VENDIMP-FILE
        OPEN I-O VENDIMP-FILE
    IF  SW-STATUS-IMP-VEN(1:1) NOT = ZEROS
        DISPLAY "NFEIMP - NAO ABRIU vendimp.ctl, STATUS "
                SW-STATUS-IMP-VEN UPON SYSERR
        IF  SW-STATUS-IMP-VEN = "39"
            DISPLAY "NFEIMP - vendimp.ctl NO LAYOUT ANTIGO, RODAR O "
                    "VENDICNV ANTES" UPON SYSERR
        END-IF
        STOP RUN
    END-IF.

    OPEN I-O VENDIMPI-FILE.
    IF  SW-STATUS-IMP-ITE = "35"
        OPEN OUTPUT VENDIMPI-FILE
        CLOSE VENDIMPI-FILE
        OPEN I-O VENDIMPI-FILE
    END-IF.
    IF  SW-STATUS-IMP-ITE(1:1) NOT = ZEROS
        DISPLAY "NFEIMP - NAO ABRIU vendimpi.ctl, STATUS "
                SW-STATUS-IMP-ITE UPON SYSERR
        STOP RUN
    END-IF.

           WA-CHAVE-REG-EDIT DELIMITED BY SIZE
           " "             DELIMITED BY SIZE
           WA-CHAVE        DELIMITED BY SIZE
           " ITENS "       DELIMITED BY SIZE
           WA-QTD-ITENS    DELIMITED BY SIZE
           " "             DELIMITED BY SIZE
           WA-IMD-ARQUIVO  DELIMITED BY "   "
           INTO RPT-LINHA.
4000-EXTRAIR-CHAVE.
    MOVE SPACES TO WA-CHAVE.
    MOVE SPACES TO WA-VALOR-NF WA-DATA-EMISSAO WA-CNPJ-EMIT.
    MOVE ZEROS TO WA-QTD-ITENS.
    MOVE "N" TO WA-EM-DET WA-EM-PROD.
    MOVE "N" TO WA-EH-XML.
    MOVE ZEROS TO WA-TALLY.
    INSPECT WA-IMD-ARQUIVO TALLYING WA-TALLY FOR ALL ".xml".
    MOVE "N" TO WA-FIM-XML.
    PERFORM 4100-LER-LINHA-XML
            WITH TEST AFTER
            UNTIL WA-FIM-XML-SIM.
    CLOSE XML-FILE.

4000-EXTRAIR-CHAVE-EXIT.
                 END-IF
             END-IF
             PERFORM 4200-EXTRAIR-TOTAIS
             PERFORM 4300-EXTRAIR-ITENS
    END-READ.

*--------------------------------------------------------------------*
        END-IF
    END-IF.

*--------------------------------------------------------------------*
* ITENS DA NOTA NA LINHA CORRENTE DO XML.  A LINHA E QUEBRADA NO "<"  *
* (UNSTRING COM POINTER - UM PEDACO POR TAG, "tag>conteudo"), ENTAO   *
* VARIAS TAGS NA MESMA LINHA (XML DA SEFAZ VEM NUMA LINHA SO) OU UMA  *
* POR LINHA DAO NO MESMO.  <det nItem="n"> ABRE UM ITEM NOVO; DENTRO  *
* DO <prod> CADA TAG CONHECIDA VAI PARA O SEU CAMPO DO ITEM.          *
*--------------------------------------------------------------------*
4300-EXTRAIR-ITENS.
    MOVE 1 TO WA-PTR.
    PERFORM 4310-PROXIMO-PEDACO
            THRU 4310-PROXIMO-PEDACO-EXIT
            UNTIL WA-PTR > 32000.

4310-PROXIMO-PEDACO.
    MOVE SPACES TO WA-PEDACO.
    UNSTRING XML-LINHA DELIMITED BY "<"
             INTO WA-PEDACO
             WITH POINTER WA-PTR
    END-UNSTRING.
    IF  WA-PEDACO = SPACES
        GO TO 4310-PROXIMO-PEDACO-EXIT
    END-IF.
    MOVE SPACES TO WA-TAG WA-CONTEUDO.
    UNSTRING WA-PEDACO DELIMITED BY ">"
             INTO WA-TAG WA-CONTEUDO
    END-UNSTRING.

    EVALUATE TRUE
        WHEN WA-TAG(1:4) = "det "
            PERFORM 4320-ABRIR-ITEM
                    THRU 4320-ABRIR-ITEM-EXIT
        WHEN WA-TAG = "/det"
            MOVE "N" TO WA-EM-DET WA-EM-PROD
        WHEN WA-TAG = "prod" AND WA-EM-DET-SIM
            MOVE "S" TO WA-EM-PROD
        WHEN WA-TAG = "/prod"
            MOVE "N" TO WA-EM-PROD
        WHEN NOT WA-EM-PROD-SIM
            CONTINUE
        WHEN WA-TAG = "cProd"
            MOVE WA-CONTEUDO TO WA-ITM-CPROD(WA-QTD-ITENS)
        WHEN WA-TAG = "xProd"
            MOVE WA-CONTEUDO TO WA-ITM-XPROD(WA-QTD-ITENS)
        WHEN WA-TAG = "NCM"
            MOVE WA-CONTEUDO TO WA-ITM-NCM(WA-QTD-ITENS)
        WHEN WA-TAG = "CFOP"
            MOVE WA-CONTEUDO TO WA-ITM-CFOP(WA-QTD-ITENS)
        WHEN WA-TAG = "qCom"
            MOVE WA-CONTEUDO TO WA-ITM-QCOM(WA-QTD-ITENS)
        WHEN WA-TAG = "vUnCom"
            MOVE WA-CONTEUDO TO WA-ITM-VUNCOM(WA-QTD-ITENS)
        WHEN WA-TAG = "vProd"
            MOVE WA-CONTEUDO TO WA-ITM-VPROD(WA-QTD-ITENS)
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

4310-PROXIMO-PEDACO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* <det nItem="n">: ITEM NOVO NA TABELA.  O NUMERO E O nItem DO XML;   *
* nItem ILEGIVEL FICA COM A POSICAO DO ITEM NA NOTA (NO LEIAUTE DA    *
* SEFAZ SAO A MESMA COISA).  ALEM DE 990 ITENS NAO HA NOTA VALIDA -   *
* O EXCEDENTE NAO ABRE ITEM E SUAS TAGS SAO IGNORADAS.                *
*--------------------------------------------------------------------*
4320-ABRIR-ITEM.
    MOVE "N" TO WA-EM-DET WA-EM-PROD.
    IF  WA-QTD-ITENS NOT < 990
        GO TO 4320-ABRIR-ITEM-EXIT
    END-IF.
    ADD 1 TO WA-QTD-ITENS.
    MOVE SPACES TO WA-ITEM(WA-QTD-ITENS).
    MOVE WA-QTD-ITENS TO WA-ITM-NUMERO(WA-QTD-ITENS).
    MOVE "S" TO WA-EM-DET.

    MOVE SPACES TO WA-LIXO WA-NITEM-TXT.
    UNSTRING WA-TAG DELIMITED BY QUOTE
             INTO WA-LIXO WA-NITEM-TXT
    END-UNSTRING.
    MOVE ZEROS TO WA-NITEM-TAM.
    INSPECT WA-NITEM-TXT TALLYING WA-NITEM-TAM
            FOR CHARACTERS BEFORE INITIAL SPACE.
    IF  WA-NITEM-TAM > ZEROS AND WA-NITEM-TAM < 4
        IF  WA-NITEM-TXT(1:WA-NITEM-TAM) IS NUMERIC
            COMPUTE WA-ITM-NUMERO(WA-QTD-ITENS)
                  = FUNCTION NUMVAL(WA-NITEM-TXT(1:WA-NITEM-TAM))
        END-IF
    END-IF.

4320-ABRIR-ITEM-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* GRAVA O REGISTRO DA NOTA NO LADO VENDAS.  A CHAVE DE REGISTRO E     *
* DATA + SEQUENCIA; SEQUENCIA OCUPADA (RERUN NO MESMO DIA) SO AVANCA  *
           NFI-SEQ  DELIMITED BY SIZE
           INTO WA-CHAVE-REG-EDIT.

    PERFORM 5200-GRAVAR-ITEM
            VARYING WA-IDX-ITEM FROM 1 BY 1
            UNTIL WA-IDX-ITEM > WA-QTD-ITENS.

5100-TENTAR-GRAVAR.
    WRITE NFI-RECORD
          INVALID KEY
              MOVE "S" TO WA-GRAVADO
    END-WRITE.

*--------------------------------------------------------------------*
* UM ITEM NA CHAVE DA NOTA RECEM-GRAVADA.  ITEM QUE JA EXISTE NA      *
* CHAVE (SOBRA DE UMA NOTA APAGADA DO vendimp.ctl CUJA SEQUENCIA FOI  *
* REAPROVEITADA) E SOBRESCRITO - O ITEM VALE O DA NOTA ATUAL.         *
*--------------------------------------------------------------------*
5200-GRAVAR-ITEM.
    MOVE SPACES                       TO NIT-RECORD.
    MOVE NFI-CHAVE-REG                TO NIT-CHAVE-REG.
    MOVE WA-ITM-NUMERO(WA-IDX-ITEM)   TO NIT-ITEM.
    MOVE WA-CHAVE                     TO NIT-CHAVE-NFE.
    MOVE WA-ITM-CPROD(WA-IDX-ITEM)    TO NIT-CPROD.
    MOVE WA-ITM-XPROD(WA-IDX-ITEM)    TO NIT-XPROD.
    MOVE WA-ITM-NCM(WA-IDX-ITEM)      TO NIT-NCM.
    MOVE WA-ITM-CFOP(WA-IDX-ITEM)     TO NIT-CFOP.
    MOVE WA-ITM-QCOM(WA-IDX-ITEM)     TO NIT-QCOM.
    MOVE WA-ITM-VUNCOM(WA-IDX-ITEM)   TO NIT-VUNCOM.
    MOVE WA-ITM-VPROD(WA-IDX-ITEM)    TO NIT-VPROD.
    WRITE NIT-RECORD
          INVALID KEY
              REWRITE NIT-RECORD
              END-REWRITE
    END-WRITE.
    ADD 1 TO WA-TOTAL-ITENS.

6000-GRAVAR-LOG.
    MOVE SPACES TO LOG-LINHA.
    ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           WA-TOTAL-JA-CONSUMIDOS DELIMITED BY SIZE
           "  FALHARAM: "      DELIMITED BY SIZE
           WA-TOTAL-FALHAS     DELIMITED BY SIZE
           "  ITENS: "         DELIMITED BY SIZE
           WA-TOTAL-ITENS      DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

9999-FINALIZAR.
    CLOSE VENDIMP-FILE.
    CLOSE VENDIMPI-FILE.
    CLOSE NFEIMP-LOG.
    CLOSE NFEIMP-RPT.
    CANCEL WA-LIB.
