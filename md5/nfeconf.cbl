*   2) COMPARA BYTE A BYTE COM O QUE O NFEIMP GRAVOU NO REGISTRO;              *
*   3) QUALQUER DIVERGENCIA SAI NO RELATORIO (nfeconf.rpt) E VIRA ALERTA DE    *
*      SEVERIDADE "E" NA CENTRAL (ALERTREG).                                   *
*   4) SOMA OS TOTAIS DE LINHA (vProd) DOS ITENS GRAVADOS PELO NFEIMP EM       *
*      vendimpi.ctl E CONFERE CONTRA O TOTAL DOS PRODUTOS DECLARADO NO XML     *
*      (<vProd> DO <ICMSTot>).                                                 *
*                                                                              *
* CRIACAO...: 02/09/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - NOVA CONFERENCIA DOS ITENS DA NOTA: A SOMA  *
*             DOS vProd DOS ITENS IMPORTADOS (vendimpi.ctl) TEM QUE FECHAR     *
*             COM O TOTAL DOS PRODUTOS DO XML (<ICMSTot><vProd>) - NAO COM O   *
*             vNF, QUE SOMA FRETE, SEGURO, IPI E ST E TIRA O DESCONTO.  NOTA   *
*             SEM ITEM NO ARQUIVO (IMPORTADA ANTES DA CAPTURA DE ITENS) SO     *
*             SAI CONTADA E LISTADA, SEM ALERTA; vProd ILEGIVEL E DIVERGENCIA. *
* ALTERACAO.: 15/10/2026 - BUENO - TODA NOTA CONFERIDA (COM OU SEM             *
*             DIVERGENCIA - A GUARDA DE CINCO ANOS VALE PARA TODO XML          *
*             RECEBIDO) TEM O XML APROVADO COPIADO PARA A RETENCAO LEGAL       *
*             (retencao-nfe/AAAA/MM/DD/), CONFERIDO PELO SHA-256 E INDEXADO    *
*             PELA CHAVE DE ACESSO EM nferetencao.ctl; SEM INDICE OU libmd5.so *
*             CONFERIDA A RETENCAO FICA SUSPENSA NA RODADA.  O INDICE SO E     *
*             CRIADO QUANDO NAO EXISTE (STATUS 35); OUTRO 3x SUSPENDE A        *
*             RETENCAO SEM TOCAR NO ARQUIVO.                                   *
* ALTERACAO.: 15/10/2026 - BUENO - CADA DIVERGENCIA (NOTA + MOTIVO) PASSA A    *
*             SER GRAVADA UMA UNICA VEZ NO REGISTRO INDEXADO nfediverg.ctl     *
*             (LAYOUT EM md5/nfediv.ws), COM O EMITENTE E A DATA DA PRIMEIRA   *
*             DETECCAO - BASE DO PLACAR DE FORNECEDORES FORNSCOR.              *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
           RECORD KEY NFI-CHAVE-REG
           FILE STATUS SW-STATUS-IMP.

* ITENS DA NOTA GRAVADOS PELO NFEIMP, LIDOS COM START NA CHAVE DA NOTA.
    SELECT VENDIMPI-FILE ASSIGN "vendimpi.ctl"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY NIT-CHAVE
           FILE STATUS SW-STATUS-ITE.

    SELECT XML-FILE ASSIGN WA-XML-NOME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-XML.

* INDICE DO ARQUIVO DE RETENCAO LEGAL (CHAVE DE ACESSO -> COPIA/SHA-256).
    SELECT RETENCAO-FILE ASSIGN "nferetencao.ctl"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY NFR-CHAVE
           FILE STATUS SW-STATUS-RET.

* REGISTRO DE DIVERGENCIAS (UMA POR NOTA E MOTIVO), PARA O PLACAR DE
* FORNECEDORES.
    SELECT DIVERG-FILE ASSIGN "nfediverg.ctl"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY DIV-CHAVE-DIV
           FILE STATUS SW-STATUS-DIV.

    SELECT NFECONF-RPT ASSIGN "nfeconf.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.
FD  VENDIMP-FILE.
copy "md5/vendimp.ws".

FD  VENDIMPI-FILE.
copy "md5/vendimpi.ws".

FD  XML-FILE.
01  XML-LINHA                    PIC X(32000).

FD  RETENCAO-FILE.
copy "md5/nferet.ws".

FD  DIVERG-FILE.
copy "md5/nfediv.ws".

FD  NFECONF-RPT.
01  RPT-LINHA                    PIC X(200).

WORKING-STORAGE SECTION.
77  SW-STATUS-IMP                PIC X(002)          VALUE SPACES.
77  SW-STATUS-ITE                PIC X(002)          VALUE SPACES.
77  SW-STATUS-XML                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RET                PIC X(002)          VALUE SPACES.
77  SW-STATUS-DIV                PIC X(002)          VALUE SPACES.

77  WA-FIM-IMP                   PIC X(001)          VALUE "N".
    88  WA-FIM-IMP-SIM                               VALUE "S".
77  WA-DATA-EMISSAO              PIC X(010)          VALUE SPACES.
77  WA-CNPJ-EMIT                 PIC X(014)          VALUE SPACES.

* SOMA DOS ITENS CONTRA O TOTAL DOS PRODUTOS (<vProd> DENTRO DO
* <ICMSTot>).  VALOR DO XML VEM COM PONTO DECIMAL ("1234.56") E E
* CONVERTIDO NA MAO - O NUMVAL AQUI ESPERA VIRGULA.
77  WA-VPROD-TOTAL               PIC X(016)          VALUE SPACES.
77  WA-NO-ICMSTOT                PIC X(001)          VALUE "N".
    88  WA-NO-ICMSTOT-SIM                            VALUE "S".
77  WA-POS-INICIO                PIC 9(005)          VALUE ZEROS.
77  WA-TEM-ITENS                 PIC X(001)          VALUE "N".
    88  WA-TEM-ITENS-SIM                             VALUE "S".
77  WA-FIM-ITENS                 PIC X(001)          VALUE "N".
    88  WA-FIM-ITENS-SIM                             VALUE "S".
77  WA-QTD-ITENS                 PIC 9(003)          VALUE ZEROS.
77  WA-ITENS-ILEGIVEIS           PIC 9(003)          VALUE ZEROS.
77  WA-SOMA-ITENS                PIC 9(015)V99       VALUE ZEROS.
77  WA-VPROD-TOTAL-NUM           PIC 9(015)V99       VALUE ZEROS.
77  WA-SOMA-EDIT                 PIC Z(014)9,99      VALUE ZEROS.
77  WA-CNV-TEXTO                 PIC X(022)          VALUE SPACES.
77  WA-CNV-INTEIRO               PIC X(022)          VALUE SPACES.
77  WA-CNV-DECIMAL               PIC X(022)          VALUE SPACES.
77  WA-CNV-TAM                   PIC 9(003)          VALUE ZEROS.
77  WA-CNV-VALOR                 PIC 9(015)V99       VALUE ZEROS.
77  WA-CNV-OK                    PIC X(001)          VALUE "N".
    88  WA-CNV-OK-SIM                                VALUE "S".

77  WA-DIVERGENTE                PIC X(001)          VALUE "N".
77  WA-REGISTRAR-DIV             PIC X(001)          VALUE "N".
    88  WA-REGISTRAR-DIV-SIM                         VALUE "S".
77  WA-TOTAL-DIV-NOVAS           PIC 9(005)          VALUE ZEROS.
77  WA-MOTIVO                    PIC X(060)          VALUE SPACES.

77  WA-ALR-PROGRAMA              PIC X(030)          VALUE "NFECONF".
77  WA-TOTAL-CONFERIDOS          PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-DIVERGENTES         PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-SEM-XML             PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-SEM-ITENS           PIC 9(005)          VALUE ZEROS.

*--------------------------------------------------------------------*
* RETENCAO LEGAL: TODA NOTA CONFERIDA, DIVERGENTE OU NAO, TEM O XML  *
* COPIADO PARA retencao-nfe/AAAA/MM/DD/<CHAVE>.xml (DATA DE EMISSAO), *
* CONFERIDO PELO SHA-256 CONTRA O APROVADO E INDEXADO EM              *
* nferetencao.ctl.  SEM O INDICE OU SEM A libmd5.so CONFERIDA, A      *
* CONFERENCIA SEGUE E A RETENCAO FICA SUSPENSA NA RODADA - A NOTA     *
* ENTRA NA PROXIMA.                                                   *
*--------------------------------------------------------------------*
77  WA-DMR-OPERACAO              PIC X(001)          VALUE "C".
77  WA-DMR-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-ARQUIVAR                  PIC X(001)          VALUE "N".
    88  WA-ARQUIVAR-SIM                              VALUE "S".
77  WA-JA-RETIDA                 PIC X(001)          VALUE "N".
    88  WA-JA-RETIDA-SIM                             VALUE "S".
77  WA-PASTA-RETENCAO            PIC X(060)          VALUE "retencao-nfe".
77  WA-PASTA                     PIC X(160)          VALUE SPACES.
77  WA-RET-ANO                   PIC 9(004)          VALUE ZEROS.
77  WA-RET-MES                   PIC X(002)          VALUE SPACES.
77  WA-RET-DIA                   PIC X(002)          VALUE SPACES.
77  WA-RET-MOTIVO                PIC X(060)          VALUE SPACES.

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
77  WA-SHA256-ORIGEM             PIC X(064)          VALUE SPACES.
77  WA-SHA256-COPIA              PIC X(064)          VALUE SPACES.

77  WA-TOTAL-RETIDAS             PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-JA-RETIDAS          PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-FALHAS-RETENCAO     PIC 9(005)          VALUE ZEROS.

PROCEDURE DIVISION.
0000-MAINLINE.
        SET WA-FIM-IMP-SIM TO TRUE
    END-IF.

*   SEM vendimpi.ctl (NADA IMPORTADO DEPOIS DA CAPTURA DE ITENS) TODA
*   NOTA SAI SEM ITENS - A CONFERENCIA DE CABECALHO SEGUE IGUAL.
    MOVE "S" TO WA-TEM-ITENS.
    OPEN INPUT VENDIMPI-FILE.
    IF  SW-STATUS-ITE(1:1) NOT = ZEROS
        MOVE "N" TO WA-TEM-ITENS
    END-IF.

    PERFORM 1100-ABRIR-RETENCAO
            THRU 1100-ABRIR-RETENCAO-EXIT.

*   SEM O REGISTRO DE DIVERGENCIAS A CONFERENCIA SEGUE IGUAL - SO O
*   PLACAR DE FORNECEDORES DEIXA DE VER AS DIVERGENCIAS DA RODADA.
    OPEN I-O DIVERG-FILE.
    IF  SW-STATUS-DIV = "35"
        OPEN OUTPUT DIVERG-FILE
        CLOSE DIVERG-FILE
        OPEN I-O DIVERG-FILE
    END-IF.
    IF  SW-STATUS-DIV(1:1) = ZEROS
        MOVE "S" TO WA-REGISTRAR-DIV
    ELSE
        MOVE SPACES TO RPT-LINHA
        STRING "NAO ABRIU nfediverg.ctl, STATUS " DELIMITED BY SIZE
               SW-STATUS-DIV                      DELIMITED BY SIZE
               " - DIVERGENCIAS DA RODADA NAO REGISTRADAS"
                                                  DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.

*--------------------------------------------------------------------*
* PREPARA A RETENCAO LEGAL: INDICE nferetencao.ctl (CRIADO SO QUANDO *
* NAO EXISTE - STATUS 35; INDICE DOENTE OU DE OUTRO LAYOUT NAO E      *
* RECRIADO VAZIO), PASTA RAIZ E A libmd5.so CONFERIDA PELO DLLCHECK E *
* PELO MD5SELF, COMO EM TODO CONSUMIDOR DE HASH.  QUALQUER TROPECO    *
* SUSPENDE SO A RETENCAO DA RODADA, COM LINHA NO RELATORIO E ALERTA.  *
*--------------------------------------------------------------------*
1100-ABRIR-RETENCAO.
    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.

    OPEN I-O RETENCAO-FILE.
    IF  SW-STATUS-RET = "35"
        OPEN OUTPUT RETENCAO-FILE
        CLOSE RETENCAO-FILE
        OPEN I-O RETENCAO-FILE
    END-IF.
    IF  SW-STATUS-RET(1:1) NOT = ZEROS
        MOVE SPACES TO WA-RET-MOTIVO
        STRING "NAO ABRIU nferetencao.ctl, STATUS " DELIMITED BY SIZE
               SW-STATUS-RET                        DELIMITED BY SIZE
               INTO WA-RET-MOTIVO
        PERFORM 1190-SUSPENDER-RETENCAO
        GO TO 1100-ABRIR-RETENCAO-EXIT
    END-IF.

    SET CONFIGURATION "DLL-CONVENTION" TO 0.
    MOVE "./libmd5.so" TO WA-LIB.
    CALL WA-LIB.
    CALL "DLLCHECK" USING WA-LIB, WA-DLLCHK-RETORNO END-CALL.
    IF  WA-DLLCHK-DIVERGENTE OR WA-DLLCHK-ERRO-ARQUIVO
                               OR WA-DLLCHK-SEM-MANIFESTO
        MOVE "libmd5.so NAO BATE COM O MANIFESTO (DLLCHECK)"
          TO WA-RET-MOTIVO
        CLOSE RETENCAO-FILE
        PERFORM 1190-SUSPENDER-RETENCAO
        GO TO 1100-ABRIR-RETENCAO-EXIT
    END-IF.
    CALL "MD5SELF" USING WA-MSF-RETORNO END-CALL.
    IF  WA-MSF-RETORNO NOT = ZEROS
        MOVE "libmd5.so REPROVADA NO AUTOTESTE (MD5SELF)"
          TO WA-RET-MOTIVO
        CLOSE RETENCAO-FILE
        PERFORM 1190-SUSPENDER-RETENCAO
        GO TO 1100-ABRIR-RETENCAO-EXIT
    END-IF.

    CALL "CBL_CREATE_DIR" USING WA-PASTA-RETENCAO
         ON EXCEPTION CONTINUE
    END-CALL.
    MOVE "S" TO WA-ARQUIVAR.

1100-ABRIR-RETENCAO-EXIT.
    EXIT.

1190-SUSPENDER-RETENCAO.
    MOVE "N" TO WA-ARQUIVAR.
    MOVE SPACES TO RPT-LINHA.
    STRING "RETENCAO LEGAL SUSPENSA NESTA RODADA - " DELIMITED BY SIZE
           WA-RET-MOTIVO                             DELIMITED BY "   "
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO WA-ALR-TEXTO.
    STRING "RETENCAO LEGAL DE XML SUSPENSA: " DELIMITED BY SIZE
           WA-RET-MOTIVO                      DELIMITED BY "   "
           INTO WA-ALR-TEXTO.
    CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                           WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.

2000-PROCESSAR-REGISTRO.
    READ VENDIMP-FILE NEXT RECORD
         AT END SET WA-FIM-IMP-SIM TO TRUE
        MOVE "CNPJ DO EMITENTE DIVERGE"   TO WA-MOTIVO
        PERFORM 5000-RELATAR-DIVERGENCIA
    END-IF.
    PERFORM 3500-CONFERIR-ITENS
            THRU 3500-CONFERIR-ITENS-EXIT.
    IF  WA-DIVERGENTE = "S"
        ADD 1 TO WA-TOTAL-DIVERGENTES
    END-IF.
    PERFORM 7000-RETER-XML
            THRU 7000-RETER-XML-EXIT.

3000-CONFERIR-NOTA-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* ITENS DA NOTA: SOMA OS vProd GRAVADOS EM vendimpi.ctl NA CHAVE DE   *
* REGISTRO DA NOTA E CONFERE CONTRA O TOTAL DOS PRODUTOS RELIDO DO    *
* XML (<ICMSTot><vProd>) - O vNF TEM FRETE, SEGURO, IPI, ST E         *
* DESCONTO E NAO FECHA COM OS ITENS.  NOTA SEM ITEM NO ARQUIVO SO E   *
* CONTADA; vProd DE ITEM OU TOTAL ILEGIVEL E DIVERGENCIA.             *
*--------------------------------------------------------------------*
3500-CONFERIR-ITENS.
    MOVE ZEROS TO WA-QTD-ITENS WA-ITENS-ILEGIVEIS WA-SOMA-ITENS.
    IF  WA-TEM-ITENS-SIM
        MOVE NFI-CHAVE-REG TO NIT-CHAVE-REG
        MOVE ZEROS         TO NIT-ITEM
        MOVE "N" TO WA-FIM-ITENS
        START VENDIMPI-FILE KEY NOT LESS THAN NIT-CHAVE
              INVALID KEY SET WA-FIM-ITENS-SIM TO TRUE
        END-START
        PERFORM 3510-LER-ITEM
                UNTIL WA-FIM-ITENS-SIM
    END-IF.

    IF  WA-QTD-ITENS = ZEROS
        ADD 1 TO WA-TOTAL-SEM-ITENS
        MOVE SPACES TO RPT-LINHA
        STRING "SEM ITENS IMPORTADOS PARA CONFERIR " DELIMITED BY SIZE
               NFI-CHAVE                             DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 3500-CONFERIR-ITENS-EXIT
    END-IF.

    IF  WA-ITENS-ILEGIVEIS > ZEROS
        MOVE "vProd ILEGIVEL EM ITEM IMPORTADO" TO WA-MOTIVO
        PERFORM 5100-RELATAR-SOMA-ITENS
        GO TO 3500-CONFERIR-ITENS-EXIT
    END-IF.

    MOVE WA-VPROD-TOTAL TO WA-CNV-TEXTO.
    PERFORM 6000-CONVERTER-VALOR
            THRU 6000-CONVERTER-VALOR-EXIT.
    IF  NOT WA-CNV-OK-SIM
        MOVE "vProd TOTAL (ICMSTot) ILEGIVEL NO XML" TO WA-MOTIVO
        PERFORM 5100-RELATAR-SOMA-ITENS
        GO TO 3500-CONFERIR-ITENS-EXIT
    END-IF.
    MOVE WA-CNV-VALOR TO WA-VPROD-TOTAL-NUM.
    IF  WA-SOMA-ITENS NOT = WA-VPROD-TOTAL-NUM
        MOVE "SOMA DOS ITENS DIVERGE DO vProd TOTAL" TO WA-MOTIVO
        PERFORM 5100-RELATAR-SOMA-ITENS
    END-IF.

3500-CONFERIR-ITENS-EXIT.
    EXIT.

3510-LER-ITEM.
    READ VENDIMPI-FILE NEXT RECORD
         AT END SET WA-FIM-ITENS-SIM TO TRUE
         NOT AT END
             IF  NIT-CHAVE-REG NOT = NFI-CHAVE-REG
                 SET WA-FIM-ITENS-SIM TO TRUE
             ELSE
                 ADD 1 TO WA-QTD-ITENS
                 MOVE NIT-VPROD TO WA-CNV-TEXTO
                 PERFORM 6000-CONVERTER-VALOR
                         THRU 6000-CONVERTER-VALOR-EXIT
                 IF  WA-CNV-OK-SIM
                     ADD WA-CNV-VALOR TO WA-SOMA-ITENS
                 ELSE
                     ADD 1 TO WA-ITENS-ILEGIVEIS
                 END-IF
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* RELEITURA DOS TOTAIS DECLARADOS DIRETO DO XML APROVADO - MESMA      *
* VARREDURA DE STRING DO NFEIMP.                                      *
*--------------------------------------------------------------------*
4000-EXTRAIR-DECLARADOS.
    MOVE SPACES TO WA-VALOR-NF WA-DATA-EMISSAO WA-CNPJ-EMIT.
    MOVE SPACES TO WA-VPROD-TOTAL.
    MOVE "N"    TO WA-NO-ICMSTOT.
    MOVE SPACES TO WA-XML-NOME.
    MOVE NFI-ARQUIVO TO WA-XML-NOME.
    OPEN INPUT XML-FILE.
            UNTIL WA-FIM-XML-SIM
               OR (WA-VALOR-NF NOT = SPACES
                   AND WA-DATA-EMISSAO NOT = SPACES
                   AND WA-CNPJ-EMIT NOT = SPACES
                   AND WA-VPROD-TOTAL NOT = SPACES).
    CLOSE XML-FILE.
    MOVE ZEROS TO SW-STATUS-XML.

                       TO WA-CNPJ-EMIT
                 END-IF
             END-IF
             IF  WA-VPROD-TOTAL = SPACES
                 PERFORM 4200-PROCURAR-VPROD-TOTAL
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* TOTAL DOS PRODUTOS: O <vProd> QUE VEM DEPOIS DO <ICMSTot> (OS       *
* <vProd> DE ANTES SAO DOS ITENS).  O <ICMSTot> E O <vProd> DELE      *
* PODEM CAIR EM LINHAS DIFERENTES - WA-NO-ICMSTOT GUARDA QUE O GRUPO  *
* JA ABRIU E A BUSCA SEGUE DO INICIO DA LINHA SEGUINTE.               *
*--------------------------------------------------------------------*
4200-PROCURAR-VPROD-TOTAL.
    MOVE 1 TO WA-POS-INICIO.
    IF  NOT WA-NO-ICMSTOT-SIM
        MOVE ZEROS TO WA-POS-TAG
        INSPECT XML-LINHA TALLYING WA-POS-TAG
                FOR CHARACTERS BEFORE INITIAL "<ICMSTot>"
        IF  WA-POS-TAG + 9 < 32000
            MOVE "S" TO WA-NO-ICMSTOT
            COMPUTE WA-POS-INICIO = WA-POS-TAG + 10
        END-IF
    END-IF.
    IF  WA-NO-ICMSTOT-SIM
        MOVE ZEROS TO WA-POS-TAG
        INSPECT XML-LINHA(WA-POS-INICIO:) TALLYING WA-POS-TAG
                FOR CHARACTERS BEFORE INITIAL "<vProd>"
        IF  WA-POS-INICIO + WA-POS-TAG + 23 <= 32000
            UNSTRING XML-LINHA(WA-POS-INICIO + WA-POS-TAG + 7 : 17)
                     DELIMITED BY "<"
                     INTO WA-VPROD-TOTAL
            END-UNSTRING
        END-IF
    END-IF.

5000-RELATAR-DIVERGENCIA.
    MOVE "S" TO WA-DIVERGENTE.
    MOVE SPACES TO RPT-LINHA.
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

    PERFORM 5800-REGISTRAR-DIVERGENCIA.
    PERFORM 5900-ALERTAR-DIVERGENCIA.

*--------------------------------------------------------------------*
* DIVERGENCIA DA SOMA DOS ITENS: A LINHA MOSTRA O TOTAL DOS PRODUTOS *
* DO XML, A SOMA DOS vProd E QUANTOS ITENS ENTRARAM NELA.             *
*--------------------------------------------------------------------*
5100-RELATAR-SOMA-ITENS.
    MOVE "S" TO WA-DIVERGENTE.
    MOVE WA-SOMA-ITENS TO WA-SOMA-EDIT.
    MOVE SPACES TO RPT-LINHA.
    STRING "DIVERGENTE " DELIMITED BY SIZE
           NFI-CHAVE     DELIMITED BY SIZE
           " - "         DELIMITED BY SIZE
           WA-MOTIVO     DELIMITED BY "   "
           " (vProd TOTAL XML=" DELIMITED BY SIZE
           WA-VPROD-TOTAL DELIMITED BY SPACE
           " / SOMA DOS ITENS=" DELIMITED BY SIZE
           FUNCTION TRIM(WA-SOMA-EDIT) DELIMITED BY SIZE
           " EM "        DELIMITED BY SIZE
           WA-QTD-ITENS  DELIMITED BY SIZE
           " ITENS)"     DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    PERFORM 5800-REGISTRAR-DIVERGENCIA.
    PERFORM 5900-ALERTAR-DIVERGENCIA.

*--------------------------------------------------------------------*
* A DIVERGENCIA NO REGISTRO nfediverg.ctl, NA CHAVE DA NOTA IMPORTADA *
* + MOTIVO: A MESMA DIVERGENCIA REACHADA EM OUTRA RODADA JA ESTA LA E *
* FICA COMO ESTAVA (DATA DA PRIMEIRA DETECCAO).  O EMITENTE E O DE    *
* DENTRO DA CHAVE DE ACESSO - O CNPJ GRAVADO PODE SER JUSTAMENTE O     *
* CAMPO DIVERGENTE.                                                   *
*--------------------------------------------------------------------*
5800-REGISTRAR-DIVERGENCIA.
    IF  WA-REGISTRAR-DIV-SIM
        MOVE SPACES        TO DIV-RECORD
        MOVE NFI-DATA      TO DIV-DATA-IMP
        MOVE NFI-SEQ       TO DIV-SEQ-IMP
        MOVE WA-MOTIVO     TO DIV-MOTIVO
        MOVE NFI-CHAVE     TO DIV-CHAVE
        IF  NFI-CHAVE(7:14) NUMERIC
            MOVE NFI-CHAVE(7:14) TO DIV-CNPJ-EMIT
        ELSE
            MOVE NFI-CNPJ-EMIT   TO DIV-CNPJ-EMIT
        END-IF
        MOVE WA-DMR-DATA   TO DIV-DATA
        ACCEPT DIV-HORA FROM TIME
        WRITE DIV-RECORD
              INVALID KEY CONTINUE
              NOT INVALID KEY ADD 1 TO WA-TOTAL-DIV-NOVAS
        END-WRITE
    END-IF.

5900-ALERTAR-DIVERGENCIA.
    MOVE SPACES TO WA-ALR-TEXTO.
    STRING "IMPORTADO DIVERGE DO XML (" DELIMITED BY SIZE
           FUNCTION TRIM(WA-MOTIVO)     DELIMITED BY SIZE
                           WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.

*--------------------------------------------------------------------*
* VALOR DO XML ("1234.56", PONTO DECIMAL) PARA NUMERICO COM DUAS      *
* DECIMAIS.  PARTE INTEIRA E DECIMAL TEM QUE SER SO DIGITOS; O QUE    *
* NAO FOR VOLTA WA-CNV-OK = "N".                                      *
*--------------------------------------------------------------------*
6000-CONVERTER-VALOR.
    MOVE ZEROS TO WA-CNV-VALOR.
    MOVE "N" TO WA-CNV-OK.
    MOVE SPACES TO WA-CNV-INTEIRO WA-CNV-DECIMAL.
    UNSTRING WA-CNV-TEXTO DELIMITED BY "."
             INTO WA-CNV-INTEIRO WA-CNV-DECIMAL
    END-UNSTRING.
    MOVE ZEROS TO WA-CNV-TAM.
    INSPECT WA-CNV-INTEIRO TALLYING WA-CNV-TAM
            FOR CHARACTERS BEFORE INITIAL SPACE.
    IF  WA-CNV-TAM = ZEROS OR WA-CNV-TAM > 15
        GO TO 6000-CONVERTER-VALOR-EXIT
    END-IF.
    IF  WA-CNV-INTEIRO(1:WA-CNV-TAM) NOT NUMERIC
        GO TO 6000-CONVERTER-VALOR-EXIT
    END-IF.
    COMPUTE WA-CNV-VALOR = FUNCTION NUMVAL(WA-CNV-INTEIRO(1:WA-CNV-TAM)).

    IF  WA-CNV-DECIMAL(1:1) = SPACE
        MOVE "00" TO WA-CNV-DECIMAL(1:2)
    END-IF.
    IF  WA-CNV-DECIMAL(2:1) = SPACE
        MOVE "0" TO WA-CNV-DECIMAL(2:1)
    END-IF.
    IF  WA-CNV-DECIMAL(1:2) NOT NUMERIC
        GO TO 6000-CONVERTER-VALOR-EXIT
    END-IF.
    COMPUTE WA-CNV-VALOR = WA-CNV-VALOR
                         + FUNCTION NUMVAL(WA-CNV-DECIMAL(1:2)) / 100.
    MOVE "S" TO WA-CNV-OK.

6000-CONVERTER-VALOR-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* RETENCAO LEGAL DE UMA NOTA CONFERIDA - A DIVERGENTE TAMBEM: A      *
* GUARDA VALE PARA TODO XML RECEBIDO, A DIVERGENCIA FICA NO RELATORIO *
* E NO nfediverg.ctl.  NOTA JA INDEXADA NAO E COPIADA DE NOVO (O     *
* NFECONF RELE O vendimp.ctl INTEIRO TODA RODADA).                    *
* A COPIA SO VALE SE O SHA-256 DELA BATE COM O DO XML APROVADO; COPIA *
* QUE NAO BATE E APAGADA E A NOTA FICA PARA A PROXIMA RODADA.         *
*--------------------------------------------------------------------*
7000-RETER-XML.
    IF  NOT WA-ARQUIVAR-SIM
        GO TO 7000-RETER-XML-EXIT
    END-IF.
    MOVE "N" TO WA-JA-RETIDA.
    MOVE NFI-CHAVE TO NFR-CHAVE.
    READ RETENCAO-FILE
         KEY IS NFR-CHAVE
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE "S" TO WA-JA-RETIDA
    END-READ.
    IF  WA-JA-RETIDA-SIM
        ADD 1 TO WA-TOTAL-JA-RETIDAS
        GO TO 7000-RETER-XML-EXIT
    END-IF.

    PERFORM 7100-MONTAR-DESTINO.
    MOVE SPACES      TO WA-ARQUIVO-ORIGEM.
    MOVE NFI-ARQUIVO TO WA-ARQUIVO-ORIGEM.
    CALL "C$COPY" USING WA-ARQUIVO-ORIGEM, WA-ARQUIVO-DESTINO, "S"
         GIVING RETURN-CODE
    END-CALL.
    IF  RETURN-CODE NOT = ZEROS
        MOVE "COPIA PARA A RETENCAO FALHOU" TO WA-RET-MOTIVO
        PERFORM 7900-FALHA-RETENCAO
        GO TO 7000-RETER-XML-EXIT
    END-IF.

    MOVE WA-ARQUIVO-ORIGEM  TO WA-ARQUIVO-HASH.
    PERFORM 7200-HASHEAR-ARQUIVO.
    MOVE WA-SHA256-HASH     TO WA-SHA256-ORIGEM.
    MOVE WA-ARQUIVO-DESTINO TO WA-ARQUIVO-HASH.
    PERFORM 7200-HASHEAR-ARQUIVO.
    MOVE WA-SHA256-HASH     TO WA-SHA256-COPIA.
    IF  WA-SHA256-ORIGEM = SPACES OR WA-SHA256-COPIA = SPACES
        OR WA-SHA256-ORIGEM NOT = WA-SHA256-COPIA
        CALL "CBL_DELETE_FILE" USING WA-ARQUIVO-DESTINO
        MOVE "SHA-256 DA COPIA NAO BATE COM O XML APROVADO"
          TO WA-RET-MOTIVO
        PERFORM 7900-FALHA-RETENCAO
        GO TO 7000-RETER-XML-EXIT
    END-IF.

    MOVE SPACES             TO NFR-RECORD.
    MOVE NFI-CHAVE          TO NFR-CHAVE.
    SET NFR-ARQUIVADA       TO TRUE.
    MOVE WA-ARQUIVO-DESTINO TO NFR-CAMINHO.
    MOVE WA-SHA256-COPIA    TO NFR-SHA256.
    MOVE WA-ARQUIVO-ORIGEM  TO NFR-ORIGEM.
    MOVE WA-DATA-EMISSAO    TO NFR-DATA-EMISSAO.
    MOVE WA-CNPJ-EMIT       TO NFR-CNPJ-EMIT.
    MOVE WA-DMR-DATA        TO NFR-DATA-ARQUIVO.
    ACCEPT NFR-HORA-ARQUIVO FROM TIME.
*   CINCO ANOS CONTADOS DO PRIMEIRO DIA DO ANO SEGUINTE AO DA EMISSAO.
    COMPUTE NFR-RETER-ANO = WA-RET-ANO + 5.
    MOVE 1231               TO NFR-RETER-MMDD.
    MOVE "N"                TO NFR-BLOQUEIO.
    MOVE ZEROS              TO NFR-BLOQ-DATA NFR-EXPURGO-DATA.
    WRITE NFR-RECORD
          INVALID KEY
              MOVE "INDICE nferetencao.ctl RECUSOU A GRAVACAO"
                TO WA-RET-MOTIVO
              PERFORM 7900-FALHA-RETENCAO
              GO TO 7000-RETER-XML-EXIT
    END-WRITE.
    ADD 1 TO WA-TOTAL-RETIDAS.

7000-RETER-XML-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* retencao-nfe/AAAA/MM/DD/<CHAVE>.xml PELA DATA DE EMISSAO DO XML     *
* (<dhEmi> AAAA-MM-DD); SEM DATA LEGIVEL, PELA DATA DE MOVIMENTO.     *
* CADA NIVEL E CRIADO NA HORA - JA EXISTINDO, A ROTINA SO DEVOLVE     *
* ERRO E SEGUE.                                                       *
*--------------------------------------------------------------------*
7100-MONTAR-DESTINO.
    IF  WA-DATA-EMISSAO(1:4) NUMERIC
        AND WA-DATA-EMISSAO(6:2) NUMERIC
        AND WA-DATA-EMISSAO(9:2) NUMERIC
        MOVE WA-DATA-EMISSAO(1:4) TO WA-RET-ANO
        MOVE WA-DATA-EMISSAO(6:2) TO WA-RET-MES
        MOVE WA-DATA-EMISSAO(9:2) TO WA-RET-DIA
    ELSE
        MOVE WA-DMR-DATA(1:4)     TO WA-RET-ANO
        MOVE WA-DMR-DATA(5:2)     TO WA-RET-MES
        MOVE WA-DMR-DATA(7:2)     TO WA-RET-DIA
    END-IF.

    MOVE SPACES TO WA-PASTA.
    STRING WA-PASTA-RETENCAO DELIMITED BY SPACE
           "/"               DELIMITED BY SIZE
           WA-RET-ANO        DELIMITED BY SIZE
           INTO WA-PASTA.
    CALL "CBL_CREATE_DIR" USING WA-PASTA
         ON EXCEPTION CONTINUE
    END-CALL.
    MOVE SPACES TO WA-PASTA.
    STRING WA-PASTA-RETENCAO DELIMITED BY SPACE
           "/"               DELIMITED BY SIZE
           WA-RET-ANO        DELIMITED BY SIZE
           "/"               DELIMITED BY SIZE
           WA-RET-MES        DELIMITED BY SIZE
           INTO WA-PASTA.
    CALL "CBL_CREATE_DIR" USING WA-PASTA
         ON EXCEPTION CONTINUE
    END-CALL.

    MOVE SPACES TO WA-PASTA.
    STRING WA-PASTA-RETENCAO DELIMITED BY SPACE
           "/"               DELIMITED BY SIZE
           WA-RET-ANO        DELIMITED BY SIZE
           "/"               DELIMITED BY SIZE
           WA-RET-MES        DELIMITED BY SIZE
           "/"               DELIMITED BY SIZE
           WA-RET-DIA        DELIMITED BY SIZE
           INTO WA-PASTA.
    CALL "CBL_CREATE_DIR" USING WA-PASTA
         ON EXCEPTION CONTINUE
    END-CALL.

    MOVE SPACES TO WA-ARQUIVO-DESTINO.
    STRING WA-PASTA          DELIMITED BY SPACE
           "/"               DELIMITED BY SIZE
           NFI-CHAVE         DELIMITED BY SPACE
           ".xml"            DELIMITED BY SIZE
           INTO WA-ARQUIVO-DESTINO.

7200-HASHEAR-ARQUIVO.
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

7900-FALHA-RETENCAO.
    ADD 1 TO WA-TOTAL-FALHAS-RETENCAO.
    MOVE SPACES TO RPT-LINHA.
    STRING "FALHA NA RETENCAO " DELIMITED BY SIZE
           NFI-CHAVE            DELIMITED BY SIZE
           " - "                DELIMITED BY SIZE
           WA-RET-MOTIVO        DELIMITED BY "   "
           " ("                 DELIMITED BY SIZE
           WA-ARQUIVO-DESTINO   DELIMITED BY "   "
           ")"                  DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO WA-ALR-TEXTO.
    STRING "RETENCAO LEGAL DO XML FALHOU (" DELIMITED BY SIZE
           WA-RET-MOTIVO                    DELIMITED BY "   "
           "): CHAVE "                      DELIMITED BY SIZE
           NFI-CHAVE                        DELIMITED BY SIZE
           INTO WA-ALR-TEXTO.
    CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                           WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.

8000-TRAILER.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
           WA-TOTAL-DIVERGENTES DELIMITED BY SIZE
           "  SEM XML: "      DELIMITED BY SIZE
           WA-TOTAL-SEM-XML   DELIMITED BY SIZE
           "  SEM ITENS: "    DELIMITED BY SIZE
           WA-TOTAL-SEM-ITENS DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "RETENCAO LEGAL - ARQUIVADAS: " DELIMITED BY SIZE
           WA-TOTAL-RETIDAS                DELIMITED BY SIZE
           "  JA ARQUIVADAS: "             DELIMITED BY SIZE
           WA-TOTAL-JA-RETIDAS             DELIMITED BY SIZE
           "  FALHAS: "                    DELIMITED BY SIZE
           WA-TOTAL-FALHAS-RETENCAO        DELIMITED BY SIZE
           INTO RPT-LINHA.
    IF  NOT WA-ARQUIVAR-SIM
        MOVE "(SUSPENSA NESTA RODADA)" TO RPT-LINHA(75:23)
    END-IF.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "DIVERGENCIAS NOVAS NO REGISTRO (nfediverg.ctl): "
                                   DELIMITED BY SIZE
           WA-TOTAL-DIV-NOVAS      DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

9999-FINALIZAR.
    CLOSE VENDIMP-FILE.
    IF  WA-TEM-ITENS-SIM
        CLOSE VENDIMPI-FILE
    END-IF.
    IF  WA-ARQUIVAR-SIM
        CLOSE RETENCAO-FILE
    END-IF.
    IF  WA-REGISTRAR-DIV-SIM
        CLOSE DIVERG-FILE
    END-IF.
    CLOSE NFECONF-RPT.
    IF  WA-LIB NOT = SPACES
        CANCEL WA-LIB
    END-IF.
