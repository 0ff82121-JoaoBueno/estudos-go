IDENTIFICATION DIVISION.
PROGRAM-ID.    VENDMASK.
*------------------------------------------------------------------------------*
* COPIA MASCARADA DOS ARQUIVOS DA VENDAS PARA HOMOLOGACAO (LGPD).  OS TESTES   *
* DE DESENVOLVIMENTO E DO BI RODAM SOBRE COPIAS DA PRODUCAO COM NOME, CPF/CNPJ,*
* TELEFONE E ENDERECO DE CLIENTE DE VERDADE.  PARA CADA ARQUIVO DA LISTA       *
* parsetst-lista.ctl (A MESMA DO PARSETST E DO DQSCAN):                        *
*                                                                              *
*   1) CLASSIFICA OS CAMPOS DA XFD - PRIMEIRO PELO CONTROLE                    *
*      vendmask-campos.ctl (ARQUIVO(32) OU "*", CAMPO(32), CLASSE(1)), DEPOIS  *
*      PELO NOME DO CAMPO:                                                     *
*        D  DOCUMENTO  - CPF, CNPJ, CGC;                                       *
*        N  NOME       - NOME, RAZAO, CONTATO;                                 *
*        T  TELEFONE   - FONE, TELEF, CELULAR, FAX;                            *
*        E  ENDERECO   - ENDER, LOGRAD, BAIRRO, COMPLEM, EMAIL;                *
*        X  NAO MASCARAR (SO NO CONTROLE - TIRA UM NOME-PRODUTO DO PADRAO);    *
*   2) COPIA O ARQUIVO VIVO PARA A PASTA DE HOMOLOGACAO (vendmask.ctl:         *
*      PASTA(60), PADRAO homolog/ - NUNCA A PASTA DA VENDAS) E REGRAVA CADA    *
*      REGISTRO COM OS CAMPOS CLASSIFICADOS TROCADOS POR VALOR FICTICIO;       *
*   3) LISTA NO vendmask.rpt CADA CAMPO MASCARADO (E CADA CAMPO PULADO, COM O  *
*      MOTIVO) DE CADA ARQUIVO.                                                *
*                                                                              *
* A TROCA E DETERMINISTICA: SUBSTITUICAO ENCADEADA, CHAVEADA PELA SEMENTE DO   *
* vendmask.ctl (SEMENTE(20), SO DIGITOS), EM QUE CADA CARACTER DEPENDE DOS     *
* ANTERIORES DO MESMO VALOR - O MESMO CPF VIRA SEMPRE O MESMO CPF FICTICIO, EM *
* QUALQUER ARQUIVO E COM OU SEM PONTUACAO, E OS JOINS ENTRE ARQUIVOS           *
* CONTINUAM FUNCIONANDO.  NO TEXTO E NA BASE DO DOCUMENTO, VALORES DIFERENTES  *
* DO MESMO TAMANHO SAEM DIFERENTES - MAS NAO E UMA BIJECAO GARANTIDA:          *
* DOCUMENTO COM DV INVALIDO (EMBARALHADO POR INTEIRO) PODE COLIDIR COM UM      *
* VALIDO; NA CHAVE ISSO VIRA REGISTRO RECUSADO E A COPIA E DESCARTADA.  DIGITO *
* VIRA DIGITO E LETRA VIRA LETRA; PONTUACAO, BRANCO E ACENTO FICAM - TAMANHO E *
* FORMATO NAO MUDAM.                                                           *
* CPF E CNPJ COM DIGITO VERIFICADOR VALIDO SAEM COM DIGITO VERIFICADOR VALIDO  *
* (SO A BASE E EMBARALHADA, O DV E RECALCULADO).  CAMPO NUMERICO SO E          *
* MASCARADO EM DISPLAY (UM BYTE POR DIGITO) - COMPACTADO/BINARIO E PULADO E    *
* APARECE NO RELATORIO.                                                        *
*                                                                              *
* CAMPO MASCARADO DENTRO DA CHAVE PRIMARIA NAO PODE IR POR REWRITE (STATUS 21, *
* VIDE DQFIX): O REGISTRO E EXCLUIDO NA PASSADA E REGRAVADO DEPOIS COM A CHAVE *
* NOVA, A PARTIR DE UM ARQUIVO DE TRABALHO (vendmask-pend.tmp).  A PASTA       *
* RECEBE TAMBEM parsetst-lista.ctl E vendcks-arquivos.ctl DAS COPIAS, ENTAO    *
* VENDSIM_PASTA=<PASTA> NO VENDIDX E NO DQSCAN CONFERE A COPIA MASCARADA.      *
* ARQUIVO QUE NAO PARSEOU, NAO COPIOU OU TEVE REGISTRO RECUSADO DEVOLVE        *
* RETURN-CODE 8 E NAO DEIXA COPIA NA PASTA (NEM A DE UMA RODADA ANTERIOR) -    *
* COPIA PELA METADE PODE TER DADO PESSOAL SEM MASCARA.                         *
*                                                                              *
* CRIACAO...: 15/10/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - DATA DA COPIA MASCARADA PASSA A SER A DATA  *
*             DE MOVIMENTO DA ROTINA DATAMOV, NAO A DO RELOGIO.                *
* ALTERACAO.: 15/10/2026 - BUENO - COPIA DE ARQUIVO QUE NAO PARSEOU, NAO       *
*             COPIOU OU TEVE REGISTRO RECUSADO E APAGADA DA PASTA.  CABECALHO  *
*             CORRIGIDO: A TROCA NAO E BIJECAO GARANTIDA.                      *
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
    SELECT PARM-CTL ASSIGN "vendmask.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-PRM.

* CLASSIFICACAO MANUAL DOS CAMPOS, PREVALECE SOBRE O PADRAO DE NOME.
    SELECT CLASSES-CTL ASSIGN "vendmask-campos.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CLS.

    SELECT PARTST-LISTA ASSIGN "parsetst-lista.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-LST.

* A COPIA NA PASTA DE HOMOLOGACAO, LIDA E REGRAVADA NA PASSADA (CHAVE
* FICTICIA, SO PARA O COMPILADOR - MESMO ARTIFICIO DO DQFIX).
    SELECT MASC-FILE ASSIGN WA-ARQ-COPIA
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY WA-CHAVE-FICTICIA-MSC
           FILE STATUS SW-STATUS-MSC.

* A MESMA COPIA, ABERTA DEPOIS DA PASSADA PARA GRAVAR OS REGISTROS QUE
* MUDARAM DE CHAVE.
    SELECT REGRAVA-FILE ASSIGN WA-ARQ-COPIA
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY WA-CHAVE-FICTICIA-RGV
           FILE STATUS SW-STATUS-RGV.

* REGISTROS JA MASCARADOS ESPERANDO A REGRAVACAO COM CHAVE NOVA (BYTES
* CRUS - NAO PODE SER LINE SEQUENTIAL).
    SELECT PEND-FILE ASSIGN "vendmask-pend.tmp"
           ORGANIZATION SEQUENTIAL
           FILE STATUS SW-STATUS-PND.

* LISTAS DAS COPIAS NA PASTA DE HOMOLOGACAO (VENDIDX/DQSCAN SIMULADO).
    SELECT HOM-PARTST ASSIGN WA-NOME-HOM-PARTST
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-HPT.

    SELECT HOM-VENDCKS ASSIGN WA-NOME-HOM-VENDCKS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-HVC.

    SELECT VENDMASK-RPT ASSIGN "vendmask.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

DATA DIVISION.
FILE SECTION.
FD  PARM-CTL.
01  PARM-LINHA.
    03  PARM-PASTA               PIC X(060).
    03  PARM-SEMENTE             PIC X(020).

FD  CLASSES-CTL.
01  CLS-LINHA.
    03  CLS-ARQUIVO              PIC X(032).
    03  CLS-CAMPO                PIC X(032).
    03  CLS-CLASSE               PIC X(001).

FD  PARTST-LISTA.
01  LISTA-LINHA.
    03  LISTA-NOME-BASE          PIC X(032).

FD  MASC-FILE.
01  MASC-REC.
    03  WA-CHAVE-FICTICIA-MSC    PIC X(020).
    03  FILLER                   PIC X(3980).

FD  REGRAVA-FILE.
01  RGV-REC.
    03  WA-CHAVE-FICTICIA-RGV    PIC X(020).
    03  FILLER                   PIC X(3980).

FD  PEND-FILE.
01  PEND-REC                     PIC X(4000).

FD  HOM-PARTST.
01  HPT-LINHA                    PIC X(032).

FD  HOM-VENDCKS.
01  HVC-LINHA                    PIC X(200).

FD  VENDMASK-RPT.
01  RPT-LINHA                    PIC X(160).

WORKING-STORAGE SECTION.
77  SW-STATUS-PRM                PIC X(002)          VALUE SPACES.
77  SW-STATUS-CLS                PIC X(002)          VALUE SPACES.
77  SW-STATUS-LST                PIC X(002)          VALUE SPACES.
77  SW-STATUS-MSC                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RGV                PIC X(002)          VALUE SPACES.
77  SW-STATUS-PND                PIC X(002)          VALUE SPACES.
77  SW-STATUS-HPT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-HVC                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.

* DATA DE MOVIMENTO DA RODADA (ROTINA DATAMOV) - NAO A DO RELOGIO.
77  WA-DMR-OPERACAO              PIC X(001)          VALUE "C".
77  WA-DMR-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-FIM-LISTA                 PIC X(001)          VALUE "N".
    88  WA-FIM-LISTA-SIM                             VALUE "S".
77  WA-FIM-CLASSES               PIC X(001)          VALUE "N".
    88  WA-FIM-CLASSES-SIM                           VALUE "S".
77  WA-FIM-MASC                  PIC X(001)          VALUE "N".
    88  WA-FIM-MASC-SIM                              VALUE "S".
77  WA-FIM-PEND                  PIC X(001)          VALUE "N".
    88  WA-FIM-PEND-SIM                              VALUE "S".

77  WA-PASTA                     PIC X(060)          VALUE "homolog/".
77  WA-SEMENTE                   PIC X(020)          VALUE
                                 "73918264501837264519".
77  WA-SEMENTE-NUM               PIC 9(018)          VALUE ZEROS.
77  WA-DATA-RODADA               PIC 9(008)          VALUE ZEROS.
77  WA-NOME-HOM-PARTST           PIC X(100)          VALUE SPACES.
77  WA-NOME-HOM-VENDCKS          PIC X(100)          VALUE SPACES.

77  WA-NOME-BASE                 PIC X(032)          VALUE SPACES.
77  WA-NOME-BASE-MAI             PIC X(032)          VALUE SPACES.
77  WA-ARQ-VIVO                  PIC X(140)          VALUE SPACES.
77                               PIC X(001)          VALUE X"00".
77  WA-ARQ-COPIA                 PIC X(200)          VALUE SPACES.
77                               PIC X(001)          VALUE X"00".
77  WA-ARQUIVOS-FALHOS           PIC 9(005)          VALUE ZEROS.
77  WA-ARQUIVOS-COPIADOS         PIC 9(005)          VALUE ZEROS.

*--------------------------------------------------------------------*
* CLASSIFICACAO MANUAL (vendmask-campos.ctl), NOMES EM MAIUSCULA.     *
*--------------------------------------------------------------------*
01  WA-CLASSES.
    03  WA-QTD-CLASSES           PIC 9(003)          VALUE ZEROS.
    03  WA-CLS-ITEM              OCCURS 300 TIMES.
        05  WA-CLS-ARQUIVO       PIC X(032).
        05  WA-CLS-CAMPO         PIC X(032).
        05  WA-CLS-CLASSE        PIC X(001).
77  WA-CLS-IDX                   PIC 9(003)          VALUE ZEROS.

*--------------------------------------------------------------------*
* CATALOGO DOS CAMPOS DO ARQUIVO CORRENTE (COMO NO DQSCAN) E O QUE O  *
* MASCARAMENTO FAZ COM CADA UM:                                       *
*   SITUACAO "M" MASCARAR, "P" PULADO (MOTIVO), "X" EXCLUIDO PELO     *
*   CONTROLE, BRANCO = NAO E DADO PESSOAL.                            *
*--------------------------------------------------------------------*
01  WA-CAMPOS.
    03  WA-QTD-CAMPOS            PIC 9(003)          VALUE ZEROS.
    03  WA-CAMPO-ITEM            OCCURS 300 TIMES.
        05  WA-CAM-NOME          PIC X(032).
        05  WA-CAM-OFFSET        PIC 9(005).
        05  WA-CAM-LENGTH        PIC 9(005).
        05  WA-CAM-DIGITS        PIC 9(005).
        05  WA-CAM-CLASSE        PIC X(001).
        05  WA-CAM-ORIGEM        PIC X(008).
        05  WA-CAM-SITUACAO      PIC X(001).
        05  WA-CAM-MOTIVO        PIC X(040).
        05  WA-CAM-NA-CHAVE      PIC X(001).
        05  WA-CAM-QTD           PIC 9(009).
77  WA-IDX                       PIC 9(003)          VALUE ZEROS.
77  WA-NOME-MAI                  PIC X(032)          VALUE SPACES.
77  WA-ACHOU                     PIC 9(003)          VALUE ZEROS.

77  WA-QTD-SEGMENTOS             PIC 9(003)          VALUE ZEROS.
01  WA-SEGMENTOS.
    03  WA-SEGMENTO-ITEM         OCCURS 16 TIMES.
        05  WA-SEG-OFFSET        PIC 9(005).
        05  WA-SEG-LENGTH        PIC 9(005).
77  WA-SEG-IDX                   PIC 9(003)          VALUE ZEROS.

77  WA-REG-ORIGINAL              PIC X(4000)         VALUE SPACES.
77  WA-REG-MASCARADO             PIC X(4000)         VALUE SPACES.
77  WA-MUDOU                     PIC X(001)          VALUE "N".
    88  WA-MUDOU-SIM                                 VALUE "S".
77  WA-MUDOU-CHAVE               PIC X(001)          VALUE "N".
    88  WA-MUDOU-CHAVE-SIM                           VALUE "S".

77  WA-TOTAL-REGISTROS           PIC 9(009)          VALUE ZEROS.
77  WA-TOTAL-REGRAVADOS          PIC 9(009)          VALUE ZEROS.
77  WA-TOTAL-RECHAVEADOS         PIC 9(009)          VALUE ZEROS.
77  WA-TOTAL-RECUSADOS           PIC 9(009)          VALUE ZEROS.
77  WA-RECUSADOS-GERAL           PIC 9(009)          VALUE ZEROS.

*--------------------------------------------------------------------*
* VALOR SENDO MASCARADO E A MAQUINA DA SUBSTITUICAO ENCADEADA.        *
*--------------------------------------------------------------------*
77  WA-VALOR                     PIC X(120)          VALUE SPACES.
77  WA-VALOR-ANTES               PIC X(120)          VALUE SPACES.
77  WA-TAM                       PIC 9(005)          VALUE ZEROS.
77  WA-POS                       PIC 9(005)          VALUE ZEROS.
77  WA-CARACTER                  PIC X(001)          VALUE SPACES.
77  WA-SO-DIGITOS                PIC X(001)          VALUE "N".
    88  WA-SO-DIGITOS-SIM                            VALUE "S".
77  WA-ESTADO                    PIC 9(005)          VALUE ZEROS.
77  WA-ORDEM                     PIC 9(005)          VALUE ZEROS.
77  WA-ORIGINAL                  PIC 9(003)          VALUE ZEROS.
77  WA-DESLOC                    PIC 9(003)          VALUE ZEROS.
77  WA-NOVO                      PIC 9(003)          VALUE ZEROS.
77  WA-K                         PIC 9(001)          VALUE ZEROS.
77  WA-K-POS                     PIC 9(003)          VALUE ZEROS.

* DIGITOS DE UM DOCUMENTO E DE ONDE SAIRAM NO CAMPO.
01  WA-DOCUMENTO.
    03  WA-QTD-DIG               PIC 9(003)          VALUE ZEROS.
    03  WA-DIG-ITEM              OCCURS 120 TIMES.
        05  WA-DIG               PIC 9(001).
        05  WA-DIG-POS           PIC 9(003).
77  WA-DIG-IDX                   PIC 9(003)          VALUE ZEROS.
77  WA-EMB-INI                   PIC 9(003)          VALUE ZEROS.
77  WA-EMB-FIM                   PIC 9(003)          VALUE ZEROS.
77  WA-DOC-INI                   PIC 9(003)          VALUE ZEROS.
77  WA-DOC-VALIDO                PIC X(001)          VALUE "N".
    88  WA-DOC-VALIDO-SIM                            VALUE "S".
77  WA-SOMA                      PIC 9(005)          VALUE ZEROS.
77  WA-RESTO                     PIC 9(003)          VALUE ZEROS.
77  WA-DV1                       PIC 9(001)          VALUE ZEROS.
77  WA-DV2                       PIC 9(001)          VALUE ZEROS.
77  WA-J                         PIC 9(003)          VALUE ZEROS.
77  WA-QTD-SOMA                  PIC 9(003)          VALUE ZEROS.
77  WA-PESO-TOPO                 PIC 9(003)          VALUE ZEROS.
77  WA-PESO-DESLOC               PIC 9(001)          VALUE ZEROS.
01  WA-PESOS-CNPJ-X              PIC X(013)          VALUE "6543298765432".
01  WA-PESOS-CNPJ REDEFINES WA-PESOS-CNPJ-X.
    03  WA-PESO-CNPJ             PIC 9(001)          OCCURS 13 TIMES.

77  WA-CONTA                     PIC 9(003)          VALUE ZEROS.
77  WA-ED-OFFSET                 PIC ZZZZ9.
77  WA-ED-LENGTH                 PIC ZZZZ9.

copy "bacu/acugui.def".
copy "bacu/parsexfd.ws".

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    PERFORM 2000-PROCESSAR-LISTA
            WITH TEST AFTER
            UNTIL WA-FIM-LISTA-SIM.
    PERFORM 8000-TRAILER.
    PERFORM 9999-FINALIZAR.
    IF  WA-ARQUIVOS-FALHOS > ZEROS OR WA-RECUSADOS-GERAL > ZEROS
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.

1000-INICIALIZAR.
    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.
    MOVE WA-DMR-DATA TO WA-DATA-RODADA.

    OPEN INPUT PARM-CTL.
    IF  SW-STATUS-PRM(1:1) = ZEROS
        READ PARM-CTL
             AT END CONTINUE
             NOT AT END
                  IF  PARM-PASTA NOT = SPACES
                      MOVE PARM-PASTA TO WA-PASTA
                  END-IF
                  IF  PARM-SEMENTE NUMERIC
                      MOVE PARM-SEMENTE TO WA-SEMENTE
                  END-IF
        END-READ
        CLOSE PARM-CTL
    END-IF.
    MOVE WA-SEMENTE(1:18) TO WA-SEMENTE-NUM.

*   A PASTA VAI COLADA NO NOME DO ARQUIVO - GARANTE A BARRA NO FIM.
    MOVE ZEROS TO WA-POS.
    INSPECT FUNCTION TRIM(WA-PASTA) TALLYING WA-POS FOR CHARACTERS.
    IF  WA-POS > ZEROS AND WA-POS < 60
        AND WA-PASTA(WA-POS:1) NOT = "/"
        MOVE "/" TO WA-PASTA(WA-POS + 1:1)
    END-IF.
    IF  WA-PASTA = "/multidad/vendas/" OR WA-PASTA = SPACES
        DISPLAY "VENDMASK - PASTA DE HOMOLOGACAO INVALIDA (" WA-PASTA
                ") - A COPIA MASCARADA NUNCA VAI PARA A VENDAS"
                UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    CALL "CBL_CREATE_DIR" USING WA-PASTA.

    PERFORM 1100-CARREGAR-CLASSES.

    OPEN INPUT PARTST-LISTA.
    IF  SW-STATUS-LST(1:1) NOT = ZEROS
        DISPLAY "VENDMASK - NAO ABRIU parsetst-lista.ctl, STATUS "
                SW-STATUS-LST UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE SPACES TO WA-NOME-HOM-PARTST WA-NOME-HOM-VENDCKS.
    STRING FUNCTION TRIM(WA-PASTA) DELIMITED BY SIZE
           "parsetst-lista.ctl"    DELIMITED BY SIZE
           INTO WA-NOME-HOM-PARTST.
    STRING FUNCTION TRIM(WA-PASTA) DELIMITED BY SIZE
           "vendcks-arquivos.ctl"  DELIMITED BY SIZE
           INTO WA-NOME-HOM-VENDCKS.
    OPEN OUTPUT HOM-PARTST.
    OPEN OUTPUT HOM-VENDCKS.

    OPEN OUTPUT VENDMASK-RPT.
    MOVE SPACES TO RPT-LINHA.
    STRING "COPIA MASCARADA (LGPD) DOS ARQUIVOS DA VENDAS - "
                           DELIMITED BY SIZE
           WA-DATA-RODADA  DELIMITED BY SIZE
           " - PASTA "     DELIMITED BY SIZE
           WA-PASTA        DELIMITED BY SPACE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "CLASSES: D DOCUMENTO  N NOME  T TELEFONE  E ENDERECO"
                           DELIMITED BY SIZE
           "  - "          DELIMITED BY SIZE
           WA-QTD-CLASSES  DELIMITED BY SIZE
           " LINHA(S) NO vendmask-campos.ctl" DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

    SET CONFIGURATION "DLL-CONVENTION" TO 0.
    CALL "./libparsexfd.so".

1100-CARREGAR-CLASSES.
    MOVE ZEROS TO WA-QTD-CLASSES.
    OPEN INPUT CLASSES-CTL.
    IF  SW-STATUS-CLS(1:1) = ZEROS
        PERFORM 1110-LER-CLASSE
                WITH TEST AFTER
                UNTIL WA-FIM-CLASSES-SIM
        CLOSE CLASSES-CTL
    END-IF.

1110-LER-CLASSE.
    READ CLASSES-CTL
         AT END SET WA-FIM-CLASSES-SIM TO TRUE
         NOT AT END
             IF  CLS-LINHA(1:1) NOT = "*" AND CLS-CAMPO NOT = SPACES
                 AND WA-QTD-CLASSES < 300
                 ADD 1 TO WA-QTD-CLASSES
                 MOVE FUNCTION UPPER-CASE(CLS-ARQUIVO)
                   TO WA-CLS-ARQUIVO(WA-QTD-CLASSES)
                 MOVE FUNCTION UPPER-CASE(CLS-CAMPO)
                   TO WA-CLS-CAMPO(WA-QTD-CLASSES)
                 MOVE FUNCTION UPPER-CASE(CLS-CLASSE)
                   TO WA-CLS-CLASSE(WA-QTD-CLASSES)
             END-IF
    END-READ.

2000-PROCESSAR-LISTA.
    READ PARTST-LISTA
         AT END SET WA-FIM-LISTA-SIM TO TRUE
         NOT AT END
             IF  LISTA-NOME-BASE NOT = SPACES
                 MOVE LISTA-NOME-BASE TO WA-NOME-BASE
                 PERFORM 3000-MASCARAR-ARQUIVO
                         THRU 3000-MASCARAR-ARQUIVO-EXIT
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* UM ARQUIVO DA LISTA: PARSEIA A XFD, CLASSIFICA OS CAMPOS, COPIA O   *
* VIVO PARA A PASTA E REGRAVA A COPIA MASCARADA.                      *
*--------------------------------------------------------------------*
3000-MASCARAR-ARQUIVO.
    MOVE FUNCTION UPPER-CASE(WA-NOME-BASE) TO WA-NOME-BASE-MAI.
    MOVE SPACES TO XFDFILE.
    STRING "/multidad/xfd/"             DELIMITED BY SIZE
           FUNCTION TRIM(WA-NOME-BASE)  DELIMITED BY SIZE
           ".xfd"                       DELIMITED BY SIZE
           INTO XFDFILE.
    MOVE SPACES TO WA-ARQ-VIVO WA-ARQ-COPIA.
    STRING "/multidad/vendas/"          DELIMITED BY SIZE
           FUNCTION TRIM(WA-NOME-BASE)  DELIMITED BY SIZE
           INTO WA-ARQ-VIVO.
    STRING FUNCTION TRIM(WA-PASTA)      DELIMITED BY SIZE
           FUNCTION TRIM(WA-NOME-BASE)  DELIMITED BY SIZE
           INTO WA-ARQ-COPIA.
    MOVE WA-ARQ-VIVO TO FILENAME.
    MOVE ZEROS TO WA-TOTAL-REGISTROS WA-TOTAL-REGRAVADOS
                  WA-TOTAL-RECHAVEADOS WA-TOTAL-RECUSADOS.

    IF  WA-ARQ-COPIA = WA-ARQ-VIVO
        ADD 1 TO WA-ARQUIVOS-FALHOS
        MOVE SPACES TO RPT-LINHA
        STRING WA-NOME-BASE DELIMITED BY SPACE
               " - DESTINO E O PROPRIO ARQUIVO VIVO, PULADO"
                            DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 3000-MASCARAR-ARQUIVO-EXIT
    END-IF.

    CALL "parsexfd" USING PARSE-XFD-OP.
    IF  PARSE-ERROR
        ADD 1 TO WA-ARQUIVOS-FALHOS
        MOVE SPACES TO RPT-LINHA
        STRING WA-NOME-BASE DELIMITED BY SPACE
               " - XFD NAO PARSEOU, PULADO: " DELIMITED BY SIZE
               PARSEXFD-TEXT-ERROR-MESSAGE(PARSE-FLAG) DELIMITED BY SPACE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        CALL "CBL_DELETE_FILE" USING WA-ARQ-COPIA
        GO TO 3000-MASCARAR-ARQUIVO-EXIT
    END-IF.

    PERFORM 3100-COPIAR-CATALOGO.
    PERFORM 3200-GUARDAR-CHAVE-PRIMARIA
            THRU 3200-GUARDAR-CHAVE-PRIMARIA-EXIT.
    PERFORM 3300-CLASSIFICAR-CAMPO
            THRU 3300-CLASSIFICAR-CAMPO-EXIT
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-CAMPOS.

    CALL "CBL_DELETE_FILE" USING WA-ARQ-COPIA.
    CALL "C$COPY" USING WA-ARQ-VIVO, WA-ARQ-COPIA, "I"
         GIVING RETURN-CODE
    END-CALL.
    IF  RETURN-CODE NOT = ZEROS
        ADD 1 TO WA-ARQUIVOS-FALHOS
        MOVE SPACES TO RPT-LINHA
        STRING WA-NOME-BASE DELIMITED BY SPACE
               " - COPIA DO VIVO PARA A PASTA FALHOU, PULADO"
                            DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        CALL "CBL_DELETE_FILE" USING WA-ARQ-COPIA
        CALL "parsexfd" USING FREE-MEMORY-OP
        GO TO 3000-MASCARAR-ARQUIVO-EXIT
    END-IF.

    OPEN I-O MASC-FILE.
    IF  SW-STATUS-MSC(1:1) NOT = ZEROS
        ADD 1 TO WA-ARQUIVOS-FALHOS
        MOVE SPACES TO RPT-LINHA
        STRING WA-NOME-BASE DELIMITED BY SPACE
               " - NAO ABRIU A COPIA, STATUS " DELIMITED BY SIZE
               SW-STATUS-MSC DELIMITED BY SIZE
               " - COPIA APAGADA"              DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        CALL "CBL_DELETE_FILE" USING WA-ARQ-COPIA
        CALL "parsexfd" USING FREE-MEMORY-OP
        GO TO 3000-MASCARAR-ARQUIVO-EXIT
    END-IF.
    OPEN OUTPUT PEND-FILE.
    MOVE "N" TO WA-FIM-MASC.
    PERFORM 4000-MASCARAR-REGISTRO
            THRU 4000-MASCARAR-REGISTRO-EXIT
            WITH TEST AFTER
            UNTIL WA-FIM-MASC-SIM.
    CLOSE MASC-FILE.
    CLOSE PEND-FILE.

    IF  WA-TOTAL-RECHAVEADOS > ZEROS
        PERFORM 4500-REGRAVAR-PENDENTES
                THRU 4500-REGRAVAR-PENDENTES-EXIT
    END-IF.
    CALL "CBL_DELETE_FILE" USING "vendmask-pend.tmp".

*   COPIA COM REGISTRO RECUSADO NAO SERVE PARA HOMOLOGACAO (PODE TER
*   FICADO SEM O REGISTRO, OU COM ELE SEM MASCARA) - E APAGADA, FICA
*   FORA DAS LISTAS DA PASTA E O RC SAI 8.
    IF  WA-TOTAL-RECUSADOS = ZEROS
        ADD 1 TO WA-ARQUIVOS-COPIADOS
        MOVE WA-NOME-BASE TO HPT-LINHA
        WRITE HPT-LINHA
        MOVE WA-ARQ-COPIA TO HVC-LINHA
        WRITE HVC-LINHA
    ELSE
        CALL "CBL_DELETE_FILE" USING WA-ARQ-COPIA
    END-IF.
    ADD WA-TOTAL-RECUSADOS TO WA-RECUSADOS-GERAL.

    PERFORM 5000-RELATAR-ARQUIVO.
    CALL "parsexfd" USING FREE-MEMORY-OP.

3000-MASCARAR-ARQUIVO-EXIT.
    EXIT.

3100-COPIAR-CATALOGO.
    MOVE ZEROS TO WA-QTD-CAMPOS.
    PERFORM 3110-COPIAR-CAMPO
            VARYING XFD-FIELD-INDEX FROM 1 BY 1
            UNTIL XFD-FIELD-INDEX > XFD-TOTAL-NUMBER-FIELDS
               OR XFD-FIELD-INDEX > 300.

3110-COPIAR-CAMPO.
    CALL "parsexfd" USING GET-FIELD-INFO-OP.
    ADD 1 TO WA-QTD-CAMPOS.
    MOVE XFD-FIELD-NAME   TO WA-CAM-NOME(WA-QTD-CAMPOS).
    MOVE XFD-FIELD-OFFSET TO WA-CAM-OFFSET(WA-QTD-CAMPOS).
    MOVE XFD-FIELD-LENGTH TO WA-CAM-LENGTH(WA-QTD-CAMPOS).
    MOVE XFD-FIELD-DIGITS TO WA-CAM-DIGITS(WA-QTD-CAMPOS).
    MOVE SPACES           TO WA-CAM-CLASSE(WA-QTD-CAMPOS)
                             WA-CAM-ORIGEM(WA-QTD-CAMPOS)
                             WA-CAM-SITUACAO(WA-QTD-CAMPOS)
                             WA-CAM-MOTIVO(WA-QTD-CAMPOS).
    MOVE "N"              TO WA-CAM-NA-CHAVE(WA-QTD-CAMPOS).
    MOVE ZEROS            TO WA-CAM-QTD(WA-QTD-CAMPOS).

3200-GUARDAR-CHAVE-PRIMARIA.
    MOVE ZEROS TO WA-QTD-SEGMENTOS.
    MOVE 1 TO XFD-KEY-INDEX.
    CALL "parsexfd" USING GET-KEY-INFO-OP.
    IF  PARSE-ERROR
        GO TO 3200-GUARDAR-CHAVE-PRIMARIA-EXIT
    END-IF.
    PERFORM 3210-GUARDAR-SEGMENTO
            VARYING WA-SEG-IDX FROM 1 BY 1
            UNTIL WA-SEG-IDX > XFD-NUMBER-OF-SEGMENTS
               OR WA-SEG-IDX > 16.

3200-GUARDAR-CHAVE-PRIMARIA-EXIT.
    EXIT.

3210-GUARDAR-SEGMENTO.
    MOVE WA-SEG-IDX TO WA-QTD-SEGMENTOS.
    MOVE XFD-SEGMENT-OFFSET(WA-SEG-IDX) TO WA-SEG-OFFSET(WA-SEG-IDX).
    MOVE XFD-SEGMENT-LENGTH(WA-SEG-IDX) TO WA-SEG-LENGTH(WA-SEG-IDX).

*--------------------------------------------------------------------*
* CLASSE DE UM CAMPO: LINHA DO CONTROLE PARA ESTE ARQUIVO, DEPOIS     *
* LINHA "*" (OU ARQUIVO EM BRANCO) DO CONTROLE, DEPOIS O PADRAO DE    *
* NOME.  CAMPO QUE A COPIA NAO CONSEGUE MASCARAR SEM ESTRAGAR O TIPO  *
* SAI COMO PULADO, COM O MOTIVO.                                      *
*--------------------------------------------------------------------*
3300-CLASSIFICAR-CAMPO.
    MOVE FUNCTION UPPER-CASE(WA-CAM-NOME(WA-IDX)) TO WA-NOME-MAI.
    MOVE ZEROS TO WA-ACHOU.
    PERFORM 3310-PROCURAR-NO-ARQUIVO
            VARYING WA-CLS-IDX FROM 1 BY 1
            UNTIL WA-CLS-IDX > WA-QTD-CLASSES OR WA-ACHOU > ZEROS.
    IF  WA-ACHOU = ZEROS
        PERFORM 3320-PROCURAR-GERAL
                VARYING WA-CLS-IDX FROM 1 BY 1
                UNTIL WA-CLS-IDX > WA-QTD-CLASSES OR WA-ACHOU > ZEROS
    END-IF.
    IF  WA-ACHOU > ZEROS
        MOVE WA-CLS-CLASSE(WA-ACHOU) TO WA-CAM-CLASSE(WA-IDX)
        MOVE "CONTROLE"              TO WA-CAM-ORIGEM(WA-IDX)
    ELSE
        PERFORM 3330-CLASSE-POR-NOME
                THRU 3330-CLASSE-POR-NOME-EXIT
    END-IF.

    IF  WA-CAM-CLASSE(WA-IDX) = SPACES
        GO TO 3300-CLASSIFICAR-CAMPO-EXIT
    END-IF.
    IF  WA-CAM-CLASSE(WA-IDX) = "X"
        MOVE "X" TO WA-CAM-SITUACAO(WA-IDX)
        MOVE "EXCLUIDO PELO vendmask-campos.ctl" TO WA-CAM-MOTIVO(WA-IDX)
        GO TO 3300-CLASSIFICAR-CAMPO-EXIT
    END-IF.
    MOVE "P" TO WA-CAM-SITUACAO(WA-IDX).
    IF  WA-CAM-CLASSE(WA-IDX) NOT = "D" AND NOT = "N"
                              AND NOT = "T" AND NOT = "E"
        MOVE "CLASSE INVALIDA NO CONTROLE" TO WA-CAM-MOTIVO(WA-IDX)
        GO TO 3300-CLASSIFICAR-CAMPO-EXIT
    END-IF.
    IF  WA-CAM-LENGTH(WA-IDX) = ZEROS
        OR WA-CAM-LENGTH(WA-IDX) > 120
        OR WA-CAM-OFFSET(WA-IDX) + WA-CAM-LENGTH(WA-IDX) > 4000
        MOVE "TAMANHO FORA DO LIMITE (1 A 120)" TO WA-CAM-MOTIVO(WA-IDX)
        GO TO 3300-CLASSIFICAR-CAMPO-EXIT
    END-IF.
*   NUMERICO SO EM DISPLAY, UM BYTE POR DIGITO - COMPACTADO E BINARIO
*   TEM BYTE QUE NAO E DIGITO E A TROCA ESTRAGARIA O VALOR.
    IF  WA-CAM-DIGITS(WA-IDX) > ZEROS
        AND WA-CAM-DIGITS(WA-IDX) NOT = WA-CAM-LENGTH(WA-IDX)
        MOVE "NUMERICO COMPACTADO/BINARIO" TO WA-CAM-MOTIVO(WA-IDX)
        GO TO 3300-CLASSIFICAR-CAMPO-EXIT
    END-IF.
    MOVE "M" TO WA-CAM-SITUACAO(WA-IDX).
    PERFORM 3340-CONFERIR-SEGMENTO
            VARYING WA-SEG-IDX FROM 1 BY 1
            UNTIL WA-SEG-IDX > WA-QTD-SEGMENTOS.

3300-CLASSIFICAR-CAMPO-EXIT.
    EXIT.

3310-PROCURAR-NO-ARQUIVO.
    IF  WA-CLS-ARQUIVO(WA-CLS-IDX) = WA-NOME-BASE-MAI
        AND WA-CLS-CAMPO(WA-CLS-IDX) = WA-NOME-MAI
        MOVE WA-CLS-IDX TO WA-ACHOU
    END-IF.

3320-PROCURAR-GERAL.
    IF  (WA-CLS-ARQUIVO(WA-CLS-IDX) = "*"
         OR WA-CLS-ARQUIVO(WA-CLS-IDX) = SPACES)
        AND WA-CLS-CAMPO(WA-CLS-IDX) = WA-NOME-MAI
        MOVE WA-CLS-IDX TO WA-ACHOU
    END-IF.

3330-CLASSE-POR-NOME.
    MOVE "NOME" TO WA-CAM-ORIGEM(WA-IDX).
    MOVE ZEROS TO WA-CONTA.
    INSPECT WA-NOME-MAI TALLYING WA-CONTA
            FOR ALL "CPF" ALL "CNPJ" ALL "CGC".
    IF  WA-CONTA > ZEROS
        MOVE "D" TO WA-CAM-CLASSE(WA-IDX)
        GO TO 3330-CLASSE-POR-NOME-EXIT
    END-IF.
    INSPECT WA-NOME-MAI TALLYING WA-CONTA
            FOR ALL "NOME" ALL "RAZAO" ALL "CONTATO".
    IF  WA-CONTA > ZEROS
        MOVE "N" TO WA-CAM-CLASSE(WA-IDX)
        GO TO 3330-CLASSE-POR-NOME-EXIT
    END-IF.
    INSPECT WA-NOME-MAI TALLYING WA-CONTA
            FOR ALL "FONE" ALL "TELEF" ALL "CELULAR" ALL "FAX".
    IF  WA-CONTA > ZEROS
        MOVE "T" TO WA-CAM-CLASSE(WA-IDX)
        GO TO 3330-CLASSE-POR-NOME-EXIT
    END-IF.
    INSPECT WA-NOME-MAI TALLYING WA-CONTA
            FOR ALL "ENDER" ALL "LOGRAD" ALL "BAIRRO" ALL "COMPLEM"
                ALL "EMAIL".
    IF  WA-CONTA > ZEROS
        MOVE "E" TO WA-CAM-CLASSE(WA-IDX)
        GO TO 3330-CLASSE-POR-NOME-EXIT
    END-IF.
    MOVE SPACES TO WA-CAM-ORIGEM(WA-IDX).

3330-CLASSE-POR-NOME-EXIT.
    EXIT.

3340-CONFERIR-SEGMENTO.
    IF  WA-CAM-OFFSET(WA-IDX)
        < WA-SEG-OFFSET(WA-SEG-IDX) + WA-SEG-LENGTH(WA-SEG-IDX)
        AND WA-SEG-OFFSET(WA-SEG-IDX)
        < WA-CAM-OFFSET(WA-IDX) + WA-CAM-LENGTH(WA-IDX)
        MOVE "S" TO WA-CAM-NA-CHAVE(WA-IDX)
    END-IF.

*--------------------------------------------------------------------*
* UM REGISTRO DA COPIA: MASCARA OS CAMPOS "M".  SEM MUDANCA NA CHAVE  *
* PRIMARIA VAI POR REWRITE; COM MUDANCA, SAI DA COPIA AGORA E VOLTA   *
* PELO 4500 DEPOIS DA PASSADA (NAO DA PARA GRAVAR NO MEIO DA LEITURA  *
* SEQUENCIAL - A CHAVE NOVA PODE CAIR ADIANTE E SER LIDA DE NOVO).    *
*--------------------------------------------------------------------*
4000-MASCARAR-REGISTRO.
    READ MASC-FILE NEXT RECORD
         AT END SET WA-FIM-MASC-SIM TO TRUE
    END-READ.
    IF  WA-FIM-MASC-SIM
        GO TO 4000-MASCARAR-REGISTRO-EXIT
    END-IF.
    IF  SW-STATUS-MSC(1:1) NOT = ZEROS
        ADD 1 TO WA-TOTAL-RECUSADOS
        SET WA-FIM-MASC-SIM TO TRUE
        GO TO 4000-MASCARAR-REGISTRO-EXIT
    END-IF.
    ADD 1 TO WA-TOTAL-REGISTROS.
    MOVE MASC-REC TO WA-REG-ORIGINAL WA-REG-MASCARADO.
    MOVE "N" TO WA-MUDOU WA-MUDOU-CHAVE.
    PERFORM 4100-MASCARAR-CAMPO
            THRU 4100-MASCARAR-CAMPO-EXIT
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-CAMPOS.
    IF  NOT WA-MUDOU-SIM
        GO TO 4000-MASCARAR-REGISTRO-EXIT
    END-IF.

    IF  WA-MUDOU-CHAVE-SIM
        DELETE MASC-FILE RECORD
        END-DELETE
        IF  SW-STATUS-MSC(1:1) NOT = ZEROS
            ADD 1 TO WA-TOTAL-RECUSADOS
        ELSE
            MOVE WA-REG-MASCARADO TO PEND-REC
            WRITE PEND-REC
            ADD 1 TO WA-TOTAL-RECHAVEADOS
        END-IF
    ELSE
        MOVE WA-REG-MASCARADO TO MASC-REC
        REWRITE MASC-REC
                INVALID KEY CONTINUE
        END-REWRITE
        IF  SW-STATUS-MSC(1:1) NOT = ZEROS
            ADD 1 TO WA-TOTAL-RECUSADOS
        ELSE
            ADD 1 TO WA-TOTAL-REGRAVADOS
        END-IF
    END-IF.

4000-MASCARAR-REGISTRO-EXIT.
    EXIT.

4100-MASCARAR-CAMPO.
    IF  WA-CAM-SITUACAO(WA-IDX) NOT = "M"
        GO TO 4100-MASCARAR-CAMPO-EXIT
    END-IF.
    MOVE WA-CAM-LENGTH(WA-IDX) TO WA-TAM.
    MOVE SPACES TO WA-VALOR.
    MOVE WA-REG-MASCARADO(WA-CAM-OFFSET(WA-IDX) + 1 : WA-TAM)
      TO WA-VALOR.
*   VAZIO NAO E DADO PESSOAL - BRANCO, ZERO E LOW-VALUES FICAM.
    IF  WA-VALOR(1:WA-TAM) = SPACES OR WA-VALOR(1:WA-TAM) = ZEROS
        OR WA-VALOR(1:WA-TAM) = LOW-VALUES
        GO TO 4100-MASCARAR-CAMPO-EXIT
    END-IF.
    MOVE WA-VALOR TO WA-VALOR-ANTES.
    IF  WA-CAM-DIGITS(WA-IDX) > ZEROS
        MOVE "S" TO WA-SO-DIGITOS
    ELSE
        MOVE "N" TO WA-SO-DIGITOS
    END-IF.
    IF  WA-CAM-CLASSE(WA-IDX) = "D"
        PERFORM 6000-MASCARAR-DOCUMENTO
                THRU 6000-MASCARAR-DOCUMENTO-EXIT
    ELSE
        PERFORM 6500-MASCARAR-TEXTO
    END-IF.
    IF  WA-VALOR(1:WA-TAM) = WA-VALOR-ANTES(1:WA-TAM)
        GO TO 4100-MASCARAR-CAMPO-EXIT
    END-IF.
    MOVE WA-VALOR(1:WA-TAM)
      TO WA-REG-MASCARADO(WA-CAM-OFFSET(WA-IDX) + 1 : WA-TAM).
    ADD 1 TO WA-CAM-QTD(WA-IDX).
    MOVE "S" TO WA-MUDOU.
    IF  WA-CAM-NA-CHAVE(WA-IDX) = "S"
        MOVE "S" TO WA-MUDOU-CHAVE
    END-IF.

4100-MASCARAR-CAMPO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* DEPOIS DA PASSADA: GRAVA DE VOLTA, COM A CHAVE JA MASCARADA, OS     *
* REGISTROS QUE SAIRAM DA COPIA NO 4000.                              *
*--------------------------------------------------------------------*
4500-REGRAVAR-PENDENTES.
    OPEN INPUT PEND-FILE.
    OPEN I-O REGRAVA-FILE.
    IF  SW-STATUS-PND(1:1) NOT = ZEROS
        OR SW-STATUS-RGV(1:1) NOT = ZEROS
        ADD WA-TOTAL-RECHAVEADOS TO WA-TOTAL-RECUSADOS
        MOVE ZEROS TO WA-TOTAL-RECHAVEADOS
        CLOSE PEND-FILE
        CLOSE REGRAVA-FILE
        GO TO 4500-REGRAVAR-PENDENTES-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-PEND.
    PERFORM 4510-GRAVAR-PENDENTE
            WITH TEST AFTER
            UNTIL WA-FIM-PEND-SIM.
    CLOSE PEND-FILE.
    CLOSE REGRAVA-FILE.

4500-REGRAVAR-PENDENTES-EXIT.
    EXIT.

4510-GRAVAR-PENDENTE.
    READ PEND-FILE
         AT END SET WA-FIM-PEND-SIM TO TRUE
         NOT AT END
             MOVE PEND-REC TO RGV-REC
             WRITE RGV-REC
                   INVALID KEY CONTINUE
             END-WRITE
*            CHAVE NOVA DUPLICADA (STATUS 22) SO ACONTECE COM DOCUMENTO
*            DE DV INVALIDO QUE COLIDE COM OUTRO VALIDO - O REGISTRO
*            FICA FORA DA COPIA E O ARQUIVO SAI RECUSADO.
             IF  SW-STATUS-RGV(1:1) NOT = ZEROS
                 ADD 1 TO WA-TOTAL-RECUSADOS
                 SUBTRACT 1 FROM WA-TOTAL-RECHAVEADOS
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* O ARQUIVO NO RELATORIO: CONTAGENS E CADA CAMPO CLASSIFICADO - OS    *
* MASCARADOS (CLASSE, ORIGEM DA CLASSE, POSICAO, TAMANHO, SE E CHAVE  *
* E QUANTOS VALORES TROCARAM) E OS PULADOS/EXCLUIDOS COM O MOTIVO.    *
*--------------------------------------------------------------------*
5000-RELATAR-ARQUIVO.
    MOVE SPACES TO RPT-LINHA.
    STRING WA-NOME-BASE         DELIMITED BY SPACE
           " - "                DELIMITED BY SIZE
           WA-TOTAL-REGISTROS   DELIMITED BY SIZE
           " REGISTRO(S), "     DELIMITED BY SIZE
           WA-TOTAL-REGRAVADOS  DELIMITED BY SIZE
           " REGRAVADO(S), "    DELIMITED BY SIZE
           WA-TOTAL-RECHAVEADOS DELIMITED BY SIZE
           " COM CHAVE NOVA, "  DELIMITED BY SIZE
           WA-TOTAL-RECUSADOS   DELIMITED BY SIZE
           " RECUSADO(S)"       DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    PERFORM 5100-RELATAR-CAMPO
            THRU 5100-RELATAR-CAMPO-EXIT
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-CAMPOS.
    IF  WA-TOTAL-RECUSADOS > ZEROS
        MOVE "  COPIA RECUSADA - APAGADA DA PASTA" TO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

5100-RELATAR-CAMPO.
    IF  WA-CAM-SITUACAO(WA-IDX) = SPACES
        GO TO 5100-RELATAR-CAMPO-EXIT
    END-IF.
    MOVE SPACES TO RPT-LINHA.
    IF  WA-CAM-SITUACAO(WA-IDX) = "M"
        MOVE WA-CAM-OFFSET(WA-IDX) TO WA-ED-OFFSET
        MOVE WA-CAM-LENGTH(WA-IDX) TO WA-ED-LENGTH
        STRING "  MASCARADO "        DELIMITED BY SIZE
               WA-CAM-NOME(WA-IDX)   DELIMITED BY "   "
               " CLASSE "            DELIMITED BY SIZE
               WA-CAM-CLASSE(WA-IDX) DELIMITED BY SIZE
               " ("                  DELIMITED BY SIZE
               WA-CAM-ORIGEM(WA-IDX) DELIMITED BY SPACE
               ") POS "              DELIMITED BY SIZE
               FUNCTION TRIM(WA-ED-OFFSET) DELIMITED BY SIZE
               " TAM "               DELIMITED BY SIZE
               FUNCTION TRIM(WA-ED-LENGTH) DELIMITED BY SIZE
               " - "                 DELIMITED BY SIZE
               WA-CAM-QTD(WA-IDX)    DELIMITED BY SIZE
               " VALOR(ES)"          DELIMITED BY SIZE
               INTO RPT-LINHA
        IF  WA-CAM-NA-CHAVE(WA-IDX) = "S"
            COMPUTE WA-POS = FUNCTION LENGTH(
                             FUNCTION TRIM(RPT-LINHA TRAILING)) + 1
            IF  WA-POS < 152
                MOVE " [CHAVE]" TO RPT-LINHA(WA-POS:8)
            END-IF
        END-IF
    ELSE
        STRING "  NAO MASCARADO "    DELIMITED BY SIZE
               WA-CAM-NOME(WA-IDX)   DELIMITED BY "   "
               " CLASSE "            DELIMITED BY SIZE
               WA-CAM-CLASSE(WA-IDX) DELIMITED BY SIZE
               " - "                 DELIMITED BY SIZE
               WA-CAM-MOTIVO(WA-IDX) DELIMITED BY "   "
               INTO RPT-LINHA
    END-IF.
    WRITE RPT-LINHA.

5100-RELATAR-CAMPO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* DOCUMENTO (CPF/CNPJ): SO OS DIGITOS CONTAM, NA ORDEM - PONTO, BARRA *
* E TRACO FICAM ONDE ESTAO, ENTAO O MESMO DOCUMENTO COM OU SEM        *
* MASCARA DE EDICAO VIRA O MESMO FICTICIO.  11 DIGITOS E CPF; 14 E    *
* CNPJ, OU CPF COM 3 ZEROS NA FRENTE (CAMPO DE CPF/CNPJ).  COM DV     *
* VALIDO, EMBARALHA A BASE E RECALCULA O DV; SEM, EMBARALHA TUDO.     *
*--------------------------------------------------------------------*
6000-MASCARAR-DOCUMENTO.
    MOVE ZEROS TO WA-QTD-DIG.
    PERFORM 6010-GUARDAR-DIGITO
            VARYING WA-POS FROM 1 BY 1
            UNTIL WA-POS > WA-TAM.
    MOVE 1          TO WA-EMB-INI.
    MOVE WA-QTD-DIG TO WA-EMB-FIM.

    IF  WA-QTD-DIG = 14 AND WA-DIG(1) = 0 AND WA-DIG(2) = 0
                        AND WA-DIG(3) = 0
        MOVE 4 TO WA-DOC-INI
        PERFORM 6200-CONFERIR-CPF
        IF  WA-DOC-VALIDO-SIM
            PERFORM 6250-TROCAR-CPF
            GO TO 6000-DEVOLVER-DIGITOS
        END-IF
    END-IF.
    IF  WA-QTD-DIG = 11
        MOVE 1 TO WA-DOC-INI
        PERFORM 6200-CONFERIR-CPF
        IF  WA-DOC-VALIDO-SIM
            PERFORM 6250-TROCAR-CPF
            GO TO 6000-DEVOLVER-DIGITOS
        END-IF
    END-IF.
    IF  WA-QTD-DIG = 14
        PERFORM 6300-CONFERIR-CNPJ
        IF  WA-DOC-VALIDO-SIM
            PERFORM 6350-TROCAR-CNPJ
            GO TO 6000-DEVOLVER-DIGITOS
        END-IF
    END-IF.
    IF  WA-QTD-DIG > ZEROS
        PERFORM 6400-EMBARALHAR-DIGITOS
    END-IF.

6000-DEVOLVER-DIGITOS.
    PERFORM 6020-DEVOLVER-DIGITO
            VARYING WA-DIG-IDX FROM 1 BY 1
            UNTIL WA-DIG-IDX > WA-QTD-DIG.

6000-MASCARAR-DOCUMENTO-EXIT.
    EXIT.

6010-GUARDAR-DIGITO.
    IF  WA-VALOR(WA-POS:1) NUMERIC
        ADD 1 TO WA-QTD-DIG
        MOVE WA-VALOR(WA-POS:1) TO WA-DIG(WA-QTD-DIG)
        MOVE WA-POS             TO WA-DIG-POS(WA-QTD-DIG)
    END-IF.

6020-DEVOLVER-DIGITO.
    MOVE WA-DIG(WA-DIG-IDX) TO WA-VALOR(WA-DIG-POS(WA-DIG-IDX):1).

*--------------------------------------------------------------------*
* CPF A PARTIR DE WA-DOC-INI: DV1 PESOS 10..2 NOS 9 DA BASE, DV2      *
* PESOS 11..2 NOS 10 PRIMEIROS; RESTO DE SOMA*10 POR 11, 10 VIRA 0.   *
*--------------------------------------------------------------------*
6200-CONFERIR-CPF.
    PERFORM 6210-CALCULAR-DV-CPF.
    IF  WA-DV1 = WA-DIG(WA-DOC-INI + 9)
        AND WA-DV2 = WA-DIG(WA-DOC-INI + 10)
        MOVE "S" TO WA-DOC-VALIDO
    ELSE
        MOVE "N" TO WA-DOC-VALIDO
    END-IF.

6210-CALCULAR-DV-CPF.
    MOVE 9  TO WA-QTD-SOMA.
    MOVE 11 TO WA-PESO-TOPO.
    PERFORM 6220-SOMAR-CPF.
    COMPUTE WA-RESTO = FUNCTION MOD(WA-SOMA * 10, 11).
    IF  WA-RESTO = 10
        MOVE ZEROS TO WA-RESTO
    END-IF.
    MOVE WA-RESTO TO WA-DV1.
*   O DV2 ENTRA COM O DV1 CALCULADO, NAO COM O QUE ESTA NO CAMPO.
    MOVE WA-DIG(WA-DOC-INI + 9) TO WA-NOVO.
    MOVE WA-DV1 TO WA-DIG(WA-DOC-INI + 9).
    MOVE 10 TO WA-QTD-SOMA.
    MOVE 12 TO WA-PESO-TOPO.
    PERFORM 6220-SOMAR-CPF.
    MOVE WA-NOVO TO WA-DIG(WA-DOC-INI + 9).
    COMPUTE WA-RESTO = FUNCTION MOD(WA-SOMA * 10, 11).
    IF  WA-RESTO = 10
        MOVE ZEROS TO WA-RESTO
    END-IF.
    MOVE WA-RESTO TO WA-DV2.

6220-SOMAR-CPF.
    MOVE ZEROS TO WA-SOMA.
    PERFORM 6230-SOMAR-DIGITO-CPF
            VARYING WA-J FROM 1 BY 1
            UNTIL WA-J > WA-QTD-SOMA.

6230-SOMAR-DIGITO-CPF.
    COMPUTE WA-SOMA = WA-SOMA
                    + WA-DIG(WA-DOC-INI + WA-J - 1)
                    * (WA-PESO-TOPO - WA-J).

6250-TROCAR-CPF.
    MOVE WA-DOC-INI TO WA-EMB-INI.
    COMPUTE WA-EMB-FIM = WA-DOC-INI + 8.
    PERFORM 6400-EMBARALHAR-DIGITOS.
    PERFORM 6210-CALCULAR-DV-CPF.
    MOVE WA-DV1 TO WA-DIG(WA-DOC-INI + 9).
    MOVE WA-DV2 TO WA-DIG(WA-DOC-INI + 10).

*--------------------------------------------------------------------*
* CNPJ: DV1 PESOS 5,4,3,2,9..2 NOS 12 DA BASE, DV2 PESOS 6,5,4,3,2,   *
* 9..2 NOS 13 PRIMEIROS; RESTO MENOR QUE 2 VIRA 0, SENAO 11 - RESTO.  *
*--------------------------------------------------------------------*
6300-CONFERIR-CNPJ.
    PERFORM 6310-CALCULAR-DV-CNPJ.
    IF  WA-DV1 = WA-DIG(13) AND WA-DV2 = WA-DIG(14)
        MOVE "S" TO WA-DOC-VALIDO
    ELSE
        MOVE "N" TO WA-DOC-VALIDO
    END-IF.

6310-CALCULAR-DV-CNPJ.
    MOVE 12 TO WA-QTD-SOMA.
    MOVE 1  TO WA-PESO-DESLOC.
    PERFORM 6320-SOMAR-CNPJ.
    COMPUTE WA-RESTO = FUNCTION MOD(WA-SOMA, 11).
    IF  WA-RESTO < 2
        MOVE ZEROS TO WA-DV1
    ELSE
        COMPUTE WA-DV1 = 11 - WA-RESTO
    END-IF.
    MOVE WA-DIG(13) TO WA-NOVO.
    MOVE WA-DV1 TO WA-DIG(13).
    MOVE 13 TO WA-QTD-SOMA.
    MOVE 0  TO WA-PESO-DESLOC.
    PERFORM 6320-SOMAR-CNPJ.
    MOVE WA-NOVO TO WA-DIG(13).
    COMPUTE WA-RESTO = FUNCTION MOD(WA-SOMA, 11).
    IF  WA-RESTO < 2
        MOVE ZEROS TO WA-DV2
    ELSE
        COMPUTE WA-DV2 = 11 - WA-RESTO
    END-IF.

6320-SOMAR-CNPJ.
    MOVE ZEROS TO WA-SOMA.
    PERFORM 6330-SOMAR-DIGITO-CNPJ
            VARYING WA-J FROM 1 BY 1
            UNTIL WA-J > WA-QTD-SOMA.

6330-SOMAR-DIGITO-CNPJ.
    COMPUTE WA-SOMA = WA-SOMA
                    + WA-DIG(WA-J) * WA-PESO-CNPJ(WA-J + WA-PESO-DESLOC).

6350-TROCAR-CNPJ.
    MOVE 1  TO WA-EMB-INI.
    MOVE 12 TO WA-EMB-FIM.
    PERFORM 6400-EMBARALHAR-DIGITOS.
    PERFORM 6310-CALCULAR-DV-CNPJ.
    MOVE WA-DV1 TO WA-DIG(13).
    MOVE WA-DV2 TO WA-DIG(14).

*--------------------------------------------------------------------*
* SUBSTITUICAO ENCADEADA DOS DIGITOS WA-EMB-INI A WA-EMB-FIM: CADA    *
* DIGITO ANDA (SEMENTE + ESTADO) CASAS MOD 10, E O ESTADO ACUMULA OS  *
* DIGITOS ORIGINAIS JA VISTOS.  MESMA ENTRADA, MESMA SAIDA; ENTRADAS  *
* DIFERENTES DIVERGEM NO PRIMEIRO DIGITO DIFERENTE E SEGUEM           *
* DIFERENTES.                                                         *
*--------------------------------------------------------------------*
6400-EMBARALHAR-DIGITOS.
    PERFORM 6900-INICIAR-ESTADO.
    PERFORM 6410-EMBARALHAR-UM
            VARYING WA-DIG-IDX FROM WA-EMB-INI BY 1
            UNTIL WA-DIG-IDX > WA-EMB-FIM.

6410-EMBARALHAR-UM.
    ADD 1 TO WA-ORDEM.
    MOVE WA-DIG(WA-DIG-IDX) TO WA-ORIGINAL.
    PERFORM 6910-PROXIMO-DESLOC.
    COMPUTE WA-DESLOC = FUNCTION MOD(WA-K + WA-ESTADO, 10).
    COMPUTE WA-NOVO   = FUNCTION MOD(WA-ORIGINAL + WA-DESLOC, 10).
    MOVE WA-NOVO TO WA-DIG(WA-DIG-IDX).
    PERFORM 6920-AVANCAR-ESTADO.

*--------------------------------------------------------------------*
* NOME, TELEFONE, ENDERECO: A MESMA SUBSTITUICAO, CARACTER A          *
* CARACTER - DIGITO MOD 10, LETRA MOD 26 (MAIUSCULA FICA MAIUSCULA).  *
* CAMPO NUMERICO SO TROCA DIGITO (SINAL SOBREPOSTO FICA COMO ESTA).   *
*--------------------------------------------------------------------*
6500-MASCARAR-TEXTO.
    PERFORM 6900-INICIAR-ESTADO.
    PERFORM 6510-MASCARAR-CARACTER
            VARYING WA-POS FROM 1 BY 1
            UNTIL WA-POS > WA-TAM.

6510-MASCARAR-CARACTER.
    MOVE WA-VALOR(WA-POS:1) TO WA-CARACTER.
    EVALUATE TRUE
        WHEN WA-CARACTER >= "0" AND WA-CARACTER <= "9"
             ADD 1 TO WA-ORDEM
             COMPUTE WA-ORIGINAL = FUNCTION ORD(WA-CARACTER)
                                 - FUNCTION ORD("0")
             PERFORM 6910-PROXIMO-DESLOC
             COMPUTE WA-DESLOC = FUNCTION MOD(WA-K + WA-ESTADO, 10)
             COMPUTE WA-NOVO   = FUNCTION MOD(WA-ORIGINAL + WA-DESLOC,
                                              10)
             MOVE FUNCTION CHAR(FUNCTION ORD("0") + WA-NOVO)
               TO WA-VALOR(WA-POS:1)
             PERFORM 6920-AVANCAR-ESTADO
        WHEN WA-SO-DIGITOS-SIM
             CONTINUE
        WHEN WA-CARACTER >= "A" AND WA-CARACTER <= "Z"
             ADD 1 TO WA-ORDEM
             COMPUTE WA-ORIGINAL = FUNCTION ORD(WA-CARACTER)
                                 - FUNCTION ORD("A")
             PERFORM 6910-PROXIMO-DESLOC
             COMPUTE WA-DESLOC = FUNCTION MOD(WA-K + WA-ESTADO, 26)
             COMPUTE WA-NOVO   = FUNCTION MOD(WA-ORIGINAL + WA-DESLOC,
                                              26)
             MOVE FUNCTION CHAR(FUNCTION ORD("A") + WA-NOVO)
               TO WA-VALOR(WA-POS:1)
             PERFORM 6920-AVANCAR-ESTADO
        WHEN WA-CARACTER >= "a" AND WA-CARACTER <= "z"
             ADD 1 TO WA-ORDEM
             COMPUTE WA-ORIGINAL = FUNCTION ORD(WA-CARACTER)
                                 - FUNCTION ORD("a")
             PERFORM 6910-PROXIMO-DESLOC
             COMPUTE WA-DESLOC = FUNCTION MOD(WA-K + WA-ESTADO, 26)
             COMPUTE WA-NOVO   = FUNCTION MOD(WA-ORIGINAL + WA-DESLOC,
                                              26)
             MOVE FUNCTION CHAR(FUNCTION ORD("a") + WA-NOVO)
               TO WA-VALOR(WA-POS:1)
             PERFORM 6920-AVANCAR-ESTADO
        WHEN OTHER
             CONTINUE
    END-EVALUATE.

6900-INICIAR-ESTADO.
    COMPUTE WA-ESTADO = FUNCTION MOD(WA-SEMENTE-NUM, 9973).
    MOVE ZEROS TO WA-ORDEM.

*   DIGITO DA SEMENTE PARA O CARACTER DE ORDEM WA-ORDEM (CICLA NOS 20).
6910-PROXIMO-DESLOC.
    COMPUTE WA-K-POS = FUNCTION MOD(WA-ORDEM - 1, 20) + 1.
    MOVE WA-SEMENTE(WA-K-POS:1) TO WA-K.

6920-AVANCAR-ESTADO.
    COMPUTE WA-ESTADO = FUNCTION MOD(WA-ESTADO * 31 + WA-ORIGINAL + 7,
                                     9973).

8000-TRAILER.
    MOVE SPACES TO RPT-LINHA.
    STRING "ARQUIVOS COPIADOS E MASCARADOS: " DELIMITED BY SIZE
           WA-ARQUIVOS-COPIADOS  DELIMITED BY SIZE
           "  FALHOS: "          DELIMITED BY SIZE
           WA-ARQUIVOS-FALHOS    DELIMITED BY SIZE
           "  REGISTROS RECUSADOS: " DELIMITED BY SIZE
           WA-RECUSADOS-GERAL    DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

9999-FINALIZAR.
    CLOSE PARTST-LISTA.
    CLOSE HOM-PARTST.
    CLOSE HOM-VENDCKS.
    CLOSE VENDMASK-RPT.
