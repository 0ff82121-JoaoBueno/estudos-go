IDENTIFICATION DIVISION.
PROGRAM-ID.    NFELRE.
*------------------------------------------------------------------------------*
* EXPORTACAO MENSAL DO LIVRO DE REGISTRO DE ENTRADAS A PARTIR DO vendimp.ctl.  *
* O NFEMRPT DA AS CONTAGENS DO FECHAMENTO FISCAL POR DIA, MAS A CONTABILIDADE  *
* AINDA REMONTAVA O LIVRO DE ENTRADAS A PARTIR DOS XML TODO MES.  PARA O MES   *
* PEDIDO EM nfelre.ctl (AAAAMM; SEM O ARQUIVO, O MES CORRENTE - MESMA          *
* CONVENCAO DO NFEMRPT), ESTE PASSO:                                           *
*                                                                              *
*   1) LE O vendimp.ctl DE PONTA A PONTA E GRAVA UMA LINHA "N" POR NOTA        *
*      IMPORTADA NO MES (DATA DE ENTRADA = DATA DA CHAVE DE REGISTRO DO        *
*      NFEIMP) COM CHAVE DE ACESSO, CNPJ DO EMITENTE, DATA DE EMISSAO, DATA    *
*      DE ENTRADA E VALOR (vNF).  NOTA CANCELADA PELO NFEEVT NAO ENTRA; LOTE   *
*      .zip SEM CHAVE UNICA TAMBEM NAO - OS DOIS SO SAEM CONTADOS;             *
*   2) FECHA COM OS TOTAIS DE CONTROLE POR DIA DE ENTRADA ("D") E POR CNPJ     *
*      DO EMITENTE ("E", EM ORDEM DE CNPJ);                                    *
*   3) LISTA COMO PENDENTE ("P") TODA CHAVE ACEITA NA CONFERENCIA              *
*      (nfechaves.ctl) ATE O FIM DO MES QUE NAO FOI IMPORTADA - O LIVRO E A    *
*      ENTRADA TEM QUE BATER ANTES DE FECHAR OS LIVROS.  AS CHAVES             *
*      IMPORTADAS (QUALQUER MES) SAO ORDENADAS (SORT) E CASADAS NUMA PASSADA   *
*      SO COM O nfechaves.ctl, QUE JA VEM NA ORDEM DA CHAVE - MESMO MERGE DO   *
*      VERIFDIF;                                                               *
*   4) GRAVA O RODAPE ("T") COM AS QUANTIDADES E O VALOR DO ARQUIVO.           *
*                                                                              *
* O ARQUIVO PARA A CONTABILIDADE E O nfelre-AAAAMM.txt (LAYOUT FIXO EM         *
* md5/nfelre.ws); O nfelre.rpt TRAZ OS MESMOS TOTAIS E PENDENTES PARA LEITURA. *
*                                                                              *
* CRIACAO...: 15/10/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - O MES PADRAO (SEM nfelre.ctl) E A DATA DO   *
*             CABECALHO SAEM DA DATA DE MOVIMENTO DA ROTINA DATAMOV, NAO DO    *
*             RELOGIO.                                                         *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-CTL ASSIGN "nfelre.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-PARM.

    SELECT VENDIMP-FILE ASSIGN "vendimp.ctl"
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY NFI-CHAVE-REG
           FILE STATUS SW-STATUS-IMP.

    SELECT CHAVES-FILE ASSIGN "nfechaves.ctl"
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY NFK-CHAVE
           FILE STATUS SW-STATUS-NFK.

* EXTRATO ORDENADO DAS CHAVES IMPORTADAS - O LADO "IMPORTADO" DO MERGE
* COM O nfechaves.ctl.  APAGADO NO FIM DA RODADA.
    SELECT IMP-ORDENADA ASSIGN "nfelre-imp.tmp"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-TIMP.

    SELECT ORDENA-WORK ASSIGN "nfelre-sort.tmp".

* ARQUIVO DO LIVRO PARA A CARGA NA CONTABILIDADE, UM POR MES.
    SELECT NFELRE-EXP ASSIGN WA-EXP-NOME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-EXP.

    SELECT NFELRE-RPT ASSIGN "nfelre.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

DATA DIVISION.
FILE SECTION.
FD  PARM-CTL.
01  PARM-LINHA.
    03  PARM-MES                 PIC X(006).

FD  VENDIMP-FILE.
copy "md5/vendimp.ws".

FD  CHAVES-FILE.
01  NFK-RECORD.
    03  NFK-CHAVE                PIC X(044).
    03  NFK-ARQUIVO              PIC X(100).
    03  NFK-DATA                 PIC 9(008).
    03  NFK-HORA                 PIC 9(006).

FD  IMP-ORDENADA.
01  TIMP-LINHA.
    03  TIMP-CHAVE               PIC X(044).

SD  ORDENA-WORK.
01  ORD-LINHA.
    03  ORD-CHAVE                PIC X(044).

FD  NFELRE-EXP.
copy "md5/nfelre.ws".

FD  NFELRE-RPT.
01  RPT-LINHA                    PIC X(132).

WORKING-STORAGE SECTION.
77  SW-STATUS-PARM               PIC X(002)          VALUE SPACES.
77  SW-STATUS-IMP                PIC X(002)          VALUE SPACES.
77  SW-STATUS-NFK                PIC X(002)          VALUE SPACES.
77  SW-STATUS-TIMP               PIC X(002)          VALUE SPACES.
77  SW-STATUS-EXP                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.

* DATA DE MOVIMENTO DA RODADA (ROTINA DATAMOV) - NAO A DO RELOGIO.
77  WA-DMR-OPERACAO              PIC X(001)          VALUE "C".
77  WA-DMR-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-MES                       PIC 9(006)          VALUE ZEROS.
77  WA-DATA-HOJE                 PIC 9(008)          VALUE ZEROS.
77  WA-HORA-HOJE                 PIC 9(006)          VALUE ZEROS.
77  WA-DIA                       PIC 9(002)          VALUE ZEROS.
77  WA-EXP-NOME                  PIC X(040)          VALUE SPACES.

77  WA-FIM-IMP                   PIC X(001)          VALUE "N".
    88  WA-FIM-IMP-SIM                               VALUE "S".
77  WA-FIM-NFK                   PIC X(001)          VALUE "N".
    88  WA-FIM-NFK-SIM                               VALUE "S".

*--------------------------------------------------------------------*
* TOTAIS DE CONTROLE DO MES POR DIA DE ENTRADA (1..31).               *
*--------------------------------------------------------------------*
01  WA-TABELA-DIAS.
    03  WA-DIA-ITEM              OCCURS 31 TIMES.
        05  WA-DIA-QTD           PIC 9(007).
        05  WA-DIA-VALOR         PIC 9(013)V99.

*--------------------------------------------------------------------*
* TOTAIS DE CONTROLE POR CNPJ DO EMITENTE, MANTIDOS EM ORDEM DE CNPJ  *
* (CNPJ NOVO ENTRA NA POSICAO CERTA E EMPURRA OS SEGUINTES).          *
*--------------------------------------------------------------------*
01  WA-TABELA-EMITENTES.
    03  WA-QTD-EMI               PIC 9(005)          VALUE ZEROS.
    03  WA-EMI-ITEM              OCCURS 5000 TIMES.
        05  WA-EMI-CNPJ          PIC X(014).
        05  WA-EMI-QTD           PIC 9(007).
        05  WA-EMI-VALOR         PIC 9(013)V99.
77  WA-IDX-EMI                   PIC 9(005)          VALUE ZEROS.
77  WA-IDX-DESL                  PIC 9(005)          VALUE ZEROS.
77  WA-ACHOU                     PIC X(001)          VALUE "N".
    88  WA-ACHOU-SIM                                 VALUE "S".

* VALOR DA NOTA (vNF NOS BYTES CRUS DO XML, "1234.56") CONVERTIDO NA
* MAO - O NUMVAL AQUI ESPERA VIRGULA DECIMAL.
77  WA-CNV-TEXTO                 PIC X(022)          VALUE SPACES.
77  WA-CNV-INTEIRO               PIC X(022)          VALUE SPACES.
77  WA-CNV-DECIMAL               PIC X(022)          VALUE SPACES.
77  WA-CNV-TAM                   PIC 9(003)          VALUE ZEROS.
77  WA-CNV-VALOR                 PIC 9(015)V99       VALUE ZEROS.
77  WA-CNV-OK                    PIC X(001)          VALUE "N".
    88  WA-CNV-OK-SIM                                VALUE "S".

77  WA-DATA-EMISSAO              PIC X(008)          VALUE SPACES.
77  WA-VALOR-EDIT                PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
77  WA-QTD-EDIT                  PIC ZZZZZZ9.

77  WA-TOTAL-NOTAS               PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-VALOR               PIC 9(015)V99       VALUE ZEROS.
77  WA-TOTAL-CANCELADAS          PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-SEM-CHAVE           PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-VALOR-ILEGIVEL      PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-DIAS                PIC 9(002)          VALUE ZEROS.
77  WA-TOTAL-PENDENTES           PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-LINHAS              PIC 9(007)          VALUE ZEROS.

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    SORT ORDENA-WORK
         ON ASCENDING KEY ORD-CHAVE
         INPUT PROCEDURE 2000-LER-IMPORTADAS
               THRU 2000-LER-IMPORTADAS-EXIT
         GIVING IMP-ORDENADA.
    PERFORM 3000-GRAVAR-DIAS.
    PERFORM 4000-GRAVAR-EMITENTES.
    PERFORM 5000-LISTAR-PENDENTES
            THRU 5000-LISTAR-PENDENTES-EXIT.
    PERFORM 8000-TRAILER.
    PERFORM 9999-FINALIZAR.
    STOP RUN.

1000-INICIALIZAR.
    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.
    MOVE WA-DMR-DATA TO WA-DATA-HOJE.
    ACCEPT WA-HORA-HOJE FROM TIME.
    MOVE WA-DATA-HOJE(1:6) TO WA-MES(1:6).

    OPEN INPUT PARM-CTL.
    IF  SW-STATUS-PARM(1:1) = ZEROS
        READ PARM-CTL
             AT END CONTINUE
             NOT AT END
                  IF  PARM-MES NUMERIC AND PARM-MES NOT = "000000"
                      MOVE PARM-MES TO WA-MES(1:6)
                  END-IF
        END-READ
        CLOSE PARM-CTL
    END-IF.

    INITIALIZE WA-TABELA-DIAS.

    MOVE SPACES TO WA-EXP-NOME.
    STRING "nfelre-" DELIMITED BY SIZE
           WA-MES    DELIMITED BY SIZE
           ".txt"    DELIMITED BY SIZE
           INTO WA-EXP-NOME.
    OPEN OUTPUT NFELRE-EXP.
    IF  SW-STATUS-EXP(1:1) NOT = ZEROS
        DISPLAY "NFELRE - NAO ABRIU " WA-EXP-NOME ", STATUS "
                SW-STATUS-EXP UPON SYSERR
        STOP RUN
    END-IF.
    MOVE SPACES TO LRE-CABECALHO.
    SET LRE-TIPO-CABECALHO TO TRUE.
    MOVE WA-MES       TO LRE-CAB-MES.
    MOVE WA-DATA-HOJE TO LRE-CAB-DATA.
    MOVE WA-HORA-HOJE TO LRE-CAB-HORA.
    WRITE LRE-CABECALHO.
    ADD 1 TO WA-TOTAL-LINHAS.

    OPEN OUTPUT NFELRE-RPT.
    MOVE SPACES TO RPT-LINHA.
    STRING "LIVRO DE REGISTRO DE ENTRADAS - MES " DELIMITED BY SIZE
           WA-MES                                 DELIMITED BY SIZE
           " - ARQUIVO "                          DELIMITED BY SIZE
           WA-EXP-NOME                            DELIMITED BY SPACE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* ENTRADA DO SORT: LE O vendimp.ctl INTEIRO.  TODA CHAVE IMPORTADA    *
* (QUALQUER MES, CANCELADA OU NAO) VAI PARA O SORT - E O QUE TIRA A   *
* CHAVE DA LISTA DE PENDENTES; AS NOTAS DO MES VAO PARA O LIVRO.      *
*--------------------------------------------------------------------*
2000-LER-IMPORTADAS.
    OPEN INPUT VENDIMP-FILE.
    IF  SW-STATUS-IMP(1:1) NOT = ZEROS
        MOVE "SEM vendimp.ctl - NADA IMPORTADO AINDA" TO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 2000-LER-IMPORTADAS-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-IMP.
    PERFORM 2100-LER-NOTA
            WITH TEST AFTER
            UNTIL WA-FIM-IMP-SIM.
    CLOSE VENDIMP-FILE.

2000-LER-IMPORTADAS-EXIT.
    EXIT.

2100-LER-NOTA.
    READ VENDIMP-FILE NEXT RECORD
         AT END SET WA-FIM-IMP-SIM TO TRUE
         NOT AT END
             IF  NFI-CHAVE NOT = SPACES
                 MOVE NFI-CHAVE TO ORD-CHAVE
                 RELEASE ORD-LINHA
             END-IF
             IF  NFI-DATA(1:6) = WA-MES(1:6)
                 PERFORM 2200-REGISTRAR-NOTA
                         THRU 2200-REGISTRAR-NOTA-EXIT
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* UMA NOTA IMPORTADA NO MES: LINHA "N" NO LIVRO E ACUMULO NOS TOTAIS  *
* DO DIA E DO EMITENTE.  vNF ILEGIVEL ENTRA COM VALOR ZERO E SAI      *
* APONTADO NO RELATORIO PARA A CONTABILIDADE CORRIGIR NA MAO.         *
*--------------------------------------------------------------------*
2200-REGISTRAR-NOTA.
    IF  NFI-SITUACAO = "CANCELADA"
        ADD 1 TO WA-TOTAL-CANCELADAS
        GO TO 2200-REGISTRAR-NOTA-EXIT
    END-IF.
    IF  NFI-CHAVE = SPACES
        ADD 1 TO WA-TOTAL-SEM-CHAVE
        GO TO 2200-REGISTRAR-NOTA-EXIT
    END-IF.

    MOVE NFI-VALOR-NF TO WA-CNV-TEXTO.
    PERFORM 6000-CONVERTER-VALOR
            THRU 6000-CONVERTER-VALOR-EXIT.
    IF  NOT WA-CNV-OK-SIM
        ADD 1 TO WA-TOTAL-VALOR-ILEGIVEL
        MOVE SPACES TO RPT-LINHA
        STRING "VALOR (vNF) ILEGIVEL, EXPORTADA COM ZERO: " DELIMITED BY SIZE
               NFI-CHAVE                                   DELIMITED BY SIZE
               " vNF="                                     DELIMITED BY SIZE
               NFI-VALOR-NF                                DELIMITED BY SPACE
               INTO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.

*   EMISSAO NO XML VEM AAAA-MM-DD; NO LIVRO VAI AAAAMMDD.
    MOVE SPACES TO WA-DATA-EMISSAO.
    STRING NFI-DATA-EMISSAO(1:4) DELIMITED BY SIZE
           NFI-DATA-EMISSAO(6:2) DELIMITED BY SIZE
           NFI-DATA-EMISSAO(9:2) DELIMITED BY SIZE
           INTO WA-DATA-EMISSAO.

    MOVE SPACES TO LRE-NOTA.
    SET LRE-TIPO-NOTA TO TRUE.
    MOVE NFI-CHAVE       TO LRE-NOT-CHAVE.
    MOVE NFI-CNPJ-EMIT   TO LRE-NOT-CNPJ-EMIT.
    IF  WA-DATA-EMISSAO NUMERIC
        MOVE WA-DATA-EMISSAO TO LRE-NOT-DATA-EMISSAO
    ELSE
        MOVE ZEROS           TO LRE-NOT-DATA-EMISSAO
    END-IF.
    MOVE NFI-DATA        TO LRE-NOT-DATA-ENTRADA.
    MOVE WA-CNV-VALOR    TO LRE-NOT-VALOR.
    MOVE SPACES          TO LRE-NOT-CHAVE-REG.
    STRING NFI-DATA DELIMITED BY SIZE
           NFI-SEQ  DELIMITED BY SIZE
           INTO LRE-NOT-CHAVE-REG.
    WRITE LRE-NOTA.
    ADD 1 TO WA-TOTAL-LINHAS.
    ADD 1 TO WA-TOTAL-NOTAS.
    ADD WA-CNV-VALOR TO WA-TOTAL-VALOR.

    MOVE NFI-DATA(7:2) TO WA-DIA.
    IF  WA-DIA >= 1 AND WA-DIA <= 31
        ADD 1            TO WA-DIA-QTD(WA-DIA)
        ADD WA-CNV-VALOR TO WA-DIA-VALOR(WA-DIA)
    END-IF.

    PERFORM 2300-ACUMULAR-EMITENTE
            THRU 2300-ACUMULAR-EMITENTE-EXIT.

2200-REGISTRAR-NOTA-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* ACHA O CNPJ NA TABELA (OU A POSICAO ONDE ELE ENTRA, NA ORDEM) E     *
* SOMA A NOTA.  TABELA CHEIA E ERRO DE CAPACIDADE - PARA A RODADA EM  *
* VEZ DE ENTREGAR UM LIVRO COM TOTAIS POR EMITENTE INCOMPLETOS.       *
*--------------------------------------------------------------------*
2300-ACUMULAR-EMITENTE.
    MOVE 1   TO WA-IDX-EMI.
    MOVE "N" TO WA-ACHOU.
    PERFORM 2310-PROCURAR-EMITENTE
            UNTIL WA-ACHOU-SIM OR WA-IDX-EMI > WA-QTD-EMI.

    IF  WA-ACHOU-SIM
        IF  WA-EMI-CNPJ(WA-IDX-EMI) = NFI-CNPJ-EMIT
            ADD 1            TO WA-EMI-QTD(WA-IDX-EMI)
            ADD WA-CNV-VALOR TO WA-EMI-VALOR(WA-IDX-EMI)
            GO TO 2300-ACUMULAR-EMITENTE-EXIT
        END-IF
    END-IF.

    IF  WA-QTD-EMI NOT < 5000
        DISPLAY "NFELRE - MAIS DE 5000 EMITENTES NO MES, "
                "AUMENTAR WA-TABELA-EMITENTES" UPON SYSERR
        STOP RUN
    END-IF.
    PERFORM 2320-DESLOCAR-EMITENTE
            VARYING WA-IDX-DESL FROM WA-QTD-EMI BY -1
            UNTIL WA-IDX-DESL < WA-IDX-EMI.
    ADD 1 TO WA-QTD-EMI.
    MOVE NFI-CNPJ-EMIT TO WA-EMI-CNPJ(WA-IDX-EMI).
    MOVE 1             TO WA-EMI-QTD(WA-IDX-EMI).
    MOVE WA-CNV-VALOR  TO WA-EMI-VALOR(WA-IDX-EMI).

2300-ACUMULAR-EMITENTE-EXIT.
    EXIT.

2310-PROCURAR-EMITENTE.
    IF  WA-EMI-CNPJ(WA-IDX-EMI) NOT < NFI-CNPJ-EMIT
        MOVE "S" TO WA-ACHOU
    ELSE
        ADD 1 TO WA-IDX-EMI
    END-IF.

2320-DESLOCAR-EMITENTE.
    MOVE WA-EMI-ITEM(WA-IDX-DESL) TO WA-EMI-ITEM(WA-IDX-DESL + 1).

*--------------------------------------------------------------------*
* TOTAIS DE CONTROLE POR DIA DE ENTRADA - SO OS DIAS COM NOTA.        *
*--------------------------------------------------------------------*
3000-GRAVAR-DIAS.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE "TOTAIS POR DIA DE ENTRADA" TO RPT-LINHA.
    WRITE RPT-LINHA.
    PERFORM 3100-GRAVAR-DIA
            VARYING WA-DIA FROM 1 BY 1
            UNTIL WA-DIA > 31.

3100-GRAVAR-DIA.
    IF  WA-DIA-QTD(WA-DIA) > ZEROS
        MOVE SPACES TO LRE-DIA
        SET LRE-TIPO-DIA TO TRUE
        COMPUTE LRE-DIA-DATA = WA-MES * 100 + WA-DIA
        MOVE WA-DIA-QTD(WA-DIA)   TO LRE-DIA-QTD
        MOVE WA-DIA-VALOR(WA-DIA) TO LRE-DIA-VALOR
        WRITE LRE-DIA
        ADD 1 TO WA-TOTAL-LINHAS
        ADD 1 TO WA-TOTAL-DIAS

        MOVE WA-DIA-QTD(WA-DIA)   TO WA-QTD-EDIT
        MOVE WA-DIA-VALOR(WA-DIA) TO WA-VALOR-EDIT
        MOVE SPACES TO RPT-LINHA
        STRING "  DIA "        DELIMITED BY SIZE
               WA-DIA          DELIMITED BY SIZE
               "  NOTAS "      DELIMITED BY SIZE
               WA-QTD-EDIT     DELIMITED BY SIZE
               "  VALOR "      DELIMITED BY SIZE
               WA-VALOR-EDIT   DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.

*--------------------------------------------------------------------*
* TOTAIS DE CONTROLE POR CNPJ DO EMITENTE, EM ORDEM DE CNPJ.          *
*--------------------------------------------------------------------*
4000-GRAVAR-EMITENTES.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE "TOTAIS POR CNPJ DO EMITENTE" TO RPT-LINHA.
    WRITE RPT-LINHA.
    PERFORM 4100-GRAVAR-EMITENTE
            VARYING WA-IDX-EMI FROM 1 BY 1
            UNTIL WA-IDX-EMI > WA-QTD-EMI.

4100-GRAVAR-EMITENTE.
    MOVE SPACES TO LRE-EMITENTE.
    SET LRE-TIPO-EMITENTE TO TRUE.
    MOVE WA-EMI-CNPJ(WA-IDX-EMI)  TO LRE-EMI-CNPJ.
    MOVE WA-EMI-QTD(WA-IDX-EMI)   TO LRE-EMI-QTD.
    MOVE WA-EMI-VALOR(WA-IDX-EMI) TO LRE-EMI-VALOR.
    WRITE LRE-EMITENTE.
    ADD 1 TO WA-TOTAL-LINHAS.

    MOVE WA-EMI-QTD(WA-IDX-EMI)   TO WA-QTD-EDIT.
    MOVE WA-EMI-VALOR(WA-IDX-EMI) TO WA-VALOR-EDIT.
    MOVE SPACES TO RPT-LINHA.
    STRING "  CNPJ "                DELIMITED BY SIZE
           WA-EMI-CNPJ(WA-IDX-EMI)  DELIMITED BY SIZE
           "  NOTAS "               DELIMITED BY SIZE
           WA-QTD-EDIT              DELIMITED BY SIZE
           "  VALOR "               DELIMITED BY SIZE
           WA-VALOR-EDIT            DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* MERGE DAS CHAVES ACEITAS (nfechaves.ctl, JA EM ORDEM DE CHAVE) COM  *
* O EXTRATO ORDENADO DAS IMPORTADAS: CHAVE ACEITA ATE O FIM DO MES    *
* QUE NAO APARECE NO EXTRATO E PENDENTE.  FIM DO EXTRATO VIRA         *
* HIGH-VALUES - DALI EM DIANTE TODA CHAVE ACEITA E PENDENTE.          *
*--------------------------------------------------------------------*
5000-LISTAR-PENDENTES.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE "CHAVES ACEITAS NA CONFERENCIA E NAO IMPORTADAS (PENDENTES)"
        TO RPT-LINHA.
    WRITE RPT-LINHA.

    OPEN INPUT CHAVES-FILE.
    IF  SW-STATUS-NFK(1:1) NOT = ZEROS
        MOVE "  SEM nfechaves.ctl - NENHUMA CHAVE ACEITA AINDA"
            TO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 5000-LISTAR-PENDENTES-EXIT
    END-IF.
    OPEN INPUT IMP-ORDENADA.
    IF  SW-STATUS-TIMP(1:1) NOT = ZEROS
        MOVE HIGH-VALUES TO TIMP-CHAVE
    ELSE
        PERFORM 5200-LER-IMPORTADA-ORDENADA
    END-IF.

    MOVE "N" TO WA-FIM-NFK.
    PERFORM 5100-CONFERIR-CHAVE
            WITH TEST AFTER
            UNTIL WA-FIM-NFK-SIM.
    CLOSE CHAVES-FILE.
    IF  SW-STATUS-TIMP(1:1) = ZEROS
        CLOSE IMP-ORDENADA
    END-IF.

5000-LISTAR-PENDENTES-EXIT.
    EXIT.

5100-CONFERIR-CHAVE.
    READ CHAVES-FILE NEXT RECORD
         AT END SET WA-FIM-NFK-SIM TO TRUE
         NOT AT END
             PERFORM 5200-LER-IMPORTADA-ORDENADA
                     UNTIL TIMP-CHAVE NOT < NFK-CHAVE
             IF  TIMP-CHAVE NOT = NFK-CHAVE
                 AND NFK-DATA(1:6) NOT > WA-MES(1:6)
                 PERFORM 5300-GRAVAR-PENDENTE
             END-IF
    END-READ.

5200-LER-IMPORTADA-ORDENADA.
    READ IMP-ORDENADA
         AT END MOVE HIGH-VALUES TO TIMP-CHAVE
    END-READ.

5300-GRAVAR-PENDENTE.
    MOVE SPACES TO LRE-PENDENTE.
    SET LRE-TIPO-PENDENTE TO TRUE.
    MOVE NFK-CHAVE   TO LRE-PEN-CHAVE.
    MOVE NFK-DATA    TO LRE-PEN-DATA-ACEITE.
    MOVE NFK-ARQUIVO TO LRE-PEN-ARQUIVO.
    WRITE LRE-PENDENTE.
    ADD 1 TO WA-TOTAL-LINHAS.
    ADD 1 TO WA-TOTAL-PENDENTES.

    MOVE SPACES TO RPT-LINHA.
    STRING "  PENDENTE " DELIMITED BY SIZE
           NFK-CHAVE     DELIMITED BY SIZE
           " ACEITA EM " DELIMITED BY SIZE
           NFK-DATA      DELIMITED BY SIZE
           " "           DELIMITED BY SIZE
           NFK-ARQUIVO   DELIMITED BY "   "
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* VALOR DO XML ("1234.56", PONTO DECIMAL) PARA NUMERICO COM DUAS      *
* DECIMAIS - MESMA CONVERSAO DO NFECONF.  O QUE NAO FOR SO DIGITOS    *
* VOLTA WA-CNV-OK = "N" E VALOR ZERO.                                 *
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
    IF  WA-CNV-TAM = ZEROS OR WA-CNV-TAM > 13
        GO TO 6000-CONVERTER-VALOR-EXIT
    END-IF.
    IF  WA-CNV-INTEIRO(1:WA-CNV-TAM) NOT NUMERIC
        GO TO 6000-CONVERTER-VALOR-EXIT
    END-IF.
    IF  WA-CNV-DECIMAL(1:1) = SPACE
        MOVE "00" TO WA-CNV-DECIMAL(1:2)
    END-IF.
    IF  WA-CNV-DECIMAL(2:1) = SPACE
        MOVE "0" TO WA-CNV-DECIMAL(2:1)
    END-IF.
    IF  WA-CNV-DECIMAL(1:2) NOT NUMERIC
        GO TO 6000-CONVERTER-VALOR-EXIT
    END-IF.
    COMPUTE WA-CNV-VALOR = FUNCTION NUMVAL(WA-CNV-INTEIRO(1:WA-CNV-TAM))
                         + FUNCTION NUMVAL(WA-CNV-DECIMAL(1:2)) / 100.
    MOVE "S" TO WA-CNV-OK.

6000-CONVERTER-VALOR-EXIT.
    EXIT.

8000-TRAILER.
    ADD 1 TO WA-TOTAL-LINHAS.
    MOVE SPACES TO LRE-RODAPE.
    SET LRE-TIPO-RODAPE TO TRUE.
    MOVE WA-TOTAL-NOTAS     TO LRE-ROD-QTD-NOTAS.
    MOVE WA-TOTAL-VALOR     TO LRE-ROD-VALOR.
    MOVE WA-TOTAL-DIAS      TO LRE-ROD-QTD-DIAS.
    MOVE WA-QTD-EMI         TO LRE-ROD-QTD-EMITENTES.
    MOVE WA-TOTAL-PENDENTES TO LRE-ROD-QTD-PENDENTES.
    MOVE WA-TOTAL-LINHAS    TO LRE-ROD-QTD-LINHAS.
    WRITE LRE-RODAPE.

    MOVE WA-TOTAL-VALOR TO WA-VALOR-EDIT.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    STRING "NOTAS NO LIVRO: "   DELIMITED BY SIZE
           WA-TOTAL-NOTAS       DELIMITED BY SIZE
           "  VALOR TOTAL: "    DELIMITED BY SIZE
           WA-VALOR-EDIT        DELIMITED BY SIZE
           "  PENDENTES: "      DELIMITED BY SIZE
           WA-TOTAL-PENDENTES   DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "FORA DO LIVRO - CANCELADAS: " DELIMITED BY SIZE
           WA-TOTAL-CANCELADAS            DELIMITED BY SIZE
           "  LOTES SEM CHAVE: "          DELIMITED BY SIZE
           WA-TOTAL-SEM-CHAVE             DELIMITED BY SIZE
           "  NO LIVRO COM vNF ZERADO: "   DELIMITED BY SIZE
           WA-TOTAL-VALOR-ILEGIVEL        DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

9999-FINALIZAR.
    CLOSE NFELRE-EXP.
    CLOSE NFELRE-RPT.
    CALL "CBL_DELETE_FILE" USING "nfelre-imp.tmp".
