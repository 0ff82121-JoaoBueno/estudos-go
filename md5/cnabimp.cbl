IDENTIFICATION DIVISION.
PROGRAM-ID.    CNABIMP.
*------------------------------------------------------------------------------*
* EXECUTOR DE IMPORTACAO DO RETORNO DE COBRANCA CNAB DIRIGIDO PELO MANIFESTO   *
* DE IMPORTACAO DO TIPO.  O INTAKE JA CONFERE O RETORNO DO BANCO CONTRA O      *
* CHECKSUM, ENTREGA NA PASTA DE APROVADOS E GRAVA importacao-CNAB.manifesto -  *
* MAS NINGUEM LIA ESSE MANIFESTO E A BAIXA DOS TITULOS AINDA ERA DIGITADA A    *
* PARTIR DO IMPRESSO.  MESMO DESENHO DO NFEIMP: CONSOME EXATAMENTE O QUE ESTA  *
* NO MANIFESTO E NADA MAIS.  PARA CADA LINHA "D" AINDA NAO CONSUMIDA:          *
*                                                                              *
*   1) RECONFERE O MD5 DO ARQUIVO ENTREGUE CONTRA O MD5 DA LINHA "D";          *
*   2) CONFERE O ARQUIVO INTEIRO ANTES DE BAIXAR QUALQUER TITULO: CABECALHO    *
*      DE RETORNO ("0", OPERACAO "2"), RODAPE ("9") PRESENTE, QUANTIDADE DE    *
*      DETALHES E SOMA DO VALOR DOS TITULOS IGUAIS AO QUE O RODAPE DECLARA     *
*      (LAYOUT EM md5/cnabret.ws);                                             *
*   3) GRAVA UM REGISTRO DE BAIXA POR TITULO/OCORRENCIA (cnabliq.ctl, LAYOUT   *
*      EM md5/cnabliq.ws) COM NOSSO NUMERO, VALOR PAGO, JUROS, DATAS E O       *
*      CODIGO DA OCORRENCIA;                                                   *
*   4) OCORRENCIA REJEITADA PELO BANCO OU CODIGO QUE NAO CONSTA DA TABELA      *
*      NAO VIRA BAIXA: VAI PARA O RELATORIO DE EXCECOES (cnabexc.rpt) E, POR   *
*      ARQUIVO, PARA A CENTRAL DE ALERTAS (ALERTREG);                          *
*   5) MARCA A LINHA DO MANIFESTO COMO CONSUMIDA ("D" VIRA "C") - UM RERUN     *
*      NUNCA BAIXA DUAS VEZES.  A CHAVE DO cnabliq.ctl SEGURA TAMBEM O MESMO   *
*      RETORNO REENVIADO PELO BANCO COM OUTRO NOME (SAI "JA BAIXADO").         *
*                                                                              *
* ARQUIVO QUE FALHA NO MD5 OU NA CONFERENCIA DO RODAPE SAI FALHOU, VIRA        *
* ALERTA "E" E NAO E CONSUMIDO - NENHUM TITULO DELE E BAIXADO.                 *
*                                                                              *
* CRIACAO...: 15/10/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - CNL-DATA-IMPORTACAO PASSA A SER A DATA DE   *
*             MOVIMENTO DA ROTINA DATAMOV, NAO A DO RELOGIO.                   *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
* MANIFESTO DE IMPORTACAO DO TIPO CNAB GRAVADO PELO INTAKE: "H"
* CABECALHO, "D" UMA POR RETORNO APROVADO, "T" RODAPE.  LINHA "D"
* CONSUMIDA VIRA "C" NA REESCRITA DESTA RODADA.
    SELECT IMP-MANIFESTO ASSIGN "importacao-CNAB.manifesto"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-IMP.

* RETORNO DO BANCO, CNAB 400.
    SELECT RETORNO-FILE ASSIGN WA-RETORNO-NOME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RET.

* BAIXAS DE TITULOS - UM REGISTRO POR TITULO/OCORRENCIA.
    SELECT CNABLIQ-FILE ASSIGN "cnabliq.ctl"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY CNL-CHAVE
           FILE STATUS SW-STATUS-LIQ.

    SELECT CNABIMP-RPT ASSIGN "cnabimp.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

* EXCECOES: OCORRENCIAS REJEITADAS OU DESCONHECIDAS, PARA O FINANCEIRO.
    SELECT CNABEXC-RPT ASSIGN "cnabexc.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-EXC.

DATA DIVISION.
FILE SECTION.
FD  IMP-MANIFESTO.
01  IMP-LINHA                    PIC X(200).

FD  RETORNO-FILE.
copy "md5/cnabret.ws".

FD  CNABLIQ-FILE.
copy "md5/cnabliq.ws".

FD  CNABIMP-RPT.
01  RPT-LINHA                    PIC X(200).

FD  CNABEXC-RPT.
01  EXC-LINHA                    PIC X(200).

WORKING-STORAGE SECTION.
77  SW-STATUS-IMP                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RET                PIC X(002)          VALUE SPACES.
77  SW-STATUS-LIQ                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-EXC                PIC X(002)          VALUE SPACES.

* DATA DE MOVIMENTO DA RODADA (ROTINA DATAMOV) - NAO A DO RELOGIO.
77  WA-DMR-OPERACAO              PIC X(001)          VALUE "C".
77  WA-DMR-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-LIB                       PIC X(150)          VALUE SPACES.
77  WA-DLLCHK-RETORNO            PIC 9(002)          VALUE ZEROS.
    88  WA-DLLCHK-DIVERGENTE                          VALUE 01.
    88  WA-DLLCHK-SEM-MANIFESTO                       VALUE 02.
    88  WA-DLLCHK-ERRO-ARQUIVO                        VALUE 99.
77  WA-MSF-RETORNO               PIC 9(002)          VALUE ZEROS.

*--------------------------------------------------------------------*
* COPIA EM MEMORIA DO MANIFESTO, PARA A REESCRITA COM AS LINHAS "D"   *
* CONSUMIDAS VIRANDO "C" (MESMO DESENHO DO NFEIMP).                   *
*--------------------------------------------------------------------*
01  WA-TABELA-MANIFESTO.
    03  WA-QTD-MAN               PIC 9(004)          VALUE ZEROS.
    03  WA-MAN-LINHA             OCCURS 1000 TIMES   PIC X(200).
77  WA-IDX                       PIC 9(004)          VALUE ZEROS.
77  WA-MAN-MUDOU                 PIC X(001)          VALUE "N".

* A LINHA "D" CORRENTE, NOS CAMPOS DO MANIFESTO DO INTAKE.
01  WA-IMP-DETALHE.
    03  WA-IMD-TIPO              PIC X(001).
    03  WA-IMD-ARQUIVO           PIC X(160).
    03  WA-IMD-MD5               PIC X(032).

77  WA-ARQUIVO                   PIC X(200)          VALUE SPACES.
77                               PIC X(001)          VALUE X"00".
77  WA-RET                       POINTER.
77  WA-MD5-CALCULADO             PIC X(100)          VALUE SPACES.
77                               PIC X(001)          VALUE X"00".
77  WA-LEN                       SIGNED-LONG.

77  WA-RETORNO-NOME              PIC X(160)          VALUE SPACES.
77  WA-FIM-RETORNO               PIC X(001)          VALUE "N".
    88  WA-FIM-RETORNO-SIM                           VALUE "S".

*--------------------------------------------------------------------*
* CONFERENCIA DO ARQUIVO (PRIMEIRA PASSADA): O QUE O CABECALHO E O    *
* RODAPE DIZEM CONTRA O QUE OS DETALHES SOMAM.                        *
*--------------------------------------------------------------------*
77  WA-TEM-HEADER                PIC X(001)          VALUE "N".
    88  WA-TEM-HEADER-SIM                            VALUE "S".
77  WA-TEM-TRAILER               PIC X(001)          VALUE "N".
    88  WA-TEM-TRAILER-SIM                           VALUE "S".
77  WA-BANCO                     PIC X(003)          VALUE SPACES.
77  WA-QTD-DETALHES              PIC 9(008)          VALUE ZEROS.
77  WA-SOMA-TITULOS              PIC 9(012)V99       VALUE ZEROS.
77  WA-TRL-QTD                   PIC 9(008)          VALUE ZEROS.
77  WA-TRL-VALOR                 PIC 9(012)V99       VALUE ZEROS.
77  WA-MOTIVO-FALHA              PIC X(060)          VALUE SPACES.
77  WA-EDIT-VALOR                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
77  WA-EDIT-VALOR-2              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

*--------------------------------------------------------------------*
* TABELA DE OCORRENCIAS DO RETORNO: CODIGO, CLASSE E DESCRICAO.       *
* CLASSE "L" = LIQUIDACAO (TITULO PAGO), "I" = INFORMATIVA (ENTRA NA  *
* BAIXA COM O CODIGO, PARA O FINANCEIRO FILTRAR), "R" = REJEITADA     *
* PELO BANCO (SO EXCECAO).  CODIGO FORA DA TABELA TAMBEM E EXCECAO.   *
*--------------------------------------------------------------------*
01  WA-OCORRENCIAS.
    03  FILLER                   PIC X(030)          VALUE
            "02IENTRADA CONFIRMADA         ".
    03  FILLER                   PIC X(030)          VALUE
            "03RENTRADA REJEITADA          ".
    03  FILLER                   PIC X(030)          VALUE
            "06LLIQUIDACAO NORMAL          ".
    03  FILLER                   PIC X(030)          VALUE
            "09IBAIXADO AUTOMATICAMENTE    ".
    03  FILLER                   PIC X(030)          VALUE
            "10IBAIXADO POR INSTRUCAO      ".
    03  FILLER                   PIC X(030)          VALUE
            "11ITITULO EM SER              ".
    03  FILLER                   PIC X(030)          VALUE
            "12IABATIMENTO CONCEDIDO       ".
    03  FILLER                   PIC X(030)          VALUE
            "13IABATIMENTO CANCELADO       ".
    03  FILLER                   PIC X(030)          VALUE
            "14IVENCIMENTO ALTERADO        ".
    03  FILLER                   PIC X(030)          VALUE
            "15LLIQUIDACAO EM CARTORIO     ".
    03  FILLER                   PIC X(030)          VALUE
            "16LTITULO PAGO EM CHEQUE      ".
    03  FILLER                   PIC X(030)          VALUE
            "17LLIQUIDACAO APOS BAIXA      ".
    03  FILLER                   PIC X(030)          VALUE
            "18IACERTO DE DEPOSITARIA      ".
    03  FILLER                   PIC X(030)          VALUE
            "19ICONFIRMACAO DE PROTESTO    ".
    03  FILLER                   PIC X(030)          VALUE
            "20ISUSTACAO DE PROTESTO       ".
    03  FILLER                   PIC X(030)          VALUE
            "21IACERTO CONTR. PARTICIPANTE ".
    03  FILLER                   PIC X(030)          VALUE
            "22IPAGAMENTO CANCELADO        ".
    03  FILLER                   PIC X(030)          VALUE
            "23IENTRADA EM CARTORIO        ".
    03  FILLER                   PIC X(030)          VALUE
            "24RENTRADA REJEITADA POR CEP  ".
    03  FILLER                   PIC X(030)          VALUE
            "27RBAIXA REJEITADA            ".
    03  FILLER                   PIC X(030)          VALUE
            "28IDEBITO DE TARIFAS          ".
    03  FILLER                   PIC X(030)          VALUE
            "30RALTERACAO REJEITADA        ".
    03  FILLER                   PIC X(030)          VALUE
            "32RINSTRUCAO REJEITADA        ".
    03  FILLER                   PIC X(030)          VALUE
            "33IALTERACAO DE DADOS         ".
    03  FILLER                   PIC X(030)          VALUE
            "34IRETIRADO DE CARTORIO       ".
    03  FILLER                   PIC X(030)          VALUE
            "35IDESAGENDAMENTO DEB. AUTOM. ".
01  REDEFINES WA-OCORRENCIAS.
    03  WA-OCO-ITEM              OCCURS 26 TIMES.
        05  WA-OCO-CODIGO        PIC X(002).
        05  WA-OCO-CLASSE        PIC X(001).
        05  WA-OCO-DESCRICAO     PIC X(027).
77  WA-QTD-OCORRENCIAS           PIC 9(003)          VALUE 26.
77  WA-OCO-IDX                   PIC 9(003)          VALUE ZEROS.
77  WA-OCO-ACHADA                PIC 9(003)          VALUE ZEROS.

* DATA DDMMAA DO BANCO CONVERTIDA PARA AAAAMMDD.
77  WA-DATA-DDMMAA               PIC 9(006)          VALUE ZEROS.
77  WA-DATA-AAAAMMDD             PIC 9(008)          VALUE ZEROS.

77  WA-DATA-RODADA               PIC 9(008)          VALUE ZEROS.
77  WA-HORA-RODADA               PIC 9(006)          VALUE ZEROS.

77  WA-ALR-PROGRAMA              PIC X(030)          VALUE "CNABIMP".
77  WA-ALR-SEVERIDADE            PIC X(001)          VALUE "E".
77  WA-ALR-TEXTO                 PIC X(150)          VALUE SPACES.
77  WA-ALR-RETORNO               PIC 9(002)          VALUE ZEROS.

* TOTAIS DO ARQUIVO CORRENTE E DA RODADA.
77  WA-ARQ-BAIXADOS              PIC 9(007)          VALUE ZEROS.
77  WA-ARQ-JA-BAIXADOS           PIC 9(007)          VALUE ZEROS.
77  WA-ARQ-EXCECOES              PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-LINHAS-D            PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-IMPORTADOS          PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-JA-CONSUMIDOS       PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-FALHAS              PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-BAIXADOS            PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-JA-BAIXADOS         PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-EXCECOES            PIC 9(007)          VALUE ZEROS.

01  WA-EXC-DETALHE.
    03  WA-EXC-NOSSO-NUMERO      PIC X(012).
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-EXC-SEU-NUMERO        PIC X(025).
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-EXC-OCORRENCIA        PIC X(002).
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-EXC-DESCRICAO         PIC X(027).
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-EXC-MOTIVOS           PIC X(010).
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-EXC-VALOR             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-EXC-ARQUIVO           PIC X(080).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    PERFORM 2000-CARREGAR-MANIFESTO
            THRU 2000-CARREGAR-MANIFESTO-EXIT.
    PERFORM 3000-PROCESSAR-LINHA
            THRU 3000-PROCESSAR-LINHA-EXIT
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-MAN.
    IF  WA-MAN-MUDOU = "S"
        PERFORM 7000-REESCREVER-MANIFESTO
    END-IF.
    PERFORM 8000-TRAILER.
    PERFORM 9999-FINALIZAR.
    STOP RUN.

1000-INICIALIZAR.
    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.
    MOVE WA-DMR-DATA TO WA-DATA-RODADA.
    ACCEPT WA-HORA-RODADA FROM TIME.

    OPEN OUTPUT CNABIMP-RPT.
    MOVE "IMPORTACAO DE RETORNO CNAB (importacao-CNAB.manifesto)"
        TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

    OPEN OUTPUT CNABEXC-RPT.
    MOVE "EXCECOES DO RETORNO CNAB - OCORRENCIAS REJEITADAS OU DESCONHECIDAS"
        TO EXC-LINHA.
    WRITE EXC-LINHA.
    MOVE SPACES TO EXC-LINHA.
    WRITE EXC-LINHA.
    MOVE
  "NOSSO NUMERO SEU NUMERO                OC DESCRICAO                   MOTIVOS"
        TO EXC-LINHA.
    WRITE EXC-LINHA.

    OPEN I-O CNABLIQ-FILE.
    IF  SW-STATUS-LIQ(1:1) = "3"
        OPEN OUTPUT CNABLIQ-FILE
        CLOSE CNABLIQ-FILE
        OPEN I-O CNABLIQ-FILE
    END-IF.
    IF  SW-STATUS-LIQ(1:1) NOT = ZEROS
        DISPLAY "CNABIMP - NAO ABRIU cnabliq.ctl, STATUS "
                SW-STATUS-LIQ UPON SYSERR
        STOP RUN
    END-IF.

    SET CONFIGURATION "DLL-CONVENTION" TO 0.
    MOVE "./libmd5.so" TO WA-LIB.
    CALL WA-LIB.

    CALL "DLLCHECK" USING WA-LIB, WA-DLLCHK-RETORNO END-CALL.
    IF  WA-DLLCHK-DIVERGENTE OR WA-DLLCHK-ERRO-ARQUIVO
                               OR WA-DLLCHK-SEM-MANIFESTO
        DISPLAY "CNABIMP - " WA-LIB " NAO BATE COM O MANIFESTO DE HASHES "
                "CONHECIDOS-BONS (DLLCHECK), STATUS " WA-DLLCHK-RETORNO
                UPON SYSERR
        STOP RUN
    END-IF.

*   PROCEDENCIA CONFERIDA ACIMA; AGORA A FUNCIONALIDADE - A
*   BIBLIOTECA PRECISA RESPONDER CERTO AOS VETORES CONHECIDOS.
    CALL "MD5SELF" USING WA-MSF-RETORNO END-CALL.
    IF  WA-MSF-RETORNO NOT = ZEROS
        DISPLAY "CNABIMP - libmd5.so REPROVADA NO AUTOTESTE DE "
                "RESPOSTAS CONHECIDAS (MD5SELF), STATUS "
                WA-MSF-RETORNO UPON SYSERR
        STOP RUN
    END-IF.

*--------------------------------------------------------------------*
* CARREGA O MANIFESTO INTEIRO EM MEMORIA - A IMPORTACAO SO ENXERGA O  *
* QUE ESTA AQUI, E A MARCACAO DE CONSUMO REESCREVE O MESMO ARQUIVO.   *
*--------------------------------------------------------------------*
2000-CARREGAR-MANIFESTO.
    OPEN INPUT IMP-MANIFESTO.
    IF  SW-STATUS-IMP(1:1) NOT = ZEROS
        MOVE "SEM importacao-CNAB.manifesto - NADA A IMPORTAR"
            TO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 2000-CARREGAR-MANIFESTO-EXIT
    END-IF.
    PERFORM 2100-LER-LINHA-MANIFESTO
            WITH TEST AFTER
            UNTIL SW-STATUS-IMP(1:1) NOT = ZEROS.
    CLOSE IMP-MANIFESTO.

2000-CARREGAR-MANIFESTO-EXIT.
    EXIT.

2100-LER-LINHA-MANIFESTO.
    READ IMP-MANIFESTO
         AT END CONTINUE
         NOT AT END
             IF  IMP-LINHA NOT = SPACES AND WA-QTD-MAN < 1000
                 ADD 1 TO WA-QTD-MAN
                 MOVE IMP-LINHA TO WA-MAN-LINHA(WA-QTD-MAN)
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* UMA LINHA DO MANIFESTO: "D" AINDA NAO CONSUMIDA E IMPORTADA; "C" SO *
* CONTA COMO JA CONSUMIDA (RERUN); "H"/"T" SAO CONTROLE E PASSAM.     *
*--------------------------------------------------------------------*
3000-PROCESSAR-LINHA.
    EVALUATE WA-MAN-LINHA(WA-IDX)(1:1)
        WHEN "D"
            ADD 1 TO WA-TOTAL-LINHAS-D
            MOVE WA-MAN-LINHA(WA-IDX)(1:193) TO WA-IMP-DETALHE
            PERFORM 3100-IMPORTAR-ARQUIVO
                    THRU 3100-IMPORTAR-ARQUIVO-EXIT
        WHEN "C"
            ADD 1 TO WA-TOTAL-LINHAS-D
            ADD 1 TO WA-TOTAL-JA-CONSUMIDOS
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

3000-PROCESSAR-LINHA-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* IMPORTA UM RETORNO APROVADO: MD5 CONTRA A LINHA "D", CONFERENCIA    *
* DO RODAPE, BAIXA DOS TITULOS E SO ENTAO A MARCA DE CONSUMIDA.       *
*--------------------------------------------------------------------*
3100-IMPORTAR-ARQUIVO.
    MOVE SPACES TO WA-ARQUIVO.
    MOVE WA-IMD-ARQUIVO TO WA-ARQUIVO.
    MOVE SPACES TO WA-MD5-CALCULADO.
    MOVE ZEROS  TO WA-LEN.

    CALL "MD5File"
             USING BY REFERENCE WA-ARQUIVO
                   BY REFERENCE WA-RET
                   BY REFERENCE WA-LEN
             GIVING RETURN-CODE
    END-CALL.
    IF  WA-LEN < ZEROS
        MOVE "MD5 NAO BATE OU ARQUIVO NAO LEU" TO WA-MOTIVO-FALHA
        PERFORM 3500-RELATAR-FALHA
        GO TO 3100-IMPORTAR-ARQUIVO-EXIT
    END-IF.
    CALL "C$MEMCPY" USING BY REFERENCE WA-MD5-CALCULADO,
                           BY VALUE WA-RET, WA-LEN.
    IF  WA-MD5-CALCULADO(1:32) NOT = WA-IMD-MD5
        MOVE "MD5 NAO BATE OU ARQUIVO NAO LEU" TO WA-MOTIVO-FALHA
        PERFORM 3500-RELATAR-FALHA
        GO TO 3100-IMPORTAR-ARQUIVO-EXIT
    END-IF.

    MOVE SPACES TO WA-RETORNO-NOME.
    MOVE WA-IMD-ARQUIVO TO WA-RETORNO-NOME.
    PERFORM 4000-CONFERIR-RETORNO
            THRU 4000-CONFERIR-RETORNO-EXIT.
    IF  WA-MOTIVO-FALHA NOT = SPACES
        PERFORM 3500-RELATAR-FALHA
        GO TO 3100-IMPORTAR-ARQUIVO-EXIT
    END-IF.

    PERFORM 5000-BAIXAR-TITULOS
            THRU 5000-BAIXAR-TITULOS-EXIT.

*   SO AQUI A LINHA VIRA CONSUMIDA - BAIXAS E EXCECOES JA GRAVADAS.
    MOVE "C" TO WA-MAN-LINHA(WA-IDX)(1:1).
    MOVE "S" TO WA-MAN-MUDOU.
    ADD 1 TO WA-TOTAL-IMPORTADOS.

    MOVE WA-SOMA-TITULOS TO WA-EDIT-VALOR.
    MOVE SPACES TO RPT-LINHA.
    STRING "  IMPORTADO BANCO "   DELIMITED BY SIZE
           WA-BANCO               DELIMITED BY SIZE
           "  TITULOS: "          DELIMITED BY SIZE
           WA-QTD-DETALHES        DELIMITED BY SIZE
           "  VALOR: "            DELIMITED BY SIZE
           WA-EDIT-VALOR          DELIMITED BY SIZE
           "  BAIXADOS: "         DELIMITED BY SIZE
           WA-ARQ-BAIXADOS        DELIMITED BY SIZE
           "  JA BAIXADOS: "      DELIMITED BY SIZE
           WA-ARQ-JA-BAIXADOS     DELIMITED BY SIZE
           "  EXCECOES: "         DELIMITED BY SIZE
           WA-ARQ-EXCECOES        DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "    "                 DELIMITED BY SIZE
           WA-IMD-ARQUIVO         DELIMITED BY "   "
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

    IF  WA-ARQ-EXCECOES > ZEROS
        MOVE "A" TO WA-ALR-SEVERIDADE
        MOVE SPACES TO WA-ALR-TEXTO
        STRING "RETORNO CNAB COM "            DELIMITED BY SIZE
               WA-ARQ-EXCECOES                DELIMITED BY SIZE
               " OCORRENCIA(S) REJEITADA(S)/DESCONHECIDA(S), VER "
                                              DELIMITED BY SIZE
               "cnabexc.rpt: "                DELIMITED BY SIZE
               FUNCTION TRIM(WA-IMD-ARQUIVO)  DELIMITED BY SIZE
               INTO WA-ALR-TEXTO
        END-STRING
        CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                               WA-ALR-TEXTO, WA-ALR-RETORNO
        END-CALL
    END-IF.

3100-IMPORTAR-ARQUIVO-EXIT.
    EXIT.

3500-RELATAR-FALHA.
    ADD 1 TO WA-TOTAL-FALHAS.
    MOVE SPACES TO RPT-LINHA.
    STRING "  FALHOU ("            DELIMITED BY SIZE
           WA-MOTIVO-FALHA         DELIMITED BY "  "
           ") "                    DELIMITED BY SIZE
           WA-IMD-ARQUIVO          DELIMITED BY "   "
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE "E" TO WA-ALR-SEVERIDADE.
    MOVE SPACES TO WA-ALR-TEXTO.
    STRING "RETORNO CNAB RECUSADO ("       DELIMITED BY SIZE
           WA-MOTIVO-FALHA                 DELIMITED BY "  "
           "): "                           DELIMITED BY SIZE
           FUNCTION TRIM(WA-IMD-ARQUIVO)   DELIMITED BY SIZE
           INTO WA-ALR-TEXTO.
    CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                           WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.

*--------------------------------------------------------------------*
* PRIMEIRA PASSADA: CABECALHO DE RETORNO, RODAPE PRESENTE, QUANTIDADE *
* E SOMA DOS DETALHES CONTRA O RODAPE.  QUALQUER DIFERENCA RECUSA O   *
* ARQUIVO INTEIRO ANTES DE BAIXAR UM TITULO SEQUER.                   *
*--------------------------------------------------------------------*
4000-CONFERIR-RETORNO.
    MOVE SPACES TO WA-MOTIVO-FALHA WA-BANCO.
    MOVE "N"    TO WA-TEM-HEADER WA-TEM-TRAILER.
    MOVE ZEROS  TO WA-QTD-DETALHES WA-SOMA-TITULOS.
    MOVE ZEROS  TO WA-TRL-QTD WA-TRL-VALOR.

    OPEN INPUT RETORNO-FILE.
    IF  SW-STATUS-RET(1:1) NOT = ZEROS
        MOVE "RETORNO NAO ABRIU" TO WA-MOTIVO-FALHA
        GO TO 4000-CONFERIR-RETORNO-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-RETORNO.
    PERFORM 4100-LER-PARA-CONFERIR
            WITH TEST AFTER
            UNTIL WA-FIM-RETORNO-SIM.
    CLOSE RETORNO-FILE.

    IF  WA-MOTIVO-FALHA NOT = SPACES
        GO TO 4000-CONFERIR-RETORNO-EXIT
    END-IF.
    IF  NOT WA-TEM-HEADER-SIM
        MOVE "SEM CABECALHO DE RETORNO" TO WA-MOTIVO-FALHA
        GO TO 4000-CONFERIR-RETORNO-EXIT
    END-IF.
    IF  NOT WA-TEM-TRAILER-SIM
        MOVE "SEM RODAPE - ARQUIVO TRUNCADO" TO WA-MOTIVO-FALHA
        GO TO 4000-CONFERIR-RETORNO-EXIT
    END-IF.
    IF  WA-QTD-DETALHES NOT = WA-TRL-QTD
        MOVE SPACES TO WA-MOTIVO-FALHA
        STRING "RODAPE DECLARA "       DELIMITED BY SIZE
               WA-TRL-QTD              DELIMITED BY SIZE
               " TITULOS, ARQUIVO TEM " DELIMITED BY SIZE
               WA-QTD-DETALHES         DELIMITED BY SIZE
               INTO WA-MOTIVO-FALHA
        END-STRING
        GO TO 4000-CONFERIR-RETORNO-EXIT
    END-IF.
    IF  WA-SOMA-TITULOS NOT = WA-TRL-VALOR
        MOVE WA-TRL-VALOR    TO WA-EDIT-VALOR
        MOVE WA-SOMA-TITULOS TO WA-EDIT-VALOR-2
        MOVE SPACES TO WA-MOTIVO-FALHA
        STRING "RODAPE "                   DELIMITED BY SIZE
               FUNCTION TRIM(WA-EDIT-VALOR) DELIMITED BY SIZE
               " X DETALHES "              DELIMITED BY SIZE
               FUNCTION TRIM(WA-EDIT-VALOR-2) DELIMITED BY SIZE
               INTO WA-MOTIVO-FALHA
        END-STRING
    END-IF.

4000-CONFERIR-RETORNO-EXIT.
    EXIT.

4100-LER-PARA-CONFERIR.
    READ RETORNO-FILE
         AT END SET WA-FIM-RETORNO-SIM TO TRUE
         NOT AT END
             EVALUATE CRH-TIPO-REG
                 WHEN "0"
                     IF  CRH-OPERACAO NOT = "2"
                         MOVE "CABECALHO NAO E DE RETORNO"
                             TO WA-MOTIVO-FALHA
                     END-IF
                     MOVE "S"       TO WA-TEM-HEADER
                     MOVE CRH-BANCO TO WA-BANCO
                 WHEN "1"
                     ADD 1 TO WA-QTD-DETALHES
                     IF  CRD-VALOR-TITULO NUMERIC
                         ADD CRD-VALOR-TITULO TO WA-SOMA-TITULOS
                     ELSE
                         MOVE "VALOR DE TITULO NAO NUMERICO"
                             TO WA-MOTIVO-FALHA
                     END-IF
                 WHEN "9"
                     MOVE "S" TO WA-TEM-TRAILER
                     IF  CRT-QTD-TITULOS NUMERIC
                         AND CRT-VALOR-TOTAL NUMERIC
                         MOVE CRT-QTD-TITULOS TO WA-TRL-QTD
                         MOVE CRT-VALOR-TOTAL TO WA-TRL-VALOR
                     ELSE
                         MOVE "RODAPE COM TOTAIS NAO NUMERICOS"
                             TO WA-MOTIVO-FALHA
                     END-IF
                 WHEN OTHER
                     IF  CRH-HEADER NOT = SPACES
                         MOVE "TIPO DE REGISTRO DESCONHECIDO"
                             TO WA-MOTIVO-FALHA
                     END-IF
             END-EVALUATE
    END-READ.

*--------------------------------------------------------------------*
* SEGUNDA PASSADA: UM DETALHE POR VEZ, CLASSIFICADO PELA TABELA DE    *
* OCORRENCIAS - BAIXA OU EXCECAO.                                     *
*--------------------------------------------------------------------*
5000-BAIXAR-TITULOS.
    MOVE ZEROS TO WA-ARQ-BAIXADOS WA-ARQ-JA-BAIXADOS WA-ARQ-EXCECOES.
    OPEN INPUT RETORNO-FILE.
    IF  SW-STATUS-RET(1:1) NOT = ZEROS
        GO TO 5000-BAIXAR-TITULOS-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-RETORNO.
    PERFORM 5100-LER-DETALHE
            WITH TEST AFTER
            UNTIL WA-FIM-RETORNO-SIM.
    CLOSE RETORNO-FILE.

5000-BAIXAR-TITULOS-EXIT.
    EXIT.

5100-LER-DETALHE.
    READ RETORNO-FILE
         AT END SET WA-FIM-RETORNO-SIM TO TRUE
         NOT AT END
             IF  CRD-TIPO-REG = "1"
                 PERFORM 5200-TRATAR-DETALHE
                         THRU 5200-TRATAR-DETALHE-EXIT
             END-IF
    END-READ.

5200-TRATAR-DETALHE.
    MOVE ZEROS TO WA-OCO-ACHADA.
    PERFORM 5210-COMPARAR-OCORRENCIA
            VARYING WA-OCO-IDX FROM 1 BY 1
            UNTIL WA-OCO-IDX > WA-QTD-OCORRENCIAS
               OR WA-OCO-ACHADA > ZEROS.

    IF  WA-OCO-ACHADA = ZEROS
        PERFORM 5400-GRAVAR-EXCECAO
        GO TO 5200-TRATAR-DETALHE-EXIT
    END-IF.
    IF  WA-OCO-CLASSE(WA-OCO-ACHADA) = "R"
        PERFORM 5400-GRAVAR-EXCECAO
        GO TO 5200-TRATAR-DETALHE-EXIT
    END-IF.

    PERFORM 5300-GRAVAR-BAIXA.

5200-TRATAR-DETALHE-EXIT.
    EXIT.

5210-COMPARAR-OCORRENCIA.
    IF  WA-OCO-CODIGO(WA-OCO-IDX) = CRD-OCORRENCIA
        MOVE WA-OCO-IDX TO WA-OCO-ACHADA
    END-IF.

*--------------------------------------------------------------------*
* UM REGISTRO DE BAIXA.  CHAVE JA EXISTENTE = A MESMA OCORRENCIA DO   *
* MESMO TITULO JA ENTROU (RETORNO REENVIADO) - CONTA, NAO REGRAVA.    *
*--------------------------------------------------------------------*
5300-GRAVAR-BAIXA.
    MOVE SPACES TO CNL-RECORD.
    MOVE WA-BANCO              TO CNL-BANCO.
    MOVE CRD-NOSSO-NUMERO      TO CNL-NOSSO-NUMERO.
    MOVE CRD-DATA-OCORRENCIA   TO WA-DATA-DDMMAA.
    PERFORM 6000-CONVERTER-DATA.
    MOVE WA-DATA-AAAAMMDD      TO CNL-DATA-OCORRENCIA.
    MOVE CRD-OCORRENCIA        TO CNL-OCORRENCIA.
    MOVE CRD-SEU-NUMERO        TO CNL-SEU-NUMERO.
    MOVE CRD-NUMERO-DOCUMENTO  TO CNL-NUMERO-DOCUMENTO.
    MOVE CRD-VALOR-TITULO      TO CNL-VALOR-TITULO.
    MOVE ZEROS                 TO CNL-VALOR-PAGO CNL-JUROS.
    IF  CRD-VALOR-PAGO NUMERIC
        MOVE CRD-VALOR-PAGO    TO CNL-VALOR-PAGO
    END-IF.
    IF  CRD-JUROS-MORA NUMERIC
        MOVE CRD-JUROS-MORA    TO CNL-JUROS
    END-IF.
    MOVE ZEROS                 TO WA-DATA-DDMMAA.
    IF  CRD-DATA-CREDITO NUMERIC
        MOVE CRD-DATA-CREDITO  TO WA-DATA-DDMMAA
    END-IF.
    PERFORM 6000-CONVERTER-DATA.
    MOVE WA-DATA-AAAAMMDD      TO CNL-DATA-CREDITO.
    MOVE WA-IMD-ARQUIVO        TO CNL-ARQUIVO.
    MOVE WA-DATA-RODADA        TO CNL-DATA-IMPORTACAO.
    MOVE WA-HORA-RODADA        TO CNL-HORA-IMPORTACAO.

    WRITE CNL-RECORD
          INVALID KEY
              ADD 1 TO WA-ARQ-JA-BAIXADOS
              ADD 1 TO WA-TOTAL-JA-BAIXADOS
          NOT INVALID KEY
              ADD 1 TO WA-ARQ-BAIXADOS
              ADD 1 TO WA-TOTAL-BAIXADOS
    END-WRITE.

5400-GRAVAR-EXCECAO.
    ADD 1 TO WA-ARQ-EXCECOES.
    ADD 1 TO WA-TOTAL-EXCECOES.
    MOVE SPACES TO WA-EXC-DETALHE.
    MOVE CRD-NOSSO-NUMERO     TO WA-EXC-NOSSO-NUMERO.
    MOVE CRD-SEU-NUMERO       TO WA-EXC-SEU-NUMERO.
    MOVE CRD-OCORRENCIA       TO WA-EXC-OCORRENCIA.
    IF  WA-OCO-ACHADA = ZEROS
        MOVE "OCORRENCIA DESCONHECIDA" TO WA-EXC-DESCRICAO
    ELSE
        MOVE WA-OCO-DESCRICAO(WA-OCO-ACHADA) TO WA-EXC-DESCRICAO
    END-IF.
    MOVE CRD-MOTIVOS-REJEICAO TO WA-EXC-MOTIVOS.
    MOVE CRD-VALOR-TITULO     TO WA-EXC-VALOR.
    MOVE WA-IMD-ARQUIVO       TO WA-EXC-ARQUIVO.
    MOVE WA-EXC-DETALHE       TO EXC-LINHA.
    WRITE EXC-LINHA.

*--------------------------------------------------------------------*
* DDMMAA DO BANCO PARA AAAAMMDD (SECULO 20).  DATA ZERADA FICA ZERO.  *
*--------------------------------------------------------------------*
6000-CONVERTER-DATA.
    MOVE ZEROS TO WA-DATA-AAAAMMDD.
    IF  WA-DATA-DDMMAA NOT NUMERIC OR WA-DATA-DDMMAA = ZEROS
        MOVE ZEROS TO WA-DATA-AAAAMMDD
    ELSE
        STRING "20"                 DELIMITED BY SIZE
               WA-DATA-DDMMAA(5:2)  DELIMITED BY SIZE
               WA-DATA-DDMMAA(3:2)  DELIMITED BY SIZE
               WA-DATA-DDMMAA(1:2)  DELIMITED BY SIZE
               INTO WA-DATA-AAAAMMDD(1:8)
        END-STRING
    END-IF.

*--------------------------------------------------------------------*
* REESCREVE O MANIFESTO COM AS LINHAS "D" CONSUMIDAS JA MARCADAS "C". *
*--------------------------------------------------------------------*
7000-REESCREVER-MANIFESTO.
    OPEN OUTPUT IMP-MANIFESTO.
    PERFORM 7100-GRAVAR-LINHA-MANIFESTO
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-MAN.
    CLOSE IMP-MANIFESTO.

7100-GRAVAR-LINHA-MANIFESTO.
    MOVE WA-MAN-LINHA(WA-IDX) TO IMP-LINHA.
    WRITE IMP-LINHA.

8000-TRAILER.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    STRING "LINHAS D: "        DELIMITED BY SIZE
           WA-TOTAL-LINHAS-D   DELIMITED BY SIZE
           "  IMPORTADAS: "    DELIMITED BY SIZE
           WA-TOTAL-IMPORTADOS DELIMITED BY SIZE
           "  JA CONSUMIDAS: " DELIMITED BY SIZE
           WA-TOTAL-JA-CONSUMIDOS DELIMITED BY SIZE
           "  FALHARAM: "      DELIMITED BY SIZE
           WA-TOTAL-FALHAS     DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "TITULOS BAIXADOS: " DELIMITED BY SIZE
           WA-TOTAL-BAIXADOS    DELIMITED BY SIZE
           "  JA BAIXADOS: "    DELIMITED BY SIZE
           WA-TOTAL-JA-BAIXADOS DELIMITED BY SIZE
           "  EXCECOES: "       DELIMITED BY SIZE
           WA-TOTAL-EXCECOES    DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

    MOVE SPACES TO EXC-LINHA.
    WRITE EXC-LINHA.
    STRING "EXCECOES: "         DELIMITED BY SIZE
           WA-TOTAL-EXCECOES    DELIMITED BY SIZE
           INTO EXC-LINHA.
    WRITE EXC-LINHA.

9999-FINALIZAR.
    CLOSE CNABLIQ-FILE.
    CLOSE CNABIMP-RPT.
    CLOSE CNABEXC-RPT.
    CANCEL WA-LIB.
