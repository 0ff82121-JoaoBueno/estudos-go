IDENTIFICATION DIVISION.
PROGRAM-ID.    PRECOIMP.
*------------------------------------------------------------------------------*
* EXECUTOR DE IMPORTACAO DA TABELA DE PRECOS DO FORNECEDOR DIRIGIDO PELO       *
* MANIFESTO DE IMPORTACAO DO TIPO.  O INTAKE JA CONFERE A TABELA CONTRA O      *
* CHECKSUM, ENTREGA NA PASTA DE APROVADOS E GRAVA importacao-PRECO.manifesto - *
* MAS O NOVO CUSTO/PRECO AINDA ERA DIGITADO NO CADASTRO A PARTIR DA TABELA.    *
* MESMO DESENHO DO NFEIMP/CNABIMP: CONSOME EXATAMENTE O QUE ESTA NO MANIFESTO  *
* E NADA MAIS.  PARA CADA LINHA "D" AINDA NAO CONSUMIDA:                       *
*                                                                              *
*   1) RECONFERE O MD5 DO ARQUIVO ENTREGUE CONTRA O MD5 DA LINHA "D";          *
*   2) PARA CADA PRODUTO DA TABELA (LAYOUT EM md5/precotab.ws) COM CUSTO OU    *
*      PRECO DIFERENTE DO CADASTRO (produtos.ctl, LAYOUT EM md5/produto.ws),   *
*      PEDE A TRAVA "PRO" AO REGLOCK ANTES DE TOCAR NO REGISTRO - PRODUTO      *
*      ABERTO NA TELA DE OUTRO OPERADOR NAO E SOBRESCRITO: SAI LISTADO COM O   *
*      DONO DA TRAVA E FICA COMO ESTA;                                         *
*   3) VARIACAO ATE O LIMITE DO precoimp.ctl (PERCENTUAL, 10,00 SE O CONTROLE  *
*      NAO EXISTIR) E APLICADA; ACIMA DO LIMITE FICA RETIDA NA PLANILHA        *
*      precopend.ctl (LAYOUT EM md5/precopend.ws) ESPERANDO O SUPERVISOR, COM  *
*      ALERTA "A" NA CENTRAL (ALERTREG).  PRODUTO SEM CUSTO/PRECO ANTERIOR     *
*      (ZERO) NAO TEM BASE DE VARIACAO E RECEBE O VALOR DIRETO;                *
*   4) TODA ALTERACAO (APLICADA, RETIDA, BARRADA PELA TRAVA) VAI PARA A        *
*      TRILHA ANTES/DEPOIS precoimp-log.txt, NO FORMATO DA dqfix-log.txt MAIS  *
*      O USUARIO DA SESSAO;                                                    *
*   5) REGRAVA O CADASTRO, DEVOLVE AS TRAVAS E SO ENTAO MARCA A LINHA DO       *
*      MANIFESTO COMO CONSUMIDA ("D" VIRA "C").  UM RERUN DA MESMA TABELA NAO  *
*      MUDA NADA - O CADASTRO JA TEM OS VALORES.  A REGRAVACAO PARTE DO        *
*      produtos.ctl COMO ESTA NO DISCO NA HORA (NAO DA FOTO DO INICIO): SO O   *
*      CUSTO/PRECO DOS PRODUTOS QUE ESTA RODADA TRAVOU E ALTEROU E TROCADO -   *
*      CADA UM RELIDO DO DISCO QUANDO A TRAVA FOI OBTIDA - E O RESTO PASSA     *
*      INTOCADO, COM O QUE O OPERADOR TIVER GRAVADO NESSE MEIO TEMPO.          *
*                                                                              *
* ANTES DAS TABELAS NOVAS, A RODADA APLICA AS DECISOES JA PREENCHIDAS NA       *
* precopend.ctl ("A" APROVA, "R" REJEITA) - SO SE O USUARIO REAL DA SESSAO     *
* TIVER O PAPEL SUPERVISOR NO REGISTRO CENTRAL (OPERAUT).  A APROVACAO SO      *
* GRAVA SE O CADASTRO AINDA TIVER O VALOR "ANTES" DA PLANILHA (SENAO SAI       *
* DESATUAL, COMO NO DQFIX) E SE O PRODUTO NAO ESTIVER TRAVADO POR OUTRO.       *
*                                                                              *
* ARQUIVO QUE FALHA NO MD5 SAI FALHOU, VIRA ALERTA "E" E NAO E CONSUMIDO.      *
*                                                                              *
* CRIACAO...: 15/10/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - CHAMADAS AO REGLOCK PASSAM A IMAGEM DO      *
*             REGISTRO EM BRANCO (PARAMETRO NOVO): O LOTE GRAVA LOGO DEPOIS    *
*             DE TRAVAR, NAO HA TELA ABERTA PARA CONFERIR.                     *
* ALTERACAO.: 15/10/2026 - BUENO - PEN-DATA DA ALTERACAO RETIDA PASSA A SER A  *
*             DATA DE MOVIMENTO DA ROTINA DATAMOV, NAO A DO RELOGIO.  A TRILHA *
*             precoimp-log.txt SEGUE CARIMBADA PELO RELOGIO (DATA E HORA DE    *
*             QUANDO ACONTECEU).                                               *
* ALTERACAO.: 15/10/2026 - BUENO - REGRAVACAO DO produtos.ctl PARTE DO ARQUIVO *
*             DE AGORA E SO TROCA CUSTO/PRECO DOS PRODUTOS TRAVADOS E          *
*             ALTERADOS NESTA RODADA; O PRODUTO E RELIDO DO DISCO QUANDO A     *
*             TRAVA E OBTIDA (APROVACAO DO SUPERVISOR TRAVA ANTES DE CONFERIR  *
*             O ANTES).                                                        *
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
* MANIFESTO DE IMPORTACAO DO TIPO PRECO GRAVADO PELO INTAKE: "H"
* CABECALHO, "D" UMA POR TABELA APROVADA, "T" RODAPE.  LINHA "D"
* CONSUMIDA VIRA "C" NA REESCRITA DESTA RODADA.
    SELECT IMP-MANIFESTO ASSIGN "importacao-PRECO.manifesto"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-IMP.

* TABELA DE PRECOS DO FORNECEDOR.
    SELECT PRECO-FILE ASSIGN WA-PRECO-NOME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-PRT.

* CADASTRO MESTRE DE PRODUTOS - CARREGADO INTEIRO NO INICIO, RELIDO A
* CADA TRAVA OBTIDA E REGRAVADO NO FIM A PARTIR DA COPIA ABAIXO.
    SELECT PRODUTOS-CTL ASSIGN "produtos.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-PRO.

* COPIA DO produtos.ctl TIRADA NA HORA DA REGRAVACAO: E LIDA LINHA A
* LINHA E DEVOLVIDA AO produtos.ctl, SO COM OS PRODUTOS DESTA RODADA
* TROCADOS.  APAGADA NO FIM.
    SELECT PRODUTOS-COPIA ASSIGN "produtos-precoimp.tmp"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-COP.

* LIMITE DE VARIACAO SEM APROVACAO: PERCENTUAL 9(3)V99.
    SELECT PRECO-CTL ASSIGN "precoimp.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CTL.

* ALTERACOES RETIDAS ESPERANDO O SUPERVISOR.
    SELECT PENDENCIA-CTL ASSIGN "precopend.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-PEN.

* TRILHA (APPEND-ONLY): UMA LINHA ANTES/DEPOIS POR CAMPO ALTERADO.
    SELECT PRECO-LOG ASSIGN "precoimp-log.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-LOG.

    SELECT PRECOIMP-RPT ASSIGN "precoimp.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

DATA DIVISION.
FILE SECTION.
FD  IMP-MANIFESTO.
01  IMP-LINHA                    PIC X(200).

FD  PRECO-FILE.
copy "md5/precotab.ws".

FD  PRODUTOS-CTL.
copy "md5/produto.ws".

FD  PRODUTOS-COPIA.
01  COP-LINHA                    PIC X(051).

FD  PRECO-CTL.
01  CTL-LINHA.
    03  CTL-LIMITE               PIC 9(003)V99.

FD  PENDENCIA-CTL.
copy "md5/precopend.ws".

FD  PRECO-LOG.
01  LOG-LINHA.
    03  LOG-DATA                 PIC 9(008).
    03  FILLER                   PIC X(001).
    03  LOG-HORA                 PIC 9(006).
    03  FILLER                   PIC X(001).
    03  LOG-SITUACAO             PIC X(010).
    03  FILLER                   PIC X(001).
    03  LOG-ARQUIVO              PIC X(032).
    03  FILLER                   PIC X(001).
    03  LOG-CAMPO                PIC X(032).
    03  FILLER                   PIC X(001).
    03  LOG-CHAVE                PIC X(060).
    03  FILLER                   PIC X(001).
    03  LOG-ANTES                PIC X(060).
    03  FILLER                   PIC X(001).
    03  LOG-DEPOIS               PIC X(060).
    03  FILLER                   PIC X(001).
    03  LOG-USUARIO              PIC X(030).

FD  PRECOIMP-RPT.
01  RPT-LINHA                    PIC X(200).

WORKING-STORAGE SECTION.
77  SW-STATUS-IMP                PIC X(002)          VALUE SPACES.
77  SW-STATUS-PRT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-PRO                PIC X(002)          VALUE SPACES.
77  SW-STATUS-COP                PIC X(002)          VALUE SPACES.
77  SW-STATUS-CTL                PIC X(002)          VALUE SPACES.
77  SW-STATUS-PEN                PIC X(002)          VALUE SPACES.
77  SW-STATUS-LOG                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.

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

77  WA-PRECO-NOME                PIC X(160)          VALUE SPACES.
77  WA-FIM-PRECO                 PIC X(001)          VALUE "N".
    88  WA-FIM-PRECO-SIM                             VALUE "S".
77  WA-MOTIVO-FALHA              PIC X(060)          VALUE SPACES.

*--------------------------------------------------------------------*
* CADASTRO DE PRODUTOS EM MEMORIA.  WA-PRO-TRAVADO = "S" QUANDO ESTA  *
* RODADA E DONA DA TRAVA "PRO" DO PRODUTO (DEVOLVIDA NO FIM, DEPOIS   *
* DA REGRAVACAO); WA-PRO-ALTERADO = "S" QUANDO ESTA RODADA MUDOU O    *
* CUSTO OU O PRECO DELE - SO ESSES SAO TROCADOS NA REGRAVACAO.        *
*--------------------------------------------------------------------*
01  WA-TABELA-PRODUTOS.
    03  WA-QTD-PRO               PIC 9(005)          VALUE ZEROS.
    03  WA-PRO-ITEM              OCCURS 5000 TIMES.
        05  WA-PRO-CODIGO        PIC X(008).
        05  WA-PRO-CATEGORIA     PIC X(020).
        05  WA-PRO-SITUACAO      PIC X(001).
        05  WA-PRO-CUSTO         PIC 9(009)V99.
        05  WA-PRO-PRECO         PIC 9(009)V99.
        05  WA-PRO-TRAVADO       PIC X(001).
        05  WA-PRO-ALTERADO      PIC X(001).
77  WA-PRO-IDX                   PIC 9(005)          VALUE ZEROS.
77  WA-PRO-ACHADO                PIC 9(005)          VALUE ZEROS.
77  WA-PRO-GRAVAR                PIC 9(005)          VALUE ZEROS.
* "S" QUANDO O PRODUTO RECEM-TRAVADO NAO ESTA MAIS NO produtos.ctl.
77  WA-PRO-SUMIU                 PIC X(001)          VALUE "N".
77  WA-PRO-RELIDO                PIC X(001)          VALUE "N".
77  WA-PRO-MUDOU                 PIC X(001)          VALUE "N".
77  WA-PRO-ESTOURO               PIC X(001)          VALUE "N".
77  WA-FIM-PRO                   PIC X(001)          VALUE "N".
    88  WA-FIM-PRO-SIM                               VALUE "S".

*--------------------------------------------------------------------*
* PLANILHA DE RETIDAS EM MEMORIA.  WA-PEN-VIVA = "N" PARA A LINHA JA  *
* DECIDIDA (OU SUBSTITUIDA POR TABELA MAIS NOVA), QUE NAO VOLTA NA    *
* REGRAVACAO.                                                         *
*--------------------------------------------------------------------*
01  WA-TABELA-PENDENCIAS.
    03  WA-QTD-PEN               PIC 9(004)          VALUE ZEROS.
    03  WA-PEN-ITEM              OCCURS 2000 TIMES.
        05  WA-PEN-LINHA         PIC X(170).
        05  WA-PEN-VIVA          PIC X(001).
77  WA-PEN-IDX                   PIC 9(004)          VALUE ZEROS.
77  WA-PEN-ACHADA                PIC 9(004)          VALUE ZEROS.
77  WA-PEN-MUDOU                 PIC X(001)          VALUE "N".
77  WA-PEN-DECIDIDAS             PIC 9(004)          VALUE ZEROS.
77  WA-FIM-PEN                   PIC X(001)          VALUE "N".
    88  WA-FIM-PEN-SIM                               VALUE "S".

77  WA-LIMITE                    PIC 9(003)V99       VALUE 10,00.
77  WA-EDIT-LIMITE               PIC ZZ9,99.

* O CAMPO CORRENTE DE UM PRODUTO: NOME, VALOR NO CADASTRO E NOVO.
77  WA-CAMPO                     PIC X(005)          VALUE SPACES.
77  WA-ANTIGO                    PIC 9(009)V99       VALUE ZEROS.
77  WA-NOVO                      PIC 9(009)V99       VALUE ZEROS.
77  WA-VARIACAO                  PIC 9(005)V99       VALUE ZEROS.
77  WA-EDIT-VALOR                PIC ZZZ.ZZZ.ZZ9,99.
77  WA-EDIT-VALOR-2              PIC ZZZ.ZZZ.ZZ9,99.
77  WA-EDIT-VARIACAO             PIC ZZ.ZZ9,99.
77  WA-LOG-SITUACAO              PIC X(010)          VALUE SPACES.

* TRAVA DE EDICAO DO PRODUTO (REGLOCK, ENTIDADE "PRO").
77  WA-REG-TIPO                  PIC X(003)          VALUE "PRO".
77  WA-REG-CODIGO                PIC 9(008)          VALUE ZEROS.
77  WA-REG-OPERACAO              PIC X(001)          VALUE SPACES.
77  WA-REG-PID                   PIC 9(005)          VALUE ZEROS.
77  WA-REG-STATUS                PIC 9(002)          VALUE ZEROS.
    88  WA-REG-LIBERADO                              VALUE 00.
    88  WA-REG-JA-TRAVADO                            VALUE 01.
77  WA-REG-DONO-USUARIO          PIC X(030)          VALUE SPACES.
77  WA-REG-DONO-PID              PIC 9(005)          VALUE ZEROS.
77  WA-REG-DONO-DATA             PIC 9(008)          VALUE ZEROS.
77  WA-REG-DONO-HORA             PIC 9(006)          VALUE ZEROS.
77  WA-REG-IMAGEM                PIC X(4000)         VALUE SPACES.
77  WA-TRAVA-OK                  PIC X(001)          VALUE "N".
    88  WA-TRAVA-OK-SIM                              VALUE "S".

* USUARIO REAL DA SESSAO E AUTORIZACAO DO SUPERVISOR (OPERAUT).
77  WA-USUARIO-SESSAO            PIC X(030)          VALUE SPACES.
77  WA-OAU-PAPEL                 PIC X(010)          VALUE "SUPERVISOR".
77  WA-OAU-USUARIO               PIC X(030)          VALUE SPACES.
77  WA-OAU-RETORNO               PIC 9(002)          VALUE ZEROS.
    88  WA-OAU-AUTORIZADO                            VALUE 00.

77  WA-DATA-RODADA               PIC 9(008)          VALUE ZEROS.
77  WA-HORA-RODADA               PIC 9(006)          VALUE ZEROS.

77  WA-ALR-PROGRAMA              PIC X(030)          VALUE "PRECOIMP".
77  WA-ALR-SEVERIDADE            PIC X(001)          VALUE "E".
77  WA-ALR-TEXTO                 PIC X(150)          VALUE SPACES.
77  WA-ALR-RETORNO               PIC 9(002)          VALUE ZEROS.

* TOTAIS DO ARQUIVO CORRENTE E DA RODADA.
77  WA-ARQ-LINHAS                PIC 9(007)          VALUE ZEROS.
77  WA-ARQ-APLICADAS             PIC 9(007)          VALUE ZEROS.
77  WA-ARQ-RETIDAS               PIC 9(007)          VALUE ZEROS.
77  WA-ARQ-TRAVADOS              PIC 9(007)          VALUE ZEROS.
77  WA-ARQ-SEM-CADASTRO          PIC 9(007)          VALUE ZEROS.
77  WA-ARQ-INVALIDAS             PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-LINHAS-D            PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-IMPORTADOS          PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-JA-CONSUMIDOS       PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-FALHAS              PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-APLICADAS           PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-RETIDAS             PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-TRAVADOS            PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-SEM-CADASTRO        PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-INVALIDAS           PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-APROVADAS           PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-REJEITADAS          PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-DESATUAL            PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-ADIADAS             PIC 9(005)          VALUE ZEROS.

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    PERFORM 1500-CARREGAR-PRODUTOS
            THRU 1500-CARREGAR-PRODUTOS-EXIT.
    PERFORM 1600-CARREGAR-PENDENCIAS
            THRU 1600-CARREGAR-PENDENCIAS-EXIT.
    PERFORM 2000-DECIDIR-PENDENCIAS
            THRU 2000-DECIDIR-PENDENCIAS-EXIT.
    PERFORM 3000-CARREGAR-MANIFESTO
            THRU 3000-CARREGAR-MANIFESTO-EXIT.
    PERFORM 4000-PROCESSAR-LINHA
            THRU 4000-PROCESSAR-LINHA-EXIT
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-MAN.
*   CADASTRO PRIMEIRO, TRAVAS DEPOIS, MANIFESTO POR ULTIMO - QUEDA NO
*   MEIO SO FAZ O RERUN REPASSAR A MESMA TABELA, SEM EFEITO NOVO.
    IF  WA-PRO-MUDOU = "S"
        PERFORM 7000-REESCREVER-PRODUTOS
    END-IF.
    PERFORM 7100-LIBERAR-TRAVA
            VARYING WA-PRO-IDX FROM 1 BY 1
            UNTIL WA-PRO-IDX > WA-QTD-PRO.
    IF  WA-PEN-MUDOU = "S"
        PERFORM 7200-REESCREVER-PENDENCIAS
    END-IF.
    IF  WA-MAN-MUDOU = "S"
        PERFORM 7300-REESCREVER-MANIFESTO
    END-IF.
    PERFORM 8000-TRAILER.
    PERFORM 9999-FINALIZAR.
    STOP RUN.

1000-INICIALIZAR.
    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.
    MOVE WA-DMR-DATA TO WA-DATA-RODADA.
    ACCEPT WA-HORA-RODADA FROM TIME.

*   O PID DESTA RODADA E O DONO DAS TRAVAS "PRO"; O USUARIO DELE VAI
*   PARA A TRILHA.
    CALL "C$GETPID".
    MOVE RETURN-CODE TO WA-REG-PID.
    CALL "PIDTOUSER" USING WA-REG-PID, WA-USUARIO-SESSAO.

    OPEN INPUT PRECO-CTL.
    IF  SW-STATUS-CTL(1:1) = ZEROS
        READ PRECO-CTL
             NOT AT END
                 IF  CTL-LIMITE NUMERIC AND CTL-LIMITE > ZEROS
                     MOVE CTL-LIMITE TO WA-LIMITE
                 END-IF
        END-READ
        CLOSE PRECO-CTL
    END-IF.
    MOVE WA-LIMITE TO WA-EDIT-LIMITE.

    OPEN OUTPUT PRECOIMP-RPT.
    MOVE SPACES TO RPT-LINHA.
    STRING "IMPORTACAO DE TABELA DE PRECOS (importacao-PRECO.manifesto)"
                                      DELIMITED BY SIZE
           " - LIMITE SEM APROVACAO: " DELIMITED BY SIZE
           FUNCTION TRIM(WA-EDIT-LIMITE) DELIMITED BY SIZE
           "%"                        DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

    OPEN EXTEND PRECO-LOG.
    IF  SW-STATUS-LOG(1:1) = "3"
        OPEN OUTPUT PRECO-LOG
        CLOSE PRECO-LOG
        OPEN EXTEND PRECO-LOG
    END-IF.
    IF  SW-STATUS-LOG(1:1) NOT = ZEROS
        DISPLAY "PRECOIMP - NAO ABRIU precoimp-log.txt, STATUS "
                SW-STATUS-LOG UPON SYSERR
        STOP RUN
    END-IF.

    SET CONFIGURATION "DLL-CONVENTION" TO 0.
    MOVE "./libmd5.so" TO WA-LIB.
    CALL WA-LIB.

    CALL "DLLCHECK" USING WA-LIB, WA-DLLCHK-RETORNO END-CALL.
    IF  WA-DLLCHK-DIVERGENTE OR WA-DLLCHK-ERRO-ARQUIVO
                               OR WA-DLLCHK-SEM-MANIFESTO
        DISPLAY "PRECOIMP - " WA-LIB " NAO BATE COM O MANIFESTO DE HASHES "
                "CONHECIDOS-BONS (DLLCHECK), STATUS " WA-DLLCHK-RETORNO
                UPON SYSERR
        STOP RUN
    END-IF.

*   PROCEDENCIA CONFERIDA ACIMA; AGORA A FUNCIONALIDADE - A
*   BIBLIOTECA PRECISA RESPONDER CERTO AOS VETORES CONHECIDOS.
    CALL "MD5SELF" USING WA-MSF-RETORNO END-CALL.
    IF  WA-MSF-RETORNO NOT = ZEROS
        DISPLAY "PRECOIMP - libmd5.so REPROVADA NO AUTOTESTE DE "
                "RESPOSTAS CONHECIDAS (MD5SELF), STATUS "
                WA-MSF-RETORNO UPON SYSERR
        STOP RUN
    END-IF.

*--------------------------------------------------------------------*
* CADASTRO DE PRODUTOS INTEIRO EM MEMORIA.  SEM CADASTRO, OU MAIOR    *
* QUE A TABELA, NAO HA O QUE ATUALIZAR COM SEGURANCA - A REGRAVACAO   *
* PERDERIA PRODUTOS.                                                  *
*--------------------------------------------------------------------*
1500-CARREGAR-PRODUTOS.
    OPEN INPUT PRODUTOS-CTL.
    IF  SW-STATUS-PRO(1:1) NOT = ZEROS
        DISPLAY "PRECOIMP - NAO ABRIU produtos.ctl, STATUS "
                SW-STATUS-PRO UPON SYSERR
        STOP RUN
    END-IF.
    MOVE "N" TO WA-FIM-PRO.
    PERFORM 1510-LER-PRODUTO
            WITH TEST AFTER
            UNTIL WA-FIM-PRO-SIM.
    CLOSE PRODUTOS-CTL.
    IF  WA-PRO-ESTOURO = "S"
        DISPLAY "PRECOIMP - produtos.ctl MAIOR QUE A TABELA DE "
                "5000 PRODUTOS - NADA FOI APLICADO" UPON SYSERR
        STOP RUN
    END-IF.

1500-CARREGAR-PRODUTOS-EXIT.
    EXIT.

1510-LER-PRODUTO.
    READ PRODUTOS-CTL
         AT END SET WA-FIM-PRO-SIM TO TRUE
         NOT AT END
             IF  PRO-LINHA NOT = SPACES
                 IF  WA-QTD-PRO < 5000
                     ADD 1 TO WA-QTD-PRO
                     MOVE PRO-CODIGO    TO WA-PRO-CODIGO(WA-QTD-PRO)
                     MOVE PRO-CATEGORIA TO WA-PRO-CATEGORIA(WA-QTD-PRO)
                     MOVE PRO-SITUACAO  TO WA-PRO-SITUACAO(WA-QTD-PRO)
                     MOVE ZEROS TO WA-PRO-CUSTO(WA-QTD-PRO)
                                   WA-PRO-PRECO(WA-QTD-PRO)
                     IF  PRO-CUSTO NUMERIC
                         MOVE PRO-CUSTO TO WA-PRO-CUSTO(WA-QTD-PRO)
                     END-IF
                     IF  PRO-PRECO NUMERIC
                         MOVE PRO-PRECO TO WA-PRO-PRECO(WA-QTD-PRO)
                     END-IF
                     MOVE "N" TO WA-PRO-TRAVADO(WA-QTD-PRO)
                                 WA-PRO-ALTERADO(WA-QTD-PRO)
                 ELSE
                     MOVE "S" TO WA-PRO-ESTOURO
                     SET WA-FIM-PRO-SIM TO TRUE
                 END-IF
             END-IF
    END-READ.

1600-CARREGAR-PENDENCIAS.
    OPEN INPUT PENDENCIA-CTL.
    IF  SW-STATUS-PEN(1:1) NOT = ZEROS
        GO TO 1600-CARREGAR-PENDENCIAS-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-PEN.
    PERFORM 1610-LER-PENDENCIA
            WITH TEST AFTER
            UNTIL WA-FIM-PEN-SIM.
    CLOSE PENDENCIA-CTL.

1600-CARREGAR-PENDENCIAS-EXIT.
    EXIT.

1610-LER-PENDENCIA.
    READ PENDENCIA-CTL
         AT END SET WA-FIM-PEN-SIM TO TRUE
         NOT AT END
             IF  PEN-LINHA NOT = SPACES AND WA-QTD-PEN < 2000
                 ADD 1 TO WA-QTD-PEN
                 MOVE PEN-LINHA TO WA-PEN-LINHA(WA-QTD-PEN)
                 MOVE "S"       TO WA-PEN-VIVA(WA-QTD-PEN)
                 IF  PEN-APROVADA OR PEN-REJEITADA
                     ADD 1 TO WA-PEN-DECIDIDAS
                 END-IF
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* DECISOES DO SUPERVISOR JA PREENCHIDAS NA precopend.ctl.  O USUARIO  *
* REAL DA SESSAO PRECISA DO PAPEL SUPERVISOR NO REGISTRO CENTRAL -    *
* SEM ELE AS DECISOES FICAM COMO ESTAO E SAEM NO RELATORIO.           *
*--------------------------------------------------------------------*
2000-DECIDIR-PENDENCIAS.
    IF  WA-PEN-DECIDIDAS = ZEROS
        GO TO 2000-DECIDIR-PENDENCIAS-EXIT
    END-IF.
    MOVE "DECISOES DO SUPERVISOR (precopend.ctl):" TO RPT-LINHA.
    WRITE RPT-LINHA.

    MOVE SPACES TO WA-OAU-USUARIO.
    CALL "OPERAUT" USING WA-OAU-PAPEL, WA-OAU-USUARIO, WA-OAU-RETORNO
    END-CALL.
    IF  NOT WA-OAU-AUTORIZADO
        MOVE SPACES TO RPT-LINHA
        STRING "  NENHUMA APLICADA - USUARIO DA SESSAO ("
                               DELIMITED BY SIZE
               WA-OAU-USUARIO  DELIMITED BY SPACE
               ") SEM PAPEL SUPERVISOR NO REGISTRO (operadores.ctl)"
                               DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        MOVE SPACES TO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 2000-DECIDIR-PENDENCIAS-EXIT
    END-IF.

    PERFORM 2100-DECIDIR-PENDENCIA
            THRU 2100-DECIDIR-PENDENCIA-EXIT
            VARYING WA-PEN-IDX FROM 1 BY 1
            UNTIL WA-PEN-IDX > WA-QTD-PEN.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

2000-DECIDIR-PENDENCIAS-EXIT.
    EXIT.

2100-DECIDIR-PENDENCIA.
    MOVE WA-PEN-LINHA(WA-PEN-IDX) TO PEN-LINHA.
    IF  NOT PEN-APROVADA AND NOT PEN-REJEITADA
        GO TO 2100-DECIDIR-PENDENCIA-EXIT
    END-IF.

    MOVE SPACES      TO WA-LOG-SITUACAO.
    MOVE PEN-CAMPO   TO WA-CAMPO.
    MOVE PEN-ANTES   TO WA-ANTIGO.
    MOVE PEN-DEPOIS  TO WA-NOVO.
    MOVE PEN-CODIGO  TO PRT-CODIGO.
    PERFORM 6100-LOCALIZAR-PRODUTO.

    IF  PEN-REJEITADA
        MOVE "REJEITADA" TO WA-LOG-SITUACAO
        ADD 1 TO WA-TOTAL-REJEITADAS
        PERFORM 2200-ENCERRAR-PENDENCIA
        GO TO 2100-DECIDIR-PENDENCIA-EXIT
    END-IF.

    IF  WA-PRO-ACHADO = ZEROS
        MOVE "SEM CADAST" TO WA-LOG-SITUACAO
        ADD 1 TO WA-TOTAL-DESATUAL
        PERFORM 2200-ENCERRAR-PENDENCIA
        GO TO 2100-DECIDIR-PENDENCIA-EXIT
    END-IF.

*   PRODUTO ABERTO NA TELA DE OUTRO: A DECISAO FICA NA PLANILHA PARA
*   A PROXIMA RODADA.  COM A TRAVA NA MAO O PRODUTO E RELIDO DO DISCO.
    PERFORM 6000-TRAVAR-PRODUTO.
    IF  WA-PRO-SUMIU = "S"
        MOVE "SEM CADAST" TO WA-LOG-SITUACAO
        ADD 1 TO WA-TOTAL-DESATUAL
        PERFORM 2200-ENCERRAR-PENDENCIA
        GO TO 2100-DECIDIR-PENDENCIA-EXIT
    END-IF.
    IF  NOT WA-TRAVA-OK-SIM
        ADD 1 TO WA-TOTAL-ADIADAS
        PERFORM 6300-LISTAR-TRAVADO
        GO TO 2100-DECIDIR-PENDENCIA-EXIT
    END-IF.

*   APROVADA: O CADASTRO PRECISA TER AINDA O "ANTES" DA PLANILHA -
*   SENAO ALGUEM JA MEXEU DEPOIS DA RETENCAO E A APROVACAO E VELHA.
    IF  WA-CAMPO = "CUSTO"
        IF  WA-PRO-CUSTO(WA-PRO-ACHADO) NOT = WA-ANTIGO
            MOVE WA-PRO-CUSTO(WA-PRO-ACHADO) TO WA-ANTIGO
            MOVE "DESATUAL" TO WA-LOG-SITUACAO
        END-IF
    ELSE
        IF  WA-PRO-PRECO(WA-PRO-ACHADO) NOT = WA-ANTIGO
            MOVE WA-PRO-PRECO(WA-PRO-ACHADO) TO WA-ANTIGO
            MOVE "DESATUAL" TO WA-LOG-SITUACAO
        END-IF
    END-IF.
    IF  WA-LOG-SITUACAO = "DESATUAL"
        ADD 1 TO WA-TOTAL-DESATUAL
        PERFORM 2200-ENCERRAR-PENDENCIA
        GO TO 2100-DECIDIR-PENDENCIA-EXIT
    END-IF.

    IF  WA-CAMPO = "CUSTO"
        MOVE WA-NOVO TO WA-PRO-CUSTO(WA-PRO-ACHADO)
    ELSE
        MOVE WA-NOVO TO WA-PRO-PRECO(WA-PRO-ACHADO)
    END-IF.
    MOVE "S" TO WA-PRO-MUDOU.
    MOVE "S" TO WA-PRO-ALTERADO(WA-PRO-ACHADO).
    MOVE "APROVADA" TO WA-LOG-SITUACAO.
    ADD 1 TO WA-TOTAL-APROVADAS.
    PERFORM 2200-ENCERRAR-PENDENCIA.

2100-DECIDIR-PENDENCIA-EXIT.
    EXIT.

* A LINHA DECIDIDA SAI DA PLANILHA E VAI PARA A TRILHA E O RELATORIO.
2200-ENCERRAR-PENDENCIA.
    MOVE "N" TO WA-PEN-VIVA(WA-PEN-IDX).
    MOVE "S" TO WA-PEN-MUDOU.
    PERFORM 6200-GRAVAR-TRILHA.
    MOVE WA-ANTIGO TO WA-EDIT-VALOR.
    MOVE WA-NOVO   TO WA-EDIT-VALOR-2.
    MOVE SPACES TO RPT-LINHA.
    STRING "  "                         DELIMITED BY SIZE
           WA-LOG-SITUACAO              DELIMITED BY SIZE
           " "                          DELIMITED BY SIZE
           PRT-CODIGO                   DELIMITED BY SIZE
           " "                          DELIMITED BY SIZE
           WA-CAMPO                     DELIMITED BY SIZE
           " DE "                       DELIMITED BY SIZE
           FUNCTION TRIM(WA-EDIT-VALOR)   DELIMITED BY SIZE
           " PARA "                     DELIMITED BY SIZE
           FUNCTION TRIM(WA-EDIT-VALOR-2) DELIMITED BY SIZE
           " - "                        DELIMITED BY SIZE
           WA-USUARIO-SESSAO            DELIMITED BY SPACE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* CARREGA O MANIFESTO INTEIRO EM MEMORIA - A IMPORTACAO SO ENXERGA O  *
* QUE ESTA AQUI, E A MARCACAO DE CONSUMO REESCREVE O MESMO ARQUIVO.   *
*--------------------------------------------------------------------*
3000-CARREGAR-MANIFESTO.
    OPEN INPUT IMP-MANIFESTO.
    IF  SW-STATUS-IMP(1:1) NOT = ZEROS
        MOVE "SEM importacao-PRECO.manifesto - NADA A IMPORTAR"
            TO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 3000-CARREGAR-MANIFESTO-EXIT
    END-IF.
    PERFORM 3100-LER-LINHA-MANIFESTO
            WITH TEST AFTER
            UNTIL SW-STATUS-IMP(1:1) NOT = ZEROS.
    CLOSE IMP-MANIFESTO.

3000-CARREGAR-MANIFESTO-EXIT.
    EXIT.

3100-LER-LINHA-MANIFESTO.
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
4000-PROCESSAR-LINHA.
    EVALUATE WA-MAN-LINHA(WA-IDX)(1:1)
        WHEN "D"
            ADD 1 TO WA-TOTAL-LINHAS-D
            MOVE WA-MAN-LINHA(WA-IDX)(1:193) TO WA-IMP-DETALHE
            PERFORM 4100-IMPORTAR-ARQUIVO
                    THRU 4100-IMPORTAR-ARQUIVO-EXIT
        WHEN "C"
            ADD 1 TO WA-TOTAL-LINHAS-D
            ADD 1 TO WA-TOTAL-JA-CONSUMIDOS
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

4000-PROCESSAR-LINHA-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* IMPORTA UMA TABELA APROVADA: MD5 CONTRA A LINHA "D", APLICACAO DOS  *
* PRECOS NO CADASTRO EM MEMORIA E SO ENTAO A MARCA DE CONSUMIDA.      *
*--------------------------------------------------------------------*
4100-IMPORTAR-ARQUIVO.
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
        PERFORM 4500-RELATAR-FALHA
        GO TO 4100-IMPORTAR-ARQUIVO-EXIT
    END-IF.
    CALL "C$MEMCPY" USING BY REFERENCE WA-MD5-CALCULADO,
                           BY VALUE WA-RET, WA-LEN.
    IF  WA-MD5-CALCULADO(1:32) NOT = WA-IMD-MD5
        MOVE "MD5 NAO BATE OU ARQUIVO NAO LEU" TO WA-MOTIVO-FALHA
        PERFORM 4500-RELATAR-FALHA
        GO TO 4100-IMPORTAR-ARQUIVO-EXIT
    END-IF.

    MOVE SPACES TO WA-PRECO-NOME.
    MOVE WA-IMD-ARQUIVO TO WA-PRECO-NOME.
    OPEN INPUT PRECO-FILE.
    IF  SW-STATUS-PRT(1:1) NOT = ZEROS
        MOVE "TABELA NAO ABRIU" TO WA-MOTIVO-FALHA
        PERFORM 4500-RELATAR-FALHA
        GO TO 4100-IMPORTAR-ARQUIVO-EXIT
    END-IF.

    MOVE SPACES TO RPT-LINHA.
    STRING "  TABELA "              DELIMITED BY SIZE
           WA-IMD-ARQUIVO           DELIMITED BY "   "
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

    MOVE ZEROS TO WA-ARQ-LINHAS WA-ARQ-APLICADAS WA-ARQ-RETIDAS
                  WA-ARQ-TRAVADOS WA-ARQ-SEM-CADASTRO WA-ARQ-INVALIDAS.
    MOVE "N" TO WA-FIM-PRECO.
    PERFORM 5000-LER-PRECO
            WITH TEST AFTER
            UNTIL WA-FIM-PRECO-SIM.
    CLOSE PRECO-FILE.

*   SO AQUI A LINHA VIRA CONSUMIDA - CADASTRO, RETIDAS E TRILHA JA
*   TRATADOS.
    MOVE "C" TO WA-MAN-LINHA(WA-IDX)(1:1).
    MOVE "S" TO WA-MAN-MUDOU.
    ADD 1 TO WA-TOTAL-IMPORTADOS.

    MOVE SPACES TO RPT-LINHA.
    STRING "  IMPORTADA - LINHAS: "  DELIMITED BY SIZE
           WA-ARQ-LINHAS             DELIMITED BY SIZE
           "  APLICADAS: "           DELIMITED BY SIZE
           WA-ARQ-APLICADAS          DELIMITED BY SIZE
           "  RETIDAS: "             DELIMITED BY SIZE
           WA-ARQ-RETIDAS            DELIMITED BY SIZE
           "  TRAVADOS: "            DELIMITED BY SIZE
           WA-ARQ-TRAVADOS           DELIMITED BY SIZE
           "  SEM CADASTRO: "        DELIMITED BY SIZE
           WA-ARQ-SEM-CADASTRO       DELIMITED BY SIZE
           "  INVALIDAS: "           DELIMITED BY SIZE
           WA-ARQ-INVALIDAS          DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

4100-IMPORTAR-ARQUIVO-EXIT.
    EXIT.

4500-RELATAR-FALHA.
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
    STRING "TABELA DE PRECOS RECUSADA ("   DELIMITED BY SIZE
           WA-MOTIVO-FALHA                 DELIMITED BY "  "
           "): "                           DELIMITED BY SIZE
           FUNCTION TRIM(WA-IMD-ARQUIVO)   DELIMITED BY SIZE
           INTO WA-ALR-TEXTO.
    CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                           WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.

5000-LER-PRECO.
    READ PRECO-FILE
         AT END SET WA-FIM-PRECO-SIM TO TRUE
         NOT AT END
             IF  PRT-LINHA NOT = SPACES
                 ADD 1 TO WA-ARQ-LINHAS
                 PERFORM 5100-TRATAR-PRECO
                         THRU 5100-TRATAR-PRECO-EXIT
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* UMA LINHA DA TABELA: LOCALIZA O PRODUTO, VE SE HA O QUE MUDAR, PEDE *
* A TRAVA "PRO" E SO COM ELA NA MAO TRATA CUSTO E PRECO.              *
*--------------------------------------------------------------------*
5100-TRATAR-PRECO.
    IF  PRT-CODIGO NOT NUMERIC OR PRT-CUSTO NOT NUMERIC
                               OR PRT-PRECO NOT NUMERIC
        ADD 1 TO WA-ARQ-INVALIDAS
        ADD 1 TO WA-TOTAL-INVALIDAS
        MOVE SPACES TO RPT-LINHA
        STRING "    INVALIDA "         DELIMITED BY SIZE
               PRT-LINHA               DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 5100-TRATAR-PRECO-EXIT
    END-IF.

    PERFORM 6100-LOCALIZAR-PRODUTO.
    IF  WA-PRO-ACHADO = ZEROS
        ADD 1 TO WA-ARQ-SEM-CADASTRO
        ADD 1 TO WA-TOTAL-SEM-CADASTRO
        MOVE SPACES TO RPT-LINHA
        STRING "    SEM CADASTRO "     DELIMITED BY SIZE
               PRT-CODIGO              DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 5100-TRATAR-PRECO-EXIT
    END-IF.

    IF  (PRT-CUSTO = ZEROS OR PRT-CUSTO = WA-PRO-CUSTO(WA-PRO-ACHADO))
        AND
        (PRT-PRECO = ZEROS OR PRT-PRECO = WA-PRO-PRECO(WA-PRO-ACHADO))
        GO TO 5100-TRATAR-PRECO-EXIT
    END-IF.

*   PRODUTO ABERTO NA TELA DE OUTRO OPERADOR: NAO SOBRESCREVE, LISTA
*   COM O DONO DA TRAVA E DEIXA O RASTRO DO QUE FICOU DE FORA.  COM A
*   TRAVA NA MAO O PRODUTO E RELIDO DO DISCO E A COMPARACAO ABAIXO JA
*   E CONTRA O VALOR DE AGORA.
    PERFORM 6000-TRAVAR-PRODUTO.
    IF  WA-PRO-SUMIU = "S"
        ADD 1 TO WA-ARQ-SEM-CADASTRO
        ADD 1 TO WA-TOTAL-SEM-CADASTRO
        MOVE SPACES TO RPT-LINHA
        STRING "    SEM CADASTRO "     DELIMITED BY SIZE
               PRT-CODIGO              DELIMITED BY SIZE
               " - EXCLUIDO DO produtos.ctl DURANTE A RODADA"
                                       DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 5100-TRATAR-PRECO-EXIT
    END-IF.
    IF  NOT WA-TRAVA-OK-SIM
        ADD 1 TO WA-ARQ-TRAVADOS
        ADD 1 TO WA-TOTAL-TRAVADOS
        PERFORM 6300-LISTAR-TRAVADO
        MOVE "TRAVADO" TO WA-LOG-SITUACAO
        IF  PRT-CUSTO NOT = ZEROS
            AND PRT-CUSTO NOT = WA-PRO-CUSTO(WA-PRO-ACHADO)
            MOVE "CUSTO"                     TO WA-CAMPO
            MOVE WA-PRO-CUSTO(WA-PRO-ACHADO) TO WA-ANTIGO
            MOVE PRT-CUSTO                   TO WA-NOVO
            PERFORM 6200-GRAVAR-TRILHA
        END-IF
        IF  PRT-PRECO NOT = ZEROS
            AND PRT-PRECO NOT = WA-PRO-PRECO(WA-PRO-ACHADO)
            MOVE "PRECO"                     TO WA-CAMPO
            MOVE WA-PRO-PRECO(WA-PRO-ACHADO) TO WA-ANTIGO
            MOVE PRT-PRECO                   TO WA-NOVO
            PERFORM 6200-GRAVAR-TRILHA
        END-IF
        GO TO 5100-TRATAR-PRECO-EXIT
    END-IF.

    IF  PRT-CUSTO NOT = ZEROS
        AND PRT-CUSTO NOT = WA-PRO-CUSTO(WA-PRO-ACHADO)
        MOVE "CUSTO"                     TO WA-CAMPO
        MOVE WA-PRO-CUSTO(WA-PRO-ACHADO) TO WA-ANTIGO
        MOVE PRT-CUSTO                   TO WA-NOVO
        PERFORM 5200-TRATAR-CAMPO
    END-IF.
    IF  PRT-PRECO NOT = ZEROS
        AND PRT-PRECO NOT = WA-PRO-PRECO(WA-PRO-ACHADO)
        MOVE "PRECO"                     TO WA-CAMPO
        MOVE WA-PRO-PRECO(WA-PRO-ACHADO) TO WA-ANTIGO
        MOVE PRT-PRECO                   TO WA-NOVO
        PERFORM 5200-TRATAR-CAMPO
    END-IF.

5100-TRATAR-PRECO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* UM CAMPO (CUSTO OU PRECO) COM VALOR NOVO: ATE O LIMITE APLICA NO    *
* CADASTRO EM MEMORIA; ACIMA DO LIMITE RETEM PARA O SUPERVISOR.       *
*--------------------------------------------------------------------*
5200-TRATAR-CAMPO.
    PERFORM 6400-CALCULAR-VARIACAO.
    IF  WA-ANTIGO > ZEROS AND WA-VARIACAO > WA-LIMITE
        PERFORM 5300-RETER-ALTERACAO
                THRU 5300-RETER-ALTERACAO-EXIT
    ELSE
        IF  WA-CAMPO = "CUSTO"
            MOVE WA-NOVO TO WA-PRO-CUSTO(WA-PRO-ACHADO)
        ELSE
            MOVE WA-NOVO TO WA-PRO-PRECO(WA-PRO-ACHADO)
        END-IF
        MOVE "S" TO WA-PRO-MUDOU
        MOVE "S" TO WA-PRO-ALTERADO(WA-PRO-ACHADO)
        ADD 1 TO WA-ARQ-APLICADAS
        ADD 1 TO WA-TOTAL-APLICADAS
        MOVE "APLICADA" TO WA-LOG-SITUACAO
        PERFORM 6200-GRAVAR-TRILHA
    END-IF.

*--------------------------------------------------------------------*
* RETEM A ALTERACAO NA PLANILHA DO SUPERVISOR.  PENDENCIA ANTERIOR DO *
* MESMO PRODUTO E CAMPO AINDA SEM DECISAO E SUBSTITUIDA - VALE A      *
* TABELA MAIS NOVA.                                                   *
*--------------------------------------------------------------------*
5300-RETER-ALTERACAO.
    MOVE ZEROS TO WA-PEN-ACHADA.
    PERFORM 5310-COMPARAR-PENDENCIA
            VARYING WA-PEN-IDX FROM 1 BY 1
            UNTIL WA-PEN-IDX > WA-QTD-PEN
               OR WA-PEN-ACHADA > ZEROS.
    IF  WA-PEN-ACHADA = ZEROS
        IF  WA-QTD-PEN < 2000
            ADD 1 TO WA-QTD-PEN
            MOVE WA-QTD-PEN TO WA-PEN-ACHADA
        ELSE
*           PLANILHA CHEIA: SEM ONDE RETER, NAO APLICA - O VALOR FICA
*           COMO ESTA E A TRILHA MOSTRA O QUE FICOU DE FORA.
            MOVE "SEM ESPACO" TO WA-LOG-SITUACAO
            PERFORM 6200-GRAVAR-TRILHA
            GO TO 5300-RETER-ALTERACAO-EXIT
        END-IF
    END-IF.

    MOVE SPACES          TO PEN-LINHA.
    MOVE PRT-CODIGO      TO PEN-CODIGO.
    MOVE WA-CAMPO        TO PEN-CAMPO.
    MOVE WA-ANTIGO       TO PEN-ANTES.
    MOVE WA-NOVO         TO PEN-DEPOIS.
    MOVE WA-VARIACAO     TO PEN-VARIACAO.
    MOVE WA-DATA-RODADA  TO PEN-DATA.
    MOVE WA-HORA-RODADA  TO PEN-HORA.
    MOVE WA-IMD-ARQUIVO  TO PEN-ARQUIVO.
    MOVE PEN-LINHA       TO WA-PEN-LINHA(WA-PEN-ACHADA).
    MOVE "S"             TO WA-PEN-VIVA(WA-PEN-ACHADA).
    MOVE "S"             TO WA-PEN-MUDOU.

    ADD 1 TO WA-ARQ-RETIDAS.
    ADD 1 TO WA-TOTAL-RETIDAS.
    MOVE "RETIDA" TO WA-LOG-SITUACAO.
    PERFORM 6200-GRAVAR-TRILHA.

    MOVE WA-ANTIGO   TO WA-EDIT-VALOR.
    MOVE WA-NOVO     TO WA-EDIT-VALOR-2.
    MOVE WA-VARIACAO TO WA-EDIT-VARIACAO.
    MOVE SPACES TO RPT-LINHA.
    STRING "    RETIDA "                   DELIMITED BY SIZE
           PRT-CODIGO                      DELIMITED BY SIZE
           " "                             DELIMITED BY SIZE
           WA-CAMPO                        DELIMITED BY SIZE
           " DE "                          DELIMITED BY SIZE
           FUNCTION TRIM(WA-EDIT-VALOR)    DELIMITED BY SIZE
           " PARA "                        DELIMITED BY SIZE
           FUNCTION TRIM(WA-EDIT-VALOR-2)  DELIMITED BY SIZE
           " (VARIACAO "                   DELIMITED BY SIZE
           FUNCTION TRIM(WA-EDIT-VARIACAO) DELIMITED BY SIZE
           "%)"                            DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

5300-RETER-ALTERACAO-EXIT.
    EXIT.

5310-COMPARAR-PENDENCIA.
    MOVE WA-PEN-LINHA(WA-PEN-IDX) TO PEN-LINHA.
    IF  WA-PEN-VIVA(WA-PEN-IDX) = "S"
        AND PEN-DECISAO = SPACES
        AND PEN-CODIGO = PRT-CODIGO
        AND PEN-CAMPO = WA-CAMPO
        MOVE WA-PEN-IDX TO WA-PEN-ACHADA
    END-IF.

*--------------------------------------------------------------------*
* PEDE A TRAVA "PRO" DO PRODUTO WA-PRO-ACHADO PARA O PID DESTA        *
* RODADA.  TRAVA JA OBTIDA NESTA RODADA NAO E PEDIDA DE NOVO.  TRAVA  *
* NOVA RELE O PRODUTO DO produtos.ctl (O OPERADOR PODE TER GRAVADO    *
* DEPOIS DA CARGA DO INICIO); PRODUTO QUE SUMIU DO CADASTRO VOLTA COM *
* WA-PRO-SUMIU = "S" E A TRAVA E DEVOLVIDA NO FIM COMO AS OUTRAS.     *
*--------------------------------------------------------------------*
6000-TRAVAR-PRODUTO.
    MOVE "N" TO WA-PRO-SUMIU.
    IF  WA-PRO-TRAVADO(WA-PRO-ACHADO) = "S"
        MOVE "S" TO WA-TRAVA-OK
    ELSE
        MOVE "N" TO WA-TRAVA-OK
        MOVE WA-PRO-CODIGO(WA-PRO-ACHADO) TO WA-REG-CODIGO
        MOVE "L" TO WA-REG-OPERACAO
        CALL "REGLOCK" USING WA-REG-TIPO, WA-REG-CODIGO,
                              WA-REG-OPERACAO, WA-REG-PID,
                              WA-REG-STATUS, WA-REG-DONO-USUARIO,
                              WA-REG-DONO-PID, WA-REG-DONO-DATA,
                              WA-REG-DONO-HORA, WA-REG-IMAGEM
        END-CALL
        IF  WA-REG-LIBERADO
            MOVE "S" TO WA-PRO-TRAVADO(WA-PRO-ACHADO)
            MOVE "S" TO WA-TRAVA-OK
            PERFORM 6050-RELER-PRODUTO
        END-IF
    END-IF.

6050-RELER-PRODUTO.
    OPEN INPUT PRODUTOS-CTL.
    IF  SW-STATUS-PRO(1:1) NOT = ZEROS
        DISPLAY "PRECOIMP - NAO RELEU produtos.ctl, STATUS "
                SW-STATUS-PRO UPON SYSERR
        STOP RUN
    END-IF.
    MOVE "N" TO WA-FIM-PRO.
    MOVE "N" TO WA-PRO-RELIDO.
    PERFORM 6060-LER-RELIDO
            WITH TEST AFTER
            UNTIL WA-FIM-PRO-SIM OR WA-PRO-RELIDO = "S".
    CLOSE PRODUTOS-CTL.
    IF  WA-PRO-RELIDO = "N"
        MOVE "S" TO WA-PRO-SUMIU
        MOVE "N" TO WA-TRAVA-OK
    END-IF.

6060-LER-RELIDO.
    READ PRODUTOS-CTL
         AT END SET WA-FIM-PRO-SIM TO TRUE
         NOT AT END
             IF  PRO-CODIGO = WA-PRO-CODIGO(WA-PRO-ACHADO)
                 MOVE "S" TO WA-PRO-RELIDO
                 MOVE PRO-CATEGORIA TO WA-PRO-CATEGORIA(WA-PRO-ACHADO)
                 MOVE PRO-SITUACAO  TO WA-PRO-SITUACAO(WA-PRO-ACHADO)
                 MOVE ZEROS TO WA-PRO-CUSTO(WA-PRO-ACHADO)
                               WA-PRO-PRECO(WA-PRO-ACHADO)
                 IF  PRO-CUSTO NUMERIC
                     MOVE PRO-CUSTO TO WA-PRO-CUSTO(WA-PRO-ACHADO)
                 END-IF
                 IF  PRO-PRECO NUMERIC
                     MOVE PRO-PRECO TO WA-PRO-PRECO(WA-PRO-ACHADO)
                 END-IF
             END-IF
    END-READ.

6100-LOCALIZAR-PRODUTO.
    MOVE ZEROS TO WA-PRO-ACHADO.
    PERFORM 6110-COMPARAR-PRODUTO
            VARYING WA-PRO-IDX FROM 1 BY 1
            UNTIL WA-PRO-IDX > WA-QTD-PRO
               OR WA-PRO-ACHADO > ZEROS.

6110-COMPARAR-PRODUTO.
    IF  WA-PRO-CODIGO(WA-PRO-IDX) = PRT-CODIGO
        MOVE WA-PRO-IDX TO WA-PRO-ACHADO
    END-IF.

6200-GRAVAR-TRILHA.
    MOVE SPACES            TO LOG-LINHA.
    ACCEPT LOG-DATA FROM DATE YYYYMMDD.
    ACCEPT LOG-HORA FROM TIME.
    MOVE WA-LOG-SITUACAO   TO LOG-SITUACAO.
    MOVE "produtos.ctl"    TO LOG-ARQUIVO.
    MOVE WA-CAMPO          TO LOG-CAMPO.
    MOVE PRT-CODIGO        TO LOG-CHAVE.
    MOVE WA-ANTIGO         TO WA-EDIT-VALOR.
    MOVE WA-EDIT-VALOR     TO LOG-ANTES.
    MOVE WA-NOVO           TO WA-EDIT-VALOR.
    MOVE WA-EDIT-VALOR     TO LOG-DEPOIS.
    MOVE WA-USUARIO-SESSAO TO LOG-USUARIO.
    WRITE LOG-LINHA.

6300-LISTAR-TRAVADO.
    MOVE SPACES TO RPT-LINHA.
    IF  WA-REG-JA-TRAVADO
        STRING "    TRAVADO "          DELIMITED BY SIZE
               PRT-CODIGO              DELIMITED BY SIZE
               " - EM EDICAO POR "     DELIMITED BY SIZE
               WA-REG-DONO-USUARIO     DELIMITED BY SPACE
               " (PID "                DELIMITED BY SIZE
               WA-REG-DONO-PID         DELIMITED BY SIZE
               " DESDE "               DELIMITED BY SIZE
               WA-REG-DONO-DATA        DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               WA-REG-DONO-HORA        DELIMITED BY SIZE
               "), NAO ALTERADO"       DELIMITED BY SIZE
               INTO RPT-LINHA
    ELSE
        STRING "    TRAVADO "          DELIMITED BY SIZE
               PRT-CODIGO              DELIMITED BY SIZE
               " - REGLOCK SEM RESPOSTA (STATUS " DELIMITED BY SIZE
               WA-REG-STATUS           DELIMITED BY SIZE
               "), NAO ALTERADO"       DELIMITED BY SIZE
               INTO RPT-LINHA
    END-IF.
    WRITE RPT-LINHA.

* VARIACAO PERCENTUAL ABSOLUTA DO NOVO SOBRE O VALOR DO CADASTRO.
6400-CALCULAR-VARIACAO.
    MOVE ZEROS TO WA-VARIACAO.
    IF  WA-ANTIGO > ZEROS
        IF  WA-NOVO > WA-ANTIGO
            COMPUTE WA-VARIACAO ROUNDED =
                    (WA-NOVO - WA-ANTIGO) * 100 / WA-ANTIGO
                    ON SIZE ERROR MOVE 99999,99 TO WA-VARIACAO
            END-COMPUTE
        ELSE
            COMPUTE WA-VARIACAO ROUNDED =
                    (WA-ANTIGO - WA-NOVO) * 100 / WA-ANTIGO
                    ON SIZE ERROR MOVE 99999,99 TO WA-VARIACAO
            END-COMPUTE
        END-IF
    END-IF.

*--------------------------------------------------------------------*
* REGRAVA O CADASTRO COM OS VALORES APLICADOS E APROVADOS.  PARTE DO  *
* produtos.ctl DE AGORA (COPIADO PARA O .tmp), NAO DA CARGA DO        *
* INICIO: LINHA DE PRODUTO QUE ESTA RODADA TRAVOU E ALTEROU SAI COM O *
* CUSTO/PRECO NOVO; QUALQUER OUTRA LINHA PASSA COMO ESTA.  AS TRAVAS  *
* SO SAO DEVOLVIDAS DEPOIS DAQUI.                                     *
*--------------------------------------------------------------------*
7000-REESCREVER-PRODUTOS.
    CALL "CBL_DELETE_FILE" USING "produtos-precoimp.tmp".
    CALL "C$COPY" USING "produtos.ctl", "produtos-precoimp.tmp", "I"
         GIVING RETURN-CODE
    END-CALL.
    IF  RETURN-CODE NOT = ZEROS
        DISPLAY "PRECOIMP - NAO COPIOU produtos.ctl PARA A REGRAVACAO"
                " - CADASTRO NAO ALTERADO" UPON SYSERR
        STOP RUN
    END-IF.
    OPEN INPUT PRODUTOS-COPIA.
    IF  SW-STATUS-COP(1:1) NOT = ZEROS
        DISPLAY "PRECOIMP - NAO ABRIU produtos-precoimp.tmp, STATUS "
                SW-STATUS-COP " - CADASTRO NAO ALTERADO" UPON SYSERR
        STOP RUN
    END-IF.
    OPEN OUTPUT PRODUTOS-CTL.
    IF  SW-STATUS-PRO(1:1) NOT = ZEROS
        DISPLAY "PRECOIMP - NAO REGRAVOU produtos.ctl, STATUS "
                SW-STATUS-PRO UPON SYSERR
        STOP RUN
    END-IF.
    MOVE "N" TO WA-FIM-PRO.
    PERFORM 7010-GRAVAR-PRODUTO
            WITH TEST AFTER
            UNTIL WA-FIM-PRO-SIM.
    CLOSE PRODUTOS-COPIA.
    CLOSE PRODUTOS-CTL.
    CALL "CBL_DELETE_FILE" USING "produtos-precoimp.tmp".

7010-GRAVAR-PRODUTO.
    READ PRODUTOS-COPIA
         AT END SET WA-FIM-PRO-SIM TO TRUE
         NOT AT END
             MOVE COP-LINHA TO PRO-LINHA
             IF  PRO-LINHA NOT = SPACES
                 MOVE ZEROS TO WA-PRO-GRAVAR
                 PERFORM 7020-COMPARAR-ALTERADO
                         VARYING WA-PRO-IDX FROM 1 BY 1
                         UNTIL WA-PRO-IDX > WA-QTD-PRO
                            OR WA-PRO-GRAVAR > ZEROS
                 IF  WA-PRO-GRAVAR > ZEROS
                     MOVE WA-PRO-CUSTO(WA-PRO-GRAVAR) TO PRO-CUSTO
                     MOVE WA-PRO-PRECO(WA-PRO-GRAVAR) TO PRO-PRECO
                 END-IF
             END-IF
             WRITE PRO-LINHA
    END-READ.

7020-COMPARAR-ALTERADO.
    IF  WA-PRO-ALTERADO(WA-PRO-IDX) = "S"
        AND WA-PRO-CODIGO(WA-PRO-IDX) = PRO-CODIGO
        MOVE WA-PRO-IDX TO WA-PRO-GRAVAR
    END-IF.

7100-LIBERAR-TRAVA.
    IF  WA-PRO-TRAVADO(WA-PRO-IDX) = "S"
        MOVE WA-PRO-CODIGO(WA-PRO-IDX) TO WA-REG-CODIGO
        MOVE "U" TO WA-REG-OPERACAO
        CALL "REGLOCK" USING WA-REG-TIPO, WA-REG-CODIGO,
                              WA-REG-OPERACAO, WA-REG-PID,
                              WA-REG-STATUS, WA-REG-DONO-USUARIO,
                              WA-REG-DONO-PID, WA-REG-DONO-DATA,
                              WA-REG-DONO-HORA, WA-REG-IMAGEM
        END-CALL
        MOVE "N" TO WA-PRO-TRAVADO(WA-PRO-IDX)
    END-IF.

*--------------------------------------------------------------------*
* REGRAVA A PLANILHA SO COM AS LINHAS AINDA VIVAS (SEM DECISAO OU     *
* COM DECISAO QUE NAO PODE SER APLICADA NESTA RODADA) E AS NOVAS.     *
*--------------------------------------------------------------------*
7200-REESCREVER-PENDENCIAS.
    OPEN OUTPUT PENDENCIA-CTL.
    PERFORM 7210-GRAVAR-PENDENCIA
            VARYING WA-PEN-IDX FROM 1 BY 1
            UNTIL WA-PEN-IDX > WA-QTD-PEN.
    CLOSE PENDENCIA-CTL.

7210-GRAVAR-PENDENCIA.
    IF  WA-PEN-VIVA(WA-PEN-IDX) = "S"
        MOVE WA-PEN-LINHA(WA-PEN-IDX) TO PEN-LINHA
        WRITE PEN-LINHA
    END-IF.

*--------------------------------------------------------------------*
* REESCREVE O MANIFESTO COM AS LINHAS "D" CONSUMIDAS JA MARCADAS "C". *
*--------------------------------------------------------------------*
7300-REESCREVER-MANIFESTO.
    OPEN OUTPUT IMP-MANIFESTO.
    PERFORM 7310-GRAVAR-LINHA-MANIFESTO
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-MAN.
    CLOSE IMP-MANIFESTO.

7310-GRAVAR-LINHA-MANIFESTO.
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
    STRING "CAMPOS APLICADOS: "  DELIMITED BY SIZE
           WA-TOTAL-APLICADAS    DELIMITED BY SIZE
           "  RETIDOS: "         DELIMITED BY SIZE
           WA-TOTAL-RETIDAS      DELIMITED BY SIZE
           "  PRODUTOS TRAVADOS: " DELIMITED BY SIZE
           WA-TOTAL-TRAVADOS     DELIMITED BY SIZE
           "  SEM CADASTRO: "    DELIMITED BY SIZE
           WA-TOTAL-SEM-CADASTRO DELIMITED BY SIZE
           "  INVALIDAS: "       DELIMITED BY SIZE
           WA-TOTAL-INVALIDAS    DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "DECISOES APROVADAS: " DELIMITED BY SIZE
           WA-TOTAL-APROVADAS     DELIMITED BY SIZE
           "  REJEITADAS: "       DELIMITED BY SIZE
           WA-TOTAL-REJEITADAS    DELIMITED BY SIZE
           "  DESATUALIZADAS: "   DELIMITED BY SIZE
           WA-TOTAL-DESATUAL      DELIMITED BY SIZE
           "  ADIADAS (TRAVA): "  DELIMITED BY SIZE
           WA-TOTAL-ADIADAS       DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

*   RETIDAS NESTA RODADA PRECISAM DE ALGUEM QUE DECIDA.
    IF  WA-TOTAL-RETIDAS > ZEROS
        MOVE "A" TO WA-ALR-SEVERIDADE
        MOVE SPACES TO WA-ALR-TEXTO
        STRING WA-TOTAL-RETIDAS             DELIMITED BY SIZE
               " ALTERACAO(OES) DE CUSTO/PRECO ACIMA DE "
                                            DELIMITED BY SIZE
               FUNCTION TRIM(WA-EDIT-LIMITE) DELIMITED BY SIZE
               "% RETIDA(S) PARA O SUPERVISOR EM precopend.ctl"
                                            DELIMITED BY SIZE
               INTO WA-ALR-TEXTO
        END-STRING
        CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                               WA-ALR-TEXTO, WA-ALR-RETORNO
        END-CALL
    END-IF.

9999-FINALIZAR.
    CLOSE PRECO-LOG.
    CLOSE PRECOIMP-RPT.
    CANCEL WA-LIB.
