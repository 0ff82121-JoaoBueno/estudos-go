IDENTIFICATION DIVISION.
PROGRAM-ID.    FORNSCOR.
*------------------------------------------------------------------------------*
* PLACAR MENSAL DE FORNECEDORES NA ENTRADA DE DOCUMENTOS, PARA O COMPRAS.      *
* A QUARENTENA, O VIGIA DE CHEGADA E A RECONCILIACAO SO OLHAVAM O ARQUIVO -    *
* NINGUEM SOMAVA POR QUEM MANDOU, E O COMPRAS NEGOCIAVA SEM SABER QUAL         *
* FORNECEDOR MANDA MAL.  PARA O MES PEDIDO EM fornscor.ctl (AAAAMM; SEM O      *
* ARQUIVO, O MES DA DATA DE MOVIMENTO - MESMA CONVENCAO DO NFEMRPT), ESTE      *
* PASSO CRUZA, POR CNPJ DE QUEM MANDOU E TIPO DE ENTRADA:                      *
*                                                                              *
*   nfechaves.ctl        - NF-E ACEITAS (EMITENTE DE DENTRO DA CHAVE);         *
*   intake-aceitos.ctl   - DOCUMENTOS ACEITOS PELO INTAKE (CNAB, PRECO...);    *
*   quarentena.ctl       - EVENTOS DE QUARENTENA E DE REJEICAO (REJEICAO SEM   *
*                          CNPJ VALE O DO EVENTO DE QUARENTENA DO ARQUIVO);    *
*   nfewatch-chegada.ctl - ATRASO ENTRE O MANIFESTO E A CHEGADA DO ARQUIVO     *
*                          (SO NF-E, O UNICO TIPO COM VIGIA);                  *
*   nfediverg.ctl        - DIVERGENCIAS DE VALOR ACHADAS PELO NFECONF;         *
*   fornecedores.ctl     - RAZAO SOCIAL DO CADASTRO.                           *
*                                                                              *
* RECEBIDOS = ACEITOS + QUARENTENADOS (COMO NO NFEMRPT).  O INDICE DE          *
* PROBLEMA E (QUARENTENADOS + DIVERGENCIAS) x 100 / RECEBIDOS; O RELATORIO     *
* SAI DO PIOR PARA O MELHOR, COM O INDICE DOS TRES MESES ANTERIORES E A        *
* TENDENCIA CONTRA A MEDIA DELES.  NF-E RETIDA PELO CADASTRO (TIPO NFEFOR)     *
* CONTA COMO NF-E; EVENTO DE NF-E (NFEEVT) NAO E DOCUMENTO E FICA FORA.        *
* DOCUMENTO SEM CNPJ CONHECIDO (LOTE .zip, LINHA ANTIGA DO REGISTRO) SO SAI    *
* CONTADO NO RODAPE.                                                           *
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
    SELECT PARM-CTL ASSIGN "fornscor.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-PARM.

    SELECT CHAVES-FILE ASSIGN "nfechaves.ctl"
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY NFK-CHAVE
           FILE STATUS SW-STATUS-NFK.

    SELECT ACEITOS-LOG ASSIGN "intake-aceitos.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-ACE.

    SELECT QUAR-REG ASSIGN "quarentena.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-QUA.

    SELECT CHEGADA-LOG ASSIGN "nfewatch-chegada.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CHG.

    SELECT DIVERG-FILE ASSIGN "nfediverg.ctl"
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY DIV-CHAVE-DIV
           FILE STATUS SW-STATUS-DIV.

    SELECT FORNEC-CTL ASSIGN "fornecedores.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-FOR.

    SELECT ORDENA-WORK ASSIGN "fornscor-sort.tmp".

    SELECT FORNSCOR-RPT ASSIGN "fornscor.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

DATA DIVISION.
FILE SECTION.
FD  PARM-CTL.
01  PARM-LINHA.
    03  PARM-MES                 PIC X(006).

FD  CHAVES-FILE.
01  NFK-RECORD.
    03  NFK-CHAVE                PIC X(044).
    03  NFK-ARQUIVO              PIC X(100).
    03  NFK-DATA                 PIC 9(008).
    03  NFK-HORA                 PIC 9(006).

FD  ACEITOS-LOG.
copy "md5/intkace.ws".

FD  QUAR-REG.
copy "md5/quarentena.ws".

FD  CHEGADA-LOG.
copy "md5/nfechega.ws".

FD  DIVERG-FILE.
copy "md5/nfediv.ws".

FD  FORNEC-CTL.
copy "md5/fornec.ws".

SD  ORDENA-WORK.
01  ORD-LINHA.
    03  ORD-INDICE               PIC 9(003).
    03  ORD-RECEBIDOS            PIC 9(005).
    03  ORD-CNPJ                 PIC X(014).
    03  ORD-TIPO                 PIC X(008).
    03  ORD-IDX-LIN              PIC 9(004).

FD  FORNSCOR-RPT.
01  RPT-LINHA                    PIC X(132).

WORKING-STORAGE SECTION.
77  SW-STATUS-PARM               PIC X(002)          VALUE SPACES.
77  SW-STATUS-NFK                PIC X(002)          VALUE SPACES.
77  SW-STATUS-ACE                PIC X(002)          VALUE SPACES.
77  SW-STATUS-QUA                PIC X(002)          VALUE SPACES.
77  SW-STATUS-CHG                PIC X(002)          VALUE SPACES.
77  SW-STATUS-DIV                PIC X(002)          VALUE SPACES.
77  SW-STATUS-FOR                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.

* DATA DE MOVIMENTO DA RODADA (ROTINA DATAMOV) - NAO A DO RELOGIO.
77  WA-DMR-OPERACAO              PIC X(001)          VALUE "C".
77  WA-DMR-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-FIM-ARQUIVO               PIC X(001)          VALUE "N".
    88  WA-FIM-ARQUIVO-SIM                           VALUE "S".
77  WA-FIM-ORDENA                PIC X(001)          VALUE "N".
    88  WA-FIM-ORDENA-SIM                            VALUE "S".
77  WA-ACHOU                     PIC X(001)          VALUE "N".
    88  WA-ACHOU-SIM                                 VALUE "S".

*--------------------------------------------------------------------*
* JANELA DE QUATRO MESES: 1 A 3 SAO OS ANTERIORES (M-3, M-2, M-1) E  *
* 4 E O MES PEDIDO.  O MAPA ARQUIVO->CNPJ DAS QUARENTENAS VOLTA UM    *
* ANO ANTES DA JANELA, PARA A REJEICAO DE ARQUIVO ANTIGO ACHAR DONO.  *
*--------------------------------------------------------------------*
77  WA-MES                       PIC 9(006)          VALUE ZEROS.
77  WA-MES-CALC                  PIC 9(006)          VALUE ZEROS.
77  WA-MM                        PIC 9(002)          VALUE ZEROS.
01  WA-TABELA-JANELA.
    03  WA-MES-JAN               PIC 9(006)          OCCURS 4 TIMES.
77  WA-IDX-MES                   PIC 9(001)          VALUE ZEROS.
77  WA-SLOT                      PIC 9(001)          VALUE ZEROS.
77  WA-DATA-CORTE                PIC 9(008)          VALUE ZEROS.

* REGRA DA TENDENCIA: DIFERENCA, EM PONTOS DO INDICE, CONTRA A MEDIA
* DOS MESES ANTERIORES PARA CONTAR COMO PIORA OU MELHORA.
77  WA-MARGEM-TENDENCIA          PIC 9(003)          VALUE 5.

*--------------------------------------------------------------------*
* O DOCUMENTO DA VEZ, JA NORMALIZADO PELO 2700-POSICIONAR: QUEM       *
* MANDOU, TIPO DE ENTRADA, DATA DO EVENTO E ARQUIVO.                  *
*--------------------------------------------------------------------*
77  WA-DOC-CNPJ                  PIC X(014)          VALUE SPACES.
77  WA-DOC-TIPO                  PIC X(008)          VALUE SPACES.
77  WA-DOC-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DOC-ARQUIVO               PIC X(100)          VALUE SPACES.
77  WA-POSICIONADO               PIC X(001)          VALUE "N".
    88  WA-POSICIONADO-SIM                           VALUE "S".

*--------------------------------------------------------------------*
* UMA LINHA POR CNPJ + TIPO, MANTIDA EM ORDEM DE CHAVE (LINHA NOVA    *
* ENTRA NA POSICAO CERTA E EMPURRA AS SEGUINTES), COM OS CONTADORES   *
* DE CADA MES DA JANELA.                                              *
*--------------------------------------------------------------------*
01  WA-TABELA-LINHAS.
    03  WA-QTD-LINHAS            PIC 9(004)          VALUE ZEROS.
    03  WA-LIN-ITEM              OCCURS 2000 TIMES.
        05  WA-LIN-CHAVE.
            07  WA-LIN-CNPJ      PIC X(014).
            07  WA-LIN-TIPO      PIC X(008).
        05  WA-LIN-MES           OCCURS 4 TIMES.
            07  WA-LIN-RECEBIDOS PIC 9(005).
            07  WA-LIN-QUARENTENA
                                 PIC 9(005).
            07  WA-LIN-REJEITADOS
                                 PIC 9(005).
            07  WA-LIN-ATRASO-MIN
                                 PIC 9(009).
            07  WA-LIN-DIVERGENCIAS
                                 PIC 9(005).
77  WA-IDX-LIN                   PIC 9(004)          VALUE ZEROS.
77  WA-IDX-DESL                  PIC 9(004)          VALUE ZEROS.
01  WA-CHAVE-PROCURADA.
    03  WA-CHP-CNPJ              PIC X(014).
    03  WA-CHP-TIPO              PIC X(008).

*--------------------------------------------------------------------*
* CHEGADAS ATRASADAS DO VIGIA (ARQUIVO -> MINUTOS) E O MAPA ARQUIVO   *
* -> CNPJ DAS QUARENTENAS, PARA ACHAR O DONO DA REJEICAO.             *
*--------------------------------------------------------------------*
01  WA-TABELA-CHEGADAS.
    03  WA-QTD-CHEGADAS          PIC 9(004)          VALUE ZEROS.
    03  WA-CHE-ITEM              OCCURS 5000 TIMES.
        05  WA-CHE-ARQUIVO       PIC X(100).
        05  WA-CHE-ATRASO-MIN    PIC 9(007).
77  WA-IDX-CHE                   PIC 9(004)          VALUE ZEROS.
77  WA-ATRASO-ACHADO             PIC 9(007)          VALUE ZEROS.

01  WA-TABELA-ARQ-CNPJ.
    03  WA-QTD-ARQ               PIC 9(004)          VALUE ZEROS.
    03  WA-ARQ-ITEM              OCCURS 5000 TIMES.
        05  WA-ARQ-ARQUIVO       PIC X(100).
        05  WA-ARQ-CNPJ          PIC X(014).
77  WA-IDX-ARQ                   PIC 9(004)          VALUE ZEROS.

01  WA-TABELA-FORNECEDORES.
    03  WA-QTD-FOR               PIC 9(004)          VALUE ZEROS.
    03  WA-FOR-ITEM              OCCURS 3000 TIMES.
        05  WA-FOR-CNPJ          PIC X(014).
        05  WA-FOR-RAZAO         PIC X(040).
77  WA-IDX-FOR                   PIC 9(004)          VALUE ZEROS.
77  WA-RAZAO                     PIC X(040)          VALUE SPACES.

* INDICE DE UM MES DE UMA LINHA (3000-CALCULAR-INDICE).
77  WA-INDICE-CALC               PIC 9(003)          VALUE ZEROS.
77  WA-TEM-RECEBIDOS             PIC X(001)          VALUE "N".
    88  WA-TEM-RECEBIDOS-SIM                         VALUE "S".
77  WA-SOMA-ANTERIORES           PIC 9(005)          VALUE ZEROS.
77  WA-QTD-ANTERIORES            PIC 9(001)          VALUE ZEROS.
77  WA-MEDIA-ANTERIORES          PIC 9(003)          VALUE ZEROS.
77  WA-PCT-CALC                  PIC 9(003)          VALUE ZEROS.
77  WA-ATRASO-MEDIO              PIC 9(006)          VALUE ZEROS.

77  WA-TOT-RECEBIDOS             PIC 9(007)          VALUE ZEROS.
77  WA-TOT-QUARENTENA            PIC 9(007)          VALUE ZEROS.
77  WA-TOT-REJEITADOS            PIC 9(007)          VALUE ZEROS.
77  WA-TOT-DIVERGENCIAS          PIC 9(007)          VALUE ZEROS.
77  WA-TOT-LISTADOS              PIC 9(005)          VALUE ZEROS.
77  WA-TOT-PIOROU                PIC 9(005)          VALUE ZEROS.
77  WA-TOT-SEM-CNPJ              PIC 9(007)          VALUE ZEROS.

01  WA-RPT-DETALHE.
    03  WA-RPT-CNPJ              PIC X(014).
    03  FILLER                   PIC X(002)          VALUE SPACES.
    03  WA-RPT-RAZAO             PIC X(030).
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-RPT-TIPO              PIC X(008).
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-RPT-RECEBIDOS         PIC ZZZZ9.
    03  FILLER                   PIC X(002)          VALUE SPACES.
    03  WA-RPT-QUARENTENA        PIC ZZZZ9.
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-RPT-PCT-QUAR          PIC X(003).
    03  WA-RPT-PCT-QUAR-SINAL    PIC X(001).
    03  FILLER                   PIC X(002)          VALUE SPACES.
    03  WA-RPT-REJEITADOS        PIC ZZZZ9.
    03  FILLER                   PIC X(001)          VALUE SPACES.
    03  WA-RPT-PCT-REJ           PIC X(003).
    03  WA-RPT-PCT-REJ-SINAL     PIC X(001).
    03  FILLER                   PIC X(002)          VALUE SPACES.
    03  WA-RPT-ATRASO            PIC X(006).
    03  FILLER                   PIC X(002)          VALUE SPACES.
    03  WA-RPT-DIVERGENCIAS      PIC ZZZZ9.
    03  FILLER                   PIC X(002)          VALUE SPACES.
    03  WA-RPT-INDICE            PIC X(003).
    03  WA-RPT-INDICE-SINAL      PIC X(001).
    03  WA-RPT-ANTERIOR          OCCURS 3 TIMES.
        05  FILLER               PIC X(001).
        05  WA-RPT-IND-ANT       PIC X(003).
        05  WA-RPT-IND-ANT-SINAL PIC X(001).
    03  FILLER                   PIC X(002)          VALUE SPACES.
    03  WA-RPT-TENDENCIA         PIC X(008).
77  WA-ED-PCT                    PIC ZZ9.
77  WA-ED-ATRASO                 PIC ZZZZZ9.
77  WA-ED-MES                    PIC 9(006).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    PERFORM 1200-CARREGAR-FORNECEDORES
            THRU 1200-CARREGAR-FORNECEDORES-EXIT.
    PERFORM 1300-CARREGAR-CHEGADAS
            THRU 1300-CARREGAR-CHEGADAS-EXIT.
    PERFORM 2000-CONTAR-ACEITAS-NFE
            THRU 2000-CONTAR-ACEITAS-NFE-EXIT.
    PERFORM 2100-CONTAR-ACEITOS-INTAKE
            THRU 2100-CONTAR-ACEITOS-INTAKE-EXIT.
    PERFORM 2200-CONTAR-QUARENTENA
            THRU 2200-CONTAR-QUARENTENA-EXIT.
    PERFORM 2300-CONTAR-DIVERGENCIAS
            THRU 2300-CONTAR-DIVERGENCIAS-EXIT.
    SORT ORDENA-WORK
         ON DESCENDING KEY ORD-INDICE ORD-RECEBIDOS
         ON ASCENDING KEY ORD-CNPJ ORD-TIPO
         INPUT PROCEDURE 4000-SELECIONAR-LINHAS
         OUTPUT PROCEDURE 5000-LISTAR-RANKING.
    PERFORM 8000-TRAILER.
    PERFORM 9999-FINALIZAR.
    STOP RUN.

1000-INICIALIZAR.
    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.
    MOVE WA-DMR-DATA(1:6) TO WA-MES(1:6).

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

    MOVE WA-MES TO WA-MES-JAN(4).
    MOVE WA-MES TO WA-MES-CALC.
    PERFORM 1100-MES-ANTERIOR
            VARYING WA-IDX-MES FROM 3 BY -1
            UNTIL WA-IDX-MES < 1.
    COMPUTE WA-DATA-CORTE = WA-MES-JAN(1) * 100 + 1 - 10000.

    OPEN OUTPUT FORNSCOR-RPT.
    IF  SW-STATUS-RPT(1:1) NOT = ZEROS
        DISPLAY "FORNSCOR - NAO ABRIU fornscor.rpt, STATUS "
                SW-STATUS-RPT UPON SYSERR
        STOP RUN
    END-IF.
    MOVE SPACES TO RPT-LINHA.
    STRING "PLACAR DE FORNECEDORES NA ENTRADA DE DOCUMENTOS - MES "
                    DELIMITED BY SIZE
           WA-MES   DELIMITED BY SIZE
           " (PIOR PRIMEIRO)" DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

* O MES ANTERIOR AO DE WA-MES-CALC, NA POSICAO WA-IDX-MES DA JANELA.
1100-MES-ANTERIOR.
    MOVE WA-MES-CALC(5:2) TO WA-MM.
    IF  WA-MM = 1
        COMPUTE WA-MES-CALC = WA-MES-CALC - 89
    ELSE
        COMPUTE WA-MES-CALC = WA-MES-CALC - 1
    END-IF.
    MOVE WA-MES-CALC TO WA-MES-JAN(WA-IDX-MES).

*--------------------------------------------------------------------*
* CADASTRO DE FORNECEDORES, SO PARA A RAZAO SOCIAL NO RELATORIO.      *
*--------------------------------------------------------------------*
1200-CARREGAR-FORNECEDORES.
    OPEN INPUT FORNEC-CTL.
    IF  SW-STATUS-FOR(1:1) NOT = ZEROS
        GO TO 1200-CARREGAR-FORNECEDORES-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-ARQUIVO.
    PERFORM 1210-LER-FORNECEDOR
            WITH TEST AFTER
            UNTIL WA-FIM-ARQUIVO-SIM.
    CLOSE FORNEC-CTL.

1200-CARREGAR-FORNECEDORES-EXIT.
    EXIT.

1210-LER-FORNECEDOR.
    READ FORNEC-CTL
         AT END SET WA-FIM-ARQUIVO-SIM TO TRUE
         NOT AT END
             IF  FOR-CNPJ NOT = SPACES AND WA-QTD-FOR < 3000
                 ADD 1 TO WA-QTD-FOR
                 MOVE FOR-CNPJ  TO WA-FOR-CNPJ(WA-QTD-FOR)
                 MOVE FOR-RAZAO TO WA-FOR-RAZAO(WA-QTD-FOR)
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* CHEGADAS ATRASADAS REGISTRADAS PELO NFEWATCH DESDE O INICIO DA      *
* JANELA.  ARQUIVO QUE NAO ESTA AQUI CHEGOU JUNTO COM O MANIFESTO.    *
* TABELA CHEIA PARA A RODADA EM VEZ DE ENTREGAR ATRASO MENOR.         *
*--------------------------------------------------------------------*
1300-CARREGAR-CHEGADAS.
    OPEN INPUT CHEGADA-LOG.
    IF  SW-STATUS-CHG(1:1) NOT = ZEROS
        GO TO 1300-CARREGAR-CHEGADAS-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-ARQUIVO.
    PERFORM 1310-LER-CHEGADA
            WITH TEST AFTER
            UNTIL WA-FIM-ARQUIVO-SIM.
    CLOSE CHEGADA-LOG.

1300-CARREGAR-CHEGADAS-EXIT.
    EXIT.

1310-LER-CHEGADA.
    READ CHEGADA-LOG
         AT END SET WA-FIM-ARQUIVO-SIM TO TRUE
         NOT AT END
             IF  CHG-ARQUIVO NOT = SPACES
                 AND CHG-DATA(1:6) NOT < WA-MES-JAN(1)
                 IF  WA-QTD-CHEGADAS NOT < 5000
                     DISPLAY "FORNSCOR - MAIS DE 5000 CHEGADAS "
                             "ATRASADAS NA JANELA, AUMENTAR "
                             "WA-TABELA-CHEGADAS" UPON SYSERR
                     STOP RUN
                 END-IF
                 ADD 1 TO WA-QTD-CHEGADAS
                 MOVE CHG-ARQUIVO    TO WA-CHE-ARQUIVO(WA-QTD-CHEGADAS)
                 MOVE CHG-ATRASO-MIN TO
                      WA-CHE-ATRASO-MIN(WA-QTD-CHEGADAS)
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* NF-E ACEITAS NA JANELA: O EMITENTE E O CNPJ DE DENTRO DA CHAVE      *
* (POSICOES 7 A 20).  CADA UMA E UM RECEBIDO DO MES EM QUE ENTROU NO  *
* REGISTRO, COM O ATRASO DE CHEGADA DO ARQUIVO, SE HOUVE.             *
*--------------------------------------------------------------------*
2000-CONTAR-ACEITAS-NFE.
    OPEN INPUT CHAVES-FILE.
    IF  SW-STATUS-NFK(1:1) NOT = ZEROS
        GO TO 2000-CONTAR-ACEITAS-NFE-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-ARQUIVO.
    PERFORM 2010-LER-CHAVE
            WITH TEST AFTER
            UNTIL WA-FIM-ARQUIVO-SIM.
    CLOSE CHAVES-FILE.

2000-CONTAR-ACEITAS-NFE-EXIT.
    EXIT.

2010-LER-CHAVE.
    READ CHAVES-FILE NEXT RECORD
         AT END SET WA-FIM-ARQUIVO-SIM TO TRUE
         NOT AT END
             MOVE SPACES TO WA-DOC-CNPJ
             IF  NFK-CHAVE(7:14) NUMERIC
                 MOVE NFK-CHAVE(7:14) TO WA-DOC-CNPJ
             END-IF
             MOVE "NFE"       TO WA-DOC-TIPO
             MOVE NFK-DATA    TO WA-DOC-DATA
             MOVE NFK-ARQUIVO TO WA-DOC-ARQUIVO
             PERFORM 2700-POSICIONAR
                     THRU 2700-POSICIONAR-EXIT
             IF  WA-POSICIONADO-SIM
                 ADD 1 TO WA-LIN-RECEBIDOS(WA-IDX-LIN, WA-SLOT)
                 PERFORM 2800-SOMAR-ATRASO
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* DOCUMENTOS DOS DEMAIS TIPOS ACEITOS PELO INTAKE NA JANELA, COM O    *
* REMETENTE DO FLUXO (intake.ctl) COMO QUEM MANDOU.                   *
*--------------------------------------------------------------------*
2100-CONTAR-ACEITOS-INTAKE.
    OPEN INPUT ACEITOS-LOG.
    IF  SW-STATUS-ACE(1:1) NOT = ZEROS
        GO TO 2100-CONTAR-ACEITOS-INTAKE-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-ARQUIVO.
    PERFORM 2110-LER-ACEITO
            WITH TEST AFTER
            UNTIL WA-FIM-ARQUIVO-SIM.
    CLOSE ACEITOS-LOG.

2100-CONTAR-ACEITOS-INTAKE-EXIT.
    EXIT.

2110-LER-ACEITO.
    READ ACEITOS-LOG
         AT END SET WA-FIM-ARQUIVO-SIM TO TRUE
         NOT AT END
             MOVE ACE-CNPJ-EMIT TO WA-DOC-CNPJ
             MOVE ACE-TIPO      TO WA-DOC-TIPO
             MOVE ACE-DATA      TO WA-DOC-DATA
             MOVE ACE-ARQUIVO   TO WA-DOC-ARQUIVO
             PERFORM 2700-POSICIONAR
                     THRU 2700-POSICIONAR-EXIT
             IF  WA-POSICIONADO-SIM
                 ADD 1 TO WA-LIN-RECEBIDOS(WA-IDX-LIN, WA-SLOT)
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* HISTORICO DA QUARENTENA.  O EVENTO DE QUARENTENA E UM RECEBIDO E UM *
* QUARENTENADO DO MES (O DOCUMENTO CHEGOU, SO NAO PASSOU) E GUARDA O  *
* DONO DO ARQUIVO; A REJEICAO CONTA NO MES EM QUE FOI DECIDIDA, COM O *
* DONO GUARDADO.  LIBERACAO NAO CONTA - O LIBERADO VOLTA PELA ENTRADA *
* NORMAL E E CONTADO LA.                                              *
*--------------------------------------------------------------------*
2200-CONTAR-QUARENTENA.
    OPEN INPUT QUAR-REG.
    IF  SW-STATUS-QUA(1:1) NOT = ZEROS
        GO TO 2200-CONTAR-QUARENTENA-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-ARQUIVO.
    PERFORM 2210-LER-EVENTO
            WITH TEST AFTER
            UNTIL WA-FIM-ARQUIVO-SIM.
    CLOSE QUAR-REG.

2200-CONTAR-QUARENTENA-EXIT.
    EXIT.

2210-LER-EVENTO.
    READ QUAR-REG
         AT END SET WA-FIM-ARQUIVO-SIM TO TRUE
         NOT AT END
             IF  QUA-DATA NOT < WA-DATA-CORTE
                 AND QUA-TIPO NOT = "NFEEVT"
                 PERFORM 2220-TRATAR-EVENTO
                         THRU 2220-TRATAR-EVENTO-EXIT
             END-IF
    END-READ.

2220-TRATAR-EVENTO.
    MOVE QUA-ARQUIVO TO WA-DOC-ARQUIVO.
    MOVE QUA-DATA    TO WA-DOC-DATA.
    IF  QUA-TIPO = SPACES
        MOVE "NFE"    TO WA-DOC-TIPO
    ELSE
        MOVE QUA-TIPO TO WA-DOC-TIPO
    END-IF.
    MOVE SPACES TO WA-DOC-CNPJ.
    IF  QUA-CNPJ-EMIT NUMERIC
        MOVE QUA-CNPJ-EMIT TO WA-DOC-CNPJ
    END-IF.

    EVALUATE QUA-SITUACAO
        WHEN "QUARENTENA"
            IF  WA-DOC-CNPJ NOT = SPACES
                PERFORM 2850-GUARDAR-DONO
            END-IF
            PERFORM 2700-POSICIONAR
                    THRU 2700-POSICIONAR-EXIT
            IF  WA-POSICIONADO-SIM
                ADD 1 TO WA-LIN-RECEBIDOS(WA-IDX-LIN, WA-SLOT)
                ADD 1 TO WA-LIN-QUARENTENA(WA-IDX-LIN, WA-SLOT)
                PERFORM 2800-SOMAR-ATRASO
            END-IF
        WHEN "REJEITADO"
            IF  WA-DOC-CNPJ = SPACES
                PERFORM 2860-ACHAR-DONO
            END-IF
            PERFORM 2700-POSICIONAR
                    THRU 2700-POSICIONAR-EXIT
            IF  WA-POSICIONADO-SIM
                ADD 1 TO WA-LIN-REJEITADOS(WA-IDX-LIN, WA-SLOT)
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

2220-TRATAR-EVENTO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* DIVERGENCIAS DE VALOR DO NFECONF, NO MES DA IMPORTACAO DA NOTA.     *
*--------------------------------------------------------------------*
2300-CONTAR-DIVERGENCIAS.
    OPEN INPUT DIVERG-FILE.
    IF  SW-STATUS-DIV(1:1) NOT = ZEROS
        GO TO 2300-CONTAR-DIVERGENCIAS-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-ARQUIVO.
    PERFORM 2310-LER-DIVERGENCIA
            WITH TEST AFTER
            UNTIL WA-FIM-ARQUIVO-SIM.
    CLOSE DIVERG-FILE.

2300-CONTAR-DIVERGENCIAS-EXIT.
    EXIT.

2310-LER-DIVERGENCIA.
    READ DIVERG-FILE NEXT RECORD
         AT END SET WA-FIM-ARQUIVO-SIM TO TRUE
         NOT AT END
             MOVE SPACES TO WA-DOC-CNPJ
             IF  DIV-CNPJ-EMIT NUMERIC
                 MOVE DIV-CNPJ-EMIT TO WA-DOC-CNPJ
             END-IF
             MOVE "NFE"        TO WA-DOC-TIPO
             MOVE DIV-DATA-IMP TO WA-DOC-DATA
             MOVE SPACES       TO WA-DOC-ARQUIVO
             PERFORM 2700-POSICIONAR
                     THRU 2700-POSICIONAR-EXIT
             IF  WA-POSICIONADO-SIM
                 ADD 1 TO WA-LIN-DIVERGENCIAS(WA-IDX-LIN, WA-SLOT)
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* POSICIONA O DOCUMENTO DA VEZ: MES DA JANELA (WA-SLOT) E LINHA DO    *
* CNPJ + TIPO (WA-IDX-LIN).  NF-E RETIDA PELO CADASTRO (NFEFOR) E     *
* NF-E.  FORA DA JANELA NAO POSICIONA; SEM CNPJ SO CONTA NO RODAPE    *
* (E SO NO MES PEDIDO).                                               *
*--------------------------------------------------------------------*
2700-POSICIONAR.
    MOVE "N" TO WA-POSICIONADO.
    PERFORM 2900-ACHAR-MES.
    IF  WA-SLOT = ZEROS
        GO TO 2700-POSICIONAR-EXIT
    END-IF.
    IF  WA-DOC-CNPJ = SPACES
        IF  WA-SLOT = 4
            ADD 1 TO WA-TOT-SEM-CNPJ
        END-IF
        GO TO 2700-POSICIONAR-EXIT
    END-IF.
    IF  WA-DOC-TIPO = "NFEFOR"
        MOVE "NFE" TO WA-DOC-TIPO
    END-IF.

    MOVE WA-DOC-CNPJ TO WA-CHP-CNPJ.
    MOVE WA-DOC-TIPO TO WA-CHP-TIPO.
    PERFORM 2950-ACHAR-LINHA
            THRU 2950-ACHAR-LINHA-EXIT.
    MOVE "S" TO WA-POSICIONADO.

2700-POSICIONAR-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* ATRASO DE CHEGADA DO ARQUIVO DA VEZ (SO NF-E TEM VIGIA).            *
*--------------------------------------------------------------------*
2800-SOMAR-ATRASO.
    IF  WA-DOC-TIPO = "NFE" AND WA-DOC-ARQUIVO NOT = SPACES
        MOVE ZEROS TO WA-ATRASO-ACHADO
        MOVE "N" TO WA-ACHOU
        PERFORM 2810-PROCURAR-CHEGADA
                VARYING WA-IDX-CHE FROM 1 BY 1
                UNTIL WA-IDX-CHE > WA-QTD-CHEGADAS OR WA-ACHOU-SIM
        ADD WA-ATRASO-ACHADO
         TO WA-LIN-ATRASO-MIN(WA-IDX-LIN, WA-SLOT)
    END-IF.

2810-PROCURAR-CHEGADA.
    IF  WA-CHE-ARQUIVO(WA-IDX-CHE) = WA-DOC-ARQUIVO
        MOVE "S" TO WA-ACHOU
        MOVE WA-CHE-ATRASO-MIN(WA-IDX-CHE) TO WA-ATRASO-ACHADO
    END-IF.

*--------------------------------------------------------------------*
* MAPA ARQUIVO -> CNPJ DAS QUARENTENAS.  O MESMO ARQUIVO POSTO EM     *
* QUARENTENA DE NOVO SO ATUALIZA O DONO.                              *
*--------------------------------------------------------------------*
2850-GUARDAR-DONO.
    PERFORM 2870-PROCURAR-ARQUIVO.
    IF  NOT WA-ACHOU-SIM
        IF  WA-QTD-ARQ NOT < 5000
            DISPLAY "FORNSCOR - MAIS DE 5000 ARQUIVOS EM QUARENTENA "
                    "NO ANO, AUMENTAR WA-TABELA-ARQ-CNPJ" UPON SYSERR
            STOP RUN
        END-IF
        ADD 1 TO WA-QTD-ARQ
        MOVE WA-QTD-ARQ     TO WA-IDX-ARQ
        MOVE WA-DOC-ARQUIVO TO WA-ARQ-ARQUIVO(WA-IDX-ARQ)
    END-IF.
    MOVE WA-DOC-CNPJ TO WA-ARQ-CNPJ(WA-IDX-ARQ).

2860-ACHAR-DONO.
    PERFORM 2870-PROCURAR-ARQUIVO.
    IF  WA-ACHOU-SIM
        MOVE WA-ARQ-CNPJ(WA-IDX-ARQ) TO WA-DOC-CNPJ
    END-IF.

* WA-IDX-ARQ SAI APONTANDO PARA O ARQUIVO QUANDO WA-ACHOU = "S".
2870-PROCURAR-ARQUIVO.
    MOVE "N" TO WA-ACHOU.
    MOVE 1   TO WA-IDX-ARQ.
    PERFORM 2880-TESTAR-ARQUIVO
            UNTIL WA-ACHOU-SIM OR WA-IDX-ARQ > WA-QTD-ARQ.

2880-TESTAR-ARQUIVO.
    IF  WA-ARQ-ARQUIVO(WA-IDX-ARQ) = WA-DOC-ARQUIVO
        MOVE "S" TO WA-ACHOU
    ELSE
        ADD 1 TO WA-IDX-ARQ
    END-IF.

*--------------------------------------------------------------------*
* MES DA JANELA DA DATA DO DOCUMENTO - WA-SLOT ZERO QUANDO FORA.      *
*--------------------------------------------------------------------*
2900-ACHAR-MES.
    MOVE ZEROS TO WA-SLOT.
    PERFORM 2910-TESTAR-MES
            VARYING WA-IDX-MES FROM 1 BY 1
            UNTIL WA-IDX-MES > 4 OR WA-SLOT NOT = ZEROS.

2910-TESTAR-MES.
    IF  WA-DOC-DATA(1:6) = WA-MES-JAN(WA-IDX-MES)
        MOVE WA-IDX-MES TO WA-SLOT
    END-IF.

*--------------------------------------------------------------------*
* ACHA A LINHA DO CNPJ + TIPO (OU A POSICAO ONDE ELA ENTRA, NA ORDEM) *
* - WA-IDX-LIN SAI APONTANDO PARA ELA.  TABELA CHEIA PARA A RODADA EM *
* VEZ DE ENTREGAR UM PLACAR COM FORNECEDOR FALTANDO.                  *
*--------------------------------------------------------------------*
2950-ACHAR-LINHA.
    MOVE 1   TO WA-IDX-LIN.
    MOVE "N" TO WA-ACHOU.
    PERFORM 2960-PROCURAR-LINHA
            UNTIL WA-ACHOU-SIM OR WA-IDX-LIN > WA-QTD-LINHAS.

    IF  WA-ACHOU-SIM
        IF  WA-LIN-CHAVE(WA-IDX-LIN) = WA-CHAVE-PROCURADA
            GO TO 2950-ACHAR-LINHA-EXIT
        END-IF
    END-IF.

    IF  WA-QTD-LINHAS NOT < 2000
        DISPLAY "FORNSCOR - MAIS DE 2000 FORNECEDORES/TIPOS NA JANELA, "
                "AUMENTAR WA-TABELA-LINHAS" UPON SYSERR
        STOP RUN
    END-IF.
    PERFORM 2970-DESLOCAR-LINHA
            VARYING WA-IDX-DESL FROM WA-QTD-LINHAS BY -1
            UNTIL WA-IDX-DESL < WA-IDX-LIN.
    ADD 1 TO WA-QTD-LINHAS.
    INITIALIZE WA-LIN-ITEM(WA-IDX-LIN).
    MOVE WA-CHAVE-PROCURADA TO WA-LIN-CHAVE(WA-IDX-LIN).

2950-ACHAR-LINHA-EXIT.
    EXIT.

2960-PROCURAR-LINHA.
    IF  WA-LIN-CHAVE(WA-IDX-LIN) NOT < WA-CHAVE-PROCURADA
        MOVE "S" TO WA-ACHOU
    ELSE
        ADD 1 TO WA-IDX-LIN
    END-IF.

2970-DESLOCAR-LINHA.
    MOVE WA-LIN-ITEM(WA-IDX-DESL) TO WA-LIN-ITEM(WA-IDX-DESL + 1).

*--------------------------------------------------------------------*
* INDICE DE PROBLEMA DA LINHA WA-IDX-LIN NO MES WA-IDX-MES:           *
* (QUARENTENADOS + DIVERGENCIAS) x 100 / RECEBIDOS.  SEM RECEBIDO NO  *
* MES NAO HA INDICE (WA-TEM-RECEBIDOS = "N").                         *
*--------------------------------------------------------------------*
3000-CALCULAR-INDICE.
    MOVE ZEROS TO WA-INDICE-CALC.
    MOVE "N"   TO WA-TEM-RECEBIDOS.
    IF  WA-LIN-RECEBIDOS(WA-IDX-LIN, WA-IDX-MES) > ZEROS
        MOVE "S" TO WA-TEM-RECEBIDOS
        COMPUTE WA-INDICE-CALC =
              ( WA-LIN-QUARENTENA(WA-IDX-LIN, WA-IDX-MES)
              + WA-LIN-DIVERGENCIAS(WA-IDX-LIN, WA-IDX-MES) ) * 100
              / WA-LIN-RECEBIDOS(WA-IDX-LIN, WA-IDX-MES)
                ON SIZE ERROR MOVE 999 TO WA-INDICE-CALC
        END-COMPUTE
    END-IF.

*--------------------------------------------------------------------*
* ENTRADA DO SORT: AS LINHAS COM MOVIMENTO NO MES PEDIDO, NA ORDEM DO *
* INDICE DO MES (PIOR PRIMEIRO; EMPATE, QUEM MANDOU MAIS).            *
*--------------------------------------------------------------------*
4000-SELECIONAR-LINHAS.
    PERFORM 4100-SELECIONAR-LINHA
            VARYING WA-IDX-LIN FROM 1 BY 1
            UNTIL WA-IDX-LIN > WA-QTD-LINHAS.

4100-SELECIONAR-LINHA.
    IF  WA-LIN-RECEBIDOS(WA-IDX-LIN, 4) > ZEROS
        OR WA-LIN-REJEITADOS(WA-IDX-LIN, 4) > ZEROS
        OR WA-LIN-DIVERGENCIAS(WA-IDX-LIN, 4) > ZEROS
        MOVE 4 TO WA-IDX-MES
        PERFORM 3000-CALCULAR-INDICE
        MOVE WA-INDICE-CALC               TO ORD-INDICE
        MOVE WA-LIN-RECEBIDOS(WA-IDX-LIN, 4) TO ORD-RECEBIDOS
        MOVE WA-LIN-CNPJ(WA-IDX-LIN)      TO ORD-CNPJ
        MOVE WA-LIN-TIPO(WA-IDX-LIN)      TO ORD-TIPO
        MOVE WA-IDX-LIN                   TO ORD-IDX-LIN
        RELEASE ORD-LINHA
    END-IF.

*--------------------------------------------------------------------*
* SAIDA DO SORT: CABECALHO E UMA LINHA POR FORNECEDOR + TIPO.         *
*--------------------------------------------------------------------*
5000-LISTAR-RANKING.
    MOVE SPACES TO RPT-LINHA.
    MOVE "ATRASO"         TO RPT-LINHA(88:6).
    MOVE "INDICE"         TO RPT-LINHA(101:6).
    MOVE "ANTERIORES"     TO RPT-LINHA(110:10).
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    MOVE "CNPJ"           TO RPT-LINHA(1:4).
    MOVE "RAZAO SOCIAL"   TO RPT-LINHA(17:12).
    MOVE "TIPO"           TO RPT-LINHA(48:4).
    MOVE "RECEB"          TO RPT-LINHA(57:5).
    MOVE "QUARE"          TO RPT-LINHA(64:5).
    MOVE "%QUA"           TO RPT-LINHA(70:4).
    MOVE "REJEI"          TO RPT-LINHA(76:5).
    MOVE "%REJ"           TO RPT-LINHA(82:4).
    MOVE "MEDIO"          TO RPT-LINHA(89:5).
    MOVE "DIVER"          TO RPT-LINHA(96:5).
    MOVE "MES"            TO RPT-LINHA(104:3).
    MOVE "M-3"            TO RPT-LINHA(109:3).
    MOVE "M-2"            TO RPT-LINHA(114:3).
    MOVE "M-1"            TO RPT-LINHA(119:3).
    MOVE "TENDENCIA"      TO RPT-LINHA(124:9).
    WRITE RPT-LINHA.

    MOVE "N" TO WA-FIM-ORDENA.
    PERFORM 5100-RETORNAR-LINHA
            WITH TEST AFTER
            UNTIL WA-FIM-ORDENA-SIM.
    IF  WA-TOT-LISTADOS = ZEROS
        MOVE "  NENHUM DOCUMENTO COM CNPJ CONHECIDO NO MES" TO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.

5100-RETORNAR-LINHA.
    RETURN ORDENA-WORK
           AT END SET WA-FIM-ORDENA-SIM TO TRUE
           NOT AT END
               MOVE ORD-IDX-LIN TO WA-IDX-LIN
               PERFORM 5200-LISTAR-LINHA
    END-RETURN.

5200-LISTAR-LINHA.
    ADD 1 TO WA-TOT-LISTADOS.
    MOVE SPACES                          TO WA-RPT-DETALHE.
    MOVE WA-LIN-CNPJ(WA-IDX-LIN)         TO WA-RPT-CNPJ.
    PERFORM 5300-ACHAR-RAZAO.
    MOVE WA-RAZAO                        TO WA-RPT-RAZAO.
    MOVE WA-LIN-TIPO(WA-IDX-LIN)         TO WA-RPT-TIPO.
    MOVE WA-LIN-RECEBIDOS(WA-IDX-LIN, 4) TO WA-RPT-RECEBIDOS.
    MOVE WA-LIN-QUARENTENA(WA-IDX-LIN, 4) TO WA-RPT-QUARENTENA.
    MOVE WA-LIN-REJEITADOS(WA-IDX-LIN, 4) TO WA-RPT-REJEITADOS.
    MOVE WA-LIN-DIVERGENCIAS(WA-IDX-LIN, 4) TO WA-RPT-DIVERGENCIAS.
    ADD WA-LIN-RECEBIDOS(WA-IDX-LIN, 4)    TO WA-TOT-RECEBIDOS.
    ADD WA-LIN-QUARENTENA(WA-IDX-LIN, 4)   TO WA-TOT-QUARENTENA.
    ADD WA-LIN-REJEITADOS(WA-IDX-LIN, 4)   TO WA-TOT-REJEITADOS.
    ADD WA-LIN-DIVERGENCIAS(WA-IDX-LIN, 4) TO WA-TOT-DIVERGENCIAS.

    MOVE "  -" TO WA-RPT-PCT-QUAR WA-RPT-PCT-REJ WA-RPT-INDICE.
    MOVE "     -" TO WA-RPT-ATRASO.
    IF  WA-LIN-RECEBIDOS(WA-IDX-LIN, 4) > ZEROS
        COMPUTE WA-PCT-CALC =
                WA-LIN-QUARENTENA(WA-IDX-LIN, 4) * 100
              / WA-LIN-RECEBIDOS(WA-IDX-LIN, 4)
                ON SIZE ERROR MOVE 999 TO WA-PCT-CALC
        END-COMPUTE
        MOVE WA-PCT-CALC TO WA-ED-PCT
        MOVE WA-ED-PCT   TO WA-RPT-PCT-QUAR
        MOVE "%"         TO WA-RPT-PCT-QUAR-SINAL
        COMPUTE WA-PCT-CALC =
                WA-LIN-REJEITADOS(WA-IDX-LIN, 4) * 100
              / WA-LIN-RECEBIDOS(WA-IDX-LIN, 4)
                ON SIZE ERROR MOVE 999 TO WA-PCT-CALC
        END-COMPUTE
        MOVE WA-PCT-CALC TO WA-ED-PCT
        MOVE WA-ED-PCT   TO WA-RPT-PCT-REJ
        MOVE "%"         TO WA-RPT-PCT-REJ-SINAL
        IF  WA-LIN-TIPO(WA-IDX-LIN) = "NFE"
            COMPUTE WA-ATRASO-MEDIO =
                    WA-LIN-ATRASO-MIN(WA-IDX-LIN, 4)
                  / WA-LIN-RECEBIDOS(WA-IDX-LIN, 4)
                    ON SIZE ERROR MOVE 999999 TO WA-ATRASO-MEDIO
            END-COMPUTE
            MOVE WA-ATRASO-MEDIO TO WA-ED-ATRASO
            MOVE WA-ED-ATRASO    TO WA-RPT-ATRASO
        END-IF
        MOVE ORD-INDICE  TO WA-ED-PCT
        MOVE WA-ED-PCT   TO WA-RPT-INDICE
        MOVE "%"         TO WA-RPT-INDICE-SINAL
    END-IF.

    MOVE ZEROS TO WA-SOMA-ANTERIORES WA-QTD-ANTERIORES.
    PERFORM 5210-INDICE-ANTERIOR
            VARYING WA-IDX-MES FROM 1 BY 1
            UNTIL WA-IDX-MES > 3.
    PERFORM 5220-TENDENCIA.
    MOVE WA-RPT-DETALHE TO RPT-LINHA.
    WRITE RPT-LINHA.

5210-INDICE-ANTERIOR.
    PERFORM 3000-CALCULAR-INDICE.
    IF  WA-TEM-RECEBIDOS-SIM
        MOVE WA-INDICE-CALC TO WA-ED-PCT
        MOVE WA-ED-PCT      TO WA-RPT-IND-ANT(WA-IDX-MES)
        MOVE "%"            TO WA-RPT-IND-ANT-SINAL(WA-IDX-MES)
        ADD WA-INDICE-CALC  TO WA-SOMA-ANTERIORES
        ADD 1               TO WA-QTD-ANTERIORES
    ELSE
        MOVE "  -"          TO WA-RPT-IND-ANT(WA-IDX-MES)
    END-IF.

*--------------------------------------------------------------------*
* TENDENCIA: INDICE DO MES CONTRA A MEDIA DOS MESES ANTERIORES COM    *
* RECEBIDO - SEM NENHUM, O FORNECEDOR E NOVO NA JANELA.               *
*--------------------------------------------------------------------*
5220-TENDENCIA.
    IF  WA-LIN-RECEBIDOS(WA-IDX-LIN, 4) = ZEROS
        MOVE "-" TO WA-RPT-TENDENCIA
    ELSE
        IF  WA-QTD-ANTERIORES = ZEROS
            MOVE "NOVO" TO WA-RPT-TENDENCIA
        ELSE
            COMPUTE WA-MEDIA-ANTERIORES =
                    WA-SOMA-ANTERIORES / WA-QTD-ANTERIORES
            EVALUATE TRUE
                WHEN ORD-INDICE >
                     WA-MEDIA-ANTERIORES + WA-MARGEM-TENDENCIA
                    MOVE "PIOROU"   TO WA-RPT-TENDENCIA
                    ADD 1 TO WA-TOT-PIOROU
                WHEN ORD-INDICE + WA-MARGEM-TENDENCIA <
                     WA-MEDIA-ANTERIORES
                    MOVE "MELHOROU" TO WA-RPT-TENDENCIA
                WHEN OTHER
                    MOVE "ESTAVEL"  TO WA-RPT-TENDENCIA
            END-EVALUATE
        END-IF
    END-IF.

5300-ACHAR-RAZAO.
    MOVE "(FORA DO CADASTRO)" TO WA-RAZAO.
    MOVE "N" TO WA-ACHOU.
    PERFORM 5310-PROCURAR-FORNECEDOR
            VARYING WA-IDX-FOR FROM 1 BY 1
            UNTIL WA-IDX-FOR > WA-QTD-FOR OR WA-ACHOU-SIM.

5310-PROCURAR-FORNECEDOR.
    IF  WA-FOR-CNPJ(WA-IDX-FOR) = WA-LIN-CNPJ(WA-IDX-LIN)
        MOVE "S" TO WA-ACHOU
        MOVE WA-FOR-RAZAO(WA-IDX-FOR) TO WA-RAZAO
    END-IF.

8000-TRAILER.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "TOTAIS DO MES - RECEBIDOS: " DELIMITED BY SIZE
           WA-TOT-RECEBIDOS              DELIMITED BY SIZE
           "  QUARENTENADOS: "           DELIMITED BY SIZE
           WA-TOT-QUARENTENA             DELIMITED BY SIZE
           "  REJEITADOS: "              DELIMITED BY SIZE
           WA-TOT-REJEITADOS             DELIMITED BY SIZE
           "  DIVERGENCIAS: "            DELIMITED BY SIZE
           WA-TOT-DIVERGENCIAS           DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "                FORNECEDORES/TIPOS: " DELIMITED BY SIZE
           WA-TOT-LISTADOS               DELIMITED BY SIZE
           "  PIORARAM: "                DELIMITED BY SIZE
           WA-TOT-PIOROU                 DELIMITED BY SIZE
           "  EVENTOS SEM CNPJ (FORA DO PLACAR): " DELIMITED BY SIZE
           WA-TOT-SEM-CNPJ               DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE WA-MES-JAN(1) TO WA-ED-MES.
    STRING "JANELA: M-3 = " DELIMITED BY SIZE
           WA-ED-MES        DELIMITED BY SIZE
           INTO RPT-LINHA.
    MOVE WA-MES-JAN(2) TO WA-ED-MES.
    STRING "  M-2 = "       DELIMITED BY SIZE
           WA-ED-MES        DELIMITED BY SIZE
           INTO RPT-LINHA(21:14).
    MOVE WA-MES-JAN(3) TO WA-ED-MES.
    STRING "  M-1 = "       DELIMITED BY SIZE
           WA-ED-MES        DELIMITED BY SIZE
           INTO RPT-LINHA(35:14).
    WRITE RPT-LINHA.
    MOVE "  INDICE = (QUARENTENADOS + DIVERGENCIAS) x 100 / RECEBIDOS"
        TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "  RECEBIDOS = ACEITOS + QUARENTENADOS; "  DELIMITED BY SIZE
           "REJEITADOS CONTAM NO MES DA DECISAO"      DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    MOVE WA-MARGEM-TENDENCIA TO WA-ED-PCT.
    STRING "  TENDENCIA = INDICE DO MES CONTRA A MEDIA DOS ANTERIORES "
                                  DELIMITED BY SIZE
           "COM RECEBIDO (MARGEM DE " DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-PCT) DELIMITED BY SIZE
           " PONTOS)"             DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "  ATRASO MEDIO = MINUTOS ENTRE O MANIFESTO E A CHEGADA, "
                                                DELIMITED BY SIZE
           "POR DOCUMENTO (SO NF-E)"            DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

9999-FINALIZAR.
    CLOSE FORNSCOR-RPT.
