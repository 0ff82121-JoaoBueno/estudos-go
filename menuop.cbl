IDENTIFICATION DIVISION.
PROGRAM-ID.  MENUOP.
*------------------------------------------------------------------------------*
* MENU DE OPERACAO DOS UTILITARIOS DIRIGIDOS POR CONTROLE.  RODAR O QUARMGR,   *
* O LOCKCON, O CKMAINT, O VENDRST, O DQFIX OU O ADHOCQRY ERA ABRIR O .ctl NO   *
* vi E ACERTAR AS COLUNAS DE UM LAYOUT FIXO NA MAO - CODIGO SEM ZERO A         *
* ESQUERDA, DIAS NA COLUNA ERRADA, CONFIRMA DESLOCADO PARA DENTRO DO PREFIXO.  *
* ESTE MENU:                                                                   *
*                                                                              *
*   1) RESOLVE O USUARIO REAL DA SESSAO E LISTA SO OS UTILITARIOS CUJO PAPEL   *
*      ELE TEM NO REGISTRO CENTRAL DE OPERADORES (OPERAUT/operadores.ctl) -    *
*      PAPEL DE CADA UTILITARIO FIXO ABAIXO, TROCAVEL POR LINHA DO             *
*      menuop.ctl: PROGRAMA(8) PAPEL(10).  QUEM TEM SUPERVISOR VE TODOS;       *
*   2) PEDE OS PARAMETROS DO UTILITARIO ESCOLHIDO CAMPO A CAMPO, CONFERINDO    *
*      CADA UM (ACAO VALIDA, NUMERO SO COM DIGITOS, DATA QUE EXISTE, TAMANHO   *
*      MAXIMO DA COLUNA, OBRIGATORIO POR ACAO) - "<" EM QUALQUER PERGUNTA      *
*      VOLTA AO MENU SEM GRAVAR NADA;                                          *
*   3) MOSTRA A LINHA DE CONTROLE MONTADA E, CONFIRMADA, GRAVA O .ctl DO       *
*      UTILITARIO PELO MESMO LAYOUT QUE ELE LE (UM COMANDO POR EXECUCAO - O    *
*      .ctl ANTERIOR E SUBSTITUIDO).  NO DQFIX O CONTROLE E A PLANILHA DO      *
*      DQSCAN: O MENU PERCORRE AS LINHAS E PEDE SO O PROPOSTO DE CADA UMA;     *
*   4) RODA O UTILITARIO NUM PROCESSO PROPRIO DO RUNTIME (C$SYSTEM, COMO O     *
*      BATDRV E O NFEDISP - OS UTILITARIOS TERMINAM EM STOP RUN), COLHE O      *
*      RETURN-CODE E MOSTRA O .rpt DELE NA TELA, PAGINADO;                     *
*   5) CADA EXECUCAO SAI NA TRILHA menuop-log.txt (LAYOUT EM menuop.ws) COM O  *
*      USUARIO, O PROGRAMA, O CONTROLE GRAVADO E O RETURN-CODE.                *
*                                                                              *
* AS CONFERENCIAS DE AUTORIDADE DE CADA UTILITARIO (SUPERVISOR PARA A          *
* REJEICAO DO QUARMGR, A PURGA DO CKMAINT ETC.) CONTINUAM DENTRO DELE - O      *
* MENU SO DECIDE O QUE APARECE NA LISTA.                                       *
*                                                                              *
* CRIACAO...: 15/10/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - PLANILHA DO DQFIX COM MAIS DE 500 LINHAS    *
*             NAO E EDITADA (ANTES SO AS 500 PRIMEIRAS ERAM REGRAVADAS); A     *
*             TRILHA LEVA A LINHA DE CONTROLE INTEIRA (600 POSICOES).          *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
* PAPEL EXIGIDO POR UTILITARIO, QUANDO DIFERENTE DO PADRAO.
    SELECT PAPEIS-CTL ASSIGN "menuop.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-PAP.

* CONTROLE DO UTILITARIO ESCOLHIDO (NOME DA TABELA DE UTILITARIOS).
    SELECT CTL-SAIDA ASSIGN WA-NOME-CTL
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CTL.

* PLANILHA DE CORRECAO DO DQFIX, LIDA INTEIRA E REGRAVADA.
    SELECT PLANILHA ASSIGN "dqfix-planilha.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-PLA.

* RETURN-CODE DO UTILITARIO, GRAVADO PELO SHELL NA SAIDA DELE.
    SELECT RC-FILE ASSIGN "menuop-rc.tmp"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RC.

* RELATORIO DO UTILITARIO, MOSTRADO DEPOIS DA EXECUCAO.
    SELECT RPT-ENTRADA ASSIGN WA-NOME-RPT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

    SELECT MENUOP-LOG ASSIGN "menuop-log.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-LOG.

DATA DIVISION.
FILE SECTION.
FD  PAPEIS-CTL.
01  PAP-LINHA.
    03  PAP-PROGRAMA             PIC X(008).
    03  PAP-PAPEL                PIC X(010).

FD  CTL-SAIDA.
01  CSA-LINHA                    PIC X(600).

FD  PLANILHA.
copy "xfd/dqfix.ws".

FD  RC-FILE.
01  RC-LINHA                     PIC X(010).

FD  RPT-ENTRADA.
01  RPE-LINHA                    PIC X(200).

FD  MENUOP-LOG.
copy "menuop.ws".

WORKING-STORAGE SECTION.
77  SW-STATUS-PAP                PIC X(002)          VALUE SPACES.
77  SW-STATUS-CTL                PIC X(002)          VALUE SPACES.
77  SW-STATUS-PLA                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RC                 PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-LOG                PIC X(002)          VALUE SPACES.

77  WA-FIM-PAPEIS                PIC X(001)          VALUE "N".
    88  WA-FIM-PAPEIS-SIM                            VALUE "S".
77  WA-FIM-RPT                   PIC X(001)          VALUE "N".
    88  WA-FIM-RPT-SIM                               VALUE "S".
77  WA-FIM-PLANILHA              PIC X(001)          VALUE "N".
    88  WA-FIM-PLANILHA-SIM                          VALUE "S".
77  WA-PLANILHA-CHEIA            PIC X(001)          VALUE "N".
    88  WA-PLANILHA-CHEIA-SIM                        VALUE "S".
77  WA-SAIR                      PIC X(001)          VALUE "N".
    88  WA-SAIR-SIM                                  VALUE "S".
77  WA-CANCELADO                 PIC X(001)          VALUE "N".
    88  WA-CANCELADO-SIM                             VALUE "S".
77  WA-CAMPO-OK                  PIC X(001)          VALUE "N".
    88  WA-CAMPO-OK-SIM                              VALUE "S".
77  WA-NUMERO-OK                 PIC X(001)          VALUE "N".
    88  WA-NUMERO-OK-SIM                             VALUE "S".

77  WA-OAU-PAPEL                 PIC X(010)          VALUE SPACES.
77  WA-OAU-USUARIO               PIC X(030)          VALUE SPACES.
77  WA-OAU-RETORNO               PIC 9(002)          VALUE ZEROS.
    88  WA-OAU-AUTORIZADO                            VALUE 00.
    88  WA-OAU-REGISTRO-ALTERADO                     VALUE 03.
    88  WA-OAU-ERRO-ARQUIVO                          VALUE 99.

*--------------------------------------------------------------------*
* UTILITARIOS DO MENU: PROGRAMA, CONTROLE QUE ELE LE, RELATORIO QUE   *
* ELE GRAVA, PAPEL PADRAO EXIGIDO E DESCRICAO DA LINHA DO MENU.       *
*--------------------------------------------------------------------*
01  WA-TAB-UTIL-VALORES.
    03  FILLER  PIC X(008) VALUE "QUARMGR".
    03  FILLER  PIC X(020) VALUE "quarmgr.ctl".
    03  FILLER  PIC X(020) VALUE "quarmgr.rpt".
    03  FILLER  PIC X(010) VALUE "OPERADOR".
    03  FILLER  PIC X(050) VALUE
        "QUARENTENA DE DOCUMENTOS - LISTAR/LIBERAR/REJEITAR".
    03  FILLER  PIC X(008) VALUE "LOCKCON".
    03  FILLER  PIC X(020) VALUE "lockcon.ctl".
    03  FILLER  PIC X(020) VALUE "lockcon.rpt".
    03  FILLER  PIC X(010) VALUE "SUPERVISOR".
    03  FILLER  PIC X(050) VALUE
        "TRAVAS DE CADASTRO - LISTAR/LIBERACAO FORCADA".
    03  FILLER  PIC X(008) VALUE "CKMAINT".
    03  FILLER  PIC X(020) VALUE "ckmaint.ctl".
    03  FILLER  PIC X(020) VALUE "ckmaint.rpt".
    03  FILLER  PIC X(010) VALUE "OPERADOR".
    03  FILLER  PIC X(050) VALUE
        "REPOSITORIO DE CHECKSUMS - LIMPEZA DE ENTRADAS".
    03  FILLER  PIC X(008) VALUE "VENDRST".
    03  FILLER  PIC X(020) VALUE "vendrst.ctl".
    03  FILLER  PIC X(020) VALUE "vendrst.rpt".
    03  FILLER  PIC X(010) VALUE "SUPERVISOR".
    03  FILLER  PIC X(050) VALUE
        "RESTAURACAO VERIFICADA DE ARQUIVO/REGISTRO".
    03  FILLER  PIC X(008) VALUE "DQFIX".
    03  FILLER  PIC X(020) VALUE "dqfix-planilha.ctl".
    03  FILLER  PIC X(020) VALUE "dqfix.rpt".
    03  FILLER  PIC X(010) VALUE "SUPERVISOR".
    03  FILLER  PIC X(050) VALUE
        "PLANILHA DE CORRECAO DE QUALIDADE DE DADOS".
    03  FILLER  PIC X(008) VALUE "ADHOCQRY".
    03  FILLER  PIC X(020) VALUE "adhocqry.ctl".
    03  FILLER  PIC X(020) VALUE "adhocqry.rpt".
    03  FILLER  PIC X(010) VALUE "OPERADOR".
    03  FILLER  PIC X(050) VALUE
        "CONSULTA AVULSA (SELECT OU CONSULTA NOMEADA)".
01  WA-TAB-UTIL REDEFINES WA-TAB-UTIL-VALORES.
    03  WA-UTIL                  OCCURS 6 TIMES.
        05  WA-UTL-PROGRAMA      PIC X(008).
        05  WA-UTL-CONTROLE      PIC X(020).
        05  WA-UTL-RELATORIO     PIC X(020).
        05  WA-UTL-PAPEL         PIC X(010).
        05  WA-UTL-DESCRICAO     PIC X(050).
77  WA-QTD-UTIL                  PIC 9(002)  COMP    VALUE 6.

* SITUACAO DE CADA UTILITARIO PARA O USUARIO DA SESSAO, E A ORDEM EM
* QUE OS LIBERADOS APARECEM NO MENU.
01  WA-TAB-LIBERADOS.
    03  WA-UTL-LIBERADO          PIC X(001)  OCCURS 6 TIMES.
    03  WA-MENU-UTIL             PIC 9(002)  OCCURS 6 TIMES.
77  WA-QTD-MENU                  PIC 9(002)  COMP    VALUE ZEROS.
77  WA-IDX                       PIC 9(002)  COMP    VALUE ZEROS.
77  WA-OPC                       PIC 9(002)  COMP    VALUE ZEROS.
77  WA-ED-OPC                    PIC Z9.

77  WA-NOME-CTL                  PIC X(020)          VALUE SPACES.
77  WA-NOME-RPT                  PIC X(020)          VALUE SPACES.
77  WA-PROGRAMA                  PIC X(008)          VALUE SPACES.
77  WA-EVENTO                    PIC X(010)          VALUE SPACES.
77  WA-HORA-SISTEMA              PIC 9(008)          VALUE ZEROS.

*--------------------------------------------------------------------*
* TELA: PERGUNTA, RESPOSTA CRUA E EM MAIUSCULAS, TAMANHO UTIL DELA.   *
*--------------------------------------------------------------------*
77  WA-PERGUNTA                  PIC X(100)          VALUE SPACES.
77  WA-RESPOSTA                  PIC X(600)          VALUE SPACES.
77  WA-RESPOSTA-MAI              PIC X(600)          VALUE SPACES.
77  WA-TAM-RESPOSTA              PIC 9(004)          VALUE ZEROS.
77  WA-TAM-MAXIMO                PIC 9(004)          VALUE ZEROS.
77  WA-ED-TAM                    PIC ZZZ9.
77  WA-NUMERO                    PIC 9(009)          VALUE ZEROS.
77  WA-DATA-PEDIDA               PIC 9(008)          VALUE ZEROS.

*--------------------------------------------------------------------*
* LINHAS DE CONTROLE, NO LAYOUT QUE CADA UTILITARIO LE NO SEU FD.     *
*--------------------------------------------------------------------*
01  WA-QMG-LINHA.
    03  WA-QMG-ACAO              PIC X(001).
    03  WA-QMG-ARQUIVO           PIC X(100).
    03  WA-QMG-MOTIVO            PIC X(040).

01  WA-LKC-LINHA.
    03  WA-LKC-TIPO              PIC X(003).
    03  WA-LKC-CODIGO            PIC 9(008).
    03  WA-LKC-SUPERVISOR        PIC X(030).
    03  WA-LKC-MOTIVO            PIC X(040).
77  WA-LKC-MODO                  PIC X(001)          VALUE SPACES.
    88  WA-LKC-SO-LISTAR                             VALUE "L".

01  WA-CKM-LINHA.
    03  WA-CKM-ACAO              PIC X(001).
    03  WA-CKM-CONFIRMA          PIC X(001).
    03  WA-CKM-DIAS              PIC 9(005).
    03  WA-CKM-DIAS-X REDEFINES WA-CKM-DIAS
                                 PIC X(005).
    03  WA-CKM-PREFIXO           PIC X(200).

01  WA-VRS-LINHA.
    03  WA-VRS-ARQUIVO           PIC X(200).
    03  WA-VRS-DATA-GERACAO      PIC 9(008).
    03  WA-VRS-CONFIRMA          PIC X(001).
    03  WA-VRS-CHAVE             PIC X(060).
    03  WA-VRS-TIPO-TRAVA        PIC X(003).
    03  WA-VRS-CODIGO-TRAVA      PIC 9(008).
    03  WA-VRS-CODIGO-TRAVA-X REDEFINES WA-VRS-CODIGO-TRAVA
                                 PIC X(008).

77  WA-AHQ-CSV                   PIC X(001)          VALUE "N".

77  WA-CTL-LINHA                 PIC X(600)          VALUE SPACES.
77  WA-CTL-LINHA-2               PIC X(600)          VALUE SPACES.
77  WA-CTL-QTD-LINHAS            PIC 9(001)          VALUE ZEROS.

* PLANILHA DO DQFIX EM MEMORIA.
77  WA-QTD-PLANILHA              PIC 9(004)  COMP    VALUE ZEROS.
77  WA-PLA-IDX                   PIC 9(004)  COMP    VALUE ZEROS.
77  WA-PLA-PREENCHIDAS           PIC 9(004)          VALUE ZEROS.
77  WA-ED-PLA                    PIC ZZZ9.
01  WA-TAB-PLANILHA.
    03  WA-PLA-LINHA             PIC X(248)  OCCURS 500 TIMES.
01  WA-PLA-ATUAL.
    03  WA-PLA-ARQUIVO           PIC X(032).
    03  FILLER                   PIC X(001).
    03  WA-PLA-CAMPO             PIC X(032).
    03  FILLER                   PIC X(001).
    03  WA-PLA-CHAVE             PIC X(060).
    03  FILLER                   PIC X(001).
    03  WA-PLA-VALOR-ATUAL       PIC X(060).
    03  FILLER                   PIC X(001).
    03  WA-PLA-PROPOSTO          PIC X(060).

77  WA-COMANDO                   PIC X(200)          VALUE SPACES.
77  WA-RC-VALOR                  PIC 9(005)          VALUE ZEROS.
77  WA-ED-RC                     PIC ZZZZ9.
77  WA-LINHAS-TELA               PIC 9(003)          VALUE ZEROS.

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    PERFORM 2000-MENU
            WITH TEST AFTER
            UNTIL WA-SAIR-SIM.
    PERFORM 9999-FINALIZAR.
    STOP RUN.

1000-INICIALIZAR.
    OPEN EXTEND MENUOP-LOG.
    IF  SW-STATUS-LOG(1:1) = "3"
        OPEN OUTPUT MENUOP-LOG
        CLOSE MENUOP-LOG
        OPEN EXTEND MENUOP-LOG
    END-IF.
    IF  SW-STATUS-LOG(1:1) NOT = ZEROS
        DISPLAY "MENUOP - NAO ABRIU menuop-log.txt, STATUS "
                SW-STATUS-LOG UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT PAPEIS-CTL.
    IF  SW-STATUS-PAP(1:1) = ZEROS
        MOVE "N" TO WA-FIM-PAPEIS
        PERFORM 1100-LER-PAPEL
                WITH TEST AFTER
                UNTIL WA-FIM-PAPEIS-SIM
        CLOSE PAPEIS-CTL
    END-IF.

    MOVE SPACES TO WA-OAU-USUARIO.
    MOVE ZEROS  TO WA-QTD-MENU.
    PERFORM 1200-AUTORIZAR-UTILITARIO
            THRU 1200-AUTORIZAR-UTILITARIO-EXIT
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-UTIL.

    IF  WA-QTD-MENU = ZEROS
        MOVE SPACES   TO WA-PROGRAMA WA-NOME-CTL WA-CTL-LINHA
        MOVE ZEROS    TO WA-RC-VALOR
        MOVE "RECUSADO" TO WA-EVENTO
        MOVE "NENHUM UTILITARIO LIBERADO PARA O USUARIO"
             TO WA-CTL-LINHA
        PERFORM 8000-GRAVAR-LOG
        DISPLAY "MENUOP - USUARIO " WA-OAU-USUARIO
                " SEM PAPEL PARA NENHUM UTILITARIO DO MENU"
        CLOSE MENUOP-LOG
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

1100-LER-PAPEL.
    READ PAPEIS-CTL
         AT END SET WA-FIM-PAPEIS-SIM TO TRUE
         NOT AT END
             IF  PAP-PROGRAMA NOT = SPACES
                 AND PAP-PROGRAMA(1:1) NOT = "*"
                 AND PAP-PAPEL NOT = SPACES
                 PERFORM 1110-TROCAR-PAPEL
                         VARYING WA-IDX FROM 1 BY 1
                         UNTIL WA-IDX > WA-QTD-UTIL
             END-IF
    END-READ.

1110-TROCAR-PAPEL.
    IF  WA-UTL-PROGRAMA(WA-IDX) = PAP-PROGRAMA
        MOVE PAP-PAPEL TO WA-UTL-PAPEL(WA-IDX)
    END-IF.

*--------------------------------------------------------------------*
* O UTILITARIO ENTRA NO MENU SE O USUARIO TEM O PAPEL DELE OU O PAPEL *
* SUPERVISOR.  REGISTRO DE OPERADORES FORA DA VERSAO APROVADA (03) OU *
* ILEGIVEL (99) ENCERRA O MENU - NINGUEM TEM AUTORIDADE CONFERIVEL.   *
*--------------------------------------------------------------------*
1200-AUTORIZAR-UTILITARIO.
    MOVE "N" TO WA-UTL-LIBERADO(WA-IDX).
    MOVE WA-UTL-PAPEL(WA-IDX) TO WA-OAU-PAPEL.
    CALL "OPERAUT" USING WA-OAU-PAPEL, WA-OAU-USUARIO, WA-OAU-RETORNO
    END-CALL.
    IF  WA-OAU-REGISTRO-ALTERADO OR WA-OAU-ERRO-ARQUIVO
        MOVE SPACES   TO WA-PROGRAMA WA-NOME-CTL WA-CTL-LINHA
        MOVE WA-OAU-RETORNO TO WA-RC-VALOR
        MOVE "RECUSADO" TO WA-EVENTO
        MOVE "REGISTRO DE OPERADORES FORA DA VERSAO APROVADA OU ILEGIVEL"
             TO WA-CTL-LINHA
        PERFORM 8000-GRAVAR-LOG
        DISPLAY "MENUOP - REGISTRO DE OPERADORES (operadores.ctl) FORA "
                "DA VERSAO APROVADA OU ILEGIVEL, RETORNO OPERAUT "
                WA-OAU-RETORNO
        CLOSE MENUOP-LOG
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF  NOT WA-OAU-AUTORIZADO
        AND WA-UTL-PAPEL(WA-IDX) NOT = "SUPERVISOR"
        MOVE "SUPERVISOR" TO WA-OAU-PAPEL
        CALL "OPERAUT" USING WA-OAU-PAPEL, WA-OAU-USUARIO,
                              WA-OAU-RETORNO
        END-CALL
    END-IF.
    IF  NOT WA-OAU-AUTORIZADO
        GO TO 1200-AUTORIZAR-UTILITARIO-EXIT
    END-IF.
    MOVE "S" TO WA-UTL-LIBERADO(WA-IDX).
    ADD 1 TO WA-QTD-MENU.
    MOVE WA-IDX TO WA-MENU-UTIL(WA-QTD-MENU).

1200-AUTORIZAR-UTILITARIO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* O MENU: SO OS UTILITARIOS LIBERADOS, NUMERADOS NA ORDEM DA TABELA.  *
*--------------------------------------------------------------------*
2000-MENU.
    DISPLAY " ".
    DISPLAY "MENU DE OPERACAO - USUARIO "
            FUNCTION TRIM(WA-OAU-USUARIO).
    DISPLAY " ".
    PERFORM 2100-MOSTRAR-OPCAO
            VARYING WA-OPC FROM 1 BY 1
            UNTIL WA-OPC > WA-QTD-MENU.
    DISPLAY " 0 - SAIR".
    MOVE "OPCAO:" TO WA-PERGUNTA.
    PERFORM 4900-PERGUNTAR.
    IF  WA-RESPOSTA = "0" OR WA-RESPOSTA = SPACES
        SET WA-SAIR-SIM TO TRUE
    ELSE
        IF  WA-TAM-RESPOSTA > 2
            OR WA-RESPOSTA(1:WA-TAM-RESPOSTA) IS NOT NUMERIC
            DISPLAY "  OPCAO INVALIDA"
        ELSE
            COMPUTE WA-OPC = FUNCTION NUMVAL(WA-RESPOSTA(1:2))
            IF  WA-OPC < 1 OR WA-OPC > WA-QTD-MENU
                DISPLAY "  OPCAO INVALIDA"
            ELSE
                MOVE WA-MENU-UTIL(WA-OPC) TO WA-IDX
                PERFORM 2200-ATENDER-OPCAO
                        THRU 2200-ATENDER-OPCAO-EXIT
            END-IF
        END-IF
    END-IF.

2100-MOSTRAR-OPCAO.
    MOVE WA-OPC TO WA-ED-OPC.
    MOVE WA-MENU-UTIL(WA-OPC) TO WA-IDX.
    DISPLAY WA-ED-OPC " - " WA-UTL-PROGRAMA(WA-IDX) " "
            WA-UTL-DESCRICAO(WA-IDX).

*--------------------------------------------------------------------*
* UM UTILITARIO ESCOLHIDO: TELA DE PARAMETROS, CONFIRMACAO, GRAVACAO  *
* DO CONTROLE, EXECUCAO E RELATORIO.                                  *
*--------------------------------------------------------------------*
2200-ATENDER-OPCAO.
    MOVE WA-UTL-PROGRAMA(WA-IDX)  TO WA-PROGRAMA.
    MOVE WA-UTL-CONTROLE(WA-IDX)  TO WA-NOME-CTL.
    MOVE WA-UTL-RELATORIO(WA-IDX) TO WA-NOME-RPT.
    MOVE "N"    TO WA-CANCELADO.
    MOVE SPACES TO WA-CTL-LINHA WA-CTL-LINHA-2.
    MOVE 1      TO WA-CTL-QTD-LINHAS.
    DISPLAY " ".
    DISPLAY WA-PROGRAMA " - " WA-UTL-DESCRICAO(WA-IDX).
    DISPLAY "(""<"" EM QUALQUER PERGUNTA VOLTA AO MENU SEM GRAVAR)".

    EVALUATE WA-PROGRAMA
        WHEN "QUARMGR"
             PERFORM 3100-TELA-QUARMGR THRU 3100-TELA-QUARMGR-EXIT
        WHEN "LOCKCON"
             PERFORM 3200-TELA-LOCKCON THRU 3200-TELA-LOCKCON-EXIT
        WHEN "CKMAINT"
             PERFORM 3300-TELA-CKMAINT THRU 3300-TELA-CKMAINT-EXIT
        WHEN "VENDRST"
             PERFORM 3400-TELA-VENDRST THRU 3400-TELA-VENDRST-EXIT
        WHEN "DQFIX"
             PERFORM 3500-TELA-DQFIX THRU 3500-TELA-DQFIX-EXIT
        WHEN "ADHOCQRY"
             PERFORM 3600-TELA-ADHOCQRY THRU 3600-TELA-ADHOCQRY-EXIT
    END-EVALUATE.
    IF  WA-CANCELADO-SIM
        DISPLAY "  CANCELADO - NADA FOI GRAVADO"
        GO TO 2200-ATENDER-OPCAO-EXIT
    END-IF.

    PERFORM 4800-CONFIRMAR.
    IF  WA-CANCELADO-SIM
        DISPLAY "  CANCELADO - NADA FOI GRAVADO"
        GO TO 2200-ATENDER-OPCAO-EXIT
    END-IF.

    PERFORM 5000-GRAVAR-CONTROLE THRU 5000-GRAVAR-CONTROLE-EXIT.
    IF  WA-CANCELADO-SIM
        GO TO 2200-ATENDER-OPCAO-EXIT
    END-IF.
    PERFORM 6000-EXECUTAR.
    PERFORM 7000-MOSTRAR-RELATORIO THRU 7000-MOSTRAR-RELATORIO-EXIT.

2200-ATENDER-OPCAO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* QUARMGR: ACAO(1) ARQUIVO(100) MOTIVO(40).  ARQUIVO OBRIGATORIO NA   *
* RECONFERENCIA E NA REJEICAO; MOTIVO OBRIGATORIO NA REJEICAO.        *
*--------------------------------------------------------------------*
3100-TELA-QUARMGR.
    MOVE SPACES TO WA-QMG-LINHA.
    PERFORM 3110-PEDIR-ACAO-QUARMGR
            WITH TEST AFTER
            UNTIL WA-CAMPO-OK-SIM OR WA-CANCELADO-SIM.
    IF  WA-CANCELADO-SIM OR WA-QMG-ACAO = "L"
        GO TO 3100-TELA-QUARMGR-EXIT
    END-IF.
    MOVE "ARQUIVO EM QUARENTENA (NOME ORIGINAL, SEM .QUARENTENA):"
         TO WA-PERGUNTA.
    MOVE 100 TO WA-TAM-MAXIMO.
    PERFORM 4100-PEDIR-TEXTO-OBRIGATORIO
            WITH TEST AFTER
            UNTIL WA-CAMPO-OK-SIM OR WA-CANCELADO-SIM.
    MOVE WA-RESPOSTA TO WA-QMG-ARQUIVO.
    IF  WA-CANCELADO-SIM OR WA-QMG-ACAO NOT = "X"
        GO TO 3100-TELA-QUARMGR-EXIT
    END-IF.
    MOVE "MOTIVO DA REJEICAO:" TO WA-PERGUNTA.
    MOVE 40 TO WA-TAM-MAXIMO.
    PERFORM 4100-PEDIR-TEXTO-OBRIGATORIO
            WITH TEST AFTER
            UNTIL WA-CAMPO-OK-SIM OR WA-CANCELADO-SIM.
    MOVE WA-RESPOSTA TO WA-QMG-MOTIVO.

3100-TELA-QUARMGR-EXIT.
    MOVE WA-QMG-LINHA TO WA-CTL-LINHA.

3110-PEDIR-ACAO-QUARMGR.
    MOVE "N" TO WA-CAMPO-OK.
    MOVE "ACAO - L=LISTAR  R=RECONFERIR E LIBERAR  X=REJEITAR (L):"
         TO WA-PERGUNTA.
    PERFORM 4900-PERGUNTAR.
    IF  NOT WA-CANCELADO-SIM
        IF  WA-RESPOSTA = SPACES
            MOVE "L" TO WA-RESPOSTA-MAI
        END-IF
        IF  WA-RESPOSTA-MAI = "L" OR "R" OR "X"
            MOVE WA-RESPOSTA-MAI(1:1) TO WA-QMG-ACAO
            MOVE "S" TO WA-CAMPO-OK
        ELSE
            DISPLAY "  ACAO INVALIDA"
        END-IF
    END-IF.

*--------------------------------------------------------------------*
* LOCKCON: SO LISTAR (CONTROLE VAZIO) OU UMA LIBERACAO FORCADA -      *
* TIPO(3) CODIGO(8, ZEROS A ESQUERDA) SUPERVISOR(30) MOTIVO(40).      *
*--------------------------------------------------------------------*
3200-TELA-LOCKCON.
    MOVE SPACES TO WA-LKC-LINHA.
    MOVE ZEROS  TO WA-LKC-CODIGO.
    PERFORM 3210-PEDIR-MODO-LOCKCON
            WITH TEST AFTER
            UNTIL WA-CAMPO-OK-SIM OR WA-CANCELADO-SIM.
    IF  WA-CANCELADO-SIM
        GO TO 3200-TELA-LOCKCON-EXIT
    END-IF.
    IF  WA-LKC-SO-LISTAR
        MOVE ZEROS TO WA-CTL-QTD-LINHAS
        GO TO 3200-TELA-LOCKCON-EXIT
    END-IF.

    MOVE "TIPO DA TRAVA (CLI, PRO, FOR OU OUTRO TIPO DE ENTIDADE):"
         TO WA-PERGUNTA.
    MOVE 3 TO WA-TAM-MAXIMO.
    PERFORM 4100-PEDIR-TEXTO-OBRIGATORIO
            WITH TEST AFTER
            UNTIL WA-CAMPO-OK-SIM OR WA-CANCELADO-SIM.
    MOVE WA-RESPOSTA-MAI TO WA-LKC-TIPO.
    IF  WA-CANCELADO-SIM
        GO TO 3200-TELA-LOCKCON-EXIT
    END-IF.

    MOVE "CODIGO DO REGISTRO TRAVADO (ATE 8 DIGITOS):" TO WA-PERGUNTA.
    MOVE 8 TO WA-TAM-MAXIMO.
    PERFORM 4200-PEDIR-NUMERO-OBRIGATORIO
            WITH TEST AFTER
            UNTIL WA-CAMPO-OK-SIM OR WA-CANCELADO-SIM.
    MOVE WA-NUMERO TO WA-LKC-CODIGO.
    IF  WA-CANCELADO-SIM
        GO TO 3200-TELA-LOCKCON-EXIT
    END-IF.

    MOVE SPACES TO WA-PERGUNTA.
    STRING "SUPERVISOR (ENTER = " DELIMITED BY SIZE
           WA-OAU-USUARIO DELIMITED BY SPACE
           "):" DELIMITED BY SIZE
           INTO WA-PERGUNTA.
    MOVE 30 TO WA-TAM-MAXIMO.
    PERFORM 4300-PEDIR-TEXTO-OPCIONAL
            WITH TEST AFTER
            UNTIL WA-CAMPO-OK-SIM OR WA-CANCELADO-SIM.
    IF  WA-RESPOSTA = SPACES
        MOVE WA-OAU-USUARIO TO WA-LKC-SUPERVISOR
    ELSE
        MOVE WA-RESPOSTA TO WA-LKC-SUPERVISOR
    END-IF.
    IF  WA-CANCELADO-SIM
        GO TO 3200-TELA-LOCKCON-EXIT
    END-IF.

    MOVE "MOTIVO DA LIBERACAO FORCADA:" TO WA-PERGUNTA.
    MOVE 40 TO WA-TAM-MAXIMO.
    PERFORM 4100-PEDIR-TEXTO-OBRIGATORIO
            WITH TEST AFTER
            UNTIL WA-CAMPO-OK-SIM OR WA-CANCELADO-SIM.
    MOVE WA-RESPOSTA TO WA-LKC-MOTIVO.

3200-TELA-LOCKCON-EXIT.
    IF  WA-LKC-SO-LISTAR
        MOVE "SO LISTAGEM DAS TRAVAS" TO WA-CTL-LINHA
    ELSE
        MOVE WA-LKC-LINHA TO WA-CTL-LINHA
    END-IF.

3210-PEDIR-MODO-LOCKCON.
    MOVE "N" TO WA-CAMPO-OK.
    MOVE "L=SO LISTAR AS TRAVAS  F=LIBERACAO FORCADA DE UMA TRAVA (L):"
         TO WA-PERGUNTA.
    PERFORM 4900-PERGUNTAR.
    IF  NOT WA-CANCELADO-SIM
        IF  WA-RESPOSTA = SPACES
            MOVE "L" TO WA-RESPOSTA-MAI
        END-IF
        IF  WA-RESPOSTA-MAI = "L" OR "F"
            MOVE WA-RESPOSTA-MAI(1:1) TO WA-LKC-MODO
            MOVE "S" TO WA-CAMPO-OK
        ELSE
            DISPLAY "  OPCAO INVALIDA"
        END-IF
    END-IF.

*--------------------------------------------------------------------*
* CKMAINT: ACAO(1) CONFIRMA(1) DIAS(5, ZEROS A ESQUERDA) PREFIXO(200).*
* DIAS SO NA ACAO "O", PREFIXO SO NA ACAO "P".                        *
*--------------------------------------------------------------------*
3300-TELA-CKMAINT.
    MOVE SPACES TO WA-CKM-LINHA.
    PERFORM 3310-PEDIR-ACAO-CKMAINT
            WITH TEST AFTER
            UNTIL WA-CAMPO-OK-SIM OR WA-CANCELADO-SIM.
    IF  WA-CANCELADO-SIM
        GO TO 3300-TELA-CKMAINT-EXIT
    END-IF.

    IF  WA-CKM-ACAO = "O"
        MOVE "DIAS SEM CONFERENCIA PARA REMOVER (1 A 99999):"
             TO WA-PERGUNTA
        MOVE 5 TO WA-TAM-MAXIMO
        PERFORM 4200-PEDIR-NUMERO-OBRIGATORIO
                WITH TEST AFTER
                UNTIL (WA-CAMPO-OK-SIM AND WA-NUMERO > ZEROS)
                   OR WA-CANCELADO-SIM
        MOVE WA-NUMERO TO WA-CKM-DIAS
    ELSE
        MOVE "PREFIXO DO CAMINHO A REMOVER (PASTA DESCOMISSIONADA):"
             TO WA-PERGUNTA
        MOVE 200 TO WA-TAM-MAXIMO
        PERFORM 4100-PEDIR-TEXTO-OBRIGATORIO
                WITH TEST AFTER
                UNTIL WA-CAMPO-OK-SIM OR WA-CANCELADO-SIM
        MOVE WA-RESPOSTA TO WA-CKM-PREFIXO
    END-IF.
    IF  WA-CANCELADO-SIM
        GO TO 3300-TELA-CKMAINT-EXIT
    END-IF.

    MOVE "REMOVER DE VERDADE? S=SIM (EXIGE SUPERVISOR)  N=SO PREVIA (N):"
         TO WA-PERGUNTA.
    PERFORM 4400-PEDIR-SIM-NAO
            WITH TEST AFTER
            UNTIL WA-CAMPO-OK-SIM OR WA-CANCELADO-SIM.
    MOVE WA-RESPOSTA-MAI(1:1) TO WA-CKM-CONFIRMA.

3300-TELA-CKMAINT-EXIT.
    MOVE WA-CKM-LINHA TO WA-CTL-LINHA.
    IF  WA-CKM-ACAO = "P"
        MOVE SPACES TO WA-CTL-LINHA(3:5)
    END-IF.

3310-PEDIR-ACAO-CKMAINT.
    MOVE "N" TO WA-CAMPO-OK.
    MOVE "ACAO - O=ENTRADAS SEM CONFERENCIA HA N DIAS  P=POR PREFIXO:"
         TO WA-PERGUNTA.
    PERFORM 4900-PERGUNTAR.
    IF  NOT WA-CANCELADO-SIM
        IF  WA-RESPOSTA-MAI = "O" OR "P"
            MOVE WA-RESPOSTA-MAI(1:1) TO WA-CKM-ACAO
            MOVE "S" TO WA-CAMPO-OK
        ELSE
            DISPLAY "  ACAO INVALIDA"
        END-IF
    END-IF.

*--------------------------------------------------------------------*
* VENDRST: ARQUIVO(200) DATA-GERACAO(8) CONFIRMA(1) E, PARA UM        *
* REGISTRO SO, CHAVE(60) TIPO-TRAVA(3) CODIGO-TRAVA(8).               *
*--------------------------------------------------------------------*
3400-TELA-VENDRST.
    MOVE SPACES TO WA-VRS-LINHA.
    MOVE ZEROS  TO WA-VRS-DATA-GERACAO.
    MOVE "ARQUIVO A RESTAURAR (CAMINHO COMPLETO, COMO NO CATALOGO):"
         TO WA-PERGUNTA.
    MOVE 200 TO WA-TAM-MAXIMO.
    PERFORM 4100-PEDIR-TEXTO-OBRIGATORIO
            WITH TEST AFTER
            UNTIL WA-CAMPO-OK-SIM OR WA-CANCELADO-SIM.
    MOVE WA-RESPOSTA TO WA-VRS-ARQUIVO.
    IF  WA-CANCELADO-SIM
        GO TO 3400-TELA-VENDRST-EXIT
    END-IF.

    PERFORM 3410-PEDIR-DATA-GERACAO
            THRU 3410-PEDIR-DATA-GERACAO-EXIT
            WITH TEST AFTER
            UNTIL WA-CAMPO-OK-SIM OR WA-CANCELADO-SIM.
    IF  WA-CANCELADO-SIM
        GO TO 3400-TELA-VENDRST-EXIT
    END-IF.

    MOVE "CHAVE DE UM REGISTRO SO (ENTER = ARQUIVO INTEIRO):"
         TO WA-PERGUNTA.
    MOVE 60 TO WA-TAM-MAXIMO.
    PERFORM 4300-PEDIR-TEXTO-OPCIONAL
            WITH TEST AFTER
            UNTIL WA-CAMPO-OK-SIM OR WA-CANCELADO-SIM.
    MOVE WA-RESPOSTA TO WA-VRS-CHAVE.
    IF  WA-CANCELADO-SIM
        GO TO 3400-TELA-VENDRST-EXIT
    END-IF.

    IF  WA-VRS-CHAVE NOT = SPACES
        MOVE "TIPO DA TRAVA DO REGISTRO (ENTER = VEN):" TO WA-PERGUNTA
        MOVE 3 TO WA-TAM-MAXIMO
        PERFORM 4300-PEDIR-TEXTO-OPCIONAL
                WITH TEST AFTER
                UNTIL WA-CAMPO-OK-SIM OR WA-CANCELADO-SIM
        MOVE WA-RESPOSTA-MAI TO WA-VRS-TIPO-TRAVA
        IF  NOT WA-CANCELADO-SIM
            MOVE "CODIGO DA TRAVA (ENTER = TIRADO DA CHAVE NUMERICA):"
                 TO WA-PERGUNTA
            MOVE 8 TO WA-TAM-MAXIMO
            PERFORM 4500-PEDIR-NUMERO-OPCIONAL
                    WITH TEST AFTER
                    UNTIL WA-CAMPO-OK-SIM OR WA-CANCELADO-SIM
            IF  WA-RESPOSTA = SPACES
                MOVE SPACES TO WA-VRS-CODIGO-TRAVA-X
            ELSE
                MOVE WA-NUMERO TO WA-VRS-CODIGO-TRAVA
            END-IF
        END-IF
    END-IF.
    IF  WA-CANCELADO-SIM
        GO TO 3400-TELA-VENDRST-EXIT
    END-IF.

    MOVE "RESTAURAR DE VERDADE? S=SIM  N=SO PREVIA (N):" TO WA-PERGUNTA.
    PERFORM 4400-PEDIR-SIM-NAO
            WITH TEST AFTER
            UNTIL WA-CAMPO-OK-SIM OR WA-CANCELADO-SIM.
    MOVE WA-RESPOSTA-MAI(1:1) TO WA-VRS-CONFIRMA.

3400-TELA-VENDRST-EXIT.
    MOVE WA-VRS-LINHA TO WA-CTL-LINHA.

3410-PEDIR-DATA-GERACAO.
    MOVE "N" TO WA-CAMPO-OK.
    MOVE "DATA DA GERACAO AAAAMMDD (ENTER = MAIS RECENTE OK):"
         TO WA-PERGUNTA.
    PERFORM 4900-PERGUNTAR.
    IF  WA-CANCELADO-SIM
        GO TO 3410-PEDIR-DATA-GERACAO-EXIT
    END-IF.
    IF  WA-RESPOSTA = SPACES OR WA-RESPOSTA = "0"
        MOVE ZEROS TO WA-VRS-DATA-GERACAO
        MOVE "S" TO WA-CAMPO-OK
        GO TO 3410-PEDIR-DATA-GERACAO-EXIT
    END-IF.
    IF  WA-TAM-RESPOSTA NOT = 8
        OR WA-RESPOSTA(1:8) IS NOT NUMERIC
        DISPLAY "  DATA INVALIDA - AAAAMMDD"
        GO TO 3410-PEDIR-DATA-GERACAO-EXIT
    END-IF.
    MOVE WA-RESPOSTA(1:8) TO WA-DATA-PEDIDA.
    IF  WA-RESPOSTA(1:4) < "1601"
        OR WA-RESPOSTA(5:2) < "01" OR > "12"
        OR WA-RESPOSTA(7:2) < "01" OR > "31"
        DISPLAY "  DATA INVALIDA"
        GO TO 3410-PEDIR-DATA-GERACAO-EXIT
    END-IF.
*   31/02 PASSA NO TESTE ACIMA - A VOLTA PELO INTEIRO PEGA.
    IF  FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(WA-DATA-PEDIDA))
        NOT = WA-DATA-PEDIDA
        DISPLAY "  DATA INVALIDA"
        GO TO 3410-PEDIR-DATA-GERACAO-EXIT
    END-IF.
    MOVE WA-DATA-PEDIDA TO WA-VRS-DATA-GERACAO.
    MOVE "S" TO WA-CAMPO-OK.

3410-PEDIR-DATA-GERACAO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* DQFIX: O CONTROLE E A PLANILHA EXPORTADA PELO DQSCAN.  O MENU       *
* MOSTRA CADA LINHA (ARQUIVO, CAMPO, CHAVE, VALOR ATUAL) E PEDE SO O  *
* PROPOSTO - ENTER MANTEM O QUE ESTA.  AS DEMAIS COLUNAS NAO SAO      *
* TOCADAS: SAO ELAS QUE O DQFIX CONFERE CONTRA O REGISTRO.  PLANILHA  *
* MAIOR QUE A TABELA (500 LINHAS) NAO E EDITADA AQUI - REGRAVAR SO O  *
* COMECO PERDERIA O RESTO.                                            *
*--------------------------------------------------------------------*
3500-TELA-DQFIX.
    MOVE ZEROS TO WA-QTD-PLANILHA.
    OPEN INPUT PLANILHA.
    IF  SW-STATUS-PLA(1:1) NOT = ZEROS
        DISPLAY "  SEM PLANILHA (dqfix-planilha.ctl) - RODE O DQSCAN ANTES"
        MOVE "S" TO WA-CANCELADO
        GO TO 3500-TELA-DQFIX-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-PLANILHA WA-PLANILHA-CHEIA.
    PERFORM 3510-LER-PLANILHA
            WITH TEST AFTER
            UNTIL WA-FIM-PLANILHA-SIM.
    CLOSE PLANILHA.
    IF  WA-PLANILHA-CHEIA-SIM
        DISPLAY "  PLANILHA COM MAIS DE 500 LINHAS - NAO DA PARA EDITAR "
                "PELO MENU; PREENCHA O PROPOSTO NO ARQUIVO"
        MOVE "S" TO WA-CANCELADO
        GO TO 3500-TELA-DQFIX-EXIT
    END-IF.
    IF  WA-QTD-PLANILHA = ZEROS
        DISPLAY "  PLANILHA VAZIA - NADA A CORRIGIR"
        MOVE "S" TO WA-CANCELADO
        GO TO 3500-TELA-DQFIX-EXIT
    END-IF.

    PERFORM 3520-PEDIR-PROPOSTO
            VARYING WA-PLA-IDX FROM 1 BY 1
            UNTIL WA-PLA-IDX > WA-QTD-PLANILHA
               OR WA-CANCELADO-SIM.

    MOVE ZEROS TO WA-PLA-PREENCHIDAS.
    PERFORM 3540-CONTAR-PREENCHIDA
            VARYING WA-PLA-IDX FROM 1 BY 1
            UNTIL WA-PLA-IDX > WA-QTD-PLANILHA.
    MOVE WA-PLA-PREENCHIDAS TO WA-ED-PLA.
    MOVE SPACES TO WA-CTL-LINHA.
    STRING "PLANILHA COM " DELIMITED BY SIZE
           WA-ED-PLA       DELIMITED BY SIZE
           " LINHA(S) COM PROPOSTO PREENCHIDO" DELIMITED BY SIZE
           INTO WA-CTL-LINHA.

3500-TELA-DQFIX-EXIT.
    EXIT.

3510-LER-PLANILHA.
    READ PLANILHA
         AT END SET WA-FIM-PLANILHA-SIM TO TRUE
         NOT AT END
             IF  WA-QTD-PLANILHA < 500
                 ADD 1 TO WA-QTD-PLANILHA
                 MOVE DQF-LINHA TO WA-PLA-LINHA(WA-QTD-PLANILHA)
             ELSE
                 MOVE "S" TO WA-PLANILHA-CHEIA
                 SET WA-FIM-PLANILHA-SIM TO TRUE
             END-IF
    END-READ.

3520-PEDIR-PROPOSTO.
    MOVE WA-PLA-LINHA(WA-PLA-IDX) TO WA-PLA-ATUAL.
    DISPLAY " ".
    DISPLAY "ARQUIVO " WA-PLA-ARQUIVO " CAMPO " WA-PLA-CAMPO.
    DISPLAY "CHAVE    " WA-PLA-CHAVE.
    DISPLAY "ATUAL    " WA-PLA-VALOR-ATUAL.
    DISPLAY "PROPOSTO " WA-PLA-PROPOSTO.
    MOVE "NOVO PROPOSTO (ENTER = MANTEM O DE CIMA):" TO WA-PERGUNTA.
    MOVE 60 TO WA-TAM-MAXIMO.
    PERFORM 4300-PEDIR-TEXTO-OPCIONAL
            WITH TEST AFTER
            UNTIL WA-CAMPO-OK-SIM OR WA-CANCELADO-SIM.
    IF  NOT WA-CANCELADO-SIM AND WA-RESPOSTA NOT = SPACES
        MOVE WA-RESPOSTA TO WA-PLA-PROPOSTO
        MOVE WA-PLA-ATUAL TO WA-PLA-LINHA(WA-PLA-IDX)
    END-IF.

3540-CONTAR-PREENCHIDA.
    MOVE WA-PLA-LINHA(WA-PLA-IDX) TO WA-PLA-ATUAL.
    IF  WA-PLA-PROPOSTO NOT = SPACES
        ADD 1 TO WA-PLA-PREENCHIDAS
    END-IF.

*--------------------------------------------------------------------*
* ADHOCQRY: LINHA 1 = O SELECT OU "@NOME PARM1 PARM2 ..." DA          *
* BIBLIOTECA; LINHA 2 = "CSV" QUANDO PEDIDO.  A GUARDA DE SELECT      *
* UNICO CONTINUA NO ADHOCQRY - AQUI SO SE EXIGE O COMECO CERTO.       *
*--------------------------------------------------------------------*
3600-TELA-ADHOCQRY.
    PERFORM 3610-PEDIR-CONSULTA
            WITH TEST AFTER
            UNTIL WA-CAMPO-OK-SIM OR WA-CANCELADO-SIM.
    IF  WA-CANCELADO-SIM
        GO TO 3600-TELA-ADHOCQRY-EXIT
    END-IF.
    MOVE WA-RESPOSTA TO WA-CTL-LINHA.

    MOVE "GERAR TAMBEM adhocqry.csv? S/N (N):" TO WA-PERGUNTA.
    PERFORM 4400-PEDIR-SIM-NAO
            WITH TEST AFTER
            UNTIL WA-CAMPO-OK-SIM OR WA-CANCELADO-SIM.
    MOVE WA-RESPOSTA-MAI(1:1) TO WA-AHQ-CSV.
    IF  WA-AHQ-CSV = "S"
        MOVE "CSV" TO WA-CTL-LINHA-2
        MOVE 2 TO WA-CTL-QTD-LINHAS
    END-IF.

3600-TELA-ADHOCQRY-EXIT.
    EXIT.

3610-PEDIR-CONSULTA.
    MOVE "N" TO WA-CAMPO-OK.
    MOVE "SELECT ... OU @CONSULTA PARM1 PARM2 ... (UMA LINHA):"
         TO WA-PERGUNTA.
    PERFORM 4900-PERGUNTAR.
    IF  NOT WA-CANCELADO-SIM
        IF  WA-RESPOSTA = SPACES
            DISPLAY "  CONSULTA OBRIGATORIA"
        ELSE
            IF  WA-RESPOSTA(1:1) = "@"
                OR WA-RESPOSTA-MAI(1:7) = "SELECT "
                MOVE "S" TO WA-CAMPO-OK
            ELSE
                DISPLAY "  SO SELECT OU CONSULTA NOMEADA (@NOME)"
            END-IF
        END-IF
    END-IF.

*--------------------------------------------------------------------*
* CAMPOS GENERICOS DAS TELAS - TODOS COM WA-PERGUNTA E WA-TAM-MAXIMO  *
* PREPARADOS PELO CHAMADOR, E PERFORMADOS ATE CAMPO OK OU "<".        *
*--------------------------------------------------------------------*
4100-PEDIR-TEXTO-OBRIGATORIO.
    MOVE "N" TO WA-CAMPO-OK.
    PERFORM 4900-PERGUNTAR.
    IF  NOT WA-CANCELADO-SIM
        IF  WA-RESPOSTA = SPACES
            DISPLAY "  CAMPO OBRIGATORIO"
        ELSE
            PERFORM 4910-CONFERIR-TAMANHO
        END-IF
    END-IF.

4200-PEDIR-NUMERO-OBRIGATORIO.
    MOVE "N" TO WA-CAMPO-OK.
    PERFORM 4900-PERGUNTAR.
    IF  NOT WA-CANCELADO-SIM
        PERFORM 4920-CONFERIR-NUMERO
        IF  WA-NUMERO-OK-SIM
            MOVE "S" TO WA-CAMPO-OK
        END-IF
    END-IF.

4300-PEDIR-TEXTO-OPCIONAL.
    MOVE "N" TO WA-CAMPO-OK.
    PERFORM 4900-PERGUNTAR.
    IF  NOT WA-CANCELADO-SIM
        IF  WA-RESPOSTA = SPACES
            MOVE "S" TO WA-CAMPO-OK
        ELSE
            PERFORM 4910-CONFERIR-TAMANHO
        END-IF
    END-IF.

4400-PEDIR-SIM-NAO.
    MOVE "N" TO WA-CAMPO-OK.
    PERFORM 4900-PERGUNTAR.
    IF  NOT WA-CANCELADO-SIM
        IF  WA-RESPOSTA = SPACES
            MOVE "N" TO WA-RESPOSTA-MAI
        END-IF
        IF  WA-RESPOSTA-MAI = "S" OR "N"
            MOVE "S" TO WA-CAMPO-OK
        ELSE
            DISPLAY "  RESPONDA S OU N"
        END-IF
    END-IF.

4500-PEDIR-NUMERO-OPCIONAL.
    MOVE "N" TO WA-CAMPO-OK.
    PERFORM 4900-PERGUNTAR.
    IF  NOT WA-CANCELADO-SIM
        IF  WA-RESPOSTA = SPACES
            MOVE "S" TO WA-CAMPO-OK
        ELSE
            PERFORM 4920-CONFERIR-NUMERO
            IF  WA-NUMERO-OK-SIM
                MOVE "S" TO WA-CAMPO-OK
            END-IF
        END-IF
    END-IF.

*--------------------------------------------------------------------*
* MOSTRA A LINHA DE CONTROLE EXATAMENTE COMO SERA GRAVADA E PEDE A    *
* CONFIRMACAO.  "N" OU "<" CANCELAM.                                  *
*--------------------------------------------------------------------*
4800-CONFIRMAR.
    DISPLAY " ".
    IF  WA-CTL-QTD-LINHAS = ZEROS
        DISPLAY "CONTROLE " FUNCTION TRIM(WA-NOME-CTL)
                " VAZIO (SO LISTAGEM)"
    ELSE
        DISPLAY "CONTROLE " FUNCTION TRIM(WA-NOME-CTL) ":"
        DISPLAY "[" FUNCTION TRIM(WA-CTL-LINHA TRAILING) "]"
        IF  WA-CTL-QTD-LINHAS = 2
            DISPLAY "[" FUNCTION TRIM(WA-CTL-LINHA-2 TRAILING) "]"
        END-IF
    END-IF.
    MOVE "GRAVA O CONTROLE E EXECUTA? S/N (N):" TO WA-PERGUNTA.
    PERFORM 4400-PEDIR-SIM-NAO
            WITH TEST AFTER
            UNTIL WA-CAMPO-OK-SIM OR WA-CANCELADO-SIM.
    IF  NOT WA-CANCELADO-SIM AND WA-RESPOSTA-MAI NOT = "S"
        MOVE "S" TO WA-CANCELADO
    END-IF.

4900-PERGUNTAR.
    DISPLAY FUNCTION TRIM(WA-PERGUNTA TRAILING).
    MOVE SPACES TO WA-RESPOSTA.
    ACCEPT WA-RESPOSTA.
    IF  WA-RESPOSTA = "<"
        MOVE "S" TO WA-CANCELADO
    END-IF.
    MOVE FUNCTION UPPER-CASE(WA-RESPOSTA) TO WA-RESPOSTA-MAI.
    MOVE ZEROS TO WA-TAM-RESPOSTA.
    INSPECT FUNCTION REVERSE(WA-RESPOSTA)
            TALLYING WA-TAM-RESPOSTA FOR LEADING SPACES.
    COMPUTE WA-TAM-RESPOSTA = 600 - WA-TAM-RESPOSTA.

4910-CONFERIR-TAMANHO.
    IF  WA-TAM-RESPOSTA > WA-TAM-MAXIMO
        MOVE WA-TAM-MAXIMO TO WA-ED-TAM
        DISPLAY "  MAXIMO DE " WA-ED-TAM " POSICOES"
    ELSE
        MOVE "S" TO WA-CAMPO-OK
    END-IF.

4920-CONFERIR-NUMERO.
    MOVE "N"   TO WA-NUMERO-OK.
    MOVE ZEROS TO WA-NUMERO.
    IF  WA-TAM-RESPOSTA = ZEROS OR WA-TAM-RESPOSTA > WA-TAM-MAXIMO
        MOVE WA-TAM-MAXIMO TO WA-ED-TAM
        DISPLAY "  INFORME DE 1 A " WA-ED-TAM " DIGITOS"
    ELSE
        IF  WA-RESPOSTA(1:WA-TAM-RESPOSTA) IS NOT NUMERIC
            DISPLAY "  SO DIGITOS"
        ELSE
            COMPUTE WA-NUMERO =
                    FUNCTION NUMVAL(WA-RESPOSTA(1:WA-TAM-RESPOSTA))
            MOVE "S" TO WA-NUMERO-OK
        END-IF
    END-IF.

*--------------------------------------------------------------------*
* GRAVA O CONTROLE DO UTILITARIO (OU A PLANILHA DO DQFIX INTEIRA).    *
*--------------------------------------------------------------------*
5000-GRAVAR-CONTROLE.
    IF  WA-PROGRAMA = "DQFIX"
        OPEN OUTPUT PLANILHA
        IF  SW-STATUS-PLA(1:1) NOT = ZEROS
            DISPLAY "  NAO GRAVOU dqfix-planilha.ctl, STATUS "
                    SW-STATUS-PLA
            MOVE "S" TO WA-CANCELADO
            GO TO 5000-GRAVAR-CONTROLE-EXIT
        END-IF
        PERFORM 5100-GRAVAR-LINHA-PLANILHA
                VARYING WA-PLA-IDX FROM 1 BY 1
                UNTIL WA-PLA-IDX > WA-QTD-PLANILHA
        CLOSE PLANILHA
        GO TO 5000-GRAVAR-CONTROLE-EXIT
    END-IF.

    OPEN OUTPUT CTL-SAIDA.
    IF  SW-STATUS-CTL(1:1) NOT = ZEROS
        DISPLAY "  NAO GRAVOU " WA-NOME-CTL ", STATUS " SW-STATUS-CTL
        MOVE "S" TO WA-CANCELADO
        GO TO 5000-GRAVAR-CONTROLE-EXIT
    END-IF.
    IF  WA-CTL-QTD-LINHAS > ZEROS
        MOVE WA-CTL-LINHA TO CSA-LINHA
        WRITE CSA-LINHA
    END-IF.
    IF  WA-CTL-QTD-LINHAS = 2
        MOVE WA-CTL-LINHA-2 TO CSA-LINHA
        WRITE CSA-LINHA
    END-IF.
    CLOSE CTL-SAIDA.

5000-GRAVAR-CONTROLE-EXIT.
    EXIT.

5100-GRAVAR-LINHA-PLANILHA.
    MOVE WA-PLA-LINHA(WA-PLA-IDX) TO DQF-LINHA.
    WRITE DQF-LINHA.

*--------------------------------------------------------------------*
* RODA O UTILITARIO NUM PROCESSO PROPRIO E COLHE O RETURN-CODE DO     *
* ARQUIVO QUE O SHELL GRAVA NA SAIDA DELE (MESMO DESENHO DO BATDRV).  *
* A TRILHA RECEBE O DISPARO ANTES E O RETORNO DEPOIS.                 *
*--------------------------------------------------------------------*
6000-EXECUTAR.
    MOVE ZEROS TO WA-RC-VALOR.
    MOVE "DISPARO" TO WA-EVENTO.
    PERFORM 8000-GRAVAR-LOG.

    CALL "CBL_DELETE_FILE" USING "menuop-rc.tmp".
    MOVE SPACES TO WA-COMANDO.
    STRING "runcbl "     DELIMITED BY SIZE
           WA-PROGRAMA   DELIMITED BY SPACE
           " ; echo $? > menuop-rc.tmp" DELIMITED BY SIZE
           INTO WA-COMANDO.
    DISPLAY " ".
    DISPLAY "EXECUTANDO " WA-PROGRAMA " ...".
    CALL "C$SYSTEM" USING WA-COMANDO.

    MOVE SPACES TO RC-LINHA.
    OPEN INPUT RC-FILE.
    IF  SW-STATUS-RC(1:1) = ZEROS
        READ RC-FILE
             AT END MOVE SPACES TO RC-LINHA
        END-READ
        CLOSE RC-FILE
        CALL "CBL_DELETE_FILE" USING "menuop-rc.tmp"
    END-IF.
    IF  RC-LINHA NOT = SPACES
        COMPUTE WA-RC-VALOR = FUNCTION NUMVAL(RC-LINHA)
    ELSE
*       COMANDO SAIU SEM GRAVAR RC LEGIVEL - TRATA COMO FALHA.
        MOVE 99999 TO WA-RC-VALOR
    END-IF.

    MOVE "RETORNO" TO WA-EVENTO.
    PERFORM 8000-GRAVAR-LOG.
    MOVE WA-RC-VALOR TO WA-ED-RC.
    DISPLAY WA-PROGRAMA " TERMINOU - RETURN-CODE " WA-ED-RC.

*--------------------------------------------------------------------*
* MOSTRA O .rpt DO UTILITARIO, 20 LINHAS POR VEZ.                     *
*--------------------------------------------------------------------*
7000-MOSTRAR-RELATORIO.
    OPEN INPUT RPT-ENTRADA.
    IF  SW-STATUS-RPT(1:1) NOT = ZEROS
        DISPLAY "  " WA-PROGRAMA " NAO DEIXOU " WA-NOME-RPT
        GO TO 7000-MOSTRAR-RELATORIO-EXIT
    END-IF.
    DISPLAY " ".
    DISPLAY "----- " WA-NOME-RPT " -----".
    MOVE "N"   TO WA-FIM-RPT.
    MOVE ZEROS TO WA-LINHAS-TELA.
    PERFORM 7100-MOSTRAR-LINHA
            WITH TEST AFTER
            UNTIL WA-FIM-RPT-SIM.
    CLOSE RPT-ENTRADA.
    DISPLAY "----- FIM DE " WA-NOME-RPT " -----".
    MOVE "ENTER VOLTA AO MENU" TO WA-PERGUNTA.
    PERFORM 4900-PERGUNTAR.

7000-MOSTRAR-RELATORIO-EXIT.
    EXIT.

7100-MOSTRAR-LINHA.
    READ RPT-ENTRADA
         AT END SET WA-FIM-RPT-SIM TO TRUE
         NOT AT END
             DISPLAY FUNCTION TRIM(RPE-LINHA TRAILING)
             ADD 1 TO WA-LINHAS-TELA
             IF  WA-LINHAS-TELA NOT < 20
                 MOVE ZEROS TO WA-LINHAS-TELA
                 MOVE "ENTER CONTINUA, F ENCERRA A LISTAGEM:"
                      TO WA-PERGUNTA
                 PERFORM 4900-PERGUNTAR
                 IF  WA-RESPOSTA-MAI = "F"
                     SET WA-FIM-RPT-SIM TO TRUE
                 END-IF
             END-IF
    END-READ.

8000-GRAVAR-LOG.
    MOVE SPACES TO MNL-LINHA.
    ACCEPT MNL-DATA FROM DATE YYYYMMDD.
    ACCEPT WA-HORA-SISTEMA FROM TIME.
    MOVE WA-HORA-SISTEMA(1:6) TO MNL-HORA.
    MOVE WA-OAU-USUARIO TO MNL-USUARIO.
    MOVE WA-PROGRAMA    TO MNL-PROGRAMA.
    MOVE WA-EVENTO      TO MNL-EVENTO.
    IF  MNL-DISPARO
        MOVE ZEROS TO MNL-RETORNO
    ELSE
        MOVE WA-RC-VALOR TO MNL-RETORNO
    END-IF.
    MOVE WA-NOME-CTL    TO MNL-CONTROLE.
    MOVE WA-CTL-LINHA   TO MNL-PARAMETROS.
    WRITE MNL-LINHA.

9999-FINALIZAR.
    CLOSE MENUOP-LOG.
