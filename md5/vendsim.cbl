IDENTIFICATION DIVISION.
PROGRAM-ID.    VENDSIM.
*------------------------------------------------------------------------------*
* SIMULADO SEMANAL DE RESTAURACAO DOS ARQUIVOS DA VENDAS.  O VENDBKP PROVA QUE *
* A COPIA TEM O MESMO HASH DO ORIGINAL - NAO PROVA QUE ELA ABRE COMO ARQUIVO   *
* INDEXADO NEM QUE SE LE DO COMECO AO FIM.  ESTE PASSO, UMA VEZ POR SEMANA     *
* (FLAGS DE DIA DA SEMANA DO batdrv.ctl, COMO O DQSCAN):                       *
*                                                                              *
*   1) PEGA A ULTIMA GERACAO OK DE CADA ARQUIVO NO vendbkp-cat.ctl;            *
*   2) RESTAURA NA PASTA DE RASCUNHO (vendsim.ctl: PASTA(60), PADRAO           *
*      simulado/) - NUNCA POR CIMA DO DADO VIVO: PASTA EM BRANCO, A PASTA DA   *
*      VENDAS OU DESTINO IGUAL A UM ARQUIVO VIVO DERRUBAM O PASSO ANTES DE     *
*      QUALQUER COPIA - CRONOMETRANDO A RESTAURACAO;                           *
*   3) RE-HASHEIA A COPIA RESTAURADA CONTRA O CATALOGO (MD5SHA256File, COMO O  *
*      VENDRST), ABRE COMO INDEXADO E LE ATE O FIM CONTANDO OS REGISTROS;      *
*   4) COMPARA A CONTAGEM COM A DO ARQUIVO VIVO - O VIVO ANDOU DESDE A         *
*      GERACAO, ENTAO A DIFERENCA SO REPROVA ACIMA DA TOLERANCIA               *
*      (vendsim.ctl: TOLERANCIA-PCT(3), PADRAO 10%);                           *
*   5) RODA O VENDIDX (ORDEM DA CHAVE) E O DQSCAN CONTRA AS COPIAS, EM MODO    *
*      SIMULADO (VARIAVEL VENDSIM_PASTA - LISTAS, RELATORIOS E PLANILHA FICAM  *
*      NA PASTA DE RASCUNHO); RC DIFERENTE DE ZERO REPROVA O SIMULADO.         *
*                                                                              *
* CADA ARQUIVO VIRA UMA LINHA EM vendsim-hist.txt (PASSOU/FALHOU, TEMPO DE     *
* RESTAURACAO, CONTAGENS E MOTIVO) E O SIMULADO INTEIRO UMA LINHA DE RESUMO    *
* (ARQUIVO "*SIMULADO*").  FALHA VIRA ALERTA "E" NA CENTRAL E RETURN-CODE 8 -  *
* O BACKUP QUEBRADO APARECE NUM DOMINGO, NAO NO DIA EM QUE FAZ FALTA.          *
*                                                                              *
* CRIACAO...: 15/10/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - DATA DA RODADA (NOMES DATADOS E HIS-DATA DO *
*             HISTORICO) PASSA A SER A DATA DE MOVIMENTO DA ROTINA DATAMOV,    *
*             NAO A DO RELOGIO.  A MEDICAO DE TEMPO SEGUE NO RELOGIO.          *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-CTL ASSIGN "vendsim.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-PRM.

    SELECT BKP-CAT ASSIGN "vendbkp-cat.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CAT.

* LEITURA CRUA E SEQUENCIAL (CHAVE FICTICIA, SO PARA O COMPILADOR -
* MESMO ARTIFICIO DO VENDIDX) - DA COPIA RESTAURADA OU DO VIVO.
    SELECT CONTA-FILE ASSIGN WA-ARQ-CONTAR
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY WA-CHAVE-FICTICIA
           FILE STATUS SW-STATUS-CNT.

* LISTAS DO VENDIDX E DO DQSCAN NA PASTA DE RASCUNHO.
    SELECT LISTA-SIM ASSIGN WA-NOME-LISTA
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-LST.

* ARQUIVO DE RC DO PASSO DISPARADO (echo $?), COMO NO BATDRV.
    SELECT RC-FILE ASSIGN "vendsim-rc.tmp"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RC.

    SELECT VENDSIM-HIST ASSIGN "vendsim-hist.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-HIS.

    SELECT VENDSIM-RPT ASSIGN "vendsim.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

DATA DIVISION.
FILE SECTION.
FD  PARM-CTL.
01  PARM-LINHA.
    03  PARM-PASTA               PIC X(060).
    03  PARM-TOLERANCIA-PCT      PIC X(003).

FD  BKP-CAT.
copy "md5/vendbkp.ws".

FD  CONTA-FILE.
01  CONTA-REC.
    03  WA-CHAVE-FICTICIA        PIC X(020).
    03  FILLER                   PIC X(3980).

FD  LISTA-SIM.
01  LST-LINHA                    PIC X(200).

FD  RC-FILE.
01  RC-LINHA                     PIC X(010).

* UMA LINHA POR ARQUIVO POR SIMULADO, MAIS A LINHA DE RESUMO.
FD  VENDSIM-HIST.
01  HIS-LINHA.
    03  HIS-DATA                 PIC 9(008).
    03  FILLER                   PIC X(001).
    03  HIS-HORA                 PIC 9(006).
    03  FILLER                   PIC X(001).
    03  HIS-SITUACAO             PIC X(006).
    03  FILLER                   PIC X(001).
    03  HIS-TEMPO-SEG            PIC 9(007),99.
    03  FILLER                   PIC X(001).
    03  HIS-GERACAO-DATA         PIC 9(008).
    03  FILLER                   PIC X(001).
    03  HIS-REG-COPIA            PIC 9(009).
    03  FILLER                   PIC X(001).
    03  HIS-REG-VIVO             PIC 9(009).
    03  FILLER                   PIC X(001).
    03  HIS-ARQUIVO              PIC X(200).
    03  FILLER                   PIC X(001).
    03  HIS-MOTIVO               PIC X(080).

FD  VENDSIM-RPT.
01  RPT-LINHA                    PIC X(200).

WORKING-STORAGE SECTION.
77  SW-STATUS-PRM                PIC X(002)          VALUE SPACES.
77  SW-STATUS-CAT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-CNT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-LST                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RC                 PIC X(002)          VALUE SPACES.
77  SW-STATUS-HIS                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.

* DATA DE MOVIMENTO DA RODADA (ROTINA DATAMOV) - NAO A DO RELOGIO.
77  WA-DMR-OPERACAO              PIC X(001)          VALUE "C".
77  WA-DMR-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-PASTA                     PIC X(060)          VALUE "simulado/".
77  WA-TOLERANCIA-PCT            PIC 9(003)          VALUE 10.
77  WA-DATA-RODADA               PIC 9(008)          VALUE ZEROS.
77  WA-HORA-RODADA               PIC 9(006)          VALUE ZEROS.
77  WA-FIM-CAT                   PIC X(001)          VALUE "N".
    88  WA-FIM-CAT-SIM                               VALUE "S".
77  WA-FIM-CONTA                 PIC X(001)          VALUE "N".
    88  WA-FIM-CONTA-SIM                             VALUE "S".

*--------------------------------------------------------------------*
* A ULTIMA GERACAO OK DE CADA ARQUIVO (LINHA MAIS NOVA DO CATALOGO    *
* SUBSTITUI A ANTERIOR) E O RESULTADO DO SIMULADO DELE.               *
*--------------------------------------------------------------------*
01  WA-TABELA-GERACOES.
    03  WA-QTD-GER               PIC 9(003)          VALUE ZEROS.
    03  WA-GER-ITEM              OCCURS 200 TIMES.
        05  WA-GER-ARQUIVO       PIC X(200).
        05  WA-GER-DESTINO       PIC X(200).
        05  WA-GER-MD5           PIC X(032).
        05  WA-GER-SHA256        PIC X(064).
        05  WA-GER-DATA          PIC 9(008).
        05  WA-GER-BASE          PIC X(060).
        05  WA-GER-COPIA         PIC X(200).
        05  WA-GER-SITUACAO      PIC X(006).
        05  WA-GER-TEMPO-CS      PIC 9(009).
        05  WA-GER-REG-COPIA     PIC 9(009).
        05  WA-GER-REG-VIVO      PIC 9(009).
        05  WA-GER-MOTIVO        PIC X(080).
77  WA-IDX                       PIC 9(003)          VALUE ZEROS.
77  WA-ACHADO                    PIC 9(003)          VALUE ZEROS.

77  WA-ARQ-CONTAR                PIC X(200)          VALUE SPACES.
77  WA-CONTAGEM                  PIC 9(009)          VALUE ZEROS.
77  WA-CONTAGEM-OK               PIC X(001)          VALUE "N".
    88  WA-CONTAGEM-OK-SIM                           VALUE "S".
77  WA-DIFERENCA                 PIC 9(009)          VALUE ZEROS.
77  WA-DIFERENCA-PCT             PIC 9(005)V99       VALUE ZEROS.

77  WA-NOME-BASE                 PIC X(060)          VALUE SPACES.
77  WA-POS-BARRA                 PIC 9(003)          VALUE ZEROS.
77  WA-SCAN-IDX                  PIC 9(003)          VALUE ZEROS.

* CRONOMETRO DA RESTAURACAO EM CENTESIMOS (DIA INTEIRO VIA
* INTEGER-OF-DATE, VIRADA DE MEIA-NOITE NAO ZERA).
01  WA-HORA-CS.
    03  WA-HORA-CS-HH            PIC 9(002).
    03  WA-HORA-CS-MM            PIC 9(002).
    03  WA-HORA-CS-SS            PIC 9(002).
    03  WA-HORA-CS-CC            PIC 9(002).
77  WA-DATA-CS                   PIC 9(008)          VALUE ZEROS.
77  WA-INICIO-CS                 PIC 9(015)          VALUE ZEROS.
77  WA-FIM-CS                    PIC 9(015)          VALUE ZEROS.

77  WA-ORIGEM-COPIA              PIC X(200)          VALUE SPACES.
77                               PIC X(001)          VALUE X"00".
77  WA-DESTINO-COPIA             PIC X(200)          VALUE SPACES.
77                               PIC X(001)          VALUE X"00".

77  WA-NOME-LISTA                PIC X(160)          VALUE SPACES.
77  WA-COMANDO                   PIC X(300)          VALUE SPACES.
77  WA-PROGRAMA                  PIC X(010)          VALUE SPACES.
77  WA-RC-VALOR                  PIC 9(005)          VALUE ZEROS.
77  WA-RC-VENDIDX                PIC 9(005)          VALUE ZEROS.
77  WA-RC-DQSCAN                 PIC 9(005)          VALUE ZEROS.

77  WA-LIB                       PIC X(150)          VALUE SPACES.
77  WA-DLLCHK-RETORNO            PIC 9(002)          VALUE ZEROS.
    88  WA-DLLCHK-DIVERGENTE                         VALUE 01.
    88  WA-DLLCHK-SEM-MANIFESTO                      VALUE 02.
    88  WA-DLLCHK-ERRO-ARQUIVO                       VALUE 99.
77  WA-MSF-RETORNO               PIC 9(002)          VALUE ZEROS.
77  RET                          POINTER.
77  RETO                         PIC X(100)          VALUE SPACES.
77  X                            SIGNED-LONG.
77  SHA-RET                      POINTER.
77  SHA-RETO                     PIC X(100)          VALUE SPACES.
77  SHA-X                        SIGNED-LONG.
77  WA-SEM-PASSO-UNICO           PIC X(001)          VALUE "N".
    88  WA-SEM-PASSO-UNICO-SIM                       VALUE "S".
77  WA-MD5-COPIA                 PIC X(032)          VALUE SPACES.
77  WA-SHA256-COPIA              PIC X(064)          VALUE SPACES.

77  WA-ALR-PROGRAMA              PIC X(030)          VALUE "VENDSIM".
77  WA-ALR-SEVERIDADE            PIC X(001)          VALUE "E".
77  WA-ALR-TEXTO                 PIC X(150)          VALUE SPACES.
77  WA-ALR-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-TOTAL-PASSOU              PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-FALHOU              PIC 9(005)          VALUE ZEROS.
77  WA-TEMPO-TOTAL-CS            PIC 9(011)          VALUE ZEROS.
77  WA-SIMULADO-OK               PIC X(001)          VALUE "S".
    88  WA-SIMULADO-OK-SIM                           VALUE "S".
77  WA-MOTIVO-GERAL              PIC X(080)          VALUE SPACES.
77  WA-EDIT-TEMPO                PIC Z(6)9,99.

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR
            THRU 1000-INICIALIZAR-EXIT.
    PERFORM 2000-CARREGAR-CATALOGO
            THRU 2000-CARREGAR-CATALOGO-EXIT.
    PERFORM 1500-CONFERIR-DESTINOS
            THRU 1500-CONFERIR-DESTINOS-EXIT.
    PERFORM 3000-RESTAURAR-ARQUIVO
            THRU 3000-RESTAURAR-ARQUIVO-EXIT
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-GER.
    PERFORM 5000-RODAR-VERIFICADORES
            THRU 5000-RODAR-VERIFICADORES-EXIT.
    PERFORM 6000-REGISTRAR-RESULTADO.
    PERFORM 8000-TRAILER.
    PERFORM 9999-FINALIZAR.
    IF  WA-SIMULADO-OK-SIM
        MOVE 0 TO RETURN-CODE
    ELSE
        MOVE 8 TO RETURN-CODE
    END-IF.
    STOP RUN.

1000-INICIALIZAR.
    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.
    MOVE WA-DMR-DATA TO WA-DATA-RODADA.
    ACCEPT WA-HORA-RODADA FROM TIME.

    OPEN INPUT PARM-CTL.
    IF  SW-STATUS-PRM(1:1) = ZEROS
        READ PARM-CTL
             AT END CONTINUE
             NOT AT END
                  IF  PARM-PASTA NOT = SPACES
                      MOVE PARM-PASTA TO WA-PASTA
                  END-IF
                  IF  PARM-TOLERANCIA-PCT NUMERIC
                      MOVE PARM-TOLERANCIA-PCT TO WA-TOLERANCIA-PCT
                  END-IF
        END-READ
        CLOSE PARM-CTL
    END-IF.

*   A PASTA VAI COLADA NO NOME DO ARQUIVO - SEM A BARRA NO FIM, AS
*   COPIAS SAIRIAM AO LADO DELA.
    MOVE ZEROS TO WA-SCAN-IDX.
    INSPECT FUNCTION TRIM(WA-PASTA) TALLYING WA-SCAN-IDX FOR CHARACTERS.
    IF  WA-SCAN-IDX > ZEROS AND WA-SCAN-IDX < 60
        AND WA-PASTA(WA-SCAN-IDX:1) NOT = "/"
        MOVE "/" TO WA-PASTA(WA-SCAN-IDX + 1:1)
    END-IF.
    IF  WA-PASTA = "/multidad/vendas/" OR WA-PASTA = "/multidad/vendas"
        OR WA-PASTA = SPACES
        DISPLAY "VENDSIM - PASTA DE RASCUNHO INVALIDA (" WA-PASTA
                ") - O SIMULADO NUNCA RESTAURA SOBRE A VENDAS"
                UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    CALL "CBL_CREATE_DIR" USING WA-PASTA.

    OPEN OUTPUT VENDSIM-RPT.
    MOVE SPACES TO RPT-LINHA.
    STRING "SIMULADO DE RESTAURACAO DOS ARQUIVOS DA VENDAS - "
                           DELIMITED BY SIZE
           WA-DATA-RODADA  DELIMITED BY SIZE
           " - PASTA "     DELIMITED BY SIZE
           WA-PASTA        DELIMITED BY SPACE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

    SET CONFIGURATION "DLL-CONVENTION" TO 0.
    MOVE "./libmd5.so" TO WA-LIB.
    CALL WA-LIB.

    CALL "DLLCHECK" USING WA-LIB, WA-DLLCHK-RETORNO END-CALL.
    IF  WA-DLLCHK-DIVERGENTE OR WA-DLLCHK-ERRO-ARQUIVO
                             OR WA-DLLCHK-SEM-MANIFESTO
        MOVE SPACES TO WA-ALR-TEXTO
        STRING "SIMULADO NAO RODOU: " DELIMITED BY SIZE
               WA-LIB                 DELIMITED BY SPACE
               " REPROVADA NO DLLCHECK" DELIMITED BY SIZE
               INTO WA-ALR-TEXTO
        PERFORM 1900-ABORTAR
    END-IF.

    CALL "MD5SELF" USING WA-MSF-RETORNO END-CALL.
    IF  WA-MSF-RETORNO NOT = ZEROS
        MOVE "SIMULADO NAO RODOU: libmd5.so REPROVADA NO MD5SELF"
            TO WA-ALR-TEXTO
        PERFORM 1900-ABORTAR
    END-IF.

1000-INICIALIZAR-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* NENHUM DESTINO NA PASTA DE RASCUNHO PODE SER UM ARQUIVO VIVO (PASTA *
* APONTADA PARA A DA VENDAS POR OUTRO CAMINHO, LINK ETC.) - UM SO JA  *
* DERRUBA O SIMULADO ANTES DE QUALQUER COPIA.                         *
*--------------------------------------------------------------------*
1500-CONFERIR-DESTINOS.
    PERFORM 1510-MONTAR-DESTINO
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-GER.
    PERFORM 1520-COMPARAR-COM-VIVOS
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-GER.

1500-CONFERIR-DESTINOS-EXIT.
    EXIT.

1510-MONTAR-DESTINO.
    MOVE WA-GER-ARQUIVO(WA-IDX) TO WA-ORIGEM-COPIA.
    PERFORM 1600-ACHAR-NOME-BASE.
    MOVE WA-NOME-BASE TO WA-GER-BASE(WA-IDX).
    MOVE SPACES TO WA-GER-COPIA(WA-IDX).
    STRING FUNCTION TRIM(WA-PASTA)     DELIMITED BY SIZE
           FUNCTION TRIM(WA-NOME-BASE) DELIMITED BY SIZE
           INTO WA-GER-COPIA(WA-IDX).

1520-COMPARAR-COM-VIVOS.
    PERFORM 1530-COMPARAR-UM-VIVO
            VARYING WA-ACHADO FROM 1 BY 1
            UNTIL WA-ACHADO > WA-QTD-GER.

1530-COMPARAR-UM-VIVO.
    IF  WA-GER-COPIA(WA-IDX) = WA-GER-ARQUIVO(WA-ACHADO)
        MOVE SPACES TO WA-ALR-TEXTO
        STRING "SIMULADO NAO RODOU: DESTINO " DELIMITED BY SIZE
               FUNCTION TRIM(WA-GER-COPIA(WA-IDX)) DELIMITED BY SIZE
               " E ARQUIVO VIVO"             DELIMITED BY SIZE
               INTO WA-ALR-TEXTO
        PERFORM 1900-ABORTAR
    END-IF.

1600-ACHAR-NOME-BASE.
    MOVE SPACES TO WA-NOME-BASE.
    MOVE ZEROS  TO WA-POS-BARRA.
    PERFORM 1610-ACHAR-BARRA
            VARYING WA-SCAN-IDX FROM 1 BY 1
            UNTIL WA-SCAN-IDX > 200.
    IF  WA-POS-BARRA = ZEROS
        MOVE WA-ORIGEM-COPIA(1:60) TO WA-NOME-BASE
    ELSE
        IF  WA-POS-BARRA < 200
            MOVE WA-ORIGEM-COPIA(WA-POS-BARRA + 1 :
                                 FUNCTION MIN(60, 200 - WA-POS-BARRA))
                TO WA-NOME-BASE
        END-IF
    END-IF.

1610-ACHAR-BARRA.
    IF  WA-ORIGEM-COPIA(WA-SCAN-IDX:1) = "/"
        MOVE WA-SCAN-IDX TO WA-POS-BARRA
    END-IF.

*--------------------------------------------------------------------*
* SIMULADO QUE NAO CONSEGUE NEM COMECAR E SIMULADO REPROVADO: ALERTA  *
* "E", LINHA DE RESUMO NO HISTORICO E RETURN-CODE 8.                  *
*--------------------------------------------------------------------*
1900-ABORTAR.
    DISPLAY "VENDSIM - " FUNCTION TRIM(WA-ALR-TEXTO) UPON SYSERR.
    CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                           WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.
    MOVE "N" TO WA-SIMULADO-OK.
    MOVE WA-ALR-TEXTO TO WA-MOTIVO-GERAL.
    MOVE ZEROS TO WA-QTD-GER.
    PERFORM 6000-REGISTRAR-RESULTADO.
    MOVE SPACES TO RPT-LINHA.
    MOVE WA-ALR-TEXTO TO RPT-LINHA.
    WRITE RPT-LINHA.
    CLOSE VENDSIM-RPT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

*--------------------------------------------------------------------*
* A ULTIMA GERACAO OK DE CADA ARQUIVO: O CATALOGO E SO DE ACRESCIMO,  *
* ENTAO A ULTIMA LINHA OK DE UM ARQUIVO E A MAIS NOVA.                *
*--------------------------------------------------------------------*
2000-CARREGAR-CATALOGO.
    OPEN INPUT BKP-CAT.
    IF  SW-STATUS-CAT(1:1) NOT = ZEROS
        MOVE "SIMULADO NAO RODOU: SEM vendbkp-cat.ctl - NENHUMA GERACAO"
            TO WA-ALR-TEXTO
        PERFORM 1900-ABORTAR
    END-IF.
    PERFORM 2100-LER-CATALOGO
            WITH TEST AFTER
            UNTIL WA-FIM-CAT-SIM.
    CLOSE BKP-CAT.
    IF  WA-QTD-GER = ZEROS
        MOVE "SIMULADO NAO RODOU: NENHUMA GERACAO OK NO CATALOGO"
            TO WA-ALR-TEXTO
        PERFORM 1900-ABORTAR
    END-IF.

2000-CARREGAR-CATALOGO-EXIT.
    EXIT.

2100-LER-CATALOGO.
    READ BKP-CAT
         AT END SET WA-FIM-CAT-SIM TO TRUE
         NOT AT END
             IF  BKC-SITUACAO = "OK" AND BKC-ARQUIVO NOT = SPACES
                 PERFORM 2200-GUARDAR-GERACAO
             END-IF
    END-READ.

2200-GUARDAR-GERACAO.
    MOVE ZEROS TO WA-ACHADO.
    PERFORM 2210-COMPARAR-ARQUIVO
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-GER OR WA-ACHADO > ZEROS.
    IF  WA-ACHADO = ZEROS
        IF  WA-QTD-GER < 200
            ADD 1 TO WA-QTD-GER
            MOVE WA-QTD-GER TO WA-ACHADO
        ELSE
            DISPLAY "VENDSIM - MAIS DE 200 ARQUIVOS NO CATALOGO, "
                    BKC-ARQUIVO(1:60) " FICOU FORA" UPON SYSERR
        END-IF
    END-IF.
    IF  WA-ACHADO > ZEROS
        MOVE BKC-ARQUIVO TO WA-GER-ARQUIVO(WA-ACHADO)
        MOVE BKC-DESTINO TO WA-GER-DESTINO(WA-ACHADO)
        MOVE BKC-MD5     TO WA-GER-MD5(WA-ACHADO)
        MOVE BKC-SHA256  TO WA-GER-SHA256(WA-ACHADO)
        MOVE BKC-DATA    TO WA-GER-DATA(WA-ACHADO)
    END-IF.

2210-COMPARAR-ARQUIVO.
    IF  WA-GER-ARQUIVO(WA-IDX) = BKC-ARQUIVO
        MOVE WA-IDX TO WA-ACHADO
    END-IF.

*--------------------------------------------------------------------*
* UM ARQUIVO: COPIA CRONOMETRADA PARA A PASTA DE RASCUNHO, HASH DA    *
* COPIA CONTRA O CATALOGO, LEITURA INDEXADA COMPLETA E CONTAGEM       *
* CONTRA O VIVO.  O PRIMEIRO TROPECO REPROVA O ARQUIVO.               *
*--------------------------------------------------------------------*
3000-RESTAURAR-ARQUIVO.
    MOVE "PASSOU" TO WA-GER-SITUACAO(WA-IDX).
    MOVE SPACES   TO WA-GER-MOTIVO(WA-IDX).
    MOVE ZEROS    TO WA-GER-TEMPO-CS(WA-IDX) WA-GER-REG-COPIA(WA-IDX)
                     WA-GER-REG-VIVO(WA-IDX).

    MOVE WA-GER-DESTINO(WA-IDX) TO WA-ORIGEM-COPIA.
    MOVE WA-GER-COPIA(WA-IDX)   TO WA-DESTINO-COPIA.
    CALL "CBL_DELETE_FILE" USING WA-DESTINO-COPIA.
    PERFORM 3100-MARCAR-TEMPO.
    MOVE WA-FIM-CS TO WA-INICIO-CS.
    CALL "C$COPY" USING WA-ORIGEM-COPIA, WA-DESTINO-COPIA, "I"
         GIVING RETURN-CODE
    END-CALL.
    IF  RETURN-CODE NOT = ZEROS
        MOVE "COPIA DA GERACAO PARA A PASTA DE RASCUNHO FALHOU"
            TO WA-GER-MOTIVO(WA-IDX)
        GO TO 3000-REPROVAR
    END-IF.
    PERFORM 3100-MARCAR-TEMPO.
    COMPUTE WA-GER-TEMPO-CS(WA-IDX) = WA-FIM-CS - WA-INICIO-CS.
    ADD WA-GER-TEMPO-CS(WA-IDX) TO WA-TEMPO-TOTAL-CS.

    PERFORM 3200-HASHEAR-COPIA.
    IF  WA-MD5-COPIA NOT = WA-GER-MD5(WA-IDX)
        OR WA-SHA256-COPIA NOT = WA-GER-SHA256(WA-IDX)
        MOVE "COPIA RESTAURADA NAO BATE COM O HASH DO CATALOGO"
            TO WA-GER-MOTIVO(WA-IDX)
        GO TO 3000-REPROVAR
    END-IF.

    MOVE WA-GER-COPIA(WA-IDX) TO WA-ARQ-CONTAR.
    PERFORM 3300-CONTAR-REGISTROS
            THRU 3300-CONTAR-REGISTROS-EXIT.
    IF  NOT WA-CONTAGEM-OK-SIM
        MOVE SPACES TO WA-GER-MOTIVO(WA-IDX)
        STRING "COPIA RESTAURADA NAO LEU COMO INDEXADO, STATUS "
                               DELIMITED BY SIZE
               SW-STATUS-CNT   DELIMITED BY SIZE
               INTO WA-GER-MOTIVO(WA-IDX)
        GO TO 3000-REPROVAR
    END-IF.
    MOVE WA-CONTAGEM TO WA-GER-REG-COPIA(WA-IDX).

    MOVE WA-GER-ARQUIVO(WA-IDX) TO WA-ARQ-CONTAR.
    PERFORM 3300-CONTAR-REGISTROS
            THRU 3300-CONTAR-REGISTROS-EXIT.
    IF  NOT WA-CONTAGEM-OK-SIM
*       VIVO ILEGIVEL NAO E DEFEITO DO BACKUP - FICA SO O AVISO.
        MOVE SPACES TO WA-GER-MOTIVO(WA-IDX)
        STRING "ARQUIVO VIVO NAO LEU PARA COMPARAR, STATUS "
                               DELIMITED BY SIZE
               SW-STATUS-CNT   DELIMITED BY SIZE
               INTO WA-GER-MOTIVO(WA-IDX)
        GO TO 3000-APROVAR
    END-IF.
    MOVE WA-CONTAGEM TO WA-GER-REG-VIVO(WA-IDX).

    IF  WA-GER-REG-VIVO(WA-IDX) > WA-GER-REG-COPIA(WA-IDX)
        COMPUTE WA-DIFERENCA = WA-GER-REG-VIVO(WA-IDX)
                             - WA-GER-REG-COPIA(WA-IDX)
    ELSE
        COMPUTE WA-DIFERENCA = WA-GER-REG-COPIA(WA-IDX)
                             - WA-GER-REG-VIVO(WA-IDX)
    END-IF.
    MOVE ZEROS TO WA-DIFERENCA-PCT.
    IF  WA-GER-REG-VIVO(WA-IDX) > ZEROS
        COMPUTE WA-DIFERENCA-PCT ROUNDED =
                WA-DIFERENCA * 100 / WA-GER-REG-VIVO(WA-IDX)
    ELSE
        IF  WA-DIFERENCA > ZEROS
            MOVE 100 TO WA-DIFERENCA-PCT
        END-IF
    END-IF.
    IF  WA-DIFERENCA-PCT > WA-TOLERANCIA-PCT
        MOVE SPACES TO WA-GER-MOTIVO(WA-IDX)
        STRING "CONTAGEM DA COPIA DIVERGE DO VIVO ALEM DE "
                                 DELIMITED BY SIZE
               WA-TOLERANCIA-PCT DELIMITED BY SIZE
               "%"               DELIMITED BY SIZE
               INTO WA-GER-MOTIVO(WA-IDX)
        GO TO 3000-REPROVAR
    END-IF.

3000-APROVAR.
    ADD 1 TO WA-TOTAL-PASSOU.
    GO TO 3000-RESTAURAR-ARQUIVO-EXIT.

3000-REPROVAR.
    MOVE "FALHOU" TO WA-GER-SITUACAO(WA-IDX).
    ADD 1 TO WA-TOTAL-FALHOU.
    MOVE "N" TO WA-SIMULADO-OK.
    MOVE SPACES TO WA-ALR-TEXTO.
    STRING "SIMULADO DE RESTAURACAO FALHOU EM " DELIMITED BY SIZE
           FUNCTION TRIM(WA-GER-BASE(WA-IDX))  DELIMITED BY SIZE
           ": "                                 DELIMITED BY SIZE
           FUNCTION TRIM(WA-GER-MOTIVO(WA-IDX)) DELIMITED BY SIZE
           INTO WA-ALR-TEXTO.
    CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                           WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.

3000-RESTAURAR-ARQUIVO-EXIT.
    EXIT.

3100-MARCAR-TEMPO.
    ACCEPT WA-DATA-CS FROM DATE YYYYMMDD.
    ACCEPT WA-HORA-CS FROM TIME.
    COMPUTE WA-FIM-CS =
            FUNCTION INTEGER-OF-DATE(WA-DATA-CS) * 8640000
          + WA-HORA-CS-HH * 360000
          + WA-HORA-CS-MM * 6000
          + WA-HORA-CS-SS * 100
          + WA-HORA-CS-CC.

*--------------------------------------------------------------------*
* OS DOIS HASHES DA COPIA RESTAURADA NUMA PASSADA SO (MESMO           *
* 3200-REHASHEAR-GERACAO DO VENDRST, COM O MESMO FALLBACK).           *
*--------------------------------------------------------------------*
3200-HASHEAR-COPIA.
    MOVE SPACES TO WA-MD5-COPIA WA-SHA256-COPIA.
    MOVE -1 TO X.
    MOVE -1 TO SHA-X.
    IF  NOT WA-SEM-PASSO-UNICO-SIM
        CALL "MD5SHA256File" USING BY REFERENCE WA-DESTINO-COPIA
                                   BY REFERENCE RET
                                   BY REFERENCE X
                                   BY REFERENCE SHA-RET
                                   BY REFERENCE SHA-X
                             GIVING RETURN-CODE
             ON EXCEPTION
                 MOVE "S" TO WA-SEM-PASSO-UNICO
        END-CALL
    END-IF.
    IF  WA-SEM-PASSO-UNICO-SIM
        CALL "MD5File" USING BY REFERENCE WA-DESTINO-COPIA
                             BY REFERENCE RET
                             BY REFERENCE X
                       GIVING RETURN-CODE
        END-CALL
        CALL "SHA256File" USING BY REFERENCE WA-DESTINO-COPIA
                                BY REFERENCE SHA-RET
                                BY REFERENCE SHA-X
                          GIVING RETURN-CODE
        END-CALL
    END-IF.
    IF  X >= ZEROS
        CALL "C$MEMCPY" USING BY REFERENCE RETO, BY VALUE RET, X
        MOVE RETO(1:32) TO WA-MD5-COPIA
    END-IF.
    IF  SHA-X >= ZEROS
        CALL "C$MEMCPY" USING BY REFERENCE SHA-RETO,
                               BY VALUE SHA-RET, SHA-X
        MOVE SHA-RETO(1:64) TO WA-SHA256-COPIA
    END-IF.

*--------------------------------------------------------------------*
* ABRE WA-ARQ-CONTAR COMO INDEXADO E LE ATE O FIM.  SO O FIM DE       *
* ARQUIVO (10) TERMINA BEM - QUALQUER OUTRO STATUS NO MEIO E LEITURA  *
* INTERROMPIDA.                                                       *
*--------------------------------------------------------------------*
3300-CONTAR-REGISTROS.
    MOVE ZEROS TO WA-CONTAGEM.
    MOVE "N"   TO WA-CONTAGEM-OK WA-FIM-CONTA.
    OPEN INPUT CONTA-FILE.
    IF  SW-STATUS-CNT(1:1) NOT = ZEROS
        GO TO 3300-CONTAR-REGISTROS-EXIT
    END-IF.
    PERFORM 3310-LER-UM
            WITH TEST AFTER
            UNTIL WA-FIM-CONTA-SIM.
    CLOSE CONTA-FILE.

3300-CONTAR-REGISTROS-EXIT.
    EXIT.

3310-LER-UM.
    READ CONTA-FILE NEXT RECORD
         AT END
             SET WA-FIM-CONTA-SIM TO TRUE
             MOVE "S" TO WA-CONTAGEM-OK
         NOT AT END
             ADD 1 TO WA-CONTAGEM
    END-READ.
    IF  SW-STATUS-CNT(1:1) NOT = ZEROS AND NOT WA-FIM-CONTA-SIM
        SET WA-FIM-CONTA-SIM TO TRUE
    END-IF.

*--------------------------------------------------------------------*
* VENDIDX E DQSCAN CONTRA AS COPIAS QUE ABRIRAM: GRAVA AS LISTAS NA   *
* PASTA DE RASCUNHO E DISPARA CADA UM EM MODO SIMULADO, ESPERANDO O   *
* FIM (SEM "&") E COLHENDO O RC PELO ARQUIVO, COMO NO BATDRV.         *
*--------------------------------------------------------------------*
5000-RODAR-VERIFICADORES.
    IF  WA-TOTAL-PASSOU = ZEROS
        GO TO 5000-RODAR-VERIFICADORES-EXIT
    END-IF.

    MOVE SPACES TO WA-NOME-LISTA.
    STRING FUNCTION TRIM(WA-PASTA) DELIMITED BY SIZE
           "vendcks-arquivos.ctl"  DELIMITED BY SIZE
           INTO WA-NOME-LISTA.
    OPEN OUTPUT LISTA-SIM.
    PERFORM 5100-LISTAR-COPIA
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-GER.
    CLOSE LISTA-SIM.

    MOVE SPACES TO WA-NOME-LISTA.
    STRING FUNCTION TRIM(WA-PASTA) DELIMITED BY SIZE
           "parsetst-lista.ctl"    DELIMITED BY SIZE
           INTO WA-NOME-LISTA.
    OPEN OUTPUT LISTA-SIM.
    PERFORM 5200-LISTAR-BASE
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-GER.
    CLOSE LISTA-SIM.

    MOVE "VENDIDX" TO WA-PROGRAMA.
    PERFORM 5500-DISPARAR-VERIFICADOR.
    MOVE WA-RC-VALOR TO WA-RC-VENDIDX.
    IF  WA-RC-VENDIDX NOT = ZEROS
        MOVE "N" TO WA-SIMULADO-OK
        MOVE SPACES TO WA-ALR-TEXTO
        STRING "SIMULADO DE RESTAURACAO: VENDIDX ACUSOU ORDEM/DUPLICIDADE"
                                   DELIMITED BY SIZE
               " NAS COPIAS - VER " DELIMITED BY SIZE
               FUNCTION TRIM(WA-PASTA) DELIMITED BY SIZE
               "vendidx.rpt"        DELIMITED BY SIZE
               INTO WA-ALR-TEXTO
        CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                               WA-ALR-TEXTO, WA-ALR-RETORNO
        END-CALL
    END-IF.

    MOVE "DQSCAN" TO WA-PROGRAMA.
    PERFORM 5500-DISPARAR-VERIFICADOR.
    MOVE WA-RC-VALOR TO WA-RC-DQSCAN.
    IF  WA-RC-DQSCAN NOT = ZEROS
        MOVE "N" TO WA-SIMULADO-OK
        MOVE SPACES TO WA-ALR-TEXTO
        STRING "SIMULADO DE RESTAURACAO: DQSCAN NAO LEU TODAS AS COPIAS"
                                   DELIMITED BY SIZE
               " - VER "           DELIMITED BY SIZE
               FUNCTION TRIM(WA-PASTA) DELIMITED BY SIZE
               "dqscan.rpt"        DELIMITED BY SIZE
               INTO WA-ALR-TEXTO
        CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                               WA-ALR-TEXTO, WA-ALR-RETORNO
        END-CALL
    END-IF.

5000-RODAR-VERIFICADORES-EXIT.
    EXIT.

5100-LISTAR-COPIA.
    IF  WA-GER-SITUACAO(WA-IDX) = "PASSOU"
        MOVE WA-GER-COPIA(WA-IDX) TO LST-LINHA
        WRITE LST-LINHA
    END-IF.

5200-LISTAR-BASE.
    IF  WA-GER-SITUACAO(WA-IDX) = "PASSOU"
        MOVE WA-GER-BASE(WA-IDX) TO LST-LINHA
        WRITE LST-LINHA
    END-IF.

5500-DISPARAR-VERIFICADOR.
    CALL "CBL_DELETE_FILE" USING "vendsim-rc.tmp".
    MOVE SPACES TO WA-COMANDO.
    STRING "VENDSIM_PASTA="         DELIMITED BY SIZE
           FUNCTION TRIM(WA-PASTA)  DELIMITED BY SIZE
           " runcbl "               DELIMITED BY SIZE
           WA-PROGRAMA              DELIMITED BY SPACE
           " ; echo $? > vendsim-rc.tmp" DELIMITED BY SIZE
           INTO WA-COMANDO.
    CALL "C$SYSTEM" USING WA-COMANDO.

    MOVE 99999 TO WA-RC-VALOR.
    OPEN INPUT RC-FILE.
    IF  SW-STATUS-RC(1:1) = ZEROS
        MOVE SPACES TO RC-LINHA
        READ RC-FILE
             AT END MOVE SPACES TO RC-LINHA
        END-READ
        CLOSE RC-FILE
        IF  RC-LINHA NOT = SPACES
            COMPUTE WA-RC-VALOR = FUNCTION NUMVAL(RC-LINHA)
        END-IF
    END-IF.
    CALL "CBL_DELETE_FILE" USING "vendsim-rc.tmp".

    MOVE SPACES TO RPT-LINHA.
    STRING "  "               DELIMITED BY SIZE
           WA-PROGRAMA        DELIMITED BY SPACE
           " NAS COPIAS - RC " DELIMITED BY SIZE
           WA-RC-VALOR        DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* HISTORICO: UMA LINHA POR ARQUIVO E A LINHA DE RESUMO DO SIMULADO    *
* (ARQUIVO "*SIMULADO*", TEMPO = SOMA DAS RESTAURACOES).              *
*--------------------------------------------------------------------*
6000-REGISTRAR-RESULTADO.
    OPEN EXTEND VENDSIM-HIST.
    IF  SW-STATUS-HIS(1:1) = "3"
        OPEN OUTPUT VENDSIM-HIST
    END-IF.
    IF  SW-STATUS-HIS(1:1) NOT = ZEROS
        DISPLAY "VENDSIM - NAO ABRIU vendsim-hist.txt, STATUS "
                SW-STATUS-HIS UPON SYSERR
    ELSE
        PERFORM 6100-GRAVAR-ARQUIVO
                VARYING WA-IDX FROM 1 BY 1
                UNTIL WA-IDX > WA-QTD-GER
        MOVE SPACES TO HIS-LINHA
        MOVE WA-DATA-RODADA TO HIS-DATA
        MOVE WA-HORA-RODADA TO HIS-HORA
        IF  WA-SIMULADO-OK-SIM
            MOVE "PASSOU" TO HIS-SITUACAO
        ELSE
            MOVE "FALHOU" TO HIS-SITUACAO
        END-IF
        COMPUTE HIS-TEMPO-SEG = WA-TEMPO-TOTAL-CS / 100
        MOVE ZEROS TO HIS-GERACAO-DATA HIS-REG-COPIA HIS-REG-VIVO
        MOVE "*SIMULADO*" TO HIS-ARQUIVO
        IF  WA-MOTIVO-GERAL NOT = SPACES
            MOVE WA-MOTIVO-GERAL TO HIS-MOTIVO
        ELSE
            MOVE SPACES TO HIS-MOTIVO
            STRING "PASSARAM "       DELIMITED BY SIZE
                   WA-TOTAL-PASSOU   DELIMITED BY SIZE
                   " FALHARAM "      DELIMITED BY SIZE
                   WA-TOTAL-FALHOU   DELIMITED BY SIZE
                   " RC VENDIDX "    DELIMITED BY SIZE
                   WA-RC-VENDIDX     DELIMITED BY SIZE
                   " RC DQSCAN "     DELIMITED BY SIZE
                   WA-RC-DQSCAN      DELIMITED BY SIZE
                   INTO HIS-MOTIVO
        END-IF
        WRITE HIS-LINHA
        CLOSE VENDSIM-HIST
    END-IF.

6100-GRAVAR-ARQUIVO.
    MOVE SPACES                   TO HIS-LINHA.
    MOVE WA-DATA-RODADA           TO HIS-DATA.
    MOVE WA-HORA-RODADA           TO HIS-HORA.
    MOVE WA-GER-SITUACAO(WA-IDX)  TO HIS-SITUACAO.
    COMPUTE HIS-TEMPO-SEG = WA-GER-TEMPO-CS(WA-IDX) / 100.
    MOVE WA-GER-DATA(WA-IDX)      TO HIS-GERACAO-DATA.
    MOVE WA-GER-REG-COPIA(WA-IDX) TO HIS-REG-COPIA.
    MOVE WA-GER-REG-VIVO(WA-IDX)  TO HIS-REG-VIVO.
    MOVE WA-GER-ARQUIVO(WA-IDX)   TO HIS-ARQUIVO.
    MOVE WA-GER-MOTIVO(WA-IDX)    TO HIS-MOTIVO.
    WRITE HIS-LINHA.

8000-TRAILER.
    PERFORM 8100-LISTAR-ARQUIVO
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-GER.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    COMPUTE WA-EDIT-TEMPO = WA-TEMPO-TOTAL-CS / 100.
    STRING "ARQUIVOS: "           DELIMITED BY SIZE
           WA-QTD-GER             DELIMITED BY SIZE
           "  PASSARAM: "         DELIMITED BY SIZE
           WA-TOTAL-PASSOU        DELIMITED BY SIZE
           "  FALHARAM: "         DELIMITED BY SIZE
           WA-TOTAL-FALHOU        DELIMITED BY SIZE
           "  TEMPO DE RESTAURACAO (S): " DELIMITED BY SIZE
           WA-EDIT-TEMPO          DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    IF  WA-SIMULADO-OK-SIM
        MOVE "SIMULADO PASSOU - AS GERACOES RESTAURAM E SAO LEGIVEIS"
            TO RPT-LINHA
    ELSE
        MOVE "SIMULADO FALHOU - VER ALERTAS E vendsim-hist.txt"
            TO RPT-LINHA
    END-IF.
    WRITE RPT-LINHA.

8100-LISTAR-ARQUIVO.
    MOVE SPACES TO RPT-LINHA.
    COMPUTE WA-EDIT-TEMPO = WA-GER-TEMPO-CS(WA-IDX) / 100.
    STRING "  "                     DELIMITED BY SIZE
           WA-GER-SITUACAO(WA-IDX)  DELIMITED BY SIZE
           " "                      DELIMITED BY SIZE
           WA-GER-BASE(WA-IDX)      DELIMITED BY SPACE
           " GERACAO "              DELIMITED BY SIZE
           WA-GER-DATA(WA-IDX)      DELIMITED BY SIZE
           " "                      DELIMITED BY SIZE
           WA-EDIT-TEMPO            DELIMITED BY SIZE
           "S REGISTROS COPIA/VIVO " DELIMITED BY SIZE
           WA-GER-REG-COPIA(WA-IDX) DELIMITED BY SIZE
           "/"                      DELIMITED BY SIZE
           WA-GER-REG-VIVO(WA-IDX)  DELIMITED BY SIZE
           " "                      DELIMITED BY SIZE
           WA-GER-MOTIVO(WA-IDX)    DELIMITED BY "   "
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

9999-FINALIZAR.
    CLOSE VENDSIM-RPT.
    CANCEL WA-LIB.
