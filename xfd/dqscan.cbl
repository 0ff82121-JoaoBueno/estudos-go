*             PLANILHA REVISADA (SO O CAMPO NOMEADO, COM CONFERENCIA DOS       *
*             BYTES ATUAIS E TRILHA ANTES/DEPOIS) E O DQFIX - FECHA O CICLO    *
*             QUE TERMINAVA NUM DESENVOLVEDOR REMENDANDO REGISTRO NA MAO.      *
* ALTERACAO.: 15/10/2026 - BUENO - MODO SIMULADO DE RESTAURACAO: COM A         *
*             VARIAVEL DE AMBIENTE VENDSIM_PASTA PREENCHIDA (QUEM DISPARA E O  *
*             VENDSIM), LISTA, DADOS, RELATORIO E PLANILHA SAO OS DA PASTA DE  *
*             RASCUNHO (<PASTA>parsetst-lista.ctl, <PASTA><ARQUIVO>,           *
*             <PASTA>dqscan.rpt, <PASTA>dqfix-planilha.ctl) - A PLANILHA DO    *
*             REVISOR NAO E SOBRESCRITA PELA VARREDURA DE UMA COPIA.  NESSE    *
*             MODO, ARQUIVO QUE NAO PARSEOU OU NAO ABRIU DEVOLVE RETURN-CODE   *
*             8 (LIXO DE DADOS CONTINUA SO NO RELATORIO, COMO NA NOITE).       *
* ALTERACAO.: 15/10/2026 - BUENO - PONTO DE CONTROLE (ROTINA CHKPONTO) A CADA  *
*             CHKPONTO_REGISTROS REGISTROS E A CADA ARQUIVO TERMINADO: RODADA  *
*             DERRUBADA RETOMA DO ARQUIVO E DA ULTIMA CHAVE DO PONTO (START NA *
*             CHAVE PRIMARIA), COM OS ERROS POR CAMPO E OS OFENSORES DE LA,    *
*             CORTANDO RELATORIO E PLANILHA NO TAMANHO DO PONTO - SAEM IGUAIS  *
*             AOS DE UMA RODADA INTEIRA, MAIS A NOTA DA RETOMADA NO RELATORIO. *
* ALTERACAO.: 15/10/2026 - BUENO - RETOMADA SO USA O START QUANDO A CHAVE REAL *
*             COMECA NO OFFSET 0 E CABE NOS 20 BYTES DA CHAVE FICTICIA, E      *
*             DEPOIS DELE DESPREZA PELA CHAVE REMONTADA O QUE NAO PASSA DA     *
*             ULTIMA CHAVE DO PONTO; FORA DISSO PULA PELA CONTAGEM.            *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARTST-LISTA ASSIGN WA-NOME-LISTA
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-LST.

* LEITURA CRUA E SEQUENCIAL (CHAVE FICTICIA, MESMO ARTIFICIO DO
* VENDRECH).  SO NA RETOMADA DE UM PONTO DE CONTROLE HA UM START, E SO
* QUANDO A CHAVE REAL CABE NA FICTICIA (3300).
    SELECT VENDAS-FILE ASSIGN WA-ARQ-DADOS
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY WA-CHAVE-FICTICIA
           FILE STATUS SW-STATUS-VEN.

    SELECT DQSCAN-RPT ASSIGN WA-NOME-RPT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

* PLANILHA DE CORRECAO PARA O DQFIX, SOBRESCRITA A CADA VARREDURA.
    SELECT PLANILHA ASSIGN WA-NOME-PLANILHA
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-PLA.

77  WA-FIM-VENDAS                PIC X(001)          VALUE "N".
    88  WA-FIM-VENDAS-SIM                            VALUE "S".

* NO SIMULADO DE RESTAURACAO (VENDSIM_PASTA) TUDO VEM DA PASTA DE
* RASCUNHO E VAI PARA ELA.
77  WA-PASTA-SIMULADO            PIC X(100)          VALUE SPACES.
77  WA-PASTA-DADOS               PIC X(100)          VALUE
                                 "/multidad/vendas/".
77  WA-NOME-LISTA                PIC X(160)          VALUE
                                 "parsetst-lista.ctl".
77  WA-NOME-RPT                  PIC X(160)          VALUE "dqscan.rpt".
77  WA-NOME-PLANILHA             PIC X(160)          VALUE
                                 "dqfix-planilha.ctl".
77  WA-ARQUIVOS-FALHOS           PIC 9(005)          VALUE ZEROS.

77  WA-NOME-BASE                 PIC X(032)          VALUE SPACES.
77  WA-ARQ-DADOS                 PIC X(140)          VALUE SPACES.
77  WA-RECORD-BUFFER             PIC X(4000)         VALUE SPACES.

*--------------------------------------------------------------------*
    03  WA-QTD-OFENSORES         PIC 9(003)          VALUE ZEROS.
    03  WA-OFENSOR-CHAVE         OCCURS 20 TIMES     PIC X(060).

* PONTO DE CONTROLE (ROTINA CHKPONTO): A CADA CKP-INTERVALO REGISTROS
* E A CADA ARQUIVO TERMINADO.  DERRUBADA, A RODADA SEGUINTE RETOMA DO
* ARQUIVO E DA CHAVE DO PONTO COM OS CONTADORES DE LA.
copy "chkponto.ws".
77  WA-NOME-CHK                  PIC X(160)          VALUE "dqscan.chk".
77  WA-SEQ-LISTA                 PIC 9(005)          VALUE ZEROS.
77  WA-DESDE-PONTO               PIC 9(009)          VALUE ZEROS.
77  WA-PULADOS                   PIC 9(009)          VALUE ZEROS.
77  WA-JA-LIDOS                  PIC 9(009)          VALUE ZEROS.
77  WA-FIM-PULO                  PIC X(001)          VALUE "N".
    88  WA-FIM-PULO-SIM                              VALUE "S".
77  WA-TAMANHO-CHAVE             PIC 9(005)          VALUE ZEROS.
77  WA-RETOMANDO                 PIC X(001)          VALUE "N".
    88  WA-RETOMANDO-SIM                             VALUE "S".
77  WA-RETOMAR-NO-ARQUIVO        PIC X(001)          VALUE "N".
    88  WA-RETOMAR-NO-ARQUIVO-SIM                    VALUE "S".
77  WA-RODADA-RETOMADA           PIC X(001)          VALUE "N".
    88  WA-RODADA-RETOMADA-SIM                       VALUE "S".
77  WA-RET-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-RET-HORA                  PIC 9(006)          VALUE ZEROS.
77  WA-RET-ARQUIVO               PIC X(200)          VALUE SPACES.
77  WA-RET-RETOMADAS             PIC 9(003)          VALUE ZEROS.
01  WA-FILE-INFO.
    03  WA-FI-TAMANHO            PIC X(008)          COMP-X.
    03  WA-FI-DATA               PIC 9(008)          COMP-X.
    03  WA-FI-HORA               PIC 9(008)          COMP-X.
01  WA-ASSINATURA-LISTA.
    03  WA-ASS-TAMANHO           PIC 9(012).
    03  WA-ASS-DATA              PIC 9(008).
    03  WA-ASS-HORA              PIC 9(008).

* CONTADORES GUARDADOS NO PONTO (CKP-CONTADORES).
01  WA-PONTO-CONTADORES.
    03  WA-PT-ARQUIVOS-FALHOS    PIC 9(005).
    03  WA-PT-TOTAL-REGISTROS    PIC 9(009).
    03  WA-PT-REG-OFENSORES      PIC 9(007).
    03  WA-PT-ERROS-CHAVE        PIC 9(007).
    03  WA-PT-OFENSORES          PIC X(1203).
    03  WA-PT-CAM-ERROS          OCCURS 300 TIMES    PIC 9(007).

copy "bacu/acugui.def".
copy "bacu/parsexfd.ws".

    PERFORM 2000-PROCESSAR-LISTA
            WITH TEST AFTER
            UNTIL WA-FIM-LISTA-SIM.
    IF  WA-RETOMANDO-SIM
*       PONTO GRAVADO DEPOIS DO ULTIMO ARQUIVO DA LISTA.
        PERFORM 2100-RESTAURAR-CONTADORES
    END-IF.
    IF  WA-RODADA-RETOMADA-SIM
        PERFORM 8000-NOTA-RETOMADA
    END-IF.
    PERFORM 9999-FINALIZAR.
    IF  WA-PASTA-SIMULADO NOT = SPACES AND WA-ARQUIVOS-FALHOS > ZEROS
        MOVE 8 TO RETURN-CODE
    END-IF.
    STOP RUN.

1000-INICIALIZAR.
    ACCEPT WA-PASTA-SIMULADO FROM ENVIRONMENT "VENDSIM_PASTA".
    IF  WA-PASTA-SIMULADO NOT = SPACES
        MOVE WA-PASTA-SIMULADO TO WA-PASTA-DADOS
        MOVE SPACES TO WA-NOME-LISTA WA-NOME-RPT WA-NOME-PLANILHA
        STRING FUNCTION TRIM(WA-PASTA-SIMULADO) DELIMITED BY SIZE
               "parsetst-lista.ctl"              DELIMITED BY SIZE
               INTO WA-NOME-LISTA
        STRING FUNCTION TRIM(WA-PASTA-SIMULADO) DELIMITED BY SIZE
               "dqscan.rpt"                      DELIMITED BY SIZE
               INTO WA-NOME-RPT
        STRING FUNCTION TRIM(WA-PASTA-SIMULADO) DELIMITED BY SIZE
               "dqfix-planilha.ctl"              DELIMITED BY SIZE
               INTO WA-NOME-PLANILHA
        MOVE SPACES TO WA-NOME-CHK
        STRING FUNCTION TRIM(WA-PASTA-SIMULADO) DELIMITED BY SIZE
               "dqscan.chk"                      DELIMITED BY SIZE
               INTO WA-NOME-CHK
    END-IF.

    OPEN INPUT PARTST-LISTA.
    IF  SW-STATUS-LST(1:1) NOT = ZEROS
        DISPLAY "DQSCAN - NAO ABRIU " FUNCTION TRIM(WA-NOME-LISTA)
                ", STATUS " SW-STATUS-LST UPON SYSERR
        IF  WA-PASTA-SIMULADO NOT = SPACES
            MOVE 8 TO RETURN-CODE
        END-IF
        STOP RUN
    END-IF.

    PERFORM 1100-LER-PONTO-CONTROLE.
    IF  WA-RODADA-RETOMADA-SIM
        OPEN EXTEND DQSCAN-RPT
        OPEN EXTEND PLANILHA
    ELSE
        PERFORM 1200-ABRIR-SAIDAS
    END-IF.

    SET CONFIGURATION "DLL-CONVENTION" TO 0.
    CALL "./libparsexfd.so".

*--------------------------------------------------------------------*
* PONTO DE CONTROLE DE UMA RODADA DERRUBADA: SO VALE COM A MESMA      *
* LISTA (NOME, TAMANHO E CARIMBO) E A MESMA DATA DE MOVIMENTO.  NA    *
* RETOMADA RELATORIO E PLANILHA SAO CORTADOS NO TAMANHO DO PONTO E    *
* CONTINUAM.                                                          *
*--------------------------------------------------------------------*
1100-LER-PONTO-CONTROLE.
    MOVE ZEROS TO WA-FI-TAMANHO WA-FI-DATA WA-FI-HORA.
    CALL "C$FILEINFO" USING WA-NOME-LISTA, WA-FILE-INFO
         GIVING RETURN-CODE
    END-CALL.
    MOVE WA-FI-TAMANHO TO WA-ASS-TAMANHO.
    MOVE WA-FI-DATA    TO WA-ASS-DATA.
    MOVE WA-FI-HORA    TO WA-ASS-HORA.

    INITIALIZE CKP-PARAMETROS.
    MOVE WA-NOME-CHK TO CKP-NOME-CHK.
    MOVE "DQSCAN"    TO CKP-PROGRAMA.
    STRING FUNCTION TRIM(WA-NOME-LISTA) DELIMITED BY SIZE
           " "                          DELIMITED BY SIZE
           WA-ASSINATURA-LISTA          DELIMITED BY SIZE
           INTO CKP-ASSINATURA.
    SET CKP-LER TO TRUE.
    CALL "CHKPONTO" USING CKP-OPERACAO, CKP-PARAMETROS, CKP-RETORNO
    END-CALL.
    MOVE WA-NOME-RPT      TO CKP-SAIDA-NOME(1).
    MOVE WA-NOME-PLANILHA TO CKP-SAIDA-NOME(2).
    IF  CKP-OK
        MOVE "S" TO WA-RODADA-RETOMADA WA-RETOMANDO
        MOVE CKP-DATA-GRAVACAO TO WA-RET-DATA
        MOVE CKP-HORA-GRAVACAO TO WA-RET-HORA
        MOVE "FIM DA LISTA"    TO WA-RET-ARQUIVO
        MOVE CKP-RETOMADAS     TO WA-RET-RETOMADAS
        SET CKP-TRUNCAR TO TRUE
        CALL "CHKPONTO" USING CKP-OPERACAO, CKP-PARAMETROS, CKP-RETORNO
        END-CALL
    END-IF.

1200-ABRIR-SAIDAS.
    OPEN OUTPUT DQSCAN-RPT.
    MOVE "VARREDURA DE QUALIDADE DE DADOS (XFD X CONTEUDO)" TO RPT-LINHA.
    WRITE RPT-LINHA.
    IF  WA-PASTA-SIMULADO NOT = SPACES
        MOVE SPACES TO RPT-LINHA
        STRING "SIMULADO DE RESTAURACAO - COPIAS EM " DELIMITED BY SIZE
               WA-PASTA-SIMULADO                       DELIMITED BY SPACE
               INTO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

    OPEN OUTPUT PLANILHA.

2000-PROCESSAR-LISTA.
    READ PARTST-LISTA
         AT END SET WA-FIM-LISTA-SIM TO TRUE
         NOT AT END
             IF  LISTA-NOME-BASE NOT = SPACES
                 ADD 1 TO WA-SEQ-LISTA
                 MOVE LISTA-NOME-BASE TO WA-NOME-BASE
                 PERFORM 2050-PROCESSAR-ENTRADA
                         THRU 2050-PROCESSAR-ENTRADA-EXIT
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* NA RETOMADA, OS ARQUIVOS ANTERIORES AO DO PONTO JA ESTAO NO         *
* RELATORIO E NA PLANILHA; O DO PONTO COMECA DO ZERO (PONTO NA        *
* FRONTEIRA) OU CONTINUA DA CHAVE GRAVADA.                            *
*--------------------------------------------------------------------*
2050-PROCESSAR-ENTRADA.
    IF  WA-RETOMANDO-SIM
        IF  WA-SEQ-LISTA < CKP-ARQ-SEQ
            GO TO 2050-PROCESSAR-ENTRADA-EXIT
        END-IF
        MOVE WA-NOME-BASE TO WA-RET-ARQUIVO
        PERFORM 2100-RESTAURAR-CONTADORES
        IF  CKP-REGISTROS > ZEROS
            MOVE "S" TO WA-RETOMAR-NO-ARQUIVO
        END-IF
        MOVE "N" TO WA-RETOMANDO
    END-IF.
    PERFORM 3000-VARRER-ARQUIVO
            THRU 3000-VARRER-ARQUIVO-EXIT.
    MOVE "N" TO WA-RETOMAR-NO-ARQUIVO.
    PERFORM 6100-GRAVAR-PONTO-FRONTEIRA.

2050-PROCESSAR-ENTRADA-EXIT.
    EXIT.

2100-RESTAURAR-CONTADORES.
    MOVE CKP-CONTADORES        TO WA-PONTO-CONTADORES.
    MOVE WA-PT-ARQUIVOS-FALHOS TO WA-ARQUIVOS-FALHOS.
    MOVE WA-PT-TOTAL-REGISTROS TO WA-TOTAL-REGISTROS.
    MOVE WA-PT-REG-OFENSORES   TO WA-REG-OFENSORES.
    MOVE WA-PT-ERROS-CHAVE     TO WA-ERROS-CHAVE.
    MOVE WA-PT-OFENSORES       TO WA-OFENSORES.
    PERFORM 2110-RESTAURAR-ERROS-CAMPO
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-CAMPOS.

2110-RESTAURAR-ERROS-CAMPO.
    MOVE WA-PT-CAM-ERROS(WA-IDX) TO WA-CAM-ERROS(WA-IDX).

*--------------------------------------------------------------------*
* UM ARQUIVO DA LISTA: PARSEIA A XFD, COPIA O CATALOGO DE CAMPOS E OS *
* SEGMENTOS DA CHAVE 1, VARRE OS REGISTROS E RELATA AS EXCECOES.      *
           ".xfd"                       DELIMITED BY SIZE
           INTO XFDFILE.
    MOVE SPACES TO WA-ARQ-DADOS.
    STRING FUNCTION TRIM(WA-PASTA-DADOS) DELIMITED BY SIZE
           FUNCTION TRIM(WA-NOME-BASE)  DELIMITED BY SIZE
           INTO WA-ARQ-DADOS.
    MOVE WA-ARQ-DADOS TO FILENAME.

    CALL "parsexfd" USING PARSE-XFD-OP.
    IF  PARSE-ERROR
        ADD 1 TO WA-ARQUIVOS-FALHOS
        MOVE SPACES TO RPT-LINHA
        STRING WA-NOME-BASE DELIMITED BY SPACE
               " - XFD NAO PARSEOU, PULADO: " DELIMITED BY SIZE

    OPEN INPUT VENDAS-FILE.
    IF  SW-STATUS-VEN(1:1) NOT = ZEROS
        ADD 1 TO WA-ARQUIVOS-FALHOS
        MOVE SPACES TO RPT-LINHA
        STRING WA-NOME-BASE DELIMITED BY SPACE
               " - NAO ABRIU O ARQUIVO DE DADOS, STATUS " DELIMITED BY SIZE
        GO TO 3000-VARRER-ARQUIVO-EXIT
    END-IF.

    MOVE ZEROS TO WA-DESDE-PONTO.
    IF  WA-RETOMAR-NO-ARQUIVO-SIM
        PERFORM 3300-REPOSICIONAR
                THRU 3300-REPOSICIONAR-EXIT
    END-IF.
    PERFORM 4000-VALIDAR-REGISTRO
            WITH TEST AFTER
            UNTIL WA-FIM-VENDAS-SIM.
3200-GUARDAR-CHAVE-PRIMARIA-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* RETOMADA NO MEIO DO ARQUIVO: CONTADORES DO PONTO (POR CIMA DOS      *
* ZERADOS ACIMA) E POSICIONAMENTO LOGO DEPOIS DA ULTIMA CHAVE LIDA    *
* (START PELA CHAVE PRIMARIA, COM OS SEGMENTOS DA XFD NO LUGAR DELES  *
* NO REGISTRO).  SEM SEGMENTOS OU COM CHAVE QUE NAO CABE NA FICTICIA, *
* RELE E DESPREZA OS CKP-REGISTROS JA CONFERIDOS.                     *
* O START SO ENXERGA A CHAVE FICTICIA (X(20) NO COMECO DO REGISTRO),  *
* ENTAO SO E USADO QUANDO A CHAVE REAL COMECA NO OFFSET 0 E TEM ATE   *
* 20 BYTES; DEPOIS DELE OS REGISTROS QUE NAO PASSAM DA ULTIMA CHAVE   *
* DO PONTO (CHAVE REMONTADA) SAO CONTADOS, E UM SEGUNDO START IGUAL   *
* VOLTA AO MESMO LUGAR E DESPREZA EXATAMENTE ESSES.                   *
*--------------------------------------------------------------------*
3300-REPOSICIONAR.
    PERFORM 2100-RESTAURAR-CONTADORES.
    MOVE ZEROS TO WA-TAMANHO-CHAVE.
    PERFORM 3330-SOMAR-SEGMENTO
            VARYING WA-SEG-IDX FROM 1 BY 1
            UNTIL WA-SEG-IDX > WA-QTD-SEGMENTOS.

    IF  WA-QTD-SEGMENTOS = ZEROS
        OR WA-TAMANHO-CHAVE > 20
        OR WA-SEG-OFFSET(1) NOT = ZEROS
        MOVE ZEROS TO WA-PULADOS
        PERFORM 3310-PULAR-REGISTRO
                UNTIL WA-PULADOS NOT < CKP-REGISTROS
                   OR WA-FIM-VENDAS-SIM
        GO TO 3300-REPOSICIONAR-EXIT
    END-IF.

    PERFORM 3340-START-ULTIMA-CHAVE.
    IF  WA-FIM-VENDAS-SIM
        GO TO 3300-REPOSICIONAR-EXIT
    END-IF.
    MOVE ZEROS TO WA-JA-LIDOS.
    MOVE "N"   TO WA-FIM-PULO.
    PERFORM 3350-CONTAR-JA-LIDO
            UNTIL WA-FIM-PULO-SIM OR WA-FIM-VENDAS-SIM.
    IF  WA-FIM-VENDAS-SIM
        GO TO 3300-REPOSICIONAR-EXIT
    END-IF.

    PERFORM 3340-START-ULTIMA-CHAVE.
    MOVE ZEROS TO WA-PULADOS.
    PERFORM 3310-PULAR-REGISTRO
            UNTIL WA-PULADOS NOT < WA-JA-LIDOS
               OR WA-FIM-VENDAS-SIM.

3300-REPOSICIONAR-EXIT.
    EXIT.

3310-PULAR-REGISTRO.
    READ VENDAS-FILE NEXT RECORD
         AT END SET WA-FIM-VENDAS-SIM TO TRUE
         NOT AT END ADD 1 TO WA-PULADOS
    END-READ.

3320-ESPALHAR-SEGMENTO.
    IF  WA-SEG-LENGTH(WA-SEG-IDX) > ZEROS
        MOVE CKP-ULTIMA-CHAVE(WA-CHAVE-POS : WA-SEG-LENGTH(WA-SEG-IDX))
          TO VENDAS-REC(WA-SEG-OFFSET(WA-SEG-IDX) + 1 :
                        WA-SEG-LENGTH(WA-SEG-IDX))
        ADD WA-SEG-LENGTH(WA-SEG-IDX) TO WA-CHAVE-POS
    END-IF.

3330-SOMAR-SEGMENTO.
    ADD WA-SEG-LENGTH(WA-SEG-IDX) TO WA-TAMANHO-CHAVE.

* NOT < E NAO > : O START NAO PODE PULAR NADA QUE AINDA NAO FOI LIDO -
* O QUE FOR DEMAIS E DESPREZADO PELA CHAVE NO 3350.
3340-START-ULTIMA-CHAVE.
    MOVE LOW-VALUES TO VENDAS-REC.
    MOVE 1          TO WA-CHAVE-POS.
    PERFORM 3320-ESPALHAR-SEGMENTO
            VARYING WA-SEG-IDX FROM 1 BY 1
            UNTIL WA-SEG-IDX > WA-QTD-SEGMENTOS.
    START VENDAS-FILE KEY NOT < WA-CHAVE-FICTICIA
          INVALID KEY SET WA-FIM-VENDAS-SIM TO TRUE
    END-START.

3350-CONTAR-JA-LIDO.
    READ VENDAS-FILE NEXT RECORD
         AT END SET WA-FIM-VENDAS-SIM TO TRUE
         NOT AT END
             MOVE VENDAS-REC TO WA-RECORD-BUFFER
             PERFORM 4350-MONTAR-CHAVE
             IF  WA-CHAVE-REGISTRO > CKP-ULTIMA-CHAVE
                 SET WA-FIM-PULO-SIM TO TRUE
             ELSE
                 ADD 1 TO WA-JA-LIDOS
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* UM REGISTRO: CONFERE CADA CAMPO DO CATALOGO E OS SEGMENTOS DA CHAVE.*
*--------------------------------------------------------------------*
4000-VALIDAR-REGISTRO.
    IF  WA-DESDE-PONTO NOT < CKP-INTERVALO
        PERFORM 6000-GRAVAR-PONTO-REGISTRO
    END-IF.
    READ VENDAS-FILE NEXT RECORD
         AT END SET WA-FIM-VENDAS-SIM TO TRUE
         NOT AT END
             ADD 1 TO WA-TOTAL-REGISTROS WA-DESDE-PONTO
             MOVE VENDAS-REC TO WA-RECORD-BUFFER
             MOVE "N" TO WA-REG-TEM-ERRO
             PERFORM 4350-MONTAR-CHAVE
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* GRAVACAO DO PONTO DE CONTROLE.  RELATORIO E PLANILHA SAO FECHADOS   *
* ANTES, PARA O TAMANHO ANOTADO SER O QUE ESTA NO DISCO, E REABERTOS  *
* EM EXTEND.                                                          *
*--------------------------------------------------------------------*
6000-GRAVAR-PONTO-REGISTRO.
    MOVE WA-SEQ-LISTA       TO CKP-ARQ-SEQ.
    MOVE WA-NOME-BASE       TO CKP-ARQUIVO.
    MOVE WA-CHAVE-REGISTRO  TO CKP-ULTIMA-CHAVE.
    MOVE WA-TOTAL-REGISTROS TO CKP-REGISTROS.
    PERFORM 6200-GRAVAR-PONTO.

6100-GRAVAR-PONTO-FRONTEIRA.
    COMPUTE CKP-ARQ-SEQ = WA-SEQ-LISTA + 1.
    MOVE SPACES TO CKP-ARQUIVO CKP-ULTIMA-CHAVE.
    MOVE ZEROS  TO CKP-REGISTROS.
    PERFORM 6200-GRAVAR-PONTO.

6200-GRAVAR-PONTO.
    MOVE WA-ARQUIVOS-FALHOS  TO WA-PT-ARQUIVOS-FALHOS.
    MOVE WA-TOTAL-REGISTROS  TO WA-PT-TOTAL-REGISTROS.
    MOVE WA-REG-OFENSORES    TO WA-PT-REG-OFENSORES.
    MOVE WA-ERROS-CHAVE      TO WA-PT-ERROS-CHAVE.
    MOVE WA-OFENSORES        TO WA-PT-OFENSORES.
    PERFORM 6210-GUARDAR-ERROS-CAMPO
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-CAMPOS.
    MOVE WA-PONTO-CONTADORES TO CKP-CONTADORES.
    CLOSE DQSCAN-RPT.
    CLOSE PLANILHA.
    SET CKP-GRAVAR TO TRUE.
    CALL "CHKPONTO" USING CKP-OPERACAO, CKP-PARAMETROS, CKP-RETORNO
    END-CALL.
    IF  NOT CKP-OK
        DISPLAY "DQSCAN - NAO GRAVOU O PONTO DE CONTROLE "
                FUNCTION TRIM(WA-NOME-CHK) UPON SYSERR
    END-IF.
    OPEN EXTEND DQSCAN-RPT.
    OPEN EXTEND PLANILHA.
    MOVE ZEROS TO WA-DESDE-PONTO.

6210-GUARDAR-ERROS-CAMPO.
    MOVE WA-CAM-ERROS(WA-IDX) TO WA-PT-CAM-ERROS(WA-IDX).

8000-NOTA-RETOMADA.
    MOVE SPACES TO RPT-LINHA.
    STRING "RODADA RETOMADA DO PONTO DE CONTROLE GRAVADO EM "
                                   DELIMITED BY SIZE
           WA-RET-DATA(7:2)        DELIMITED BY SIZE
           "/"                     DELIMITED BY SIZE
           WA-RET-DATA(5:2)        DELIMITED BY SIZE
           "/"                     DELIMITED BY SIZE
           WA-RET-DATA(1:4)        DELIMITED BY SIZE
           " "                     DELIMITED BY SIZE
           WA-RET-HORA(1:2)        DELIMITED BY SIZE
           ":"                     DELIMITED BY SIZE
           WA-RET-HORA(3:2)        DELIMITED BY SIZE
           ":"                     DELIMITED BY SIZE
           WA-RET-HORA(5:2)        DELIMITED BY SIZE
           " (ARQUIVO "            DELIMITED BY SIZE
           WA-RET-ARQUIVO          DELIMITED BY "  "
           ", "                    DELIMITED BY SIZE
           WA-RET-RETOMADAS        DELIMITED BY SIZE
           " RETOMADA(S))"         DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

9999-FINALIZAR.
    CLOSE PARTST-LISTA.
    CLOSE DQSCAN-RPT.
    CLOSE PLANILHA.
    SET CKP-APAGAR TO TRUE.
    CALL "CHKPONTO" USING CKP-OPERACAO, CKP-PARAMETROS, CKP-RETORNO
    END-CALL.
