* UM CONSUMIDOR LER UM ARQUIVO QUEBRADO.                                       *
*                                                                              *
* CRIACAO...: 02/09/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - MODO SIMULADO DE RESTAURACAO: COM A         *
*             VARIAVEL DE AMBIENTE VENDSIM_PASTA PREENCHIDA (QUEM DISPARA E O  *
*             VENDSIM), A LISTA E LIDA DE <PASTA>vendcks-arquivos.ctl - AS     *
*             COPIAS RESTAURADAS NA PASTA DE RASCUNHO - E O RELATORIO SAI EM   *
*             <PASTA>vendidx.rpt, SEM TOCAR NO vendidx.rpt DA NOITE.           *
* ALTERACAO.: 15/10/2026 - BUENO - PONTO DE CONTROLE (ROTINA CHKPONTO) A CADA  *
*             CHKPONTO_REGISTROS REGISTROS E A CADA ARQUIVO TERMINADO: RODADA  *
*             DERRUBADA RETOMA DO ARQUIVO E DA ULTIMA CHAVE DO PONTO (START NA *
*             CHAVE PRIMARIA; RELEITURA QUANDO O ARQUIVO JA TEM PROBLEMA DE    *
*             ORDEM), COM OS CONTADORES DE LA, E O RELATORIO SAI IGUAL AO DE   *
*             UMA RODADA INTEIRA MAIS A NOTA DA RETOMADA.                      *
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
    SELECT ARQLISTA ASSIGN WA-NOME-LISTA
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-LST.

* LEITURA CRUA E SEQUENCIAL DO ARQUIVO DE VENDAS CORRENTE (CHAVE
* FICTICIA, SO PARA O COMPILADOR - MESMO ARTIFICIO DO VENDRECH).  SO NA
* RETOMADA DE UM PONTO DE CONTROLE HA UM START, E SO QUANDO A CHAVE
* REAL CABE NA FICTICIA (3300).
    SELECT VENDAS-FILE ASSIGN WA-ARQ-DADOS
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY WA-CHAVE-FICTICIA
           FILE STATUS SW-STATUS-VEN.

    SELECT VENDIDX-RPT ASSIGN WA-NOME-RPT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

77  WA-FIM-VENDAS                PIC X(001)          VALUE "N".
    88  WA-FIM-VENDAS-SIM                            VALUE "S".

* NO SIMULADO DE RESTAURACAO (VENDSIM_PASTA), LISTA E RELATORIO SAO OS
* DA PASTA DE RASCUNHO.
77  WA-PASTA-SIMULADO            PIC X(100)          VALUE SPACES.
77  WA-NOME-LISTA                PIC X(160)          VALUE
                                 "vendcks-arquivos.ctl".
77  WA-NOME-RPT                  PIC X(160)          VALUE "vendidx.rpt".

77  WA-ARQ-DADOS                 PIC X(200)          VALUE SPACES.
77  WA-NOME-BASE                 PIC X(060)          VALUE SPACES.
77  WA-POS-BARRA                 PIC 9(003)          VALUE ZEROS.
77  WA-TOTAL-ARQUIVOS            PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-PROBLEMAS           PIC 9(007)          VALUE ZEROS.

* PONTO DE CONTROLE (ROTINA CHKPONTO): A CADA CKP-INTERVALO REGISTROS
* E A CADA ARQUIVO TERMINADO.  DERRUBADA, A RODADA SEGUINTE RETOMA DO
* ARQUIVO E DA CHAVE DO PONTO COM OS CONTADORES DE LA.
copy "chkponto.ws".
77  WA-NOME-CHK                  PIC X(160)          VALUE "vendidx.chk".
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
    03  WA-PT-TOTAL-ARQUIVOS     PIC 9(005).
    03  WA-PT-TOTAL-PROBLEMAS    PIC 9(007).
    03  WA-PT-REGISTROS-ARQ      PIC 9(009).
    03  WA-PT-PROBLEMAS-ARQ      PIC 9(007).
    03  WA-PT-PRIMEIRO           PIC X(001).
    03  WA-PT-CHAVE-ANTERIOR     PIC X(060).

copy "bacu/acugui.def".
copy "bacu/parsexfd.ws".

    PERFORM 2000-PROCESSAR-LISTA
            WITH TEST AFTER
            UNTIL WA-FIM-LISTA-SIM.
    IF  WA-RETOMANDO-SIM
*       PONTO GRAVADO DEPOIS DO ULTIMO ARQUIVO DA LISTA.
        PERFORM 2100-RESTAURAR-CONTADORES
    END-IF.
    PERFORM 8000-TRAILER.
    IF  WA-RODADA-RETOMADA-SIM
        PERFORM 8100-NOTA-RETOMADA
    END-IF.
    PERFORM 9999-FINALIZAR.
    IF  WA-TOTAL-PROBLEMAS > ZEROS
        MOVE 8 TO RETURN-CODE
    STOP RUN.

1000-INICIALIZAR.
    ACCEPT WA-PASTA-SIMULADO FROM ENVIRONMENT "VENDSIM_PASTA".
    IF  WA-PASTA-SIMULADO NOT = SPACES
        MOVE SPACES TO WA-NOME-LISTA WA-NOME-RPT
        STRING FUNCTION TRIM(WA-PASTA-SIMULADO) DELIMITED BY SIZE
               "vendcks-arquivos.ctl"            DELIMITED BY SIZE
               INTO WA-NOME-LISTA
        STRING FUNCTION TRIM(WA-PASTA-SIMULADO) DELIMITED BY SIZE
               "vendidx.rpt"                     DELIMITED BY SIZE
               INTO WA-NOME-RPT
        MOVE SPACES TO WA-NOME-CHK
        STRING FUNCTION TRIM(WA-PASTA-SIMULADO) DELIMITED BY SIZE
               "vendidx.chk"                     DELIMITED BY SIZE
               INTO WA-NOME-CHK
    END-IF.

    OPEN INPUT ARQLISTA.
    IF  SW-STATUS-LST(1:1) NOT = ZEROS
        DISPLAY "VENDIDX - NAO ACHOU " FUNCTION TRIM(WA-NOME-LISTA)
                ", STATUS " SW-STATUS-LST UPON SYSERR
        IF  WA-PASTA-SIMULADO NOT = SPACES
            MOVE 8 TO RETURN-CODE
        END-IF
        STOP RUN
    END-IF.

    PERFORM 1100-LER-PONTO-CONTROLE.
    IF  WA-RODADA-RETOMADA-SIM
        OPEN EXTEND VENDIDX-RPT
    ELSE
        PERFORM 1200-ABRIR-RELATORIO
    END-IF.

    SET CONFIGURATION "DLL-CONVENTION" TO 0.
    CALL "./libparsexfd.so".

*--------------------------------------------------------------------*
* PONTO DE CONTROLE DE UMA RODADA DERRUBADA: SO VALE COM A MESMA      *
* LISTA (NOME, TAMANHO E CARIMBO) E A MESMA DATA DE MOVIMENTO.  NA    *
* RETOMADA O RELATORIO E CORTADO NO TAMANHO DO PONTO E CONTINUA.      *
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
    MOVE "VENDIDX"   TO CKP-PROGRAMA.
    STRING FUNCTION TRIM(WA-NOME-LISTA) DELIMITED BY SIZE
           " "                          DELIMITED BY SIZE
           WA-ASSINATURA-LISTA          DELIMITED BY SIZE
           INTO CKP-ASSINATURA.
    SET CKP-LER TO TRUE.
    CALL "CHKPONTO" USING CKP-OPERACAO, CKP-PARAMETROS, CKP-RETORNO
    END-CALL.
    MOVE WA-NOME-RPT TO CKP-SAIDA-NOME(1).
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

1200-ABRIR-RELATORIO.
    OPEN OUTPUT VENDIDX-RPT.
    MOVE "VERIFICACAO DE INTEGRIDADE DE INDICE (ORDEM DA CHAVE PRIMARIA)"
        TO RPT-LINHA.
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

2000-PROCESSAR-LISTA.
    READ ARQLISTA
         AT END SET WA-FIM-LISTA-SIM TO TRUE
         NOT AT END
             IF  LST-ARQUIVO NOT = SPACES
                 ADD 1 TO WA-SEQ-LISTA
                 MOVE LST-ARQUIVO TO WA-ARQ-DADOS
                 PERFORM 2050-PROCESSAR-ENTRADA
                         THRU 2050-PROCESSAR-ENTRADA-EXIT
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* NA RETOMADA, OS ARQUIVOS ANTERIORES AO DO PONTO JA ESTAO NO         *
* RELATORIO; O DO PONTO COMECA DO ZERO (PONTO NA FRONTEIRA) OU        *
* CONTINUA DA CHAVE GRAVADA.                                          *
*--------------------------------------------------------------------*
2050-PROCESSAR-ENTRADA.
    IF  WA-RETOMANDO-SIM
        IF  WA-SEQ-LISTA < CKP-ARQ-SEQ
            GO TO 2050-PROCESSAR-ENTRADA-EXIT
        END-IF
        MOVE WA-ARQ-DADOS TO WA-RET-ARQUIVO
        IF  CKP-REGISTROS = ZEROS
            PERFORM 2100-RESTAURAR-CONTADORES
        ELSE
            MOVE "S" TO WA-RETOMAR-NO-ARQUIVO
        END-IF
        MOVE "N" TO WA-RETOMANDO
    END-IF.
    PERFORM 3000-VERIFICAR-ARQUIVO
            THRU 3000-VERIFICAR-ARQUIVO-EXIT.
    MOVE "N" TO WA-RETOMAR-NO-ARQUIVO.
    PERFORM 6100-GRAVAR-PONTO-FRONTEIRA.

2050-PROCESSAR-ENTRADA-EXIT.
    EXIT.

2100-RESTAURAR-CONTADORES.
    MOVE CKP-CONTADORES        TO WA-PONTO-CONTADORES.
    MOVE WA-PT-TOTAL-ARQUIVOS  TO WA-TOTAL-ARQUIVOS.
    MOVE WA-PT-TOTAL-PROBLEMAS TO WA-TOTAL-PROBLEMAS.
    MOVE WA-PT-REGISTROS-ARQ   TO WA-REGISTROS-ARQ.
    MOVE WA-PT-PROBLEMAS-ARQ   TO WA-PROBLEMAS-ARQ.
    MOVE WA-PT-PRIMEIRO        TO WA-PRIMEIRO.
    MOVE WA-PT-CHAVE-ANTERIOR  TO WA-CHAVE-ANTERIOR.

*--------------------------------------------------------------------*
* UM ARQUIVO: PARSEIA A XFD, GUARDA OS SEGMENTOS DA CHAVE PRIMARIA E  *
* LE DO COMECO AO FIM EXIGINDO ORDEM ESTRITAMENTE CRESCENTE.          *
    MOVE "S"    TO WA-PRIMEIRO.
    MOVE SPACES TO WA-CHAVE-ANTERIOR.
    MOVE "N"    TO WA-FIM-VENDAS.
    MOVE ZEROS  TO WA-DESDE-PONTO.
    IF  WA-RETOMAR-NO-ARQUIVO-SIM
        PERFORM 3300-REPOSICIONAR
                THRU 3300-REPOSICIONAR-EXIT
    END-IF.
    PERFORM 4000-CONFERIR-REGISTRO
            WITH TEST AFTER
            UNTIL WA-FIM-VENDAS-SIM.
3200-GUARDAR-CHAVE-PRIMARIA-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* RETOMADA NO MEIO DO ARQUIVO: CONTADORES DO PONTO E POSICIONAMENTO   *
* LOGO DEPOIS DA ULTIMA CHAVE LIDA (START PELA CHAVE PRIMARIA, COM OS *
* SEGMENTOS DA XFD NO LUGAR DELES NO REGISTRO).  SEM SEGMENTOS, COM   *
* CHAVE QUE NAO CABE NA FICTICIA OU COM PROBLEMA DE ORDEM JA ACUSADO  *
* NESTE ARQUIVO (INDICE SEM CONFIANCA PARA POSICIONAR), RELE E        *
* DESPREZA OS CKP-REGISTROS JA CONFERIDOS.                            *
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
        OR WA-PROBLEMAS-ARQ > ZEROS
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
             PERFORM 4100-MONTAR-CHAVE
             IF  WA-CHAVE-REGISTRO > CKP-ULTIMA-CHAVE
                 SET WA-FIM-PULO-SIM TO TRUE
             ELSE
                 ADD 1 TO WA-JA-LIDOS
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* UM REGISTRO: RECONSTROI A CHAVE E EXIGE QUE SEJA ESTRITAMENTE MAIOR *
* QUE A ANTERIOR - IGUAL E DUPLICATA, MENOR E FORA DE ORDEM.          *
*--------------------------------------------------------------------*
4000-CONFERIR-REGISTRO.
    IF  WA-DESDE-PONTO NOT < CKP-INTERVALO
        PERFORM 6000-GRAVAR-PONTO-REGISTRO
    END-IF.
    READ VENDAS-FILE NEXT RECORD
         AT END SET WA-FIM-VENDAS-SIM TO TRUE
         NOT AT END
             ADD 1 TO WA-REGISTROS-ARQ WA-DESDE-PONTO
             MOVE VENDAS-REC TO WA-RECORD-BUFFER
             PERFORM 4100-MONTAR-CHAVE
             IF  WA-PRIMEIRO = "S"
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* GRAVACAO DO PONTO DE CONTROLE.  O RELATORIO E FECHADO ANTES, PARA O *
* TAMANHO ANOTADO SER O QUE ESTA NO DISCO, E REABERTO EM EXTEND.      *
*--------------------------------------------------------------------*
6000-GRAVAR-PONTO-REGISTRO.
    MOVE WA-SEQ-LISTA      TO CKP-ARQ-SEQ.
    MOVE WA-ARQ-DADOS      TO CKP-ARQUIVO.
    MOVE WA-CHAVE-ANTERIOR TO CKP-ULTIMA-CHAVE.
    MOVE WA-REGISTROS-ARQ  TO CKP-REGISTROS.
    PERFORM 6200-GRAVAR-PONTO.

6100-GRAVAR-PONTO-FRONTEIRA.
    COMPUTE CKP-ARQ-SEQ = WA-SEQ-LISTA + 1.
    MOVE SPACES TO CKP-ARQUIVO CKP-ULTIMA-CHAVE.
    MOVE ZEROS  TO CKP-REGISTROS.
    PERFORM 6200-GRAVAR-PONTO.

6200-GRAVAR-PONTO.
    MOVE WA-TOTAL-ARQUIVOS   TO WA-PT-TOTAL-ARQUIVOS.
    MOVE WA-TOTAL-PROBLEMAS  TO WA-PT-TOTAL-PROBLEMAS.
    MOVE WA-REGISTROS-ARQ    TO WA-PT-REGISTROS-ARQ.
    MOVE WA-PROBLEMAS-ARQ    TO WA-PT-PROBLEMAS-ARQ.
    MOVE WA-PRIMEIRO         TO WA-PT-PRIMEIRO.
    MOVE WA-CHAVE-ANTERIOR   TO WA-PT-CHAVE-ANTERIOR.
    MOVE WA-PONTO-CONTADORES TO CKP-CONTADORES.
    CLOSE VENDIDX-RPT.
    SET CKP-GRAVAR TO TRUE.
    CALL "CHKPONTO" USING CKP-OPERACAO, CKP-PARAMETROS, CKP-RETORNO
    END-CALL.
    IF  NOT CKP-OK
        DISPLAY "VENDIDX - NAO GRAVOU O PONTO DE CONTROLE "
                FUNCTION TRIM(WA-NOME-CHK) UPON SYSERR
    END-IF.
    OPEN EXTEND VENDIDX-RPT.
    MOVE ZEROS TO WA-DESDE-PONTO.

8000-TRAILER.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

8100-NOTA-RETOMADA.
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
    CLOSE ARQLISTA.
    CLOSE VENDIDX-RPT.
    SET CKP-APAGAR TO TRUE.
    CALL "CHKPONTO" USING CKP-OPERACAO, CKP-PARAMETROS, CKP-RETORNO
    END-CALL.
