* FAIXA" VIRA TRES LINHAS DE CONTROLE EM VEZ DE UM CHAMADO AO DBA.             *
*                                                                              *
* CRIACAO...: 02/09/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - PONTO DE CONTROLE (ROTINA CHKPONTO) A CADA  *
*             CHKPONTO_REGISTROS REGISTROS: CONSULTA DERRUBADA, RODADA DE NOVO *
*             COM O MESMO xfdqry.ctl, RETOMA DA ULTIMA CHAVE DO PONTO (START   *
*             NA CHAVE PRIMARIA) COM OS CONTADORES DE LA; RELATORIO E CSV SAEM *
*             IGUAIS AOS DE UMA RODADA INTEIRA, MAIS A NOTA DA RETOMADA NO     *
*             RELATORIO.                                                       *
* ALTERACAO.: 15/10/2026 - BUENO - RETOMADA SO USA O START QUANDO A CHAVE REAL *
*             COMECA NO OFFSET 0 E CABE NOS 20 BYTES DA CHAVE FICTICIA, E      *
*             DEPOIS DELE DESPREZA PELA CHAVE REMONTADA O QUE NAO PASSA DA     *
*             ULTIMA CHAVE DO PONTO; FORA DISSO PULA PELA CONTAGEM.            *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
           FILE STATUS SW-STATUS-PRM.

* LEITURA CRUA E SEQUENCIAL DO ARQUIVO DE VENDAS (CHAVE FICTICIA, SO
* PARA O COMPILADOR - MESMO ARTIFICIO DO XFDCONDVAL/RECVIEW).  SO NA
* RETOMADA DE UM PONTO DE CONTROLE HA UM START, E SO QUANDO A CHAVE
* REAL CABE NA FICTICIA (3700).
    SELECT VENDAS-FILE ASSIGN WA-ARQ-DADOS
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
77  WA-TOTAL-LIDOS               PIC 9(009)          VALUE ZEROS.
77  WA-TOTAL-SELECIONADOS        PIC 9(009)          VALUE ZEROS.

* SEGMENTOS DA CHAVE PRIMARIA (CHAVE 1 DA XFD), PARA O PONTO DE
* CONTROLE GUARDAR A ULTIMA CHAVE LIDA E A RETOMADA POSICIONAR NELA.
77  WA-QTD-SEGMENTOS             PIC 9(003)          VALUE ZEROS.
01  WA-SEGMENTOS.
    03  WA-SEGMENTO-ITEM         OCCURS 16 TIMES.
        05  WA-SEG-OFFSET        PIC 9(005).
        05  WA-SEG-LENGTH        PIC 9(005).
77  WA-SEG-IDX                   PIC 9(003)          VALUE ZEROS.
77  WA-CHAVE-POS                 PIC 9(003)          VALUE ZEROS.
77  WA-CHAVE-REGISTRO            PIC X(060)          VALUE SPACES.

* PONTO DE CONTROLE (ROTINA CHKPONTO): A CADA CKP-INTERVALO REGISTROS.
* DERRUBADA, A MESMA CONSULTA (MESMO xfdqry.ctl) RETOMA DA CHAVE DO
* PONTO COM OS CONTADORES DE LA.
copy "chkponto.ws".
77  WA-NOME-CTL                  PIC X(160)          VALUE "xfdqry.ctl".
77  WA-DESDE-PONTO               PIC 9(009)          VALUE ZEROS.
77  WA-PULADOS                   PIC 9(009)          VALUE ZEROS.
77  WA-JA-LIDOS                  PIC 9(009)          VALUE ZEROS.
77  WA-FIM-PULO                  PIC X(001)          VALUE "N".
    88  WA-FIM-PULO-SIM                              VALUE "S".
77  WA-TAMANHO-CHAVE             PIC 9(005)          VALUE ZEROS.
77  WA-RODADA-RETOMADA           PIC X(001)          VALUE "N".
    88  WA-RODADA-RETOMADA-SIM                       VALUE "S".
77  WA-RET-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-RET-HORA                  PIC 9(006)          VALUE ZEROS.
77  WA-RET-RETOMADAS             PIC 9(003)          VALUE ZEROS.
01  WA-FILE-INFO.
    03  WA-FI-TAMANHO            PIC X(008)          COMP-X.
    03  WA-FI-DATA               PIC 9(008)          COMP-X.
    03  WA-FI-HORA               PIC 9(008)          COMP-X.
01  WA-ASSINATURA-CONSULTA.
    03  WA-ASS-NOME-BASE         PIC X(030).
    03  WA-ASS-CSV               PIC X(001).
    03  WA-ASS-TAMANHO           PIC 9(012).
    03  WA-ASS-DATA              PIC 9(008).
    03  WA-ASS-HORA              PIC 9(008).

* CONTADORES GUARDADOS NO PONTO (CKP-CONTADORES).
01  WA-PONTO-CONTADORES.
    03  WA-PT-TOTAL-LIDOS        PIC 9(009).
    03  WA-PT-TOTAL-SELECIONADOS PIC 9(009).

copy "bacu/acugui.def".
copy "bacu/parsexfd.ws".

            THRU 3000-VARRER-ARQUIVO-EXIT.
    CALL "parsexfd" USING FREE-MEMORY-OP.
    PERFORM 8000-TRAILER.
    IF  WA-RODADA-RETOMADA-SIM
        PERFORM 8100-NOTA-RETOMADA
    END-IF.
    PERFORM 9999-FINALIZAR.
    STOP RUN.

            UNTIL WA-FIM-PARM-SIM.
    CLOSE PARM-CTL.

    PERFORM 1200-LER-PONTO-CONTROLE.
    IF  WA-RODADA-RETOMADA-SIM
        OPEN EXTEND XFDQRY-RPT
    ELSE
        OPEN OUTPUT XFDQRY-RPT
        MOVE SPACES TO RPT-LINHA
        STRING "CONSULTA POR CAMPO (XFD) - " DELIMITED BY SIZE
               WA-NOME-BASE                  DELIMITED BY SPACE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        MOVE SPACES TO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.

    SET CONFIGURATION "DLL-CONVENTION" TO 0.
    CALL "./libparsexfd.so".
             END-EVALUATE
    END-READ.

*--------------------------------------------------------------------*
* PONTO DE CONTROLE DE UMA CONSULTA DERRUBADA: SO VALE PARA O MESMO   *
* xfdqry.ctl (BASE, CSV, TAMANHO E CARIMBO DO CONTROLE) E A MESMA     *
* DATA DE MOVIMENTO.  NA RETOMADA OS CONTADORES VOLTAM AOS DO PONTO E *
* RELATORIO E CSV SAO CORTADOS NO TAMANHO DO PONTO.                   *
*--------------------------------------------------------------------*
1200-LER-PONTO-CONTROLE.
    MOVE ZEROS TO WA-FI-TAMANHO WA-FI-DATA WA-FI-HORA.
    CALL "C$FILEINFO" USING WA-NOME-CTL, WA-FILE-INFO
         GIVING RETURN-CODE
    END-CALL.
    MOVE WA-NOME-BASE  TO WA-ASS-NOME-BASE.
    MOVE WA-QUER-CSV   TO WA-ASS-CSV.
    MOVE WA-FI-TAMANHO TO WA-ASS-TAMANHO.
    MOVE WA-FI-DATA    TO WA-ASS-DATA.
    MOVE WA-FI-HORA    TO WA-ASS-HORA.

    INITIALIZE CKP-PARAMETROS.
    MOVE "xfdqry.chk"           TO CKP-NOME-CHK.
    MOVE "XFDQRY"               TO CKP-PROGRAMA.
    MOVE WA-ASSINATURA-CONSULTA TO CKP-ASSINATURA.
    SET CKP-LER TO TRUE.
    CALL "CHKPONTO" USING CKP-OPERACAO, CKP-PARAMETROS, CKP-RETORNO
    END-CALL.
    MOVE "xfdqry.rpt" TO CKP-SAIDA-NOME(1).
    IF  WA-QUER-CSV-SIM
        MOVE "xfdqry.csv" TO CKP-SAIDA-NOME(2)
    END-IF.
    IF  CKP-OK
        MOVE "S" TO WA-RODADA-RETOMADA
        MOVE CKP-DATA-GRAVACAO TO WA-RET-DATA
        MOVE CKP-HORA-GRAVACAO TO WA-RET-HORA
        MOVE CKP-RETOMADAS     TO WA-RET-RETOMADAS
        MOVE CKP-CONTADORES           TO WA-PONTO-CONTADORES
        MOVE WA-PT-TOTAL-LIDOS        TO WA-TOTAL-LIDOS
        MOVE WA-PT-TOTAL-SELECIONADOS TO WA-TOTAL-SELECIONADOS
        SET CKP-TRUNCAR TO TRUE
        CALL "CHKPONTO" USING CKP-OPERACAO, CKP-PARAMETROS, CKP-RETORNO
        END-CALL
    END-IF.

*--------------------------------------------------------------------*
* RESOLVE CADA COLUNA E CADA FILTRO CONTRA O CATALOGO DE CAMPOS DA    *
* XFD (GET-FIELD-INFO-OP).  CAMPO PEDIDO QUE NAO EXISTE NA XFD E      *
        GO TO 3000-VARRER-ARQUIVO-EXIT
    END-IF.

    PERFORM 3600-GUARDAR-CHAVE-PRIMARIA
            THRU 3600-GUARDAR-CHAVE-PRIMARIA-EXIT.
    MOVE "N"   TO WA-FIM-VENDAS.
    MOVE ZEROS TO WA-DESDE-PONTO.
    IF  WA-RODADA-RETOMADA-SIM
        IF  WA-QUER-CSV-SIM
            OPEN EXTEND XFDQRY-CSV
        END-IF
        PERFORM 3700-REPOSICIONAR
                THRU 3700-REPOSICIONAR-EXIT
    ELSE
        IF  WA-QUER-CSV-SIM
            OPEN OUTPUT XFDQRY-CSV
            PERFORM 3500-GRAVAR-CABECALHO-CSV
        END-IF
    END-IF.

    PERFORM 3100-LER-REGISTRO
            WITH TEST AFTER
            UNTIL WA-FIM-VENDAS-SIM.
    EXIT.

3100-LER-REGISTRO.
    IF  WA-DESDE-PONTO NOT < CKP-INTERVALO
        PERFORM 6000-GRAVAR-PONTO
    END-IF.
    READ VENDAS-FILE NEXT RECORD
         AT END SET WA-FIM-VENDAS-SIM TO TRUE
         NOT AT END
             ADD 1 TO WA-TOTAL-LIDOS WA-DESDE-PONTO
             MOVE VENDAS-REC TO WA-RECORD-BUFFER
             PERFORM 3200-AVALIAR-FILTROS
             IF  WA-PASSA = "S"
    END-PERFORM.
    WRITE CSV-LINHA.

3600-GUARDAR-CHAVE-PRIMARIA.
    MOVE ZEROS TO WA-QTD-SEGMENTOS.
    MOVE 1 TO XFD-KEY-INDEX.
    CALL "parsexfd" USING GET-KEY-INFO-OP.
    IF  PARSE-ERROR
        GO TO 3600-GUARDAR-CHAVE-PRIMARIA-EXIT
    END-IF.
    PERFORM 3610-GUARDAR-SEGMENTO
            VARYING WA-SEG-IDX FROM 1 BY 1
            UNTIL WA-SEG-IDX > XFD-NUMBER-OF-SEGMENTS
               OR WA-SEG-IDX > 16.

3600-GUARDAR-CHAVE-PRIMARIA-EXIT.
    EXIT.

3610-GUARDAR-SEGMENTO.
    MOVE WA-SEG-IDX TO WA-QTD-SEGMENTOS.
    MOVE XFD-SEGMENT-OFFSET(WA-SEG-IDX) TO WA-SEG-OFFSET(WA-SEG-IDX).
    MOVE XFD-SEGMENT-LENGTH(WA-SEG-IDX) TO WA-SEG-LENGTH(WA-SEG-IDX).

*--------------------------------------------------------------------*
* CHAVE PRIMARIA DO ULTIMO REGISTRO LIDO, PELOS SEGMENTOS DA XFD      *
* (SEM SEGMENTOS, O COMECO DO REGISTRO).                              *
*--------------------------------------------------------------------*
3650-MONTAR-CHAVE.
    MOVE SPACES TO WA-CHAVE-REGISTRO.
    MOVE 1      TO WA-CHAVE-POS.
    PERFORM 3660-COPIAR-SEGMENTO
            VARYING WA-SEG-IDX FROM 1 BY 1
            UNTIL WA-SEG-IDX > WA-QTD-SEGMENTOS.
    IF  WA-QTD-SEGMENTOS = ZEROS
        MOVE WA-RECORD-BUFFER(1:60) TO WA-CHAVE-REGISTRO
    END-IF.

3660-COPIAR-SEGMENTO.
    IF  WA-SEG-LENGTH(WA-SEG-IDX) > ZEROS
        AND WA-CHAVE-POS + WA-SEG-LENGTH(WA-SEG-IDX) <= 61
        MOVE WA-RECORD-BUFFER(WA-SEG-OFFSET(WA-SEG-IDX) + 1 :
                              WA-SEG-LENGTH(WA-SEG-IDX))
          TO WA-CHAVE-REGISTRO(WA-CHAVE-POS :
                               WA-SEG-LENGTH(WA-SEG-IDX))
        ADD WA-SEG-LENGTH(WA-SEG-IDX) TO WA-CHAVE-POS
    END-IF.

*--------------------------------------------------------------------*
* RETOMADA: POSICIONA LOGO DEPOIS DA ULTIMA CHAVE DO PONTO (START     *
* PELA CHAVE PRIMARIA, COM OS SEGMENTOS DA XFD NO LUGAR DELES NO      *
* REGISTRO).  SEM SEGMENTOS OU COM CHAVE QUE NAO CABE NA FICTICIA,    *
* RELE E DESPREZA OS CKP-REGISTROS JA CONSULTADOS.                    *
* O START SO ENXERGA A CHAVE FICTICIA (X(20) NO COMECO DO REGISTRO),  *
* ENTAO SO E USADO QUANDO A CHAVE REAL COMECA NO OFFSET 0 E TEM ATE   *
* 20 BYTES; DEPOIS DELE OS REGISTROS QUE NAO PASSAM DA ULTIMA CHAVE   *
* DO PONTO (CHAVE REMONTADA) SAO CONTADOS, E UM SEGUNDO START IGUAL   *
* VOLTA AO MESMO LUGAR E DESPREZA EXATAMENTE ESSES.                   *
*--------------------------------------------------------------------*
3700-REPOSICIONAR.
    MOVE ZEROS TO WA-TAMANHO-CHAVE.
    PERFORM 3730-SOMAR-SEGMENTO
            VARYING WA-SEG-IDX FROM 1 BY 1
            UNTIL WA-SEG-IDX > WA-QTD-SEGMENTOS.

    IF  WA-QTD-SEGMENTOS = ZEROS
        OR WA-TAMANHO-CHAVE > 20
        OR WA-SEG-OFFSET(1) NOT = ZEROS
        MOVE ZEROS TO WA-PULADOS
        PERFORM 3710-PULAR-REGISTRO
                UNTIL WA-PULADOS NOT < CKP-REGISTROS
                   OR WA-FIM-VENDAS-SIM
        GO TO 3700-REPOSICIONAR-EXIT
    END-IF.

    PERFORM 3740-START-ULTIMA-CHAVE.
    IF  WA-FIM-VENDAS-SIM
        GO TO 3700-REPOSICIONAR-EXIT
    END-IF.
    MOVE ZEROS TO WA-JA-LIDOS.
    MOVE "N"   TO WA-FIM-PULO.
    PERFORM 3750-CONTAR-JA-LIDO
            UNTIL WA-FIM-PULO-SIM OR WA-FIM-VENDAS-SIM.
    IF  WA-FIM-VENDAS-SIM
        GO TO 3700-REPOSICIONAR-EXIT
    END-IF.

    PERFORM 3740-START-ULTIMA-CHAVE.
    MOVE ZEROS TO WA-PULADOS.
    PERFORM 3710-PULAR-REGISTRO
            UNTIL WA-PULADOS NOT < WA-JA-LIDOS
               OR WA-FIM-VENDAS-SIM.

3700-REPOSICIONAR-EXIT.
    EXIT.

3710-PULAR-REGISTRO.
    READ VENDAS-FILE NEXT RECORD
         AT END SET WA-FIM-VENDAS-SIM TO TRUE
         NOT AT END ADD 1 TO WA-PULADOS
    END-READ.

3720-ESPALHAR-SEGMENTO.
    IF  WA-SEG-LENGTH(WA-SEG-IDX) > ZEROS
        MOVE CKP-ULTIMA-CHAVE(WA-CHAVE-POS : WA-SEG-LENGTH(WA-SEG-IDX))
          TO VENDAS-REC(WA-SEG-OFFSET(WA-SEG-IDX) + 1 :
                        WA-SEG-LENGTH(WA-SEG-IDX))
        ADD WA-SEG-LENGTH(WA-SEG-IDX) TO WA-CHAVE-POS
    END-IF.

3730-SOMAR-SEGMENTO.
    ADD WA-SEG-LENGTH(WA-SEG-IDX) TO WA-TAMANHO-CHAVE.

* NOT < E NAO > : O START NAO PODE PULAR NADA QUE AINDA NAO FOI LIDO -
* O QUE FOR DEMAIS E DESPREZADO PELA CHAVE NO 3750.
3740-START-ULTIMA-CHAVE.
    MOVE LOW-VALUES TO VENDAS-REC.
    MOVE 1          TO WA-CHAVE-POS.
    PERFORM 3720-ESPALHAR-SEGMENTO
            VARYING WA-SEG-IDX FROM 1 BY 1
            UNTIL WA-SEG-IDX > WA-QTD-SEGMENTOS.
    START VENDAS-FILE KEY NOT < WA-CHAVE-FICTICIA
          INVALID KEY SET WA-FIM-VENDAS-SIM TO TRUE
    END-START.

3750-CONTAR-JA-LIDO.
    READ VENDAS-FILE NEXT RECORD
         AT END SET WA-FIM-VENDAS-SIM TO TRUE
         NOT AT END
             MOVE VENDAS-REC TO WA-RECORD-BUFFER
             PERFORM 3650-MONTAR-CHAVE
             IF  WA-CHAVE-REGISTRO > CKP-ULTIMA-CHAVE
                 SET WA-FIM-PULO-SIM TO TRUE
             ELSE
                 ADD 1 TO WA-JA-LIDOS
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* GRAVACAO DO PONTO DE CONTROLE.  RELATORIO E CSV SAO FECHADOS ANTES, *
* PARA O TAMANHO ANOTADO SER O QUE ESTA NO DISCO, E REABERTOS EM      *
* EXTEND.                                                             *
*--------------------------------------------------------------------*
6000-GRAVAR-PONTO.
    PERFORM 3650-MONTAR-CHAVE.
    MOVE 1                     TO CKP-ARQ-SEQ.
    MOVE WA-NOME-BASE          TO CKP-ARQUIVO.
    MOVE WA-CHAVE-REGISTRO     TO CKP-ULTIMA-CHAVE.
    MOVE WA-TOTAL-LIDOS        TO CKP-REGISTROS.
    MOVE WA-TOTAL-LIDOS        TO WA-PT-TOTAL-LIDOS.
    MOVE WA-TOTAL-SELECIONADOS TO WA-PT-TOTAL-SELECIONADOS.
    MOVE WA-PONTO-CONTADORES   TO CKP-CONTADORES.
    CLOSE XFDQRY-RPT.
    IF  WA-QUER-CSV-SIM
        CLOSE XFDQRY-CSV
    END-IF.
    SET CKP-GRAVAR TO TRUE.
    CALL "CHKPONTO" USING CKP-OPERACAO, CKP-PARAMETROS, CKP-RETORNO
    END-CALL.
    IF  NOT CKP-OK
        DISPLAY "XFDQRY - NAO GRAVOU O PONTO DE CONTROLE xfdqry.chk"
                UPON SYSERR
    END-IF.
    OPEN EXTEND XFDQRY-RPT.
    IF  WA-QUER-CSV-SIM
        OPEN EXTEND XFDQRY-CSV
    END-IF.
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
           WA-NOME-BASE            DELIMITED BY SPACE
           ", "                    DELIMITED BY SIZE
           WA-RET-RETOMADAS        DELIMITED BY SIZE
           " RETOMADA(S))"         DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

9999-FINALIZAR.
    CLOSE XFDQRY-RPT.
    SET CKP-APAGAR TO TRUE.
    CALL "CHKPONTO" USING CKP-OPERACAO, CKP-PARAMETROS, CKP-RETORNO
    END-CALL.
