*             AS DUAS IMAGENS NA MAO.  SNAPSHOT ANTIGO (SEM A COLUNA DE        *
*             IMAGEM) CONTINUA COMPARANDO PELO MD5; A NOMEACAO DE CAMPOS       *
*             COMECA A VALER DO PRIMEIRO SNAPSHOT NOVO EM DIANTE.              *
* ALTERACAO.: 15/10/2026 - BUENO - NO "C", CADA CHAVE INCLUIDA, ALTERADA OU    *
*             REMOVIDA SAI TAMBEM EM vendrech-mov.txt (OPERACAO, DATA/HORA,    *
*             CHAVE E IMAGEM DO REGISTRO NOVO - LAYOUT EM md5/vendmov.ws),     *
*             MAIS UMA LINHA "A" POR ARQUIVO COMPARADO, PARA O VENDFEED GERAR  *
*             A CARGA INCREMENTAL DO BI.  O PRIMEIRO SNAPSHOT DE UM ARQUIVO    *
*             NAO GERA MOVIMENTO (NAO HA BASE PARA COMPARAR).                  *
* ALTERACAO.: 15/10/2026 - BUENO - O vendrech-mov.txt GANHA A COLUNA          *
*             MOV-DATA-MOVIMENTO COM A DATA DE MOVIMENTO DA ROTINA DATAMOV     *
*             (LIDA UMA VEZ NA PARTIDA).  MOV-DATA/MOV-HORA SEGUEM NO RELOGIO  *
*             DE QUANDO A LINHA FOI GRAVADA.                                   *
* ALTERACAO.: 15/10/2026 - BUENO - A LINHA "A" DO vendrech-mov.txt PASSA A     *
*             LEVAR A JANELA DA COMPARACAO PELO RELOGIO: DATA/HORA DE GRAVACAO *
*             DO SNAPSHOT ANTERIOR (C$FILEINFO ANTES DA TROCA) E DATA/HORA DA  *
*             COMPARACAO.  E NESSA JANELA QUE O VENDQUEM PROCURA A TRAVA, O    *
*             PASSO DE BATCH OU A CORRECAO QUE EXPLICA CADA CHAVE.             *
* ALTERACAO.: 15/10/2026 - BUENO - PONTO DE CONTROLE (CHKPONTO) A CADA N       *
*             REGISTROS E A CADA ARQUIVO, COM RETOMADA PELA ULTIMA CHAVE LIDA  *
*             E TROCA DE SNAPSHOT PROTEGIDA.                                   *
* ALTERACAO.: 15/10/2026 - BUENO - RETOMADA SO USA O START QUANDO A CHAVE REAL *
*             COMECA NO OFFSET 0 E CABE NOS 20 BYTES DA CHAVE FICTICIA, E      *
*             DEPOIS DELE DESPREZA PELA CHAVE REMONTADA O QUE NAO PASSA DA     *
*             ULTIMA CHAVE DO PONTO; FORA DISSO PULA PELA CONTAGEM.            *
* ALTERACAO.: 15/10/2026 - BUENO - PARAGRAFOS COM SAIDA POR GO TO ...-EXIT     *
*             PASSAM A SER EXECUTADOS COM THRU ATE O EXIT.                     *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.

* LEITURA CRUA E SEQUENCIAL DO ARQUIVO DE VENDAS CORRENTE - A CHAVE
* DECLARADA E FICTICIA (SO PARA O COMPILADOR ACEITAR UM ARQUIVO
* INDEXADO), A LEITURA ANDA SEQUENCIAL NA ORDEM DA CHAVE REAL (MESMO
* ARTIFICIO DO XFDCONDVAL).  SO NA RETOMADA DE UM PONTO DE CONTROLE HA
* UM START, E SO QUANDO A CHAVE REAL CABE NA FICTICIA (5800).
    SELECT VENDAS-FILE ASSIGN WA-ARQ-DADOS
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-SNO.

* MOVIMENTOS DO "C" PARA O VENDFEED (REESCRITO A CADA COMPARACAO).
    SELECT MOV-FILE ASSIGN "vendrech-mov.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-MOV.

    SELECT VENDRECH-RPT ASSIGN "vendrech.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.
    03  SNO-MD5                  PIC X(032).
    03  SNO-IMAGEM               PIC X(4000).

FD  MOV-FILE.
copy "md5/vendmov.ws".

FD  VENDRECH-RPT.
01  RPT-LINHA                    PIC X(132).

77  SW-STATUS-SNA                PIC X(002)          VALUE SPACES.
77  SW-STATUS-SNO                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-MOV                PIC X(002)          VALUE SPACES.

77  WA-ACAO                      PIC X(001)          VALUE "S".
77  WA-FIM-LISTA                 PIC X(001)          VALUE "N".
77  WA-MD5-LEN                   SIGNED-LONG.
77  WA-MD5-REGISTRO              PIC X(032)          VALUE SPACES.

* DATA DE MOVIMENTO DA RODADA (ROTINA DATAMOV) - NAO A DO RELOGIO.
77  WA-DMR-OPERACAO              PIC X(001)          VALUE "C".
77  WA-DMR-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO               PIC 9(002)          VALUE ZEROS.
77  WA-DATA-MOV                  PIC 9(008)          VALUE ZEROS.
01  WA-HORA-MOV.
    03  WA-HORA-MOV-HMS          PIC 9(006).
    03  FILLER                   PIC 9(002).

* JANELA DA COMPARACAO NA LINHA "A": GRAVACAO DO SNAPSHOT ANTERIOR
* (C$FILEINFO, HORA EM HHMMSSCC) E O RELOGIO DA COMPARACAO.
77  WA-NOME-FILEINFO             PIC X(080)          VALUE SPACES.
01  WA-FILE-INFO.
    03  WA-FI-TAMANHO            PIC X(008)          COMP-X.
    03  WA-FI-DATA               PIC 9(008)          COMP-X.
    03  WA-FI-HORA               PIC 9(008)          COMP-X.
01  WA-SNAP-ANT-HORA-COMPLETA    PIC 9(008)          VALUE ZEROS.
01  FILLER REDEFINES WA-SNAP-ANT-HORA-COMPLETA.
    03  WA-SNAP-ANT-HMS          PIC 9(006).
    03  FILLER                   PIC 9(002).
77  WA-SNAP-ANT-DATA             PIC 9(008)          VALUE ZEROS.
77  WA-DATA-RELOGIO              PIC 9(008)          VALUE ZEROS.

77  WA-TOTAL-ARQUIVOS            PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-REGISTROS           PIC 9(009)          VALUE ZEROS.
77  WA-TOTAL-INCLUIDOS           PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-REMOVIDOS           PIC 9(007)          VALUE ZEROS.
77  WA-TOTAL-ALTERADOS           PIC 9(007)          VALUE ZEROS.
77  WA-REGISTROS-ARQ             PIC 9(009)          VALUE ZEROS.
77  WA-LIDOS-SNAP                PIC 9(009)          VALUE ZEROS.

*--------------------------------------------------------------------*
* PONTO DE CONTROLE (ROTINA CHKPONTO): A CADA CKP-INTERVALO REGISTROS *
* E A CADA ARQUIVO TERMINADO.  DERRUBADA, A RODADA SEGUINTE RETOMA DO *
* ARQUIVO E DA CHAVE DO PONTO COM OS CONTADORES DE LA.  O PONTO DO    *
* FIM DE UM ARQUIVO E GRAVADO ANTES DA TROCA DO .snp PELO .snp.novo E *
* GUARDA A TROCA PENDENTE - QUEDA NO MEIO DA TROCA E COMPLETADA NA    *
* RETOMADA, SEM COMPARAR DUAS VEZES CONTRA O SNAPSHOT ERRADO.         *
*--------------------------------------------------------------------*
copy "chkponto.ws".
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
01  WA-ASSINATURA-RODADA.
    03  WA-ASS-ACAO              PIC X(001).
    03  WA-ASS-PENDENTES         PIC X(001).
    03  WA-ASS-TAMANHO           PIC 9(012).
    03  WA-ASS-DATA              PIC 9(008).
    03  WA-ASS-HORA              PIC 9(008).

* CONTADORES GUARDADOS NO PONTO (CKP-CONTADORES).
01  WA-PONTO-CONTADORES.
    03  WA-PT-TOTAL-ARQUIVOS     PIC 9(005).
    03  WA-PT-TOTAL-REGISTROS    PIC 9(009).
    03  WA-PT-TOTAL-INCLUIDOS    PIC 9(007).
    03  WA-PT-TOTAL-REMOVIDOS    PIC 9(007).
    03  WA-PT-TOTAL-ALTERADOS    PIC 9(007).
    03  WA-PT-REGISTROS-ARQ      PIC 9(009).
    03  WA-PT-LIDOS-SNAP         PIC 9(009).
    03  WA-PT-FIM-SNAP           PIC X(001).
    03  WA-PT-RENOMEAR           PIC X(001).
    03  WA-PT-SNAP-NOME          PIC X(080).
    03  WA-PT-SNAP-NOVO-NOME     PIC X(080).

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
    STOP RUN.

1000-INICIALIZAR.
    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.
    MOVE WA-DMR-DATA TO WA-DATA-MOV.

    OPEN INPUT PARM-CTL.
    IF  SW-STATUS-PRM(1:1) = ZEROS
        READ PARM-CTL
        CLOSE PARM-CTL
    END-IF.

    PERFORM 1100-LER-PONTO-CONTROLE
            THRU 1100-LER-PONTO-CONTROLE-EXIT.
    IF  WA-RODADA-RETOMADA-SIM
        OPEN EXTEND VENDRECH-RPT
    ELSE
        OPEN OUTPUT VENDRECH-RPT
        MOVE SPACES TO RPT-LINHA
        IF  WA-ACAO = "C"
            MOVE "COMPARACAO DE CHECKSUM POR REGISTRO (VENDAS)"
              TO RPT-LINHA
        ELSE
            MOVE "SNAPSHOT DE CHECKSUM POR REGISTRO (VENDAS)"
              TO RPT-LINHA
        END-IF
        WRITE RPT-LINHA
        MOVE SPACES TO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.

    SET CONFIGURATION "DLL-CONVENTION" TO 0.
    MOVE "./libmd5.so" TO WA-LIB.
        IF  SW-STATUS-PEN(1:1) = ZEROS
            MOVE "S" TO WA-USA-PENDENTES
        END-IF
        IF  WA-RODADA-RETOMADA-SIM
            OPEN EXTEND MOV-FILE
        ELSE
            OPEN OUTPUT MOV-FILE
        END-IF
        IF  SW-STATUS-MOV(1:1) NOT = ZEROS
            DISPLAY "VENDRECH - NAO CRIOU vendrech-mov.txt, STATUS "
                    SW-STATUS-MOV UPON SYSERR
            STOP RUN
        END-IF
    END-IF.

    IF  NOT WA-USA-PENDENTES-SIM
        END-IF
    END-IF.

*--------------------------------------------------------------------*
* PONTO DE CONTROLE DE UMA RODADA DERRUBADA: SO VALE COM A MESMA ACAO *
* E A MESMA LISTA (vendrech-pend.ctl NO "C" QUANDO EXISTE, SENAO      *
* vendcks-arquivos.ctl - NOME, TAMANHO E CARIMBO) E A MESMA DATA DE   *
* MOVIMENTO (ESTA O CHKPONTO CONFERE SOZINHO).  NA RETOMADA AS SAIDAS *
* SAO CORTADAS NO TAMANHO DO PONTO E A TROCA DE SNAPSHOT QUE FICOU    *
* PENDENTE E COMPLETADA.  AS LINHAS DO vendrech-mov.txt GRAVADAS      *
* DEPOIS DA RETOMADA LEVAM O RELOGIO DE QUANDO FORAM GRAVADAS (NAO O  *
* DA PARTIDA) E A DATA DE MOVIMENTO NA COLUNA PROPRIA.                *
*--------------------------------------------------------------------*
1100-LER-PONTO-CONTROLE.
    MOVE WA-ACAO TO WA-ASS-ACAO.
    MOVE "N"     TO WA-ASS-PENDENTES.
    MOVE ZEROS TO WA-FI-TAMANHO WA-FI-DATA WA-FI-HORA.
    IF  WA-ACAO = "C"
        MOVE "vendrech-pend.ctl" TO WA-NOME-FILEINFO
        CALL "C$FILEINFO" USING WA-NOME-FILEINFO, WA-FILE-INFO
             GIVING RETURN-CODE
        END-CALL
        IF  RETURN-CODE = ZEROS
            MOVE "S" TO WA-ASS-PENDENTES
        END-IF
    END-IF.
    IF  WA-ASS-PENDENTES = "N"
        MOVE ZEROS TO WA-FI-TAMANHO WA-FI-DATA WA-FI-HORA
        MOVE "vendcks-arquivos.ctl" TO WA-NOME-FILEINFO
        CALL "C$FILEINFO" USING WA-NOME-FILEINFO, WA-FILE-INFO
             GIVING RETURN-CODE
        END-CALL
    END-IF.
    MOVE WA-FI-TAMANHO TO WA-ASS-TAMANHO.
    MOVE WA-FI-DATA    TO WA-ASS-DATA.
    MOVE WA-FI-HORA    TO WA-ASS-HORA.

    INITIALIZE CKP-PARAMETROS.
    MOVE "vendrech.chk"       TO CKP-NOME-CHK.
    MOVE "VENDRECH"           TO CKP-PROGRAMA.
    MOVE WA-ASSINATURA-RODADA TO CKP-ASSINATURA.
    SET CKP-LER TO TRUE.
    CALL "CHKPONTO" USING CKP-OPERACAO, CKP-PARAMETROS, CKP-RETORNO
    END-CALL.
    MOVE "vendrech.rpt" TO CKP-SAIDA-NOME(1).
    IF  WA-ACAO = "C"
        MOVE "vendrech-mov.txt" TO CKP-SAIDA-NOME(2)
    END-IF.
    IF  NOT CKP-OK
        GO TO 1100-LER-PONTO-CONTROLE-EXIT
    END-IF.

    MOVE "S" TO WA-RODADA-RETOMADA WA-RETOMANDO.
    MOVE CKP-DATA-GRAVACAO TO WA-RET-DATA.
    MOVE CKP-HORA-GRAVACAO TO WA-RET-HORA.
    MOVE "FIM DA LISTA"    TO WA-RET-ARQUIVO.
    MOVE CKP-RETOMADAS     TO WA-RET-RETOMADAS.
    MOVE CKP-CONTADORES    TO WA-PONTO-CONTADORES.
    IF  WA-PT-RENOMEAR = "S"
        MOVE WA-PT-SNAP-NOVO-NOME TO WA-NOME-FILEINFO
        CALL "C$FILEINFO" USING WA-NOME-FILEINFO, WA-FILE-INFO
             GIVING RETURN-CODE
        END-CALL
        IF  RETURN-CODE = ZEROS
            CALL "CBL_DELETE_FILE" USING WA-PT-SNAP-NOME
            CALL "CBL_RENAME_FILE" USING WA-PT-SNAP-NOVO-NOME,
                                         WA-PT-SNAP-NOME
        END-IF
    END-IF.
    SET CKP-TRUNCAR TO TRUE.
    CALL "CHKPONTO" USING CKP-OPERACAO, CKP-PARAMETROS, CKP-RETORNO
    END-CALL.

1100-LER-PONTO-CONTROLE-EXIT.
    EXIT.

2000-PROCESSAR-LISTA.
    IF  WA-USA-PENDENTES-SIM
        READ PEND-CTL
             AT END SET WA-FIM-LISTA-SIM TO TRUE
             NOT AT END
                 IF  PEN-ARQUIVO NOT = SPACES
                     ADD 1 TO WA-SEQ-LISTA
                     MOVE PEN-ARQUIVO TO WA-ARQ-DADOS
                     PERFORM 2050-PROCESSAR-ENTRADA
                             THRU 2050-PROCESSAR-ENTRADA-EXIT
                 END-IF
        END-READ
    ELSE
             AT END SET WA-FIM-LISTA-SIM TO TRUE
             NOT AT END
                 IF  LST-ARQUIVO NOT = SPACES
                     ADD 1 TO WA-SEQ-LISTA
                     MOVE LST-ARQUIVO TO WA-ARQ-DADOS
                     PERFORM 2050-PROCESSAR-ENTRADA
                             THRU 2050-PROCESSAR-ENTRADA-EXIT
                 END-IF
        END-READ
    END-IF.

*--------------------------------------------------------------------*
* NA RETOMADA, OS ARQUIVOS ANTERIORES AO DO PONTO JA ESTAO NO         *
* RELATORIO, NO MOVIMENTO E NO SNAPSHOT; O DO PONTO COMECA DO ZERO    *
* (PONTO NA FRONTEIRA) OU CONTINUA DA CHAVE GRAVADA.                  *
*--------------------------------------------------------------------*
2050-PROCESSAR-ENTRADA.
    IF  WA-RETOMANDO-SIM
        IF  WA-SEQ-LISTA < CKP-ARQ-SEQ
            GO TO 2050-PROCESSAR-ENTRADA-EXIT
        END-IF
        MOVE WA-ARQ-DADOS TO WA-RET-ARQUIVO
        PERFORM 2100-RESTAURAR-CONTADORES
        IF  CKP-REGISTROS > ZEROS
            MOVE "S" TO WA-RETOMAR-NO-ARQUIVO
*           O 3000 CONTA ESTE ARQUIVO DE NOVO.
            SUBTRACT 1 FROM WA-TOTAL-ARQUIVOS
        END-IF
        MOVE "N" TO WA-RETOMANDO
    END-IF.
    PERFORM 3000-PROCESSAR-ARQUIVO
            THRU 3000-PROCESSAR-ARQUIVO-EXIT.
    MOVE "N" TO WA-RETOMAR-NO-ARQUIVO.
    PERFORM 6100-GRAVAR-PONTO-FRONTEIRA.

2050-PROCESSAR-ENTRADA-EXIT.
    EXIT.

2100-RESTAURAR-CONTADORES.
    MOVE CKP-CONTADORES        TO WA-PONTO-CONTADORES.
    MOVE WA-PT-TOTAL-ARQUIVOS  TO WA-TOTAL-ARQUIVOS.
    MOVE WA-PT-TOTAL-REGISTROS TO WA-TOTAL-REGISTROS.
    MOVE WA-PT-TOTAL-INCLUIDOS TO WA-TOTAL-INCLUIDOS.
    MOVE WA-PT-TOTAL-REMOVIDOS TO WA-TOTAL-REMOVIDOS.
    MOVE WA-PT-TOTAL-ALTERADOS TO WA-TOTAL-ALTERADOS.

*--------------------------------------------------------------------*
* UM ARQUIVO DA LISTA: PARSEIA A XFD CORRESPONDENTE, GUARDA OS        *
* SEGMENTOS DA CHAVE PRIMARIA E RODA SNAPSHOT OU COMPARACAO.          *
        GO TO 3000-PROCESSAR-ARQUIVO-EXIT
    END-IF.

    PERFORM 3200-GUARDAR-CHAVE-PRIMARIA
            THRU 3200-GUARDAR-CHAVE-PRIMARIA-EXIT.
    PERFORM 3300-COPIAR-CATALOGO-CAMPOS.

    MOVE SPACES TO WA-SNAP-NOME.
        GO TO 4000-GRAVAR-SNAPSHOT-EXIT
    END-IF.

    MOVE "N"   TO WA-FIM-VENDAS.
    MOVE ZEROS TO WA-REGISTROS-ARQ WA-DESDE-PONTO.
    IF  WA-RETOMAR-NO-ARQUIVO-SIM
        OPEN EXTEND SNAP-NOVO
        PERFORM 5800-POSICIONAR-VENDAS
                THRU 5800-POSICIONAR-VENDAS-EXIT
    ELSE
        OPEN OUTPUT SNAP-NOVO
    END-IF.
    PERFORM 4100-SNAPSHOT-REGISTRO
            WITH TEST AFTER
            UNTIL WA-FIM-VENDAS-SIM.
    CLOSE SNAP-NOVO.
    CLOSE VENDAS-FILE.

    MOVE SPACES TO RPT-LINHA.
    STRING WA-NOME-BASE DELIMITED BY SPACE
           " - SNAPSHOT GRAVADO" DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

    PERFORM 6300-GRAVAR-PONTO-TROCA.
    CALL "CBL_DELETE_FILE" USING WA-SNAP-NOME.
    CALL "CBL_RENAME_FILE" USING WA-SNAP-NOVO-NOME, WA-SNAP-NOME.

4000-GRAVAR-SNAPSHOT-EXIT.
    EXIT.

4100-SNAPSHOT-REGISTRO.
    IF  WA-DESDE-PONTO NOT < CKP-INTERVALO
        PERFORM 6000-GRAVAR-PONTO-REGISTRO
    END-IF.
    READ VENDAS-FILE NEXT RECORD
         AT END SET WA-FIM-VENDAS-SIM TO TRUE
         NOT AT END
             ADD 1 TO WA-TOTAL-REGISTROS WA-REGISTROS-ARQ
                      WA-DESDE-PONTO
             PERFORM 4200-HASHEAR-REGISTRO
             MOVE SPACES            TO SNO-LINHA
             MOVE WA-CHAVE-REGISTRO TO SNO-CHAVE
    OPEN INPUT SNAP-ANTERIOR.
    IF  SW-STATUS-SNA(1:1) NOT = ZEROS
        MOVE "N" TO WA-EXISTE-SNAP
        IF  NOT WA-RETOMAR-NO-ARQUIVO-SIM
            MOVE SPACES TO RPT-LINHA
            STRING WA-NOME-BASE DELIMITED BY SPACE
                   " - SEM SNAPSHOT ANTERIOR, GRAVANDO O PRIMEIRO"
                                 DELIMITED BY SIZE
                   INTO RPT-LINHA
            WRITE RPT-LINHA
        END-IF
        PERFORM 4000-GRAVAR-SNAPSHOT
                THRU 4000-GRAVAR-SNAPSHOT-EXIT
        GO TO 5000-COMPARAR-ARQUIVO-EXIT
        GO TO 5000-COMPARAR-ARQUIVO-EXIT
    END-IF.

*   O .snp ANTERIOR AINDA NAO FOI TROCADO - A DATA/HORA DE GRAVACAO
*   DELE E O COMECO DA JANELA DESTA COMPARACAO.
    MOVE ZEROS TO WA-FI-DATA WA-FI-HORA.
    MOVE WA-SNAP-NOME TO WA-NOME-FILEINFO.
    CALL "C$FILEINFO" USING WA-NOME-FILEINFO, WA-FILE-INFO
         GIVING RETURN-CODE
    END-CALL.
    MOVE WA-FI-DATA TO WA-SNAP-ANT-DATA.
    MOVE WA-FI-HORA TO WA-SNAP-ANT-HORA-COMPLETA.

    MOVE "N"   TO WA-FIM-SNAP WA-FIM-VENDAS.
    MOVE ZEROS TO WA-LIDOS-SNAP WA-REGISTROS-ARQ WA-DESDE-PONTO.
    IF  WA-RETOMAR-NO-ARQUIVO-SIM
        OPEN EXTEND SNAP-NOVO
        PERFORM 5700-RETOMAR-COMPARACAO
    ELSE
        OPEN OUTPUT SNAP-NOVO
        MOVE SPACES TO RPT-LINHA
        STRING WA-NOME-BASE DELIMITED BY SPACE
               " - DIFERENCAS POR REGISTRO:" DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        MOVE "A" TO MOV-OPERACAO
        PERFORM 5500-GRAVAR-MOVIMENTO
        PERFORM 5100-LER-SNAPSHOT
    END-IF.
    PERFORM 5200-LER-REGISTRO-ATUAL.
    PERFORM 5300-CLASSIFICAR-PAR
            UNTIL WA-FIM-SNAP-SIM AND WA-FIM-VENDAS-SIM.
    CLOSE VENDAS-FILE.
    CLOSE SNAP-NOVO.

    PERFORM 6300-GRAVAR-PONTO-TROCA.
    CALL "CBL_DELETE_FILE" USING WA-SNAP-NOME.
    CALL "CBL_RENAME_FILE" USING WA-SNAP-NOVO-NOME, WA-SNAP-NOME.

5100-LER-SNAPSHOT.
    READ SNAP-ANTERIOR
         AT END SET WA-FIM-SNAP-SIM TO TRUE
         NOT AT END ADD 1 TO WA-LIDOS-SNAP
    END-READ.

*   O PONTO DE CONTROLE SO E GRAVADO AQUI: O REGISTRO ANTERIOR JA FOI
*   CLASSIFICADO E O SNAPSHOT ANTERIOR ESTA NA LINHA WA-LIDOS-SNAP.
5200-LER-REGISTRO-ATUAL.
    IF  WA-DESDE-PONTO NOT < CKP-INTERVALO
        PERFORM 6000-GRAVAR-PONTO-REGISTRO
    END-IF.
    READ VENDAS-FILE NEXT RECORD
         AT END SET WA-FIM-VENDAS-SIM TO TRUE
         NOT AT END
             ADD 1 TO WA-TOTAL-REGISTROS WA-REGISTROS-ARQ
                      WA-DESDE-PONTO
             PERFORM 4200-HASHEAR-REGISTRO
             MOVE SPACES            TO SNO-LINHA
             MOVE WA-CHAVE-REGISTRO TO SNO-CHAVE
                   SNA-CHAVE     DELIMITED BY "   "
                   INTO RPT-LINHA
            WRITE RPT-LINHA
            MOVE "D" TO MOV-OPERACAO
            PERFORM 5500-GRAVAR-MOVIMENTO
            PERFORM 5100-LER-SNAPSHOT
        WHEN WA-FIM-SNAP-SIM
            OR SNA-CHAVE > WA-CHAVE-REGISTRO
                   WA-CHAVE-REGISTRO DELIMITED BY "   "
                   INTO RPT-LINHA
            WRITE RPT-LINHA
            MOVE "I" TO MOV-OPERACAO
            PERFORM 5500-GRAVAR-MOVIMENTO
            PERFORM 5200-LER-REGISTRO-ATUAL
        WHEN OTHER
            IF  SNA-MD5 NOT = WA-MD5-REGISTRO
                       WA-CHAVE-REGISTRO DELIMITED BY "   "
                       INTO RPT-LINHA
                WRITE RPT-LINHA
                MOVE "U" TO MOV-OPERACAO
                PERFORM 5500-GRAVAR-MOVIMENTO
                PERFORM 5400-NOMEAR-CAMPOS-ALTERADOS
                        THRU 5400-NOMEAR-CAMPOS-ALTERADOS-EXIT
            END-IF
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* UMA LINHA NO vendrech-mov.txt (OPERACAO JA MOVIDA PELO CHAMADOR).   *
* NA REMOCAO A CHAVE VEM DO SNAPSHOT ANTERIOR E NAO HA IMAGEM; NA     *
* INCLUSAO E NA ALTERACAO VAI A IMAGEM DO REGISTRO DE AGORA.  A LINHA *
* "A" MARCA QUE O ARQUIVO FOI COMPARADO E LEVA A JANELA (RELOGIO) DO  *
* SNAPSHOT ANTERIOR ATE AGORA.  DATA/HORA DA LINHA SAO DO RELOGIO; A  *
* DATA DE MOVIMENTO VAI EM MOV-DATA-MOVIMENTO.                        *
*--------------------------------------------------------------------*
5500-GRAVAR-MOVIMENTO.
    ACCEPT WA-DATA-RELOGIO FROM DATE YYYYMMDD.
    ACCEPT WA-HORA-MOV FROM TIME.
    MOVE SPACES          TO MOV-LINHA(2:).
    MOVE WA-DATA-RELOGIO TO MOV-DATA.
    MOVE WA-HORA-MOV-HMS TO MOV-HORA.
    MOVE WA-DATA-MOV     TO MOV-DATA-MOVIMENTO.
    MOVE WA-ARQ-DADOS    TO MOV-ARQUIVO.
    EVALUATE TRUE
        WHEN MOV-REMOCAO
            MOVE SNA-CHAVE         TO MOV-CHAVE
        WHEN MOV-INCLUSAO OR MOV-ALTERACAO
            MOVE WA-CHAVE-REGISTRO TO MOV-CHAVE
            MOVE WA-RECORD-BUFFER  TO MOV-IMAGEM
        WHEN MOV-ARQUIVO-COMPARADO
            MOVE WA-SNAP-ANT-DATA  TO MOV-SNAP-ANT-DATA
            MOVE WA-SNAP-ANT-HMS   TO MOV-SNAP-ANT-HORA
            MOVE WA-DATA-RELOGIO   TO MOV-COMPARA-DATA
            MOVE WA-HORA-MOV-HMS   TO MOV-COMPARA-HORA
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    WRITE MOV-LINHA.

*--------------------------------------------------------------------*
* RETOMADA DA COMPARACAO NO MEIO DO ARQUIVO: O SNAPSHOT ANTERIOR (O   *
* .snp AINDA NAO FOI TROCADO) VOLTA A LINHA EM QUE ESTAVA NO PONTO E  *
* O ARQUIVO DE VENDAS E POSICIONADO DEPOIS DA ULTIMA CHAVE LIDA.      *
*--------------------------------------------------------------------*
5700-RETOMAR-COMPARACAO.
    PERFORM 5100-LER-SNAPSHOT
            UNTIL WA-LIDOS-SNAP NOT < WA-PT-LIDOS-SNAP
               OR WA-FIM-SNAP-SIM.
    IF  WA-PT-FIM-SNAP = "S"
        SET WA-FIM-SNAP-SIM TO TRUE
    END-IF.
    PERFORM 5800-POSICIONAR-VENDAS
            THRU 5800-POSICIONAR-VENDAS-EXIT.

*--------------------------------------------------------------------*
* POSICIONA O ARQUIVO DE VENDAS LOGO DEPOIS DA ULTIMA CHAVE DO PONTO. *
* O START SO ENXERGA A CHAVE FICTICIA (X(20) NO COMECO DO REGISTRO),  *
* ENTAO SO SERVE QUANDO A CHAVE REAL COMECA NO OFFSET 0 E TEM ATE 20  *
* BYTES; FORA DISSO (OU SEM SEGMENTOS NA XFD) RELE DO COMECO E        *
* DESPREZA OS CKP-REGISTROS JA PROCESSADOS.  DEPOIS DO START, CADA    *
* REGISTRO TEM A CHAVE REMONTADA E OS QUE NAO PASSAM DA ULTIMA CHAVE  *
* DO PONTO SAO CONTADOS; UM SEGUNDO START IGUAL AO PRIMEIRO VOLTA AO  *
* MESMO LUGAR E DESPREZA EXATAMENTE ESSES - O PRIMEIRO REGISTRO NOVO  *
* FICA PARA A LEITURA NORMAL.                                         *
*--------------------------------------------------------------------*
5800-POSICIONAR-VENDAS.
    MOVE WA-PT-REGISTROS-ARQ TO WA-REGISTROS-ARQ.
    MOVE ZEROS TO WA-TAMANHO-CHAVE.
    PERFORM 5830-SOMAR-SEGMENTO
            VARYING WA-SEG-IDX FROM 1 BY 1
            UNTIL WA-SEG-IDX > WA-QTD-SEGMENTOS.

    IF  WA-QTD-SEGMENTOS = ZEROS
        OR WA-TAMANHO-CHAVE > 20
        OR WA-SEG-OFFSET(1) NOT = ZEROS
        MOVE ZEROS TO WA-PULADOS
        PERFORM 5810-PULAR-REGISTRO
                UNTIL WA-PULADOS NOT < CKP-REGISTROS
                   OR WA-FIM-VENDAS-SIM
        GO TO 5800-POSICIONAR-VENDAS-EXIT
    END-IF.

    PERFORM 5840-START-ULTIMA-CHAVE.
    IF  WA-FIM-VENDAS-SIM
        GO TO 5800-POSICIONAR-VENDAS-EXIT
    END-IF.
    MOVE ZEROS TO WA-JA-LIDOS.
    MOVE "N"   TO WA-FIM-PULO.
    PERFORM 5850-CONTAR-JA-LIDO
            UNTIL WA-FIM-PULO-SIM OR WA-FIM-VENDAS-SIM.
    IF  WA-FIM-VENDAS-SIM
        GO TO 5800-POSICIONAR-VENDAS-EXIT
    END-IF.

    PERFORM 5840-START-ULTIMA-CHAVE.
    MOVE ZEROS TO WA-PULADOS.
    PERFORM 5810-PULAR-REGISTRO
            UNTIL WA-PULADOS NOT < WA-JA-LIDOS
               OR WA-FIM-VENDAS-SIM.

5800-POSICIONAR-VENDAS-EXIT.
    EXIT.

5810-PULAR-REGISTRO.
    READ VENDAS-FILE NEXT RECORD
         AT END SET WA-FIM-VENDAS-SIM TO TRUE
         NOT AT END ADD 1 TO WA-PULADOS
    END-READ.

5820-ESPALHAR-SEGMENTO.
    IF  WA-SEG-LENGTH(WA-SEG-IDX) > ZEROS
        MOVE CKP-ULTIMA-CHAVE(WA-CHAVE-POS : WA-SEG-LENGTH(WA-SEG-IDX))
          TO VENDAS-REC(WA-SEG-OFFSET(WA-SEG-IDX) + 1 :
                        WA-SEG-LENGTH(WA-SEG-IDX))
        ADD WA-SEG-LENGTH(WA-SEG-IDX) TO WA-CHAVE-POS
    END-IF.

5830-SOMAR-SEGMENTO.
    ADD WA-SEG-LENGTH(WA-SEG-IDX) TO WA-TAMANHO-CHAVE.

* NOT < E NAO > : O START NAO PODE PULAR NADA QUE AINDA NAO FOI LIDO -
* O QUE FOR DEMAIS E DESPREZADO PELA CHAVE NO 5850.
5840-START-ULTIMA-CHAVE.
    MOVE LOW-VALUES TO VENDAS-REC.
    MOVE 1          TO WA-CHAVE-POS.
    PERFORM 5820-ESPALHAR-SEGMENTO
            VARYING WA-SEG-IDX FROM 1 BY 1
            UNTIL WA-SEG-IDX > WA-QTD-SEGMENTOS.
    START VENDAS-FILE KEY NOT < WA-CHAVE-FICTICIA
          INVALID KEY SET WA-FIM-VENDAS-SIM TO TRUE
    END-START.

5850-CONTAR-JA-LIDO.
    READ VENDAS-FILE NEXT RECORD
         AT END SET WA-FIM-VENDAS-SIM TO TRUE
         NOT AT END
             PERFORM 4200-HASHEAR-REGISTRO
             IF  WA-CHAVE-REGISTRO > CKP-ULTIMA-CHAVE
                 SET WA-FIM-PULO-SIM TO TRUE
             ELSE
                 ADD 1 TO WA-JA-LIDOS
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* GRAVACAO DO PONTO DE CONTROLE.  AS SAIDAS SAO FECHADAS ANTES, PARA  *
* O TAMANHO ANOTADO SER O QUE ESTA NO DISCO, E REABERTAS EM EXTEND.   *
* NO MEIO DO ARQUIVO O .snp.novo E SAIDA TAMBEM; NA FRONTEIRA ELE JA  *
* ESTA FECHADO (6300: TROCA PENDENTE; 6100: TROCA FEITA).             *
*--------------------------------------------------------------------*
6000-GRAVAR-PONTO-REGISTRO.
    MOVE WA-SEQ-LISTA       TO CKP-ARQ-SEQ.
    MOVE WA-ARQ-DADOS       TO CKP-ARQUIVO.
    MOVE WA-CHAVE-REGISTRO  TO CKP-ULTIMA-CHAVE.
    MOVE WA-REGISTROS-ARQ   TO CKP-REGISTROS.
    MOVE WA-REGISTROS-ARQ   TO WA-PT-REGISTROS-ARQ.
    MOVE WA-LIDOS-SNAP      TO WA-PT-LIDOS-SNAP.
    MOVE WA-FIM-SNAP        TO WA-PT-FIM-SNAP.
    MOVE "N"                TO WA-PT-RENOMEAR.
    MOVE WA-SNAP-NOVO-NOME  TO CKP-SAIDA-NOME(3).
    CLOSE SNAP-NOVO.
    PERFORM 6200-GRAVAR-PONTO.
    OPEN EXTEND SNAP-NOVO.

6100-GRAVAR-PONTO-FRONTEIRA.
    MOVE "N" TO WA-PT-RENOMEAR.
    PERFORM 6150-PREPARAR-FRONTEIRA.
    PERFORM 6200-GRAVAR-PONTO.

6150-PREPARAR-FRONTEIRA.
    COMPUTE CKP-ARQ-SEQ = WA-SEQ-LISTA + 1.
    MOVE SPACES TO CKP-ARQUIVO CKP-ULTIMA-CHAVE CKP-SAIDA-NOME(3).
    MOVE ZEROS  TO CKP-REGISTROS WA-PT-REGISTROS-ARQ WA-PT-LIDOS-SNAP.
    MOVE "N"    TO WA-PT-FIM-SNAP.

6200-GRAVAR-PONTO.
    MOVE WA-TOTAL-ARQUIVOS   TO WA-PT-TOTAL-ARQUIVOS.
    MOVE WA-TOTAL-REGISTROS  TO WA-PT-TOTAL-REGISTROS.
    MOVE WA-TOTAL-INCLUIDOS  TO WA-PT-TOTAL-INCLUIDOS.
    MOVE WA-TOTAL-REMOVIDOS  TO WA-PT-TOTAL-REMOVIDOS.
    MOVE WA-TOTAL-ALTERADOS  TO WA-PT-TOTAL-ALTERADOS.
    MOVE WA-PONTO-CONTADORES TO CKP-CONTADORES.
    CLOSE VENDRECH-RPT.
    IF  WA-ACAO = "C"
        CLOSE MOV-FILE
    END-IF.
    SET CKP-GRAVAR TO TRUE.
    CALL "CHKPONTO" USING CKP-OPERACAO, CKP-PARAMETROS, CKP-RETORNO
    END-CALL.
    IF  NOT CKP-OK
        DISPLAY "VENDRECH - NAO GRAVOU O PONTO DE CONTROLE vendrech.chk"
                UPON SYSERR
    END-IF.
    OPEN EXTEND VENDRECH-RPT.
    IF  WA-ACAO = "C"
        OPEN EXTEND MOV-FILE
    END-IF.
    MOVE ZEROS TO WA-DESDE-PONTO.

*   ARQUIVO TERMINADO, .snp.novo FECHADO E AINDA NAO TROCADO: A
*   RETOMADA DESTE PONTO COMPLETA A TROCA E SEGUE NO PROXIMO ARQUIVO.
6300-GRAVAR-PONTO-TROCA.
    MOVE "S"               TO WA-PT-RENOMEAR.
    MOVE WA-SNAP-NOME      TO WA-PT-SNAP-NOME.
    MOVE WA-SNAP-NOVO-NOME TO WA-PT-SNAP-NOVO-NOME.
    PERFORM 6150-PREPARAR-FRONTEIRA.
    PERFORM 6200-GRAVAR-PONTO.

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
    IF  WA-USA-PENDENTES-SIM
        CLOSE PEND-CTL
    ELSE
        CLOSE ARQLISTA
    END-IF.
    IF  WA-ACAO = "C"
        CLOSE MOV-FILE
    END-IF.
    CLOSE VENDRECH-RPT.
    SET CKP-APAGAR TO TRUE.
    CALL "CHKPONTO" USING CKP-OPERACAO, CKP-PARAMETROS, CKP-RETORNO
    END-CALL.
    CANCEL WA-LIB.
