* VEM DE nfeverif-parm.ctl, COMO NO NFEVERIF (PADRAO aprovados/).              *
*                                                                              *
* CRIACAO...: 02/09/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - SITUACAO DO LOTE PUBLICADA A CADA RODADA EM *
*             nfewatch-sit.ctl (LAYOUT EM md5/nfewatch.ws): SEM MANIFESTO,     *
*             INCOMPLETO, COMPLETO EM CARENCIA OU LIBERADO.  O "COMPLETO       *
*             DESDE" E A PRIMEIRA RODADA QUE VIU O LOTE SEM FALTANTE; A        *
*             MESMA CARENCIA DOS FALTANTES, CONTADA DALI, SEGURA O LOTE        *
*             ENQUANTO A COPIA ASSENTA.  E DAQUI QUE O NFEDISP TIRA A DECISAO  *
*             DE DISPARAR A CADEIA DO NF-E.                                    *
* ALTERACAO.: 15/10/2026 - BUENO - FALTANTE DO ESTADO QUE APARECE NO LUGAR     *
*             GRAVA UMA LINHA EM nfewatch-chegada.ctl (LAYOUT EM               *
*             md5/nfechega.ws) COM O ATRASO EM MINUTOS DESDE A PRIMEIRA FALTA  *
*             - BASE DO ATRASO MEDIO DO PLACAR DE FORNECEDORES FORNSCOR.       *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-TST.

* SITUACAO DO LOTE PARA O DISPARADOR (NFEDISP) - UMA LINHA, REGRAVADA.
    SELECT SITUACAO-CTL ASSIGN "nfewatch-sit.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-SIT.

* HISTORICO DE CHEGADA: FALTANTE DO ESTADO QUE APARECEU NESTA RODADA.
    SELECT CHEGADA-LOG ASSIGN "nfewatch-chegada.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CHG.

    SELECT NFEWATCH-RPT ASSIGN "nfewatch.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.
FD  TESTE-FILE.
01  TST-LINHA                    PIC X(001).

FD  SITUACAO-CTL.
copy "md5/nfewatch.ws".

FD  CHEGADA-LOG.
copy "md5/nfechega.ws".

FD  NFEWATCH-RPT.
01  RPT-LINHA                    PIC X(200).

77  SW-STATUS-EST                PIC X(002)          VALUE SPACES.
77  SW-STATUS-TST                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-SIT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-CHG                PIC X(002)          VALUE SPACES.

77  WA-PASTA-RECEBIMENTO         PIC X(060)          VALUE "./".
77  WA-CARENCIA-MIN              PIC 9(005)          VALUE 60.
77  WA-MINUTOS-AGORA             PIC S9(009)         VALUE ZEROS.
77  WA-MINUTOS-VISTO             PIC S9(009)         VALUE ZEROS.
77  WA-IDADE-MIN                 PIC S9(009)         VALUE ZEROS.
77  WA-EST-ACHADO                PIC 9(004)          VALUE ZEROS.
77  WA-TOTAL-CHEGADOS            PIC 9(005)          VALUE ZEROS.

77  MYDIR                        USAGE HANDLE.
77  FILENAME                     PIC X(128).
77  WA-TOTAL-ALERTADOS           PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-SEM-MANIFESTO       PIC 9(005)          VALUE ZEROS.

*--------------------------------------------------------------------*
* SITUACAO DO LOTE: A DESTA RODADA E A DA ANTERIOR (PARA MANTER O     *
* "COMPLETO DESDE" DO MESMO LOTE).                                    *
*--------------------------------------------------------------------*
77  WA-LOTE-MD5                  PIC X(032)          VALUE SPACES.
77  WA-SITUACAO                  PIC X(001)          VALUE SPACES.
77  WA-SITUACAO-TEXTO            PIC X(040)          VALUE SPACES.
77  WA-COMPLETO-DATA             PIC 9(008)          VALUE ZEROS.
77  WA-COMPLETO-HORA             PIC 9(006)          VALUE ZEROS.
77  WA-ANT-SITUACAO              PIC X(001)          VALUE SPACES.
77  WA-ANT-LOTE-MD5              PIC X(032)          VALUE SPACES.
77  WA-ANT-QTD-MAN               PIC 9(004)          VALUE ZEROS.
77  WA-ANT-COMPLETO-DATA         PIC 9(008)          VALUE ZEROS.
77  WA-ANT-COMPLETO-HORA         PIC 9(006)          VALUE ZEROS.

copy "acucobol.def".

PROCEDURE DIVISION.
    PERFORM 4000-CONFERIR-SEM-MANIFESTO
            THRU 4000-CONFERIR-SEM-MANIFESTO-EXIT.
    PERFORM 7000-REGRAVAR-ESTADO.
    PERFORM 7500-GRAVAR-SITUACAO.
    PERFORM 8000-TRAILER.
    PERFORM 9999-FINALIZAR.
    STOP RUN.
         AT END SET WA-FIM-MAN-SIM TO TRUE
         NOT AT END
             IF  MAN-ARQUIVO NOT = SPACES AND WA-QTD-MAN < 1000
                 IF  WA-QTD-MAN = ZEROS
                     MOVE MAN-MD5-ESPERADO TO WA-LOTE-MD5
                 END-IF
                 ADD 1 TO WA-QTD-MAN
                 MOVE MAN-ARQUIVO TO WA-MAN-ARQUIVO(WA-QTD-MAN)
                 PERFORM 2150-ACHAR-NOME-BASE
    MOVE WA-MAN-ARQUIVO(WA-IDX) TO WA-ARQ-TESTE.
    PERFORM 3500-TESTAR-EXISTENCIA.
    IF  WA-EXISTE-SIM
        PERFORM 3300-REGISTRAR-CHEGADA
                THRU 3300-REGISTRAR-CHEGADA-EXIT
        GO TO 3100-CONFERIR-UMA-LINHA-EXIT
    END-IF.

           INTO WA-ARQ-TESTE.
    PERFORM 3500-TESTAR-EXISTENCIA.
    IF  WA-EXISTE-SIM
        PERFORM 3300-REGISTRAR-CHEGADA
                THRU 3300-REGISTRAR-CHEGADA-EXIT
        GO TO 3100-CONFERIR-UMA-LINHA-EXIT
    END-IF.

           INTO WA-ARQ-TESTE.
    PERFORM 3500-TESTAR-EXISTENCIA.
    IF  WA-EXISTE-SIM
        PERFORM 3300-REGISTRAR-CHEGADA
                THRU 3300-REGISTRAR-CHEGADA-EXIT
        GO TO 3100-CONFERIR-UMA-LINHA-EXIT
    END-IF.

3200-TRATAR-FALTANTE-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* ARQUIVO DO MANIFESTO QUE ESTA NO LUGAR: SE CONSTAVA DO ESTADO, ELE  *
* FALTAVA NA RODADA ANTERIOR E CHEGOU AGORA - O ATRASO (DESDE O       *
* PRIMEIRO AVISTAMENTO DA FALTA) VAI PARA O HISTORICO DE CHEGADA.     *
* COMO ELE SAI DO ESTADO NESTA RODADA, A CHEGADA E GRAVADA UMA VEZ.   *
*--------------------------------------------------------------------*
3300-REGISTRAR-CHEGADA.
    MOVE "N" TO WA-ACHOU.
    MOVE ZEROS TO WA-EST-ACHADO.
    PERFORM 3310-PROCURAR-NO-ESTADO
            VARYING WA-SCAN-IDX FROM 1 BY 1
            UNTIL WA-SCAN-IDX > WA-QTD-EST OR WA-ACHOU-SIM.
    IF  NOT WA-ACHOU-SIM
        GO TO 3300-REGISTRAR-CHEGADA-EXIT
    END-IF.

    COMPUTE WA-MINUTOS-VISTO =
            FUNCTION INTEGER-OF-DATE(WA-EST-DATA(WA-EST-ACHADO)) * 1440
          + FUNCTION NUMVAL(WA-EST-HORA(WA-EST-ACHADO)(1:2)) * 60
          + FUNCTION NUMVAL(WA-EST-HORA(WA-EST-ACHADO)(3:2)).
    COMPUTE WA-IDADE-MIN = WA-MINUTOS-AGORA - WA-MINUTOS-VISTO.
    IF  WA-IDADE-MIN < ZEROS
        MOVE ZEROS TO WA-IDADE-MIN
    END-IF.

    OPEN EXTEND CHEGADA-LOG.
    IF  SW-STATUS-CHG(1:1) = "3"
        OPEN OUTPUT CHEGADA-LOG
        CLOSE CHEGADA-LOG
        OPEN EXTEND CHEGADA-LOG
    END-IF.
    IF  SW-STATUS-CHG(1:1) NOT = ZEROS
        GO TO 3300-REGISTRAR-CHEGADA-EXIT
    END-IF.
    ADD 1 TO WA-TOTAL-CHEGADOS.
    MOVE SPACES                     TO CHG-LINHA.
    MOVE WA-MAN-ARQUIVO(WA-IDX)     TO CHG-ARQUIVO.
    MOVE WA-EST-DATA(WA-EST-ACHADO) TO CHG-FALTA-DATA.
    MOVE WA-EST-HORA(WA-EST-ACHADO) TO CHG-FALTA-HORA.
    MOVE WA-DATA-AGORA              TO CHG-DATA.
    MOVE WA-HORA-AGORA              TO CHG-HORA.
    MOVE WA-IDADE-MIN               TO CHG-ATRASO-MIN.
    WRITE CHG-LINHA.
    CLOSE CHEGADA-LOG.

    MOVE SPACES TO RPT-LINHA.
    STRING "CHEGOU ("         DELIMITED BY SIZE
           WA-IDADE-MIN       DELIMITED BY SIZE
           " MIN DE ATRASO) " DELIMITED BY SIZE
           WA-MAN-ARQUIVO(WA-IDX) DELIMITED BY "   "
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

3300-REGISTRAR-CHEGADA-EXIT.
    EXIT.

3310-PROCURAR-NO-ESTADO.
    IF  WA-EST-ARQUIVO(WA-SCAN-IDX) = WA-MAN-ARQUIVO(WA-IDX)
        MOVE "S" TO WA-ACHOU
        MOVE WA-SCAN-IDX TO WA-EST-ACHADO
    END-IF.

3500-TESTAR-EXISTENCIA.
    MOVE "N" TO WA-EXISTE.
    OPEN INPUT TESTE-FILE.
    END-PERFORM.
    CLOSE ESTADO-CTL.

*--------------------------------------------------------------------*
* SITUACAO DO LOTE PARA O DISPARADOR.  COMPLETO = MANIFESTO COM       *
* LINHAS E NENHUM FALTANTE.  O MESMO LOTE (MESMO HASH NA PRIMEIRA     *
* LINHA E MESMA QUANTIDADE) JA VISTO COMPLETO NA RODADA ANTERIOR      *
* GUARDA O "COMPLETO DESDE"; SENAO ELE COMECA AGORA.  PASSADA A       *
* CARENCIA DESDE ENTAO, O LOTE ESTA LIBERADO.                         *
*--------------------------------------------------------------------*
7500-GRAVAR-SITUACAO.
    MOVE SPACES TO WA-ANT-SITUACAO WA-ANT-LOTE-MD5.
    MOVE ZEROS  TO WA-ANT-QTD-MAN WA-ANT-COMPLETO-DATA
                   WA-ANT-COMPLETO-HORA.
    OPEN INPUT SITUACAO-CTL.
    IF  SW-STATUS-SIT(1:1) = ZEROS
        READ SITUACAO-CTL
             AT END CONTINUE
             NOT AT END
                 MOVE SIT-SITUACAO      TO WA-ANT-SITUACAO
                 MOVE SIT-LOTE-MD5      TO WA-ANT-LOTE-MD5
                 MOVE SIT-QTD-MANIFESTO TO WA-ANT-QTD-MAN
                 MOVE SIT-COMPLETO-DATA TO WA-ANT-COMPLETO-DATA
                 MOVE SIT-COMPLETO-HORA TO WA-ANT-COMPLETO-HORA
        END-READ
        CLOSE SITUACAO-CTL
    END-IF.

    MOVE ZEROS TO WA-COMPLETO-DATA WA-COMPLETO-HORA.
    EVALUATE TRUE
        WHEN WA-QTD-MAN = ZEROS
            MOVE "V" TO WA-SITUACAO
            MOVE "SEM MANIFESTO" TO WA-SITUACAO-TEXTO
        WHEN WA-TOTAL-FALTANTES > ZEROS
            MOVE "I" TO WA-SITUACAO
            MOVE "INCOMPLETO" TO WA-SITUACAO-TEXTO
        WHEN OTHER
            IF  (WA-ANT-SITUACAO = "A" OR WA-ANT-SITUACAO = "C")
                AND WA-ANT-LOTE-MD5 = WA-LOTE-MD5
                AND WA-ANT-QTD-MAN  = WA-QTD-MAN
                AND WA-ANT-COMPLETO-DATA NUMERIC
                AND WA-ANT-COMPLETO-DATA > ZEROS
                MOVE WA-ANT-COMPLETO-DATA TO WA-COMPLETO-DATA
                MOVE WA-ANT-COMPLETO-HORA TO WA-COMPLETO-HORA
            ELSE
                MOVE WA-DATA-AGORA TO WA-COMPLETO-DATA
                MOVE WA-HORA-AGORA TO WA-COMPLETO-HORA
            END-IF
            COMPUTE WA-MINUTOS-VISTO =
                    FUNCTION INTEGER-OF-DATE(WA-COMPLETO-DATA) * 1440
                  + FUNCTION NUMVAL(WA-COMPLETO-HORA(1:2)) * 60
                  + FUNCTION NUMVAL(WA-COMPLETO-HORA(3:2))
            COMPUTE WA-IDADE-MIN = WA-MINUTOS-AGORA - WA-MINUTOS-VISTO
            IF  WA-IDADE-MIN >= WA-CARENCIA-MIN
                MOVE "C" TO WA-SITUACAO
                MOVE "COMPLETO E LIBERADO" TO WA-SITUACAO-TEXTO
            ELSE
                MOVE "A" TO WA-SITUACAO
                MOVE "COMPLETO, DENTRO DA CARENCIA"
                    TO WA-SITUACAO-TEXTO
            END-IF
    END-EVALUATE.

    OPEN OUTPUT SITUACAO-CTL.
    MOVE SPACES                 TO SIT-LINHA.
    MOVE WA-DATA-AGORA          TO SIT-DATA.
    MOVE WA-HORA-AGORA          TO SIT-HORA.
    MOVE WA-SITUACAO            TO SIT-SITUACAO.
    MOVE WA-LOTE-MD5            TO SIT-LOTE-MD5.
    MOVE WA-QTD-MAN             TO SIT-QTD-MANIFESTO.
    MOVE WA-TOTAL-FALTANTES     TO SIT-QTD-FALTANTES.
    MOVE WA-TOTAL-ALERTADOS     TO SIT-QTD-ALERTADOS.
    MOVE WA-TOTAL-SEM-MANIFESTO TO SIT-QTD-SEM-MANIFESTO.
    MOVE WA-COMPLETO-DATA       TO SIT-COMPLETO-DATA.
    MOVE WA-COMPLETO-HORA       TO SIT-COMPLETO-HORA.
    MOVE WA-CARENCIA-MIN        TO SIT-CARENCIA-MIN.
    WRITE SIT-LINHA.
    CLOSE SITUACAO-CTL.

8000-TRAILER.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
           WA-TOTAL-ALERTADOS      DELIMITED BY SIZE
           "  SEM MANIFESTO: "     DELIMITED BY SIZE
           WA-TOTAL-SEM-MANIFESTO  DELIMITED BY SIZE
           "  CHEGADOS: "          DELIMITED BY SIZE
           WA-TOTAL-CHEGADOS       DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    IF  WA-COMPLETO-DATA > ZEROS
        STRING "SITUACAO DO LOTE: "  DELIMITED BY SIZE
               WA-SITUACAO-TEXTO     DELIMITED BY "  "
               " - COMPLETO DESDE "  DELIMITED BY SIZE
               WA-COMPLETO-DATA      DELIMITED BY SIZE
               " "                   DELIMITED BY SIZE
               WA-COMPLETO-HORA      DELIMITED BY SIZE
               INTO RPT-LINHA
    ELSE
        STRING "SITUACAO DO LOTE: "  DELIMITED BY SIZE
               WA-SITUACAO-TEXTO     DELIMITED BY "  "
               INTO RPT-LINHA
    END-IF.
    WRITE RPT-LINHA.

9999-FINALIZAR.
    CLOSE NFEWATCH-RPT.
