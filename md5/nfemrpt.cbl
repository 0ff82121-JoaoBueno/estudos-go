*   quarentena.ctl - EVENTOS DE QUARENTENA/LIBERACAO/REJEICAO (TIPO NFE);      *
*   nfeimp-log.txt - NOTAS ENTREGUES E IMPORTADAS PELO NFEIMP (O MANIFESTO     *
*                    DE IMPORTACAO E SOBRESCRITO A CADA RODADA - QUEM GUARDA   *
*                    A ENTREGA DIA A DIA E O LOG DO IMPORTADOR) E NOTAS        *
*                    CANCELADAS DEPOIS PELO NFEEVT;                            *
*                                                                              *
* E IMPRIME AS CONTAGENS DIARIAS DE RECEBIDOS (ACEITOS + QUARENTENADOS),       *
* APROVADOS-E-ENTREGUES, QUARENTENADOS, LIBERADOS, REJEITADOS E CANCELADOS,    *
* COM OS TOTAIS DO MES NO RODAPE.                                              *
*                                                                              *
* CRIACAO...: 02/09/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - NOVA COLUNA DE CANCELADAS: NOTAS            *
*             IMPORTADAS QUE O NFEEVT MARCOU CANCELADAS (EVENTO 110111) NO     *
*             MES, PELA LINHA "CANCELADA" DO nfeimp-log.txt, NO DIA EM QUE O   *
*             CANCELAMENTO FOI APLICADO.                                       *
* ALTERACAO.: 15/10/2026 - BUENO - O MES PADRAO (SEM nfemrpt.ctl) SAI DA DATA  *
*             DE MOVIMENTO DA ROTINA DATAMOV, NAO DO RELOGIO.                  *
* ALTERACAO.: 15/10/2026 - BUENO - NF-E RETIDA PELO CADASTRO DE FORNECEDORES   *
*             (TIPO NFEFOR) ENTRA NAS CONTAGENS DO MES.                        *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
77  SW-STATUS-LOG                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.

* DATA DE MOVIMENTO DA RODADA (ROTINA DATAMOV) - NAO A DO RELOGIO.
77  WA-DMR-OPERACAO              PIC X(001)          VALUE "C".
77  WA-DMR-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-MES                       PIC 9(006)          VALUE ZEROS.
77  WA-DATA-HOJE                 PIC 9(008)          VALUE ZEROS.
77  WA-DIA                       PIC 9(002)          VALUE ZEROS.
        05  WA-DIA-QUARENTENA    PIC 9(005).
        05  WA-DIA-LIBERADOS     PIC 9(005).
        05  WA-DIA-REJEITADOS    PIC 9(005).
        05  WA-DIA-CANCELADAS    PIC 9(005).

77  WA-TOT-RECEBIDOS             PIC 9(007)          VALUE ZEROS.
77  WA-TOT-ENTREGUES             PIC 9(007)          VALUE ZEROS.
77  WA-TOT-QUARENTENA            PIC 9(007)          VALUE ZEROS.
77  WA-TOT-LIBERADOS             PIC 9(007)          VALUE ZEROS.
77  WA-TOT-REJEITADOS            PIC 9(007)          VALUE ZEROS.
77  WA-TOT-CANCELADAS            PIC 9(007)          VALUE ZEROS.

01  WA-RPT-DETALHE.
    03  WA-RPT-DIA               PIC 9(002).
    03  WA-RPT-LIBERADOS         PIC ZZZZ9.
    03  FILLER                   PIC X(002)          VALUE SPACES.
    03  WA-RPT-REJEITADOS        PIC ZZZZ9.
    03  FILLER                   PIC X(002)          VALUE SPACES.
    03  WA-RPT-CANCELADAS        PIC ZZZZ9.

PROCEDURE DIVISION.
0000-MAINLINE.
    STOP RUN.

1000-INICIALIZAR.
    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.
    MOVE WA-DMR-DATA TO WA-DATA-HOJE.
    MOVE WA-DATA-HOJE(1:6) TO WA-MES(1:6).

    OPEN INPUT PARM-CTL.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE "DIA  RECEB  ENTRG  QUARE  LIBER  REJEI  CANCE" TO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
         AT END SET WA-FIM-QUA-SIM TO TRUE
         NOT AT END
             IF  QUA-DATA(1:6) = WA-MES(1:6)
                 AND (QUA-TIPO = "NFE" OR QUA-TIPO = "NFEFOR"
                      OR QUA-TIPO = SPACES)
                 MOVE QUA-DATA(7:2) TO WA-DIA
                 IF  WA-DIA >= 1 AND WA-DIA <= 31
                     EVALUATE QUA-SITUACAO
                     ADD 1 TO WA-TOT-ENTREGUES
                 END-IF
             END-IF
             IF  LOG-DATA(1:6) = WA-MES(1:6)
                 AND LOG-SITUACAO = "CANCELADA"
                 MOVE LOG-DATA(7:2) TO WA-DIA
                 IF  WA-DIA >= 1 AND WA-DIA <= 31
                     ADD 1 TO WA-DIA-CANCELADAS(WA-DIA)
                     ADD 1 TO WA-TOT-CANCELADAS
                 END-IF
             END-IF
    END-READ.

*--------------------------------------------------------------------*
            OR WA-DIA-QUARENTENA(WA-DIA) > ZEROS
            OR WA-DIA-LIBERADOS(WA-DIA) > ZEROS
            OR WA-DIA-REJEITADOS(WA-DIA) > ZEROS
            OR WA-DIA-CANCELADAS(WA-DIA) > ZEROS
            MOVE SPACES TO WA-RPT-DETALHE
            MOVE WA-DIA                    TO WA-RPT-DIA
            MOVE WA-DIA-RECEBIDOS(WA-DIA)  TO WA-RPT-RECEBIDOS
            MOVE WA-DIA-QUARENTENA(WA-DIA) TO WA-RPT-QUARENTENA
            MOVE WA-DIA-LIBERADOS(WA-DIA)  TO WA-RPT-LIBERADOS
            MOVE WA-DIA-REJEITADOS(WA-DIA) TO WA-RPT-REJEITADOS
            MOVE WA-DIA-CANCELADAS(WA-DIA) TO WA-RPT-CANCELADAS
            MOVE WA-RPT-DETALHE TO RPT-LINHA
            WRITE RPT-LINHA
        END-IF
           WA-TOT-LIBERADOS              DELIMITED BY SIZE
           "  REJEITADOS: "              DELIMITED BY SIZE
           WA-TOT-REJEITADOS             DELIMITED BY SIZE
           "  CANCELADAS: "              DELIMITED BY SIZE
           WA-TOT-CANCELADAS             DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

