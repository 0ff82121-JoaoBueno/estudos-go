* CHAVES PEDIDAS EM nfetrace.ctl, UMA CHAVE DE 44 DIGITOS POR LINHA.           *
*                                                                              *
* CRIACAO...: 02/09/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - NOVA SECAO 6) SITUACAO ATUAL NO LADO        *
*             VENDAS: LE O vendimp.ctl PELA CHAVE DE REGISTRO DA IMPORTACAO    *
*             E MOSTRA SE A NOTA FOI CANCELADA OU CORRIGIDA PELO NFEEVT, COM   *
*             O PROTOCOLO E A DATA/HORA DO EVENTO NA SEFAZ.                    *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-LOG.

* REGISTRO DE IMPORTACAO NO LADO VENDAS - SITUACAO ATUAL DA NOTA
* (CANCELADA/CORRIGIDA PELO NFEEVT).
    SELECT VENDIMP-FILE ASSIGN "vendimp.ctl"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY NFI-CHAVE-REG
           FILE STATUS SW-STATUS-VEN.

    SELECT NFETRACE-RPT ASSIGN "nfetrace.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.
    03  FILLER                   PIC X(001).
    03  LOG-ARQUIVO              PIC X(160).

FD  VENDIMP-FILE.
copy "md5/vendimp.ws".

FD  NFETRACE-RPT.
01  RPT-LINHA                    PIC X(200).

77  SW-STATUS-IMP                PIC X(002)          VALUE SPACES.
77  SW-STATUS-LOG                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-VEN                PIC X(002)          VALUE SPACES.

77  WA-FIM-PARM                  PIC X(001)          VALUE "N".
    88  WA-FIM-PARM-SIM                              VALUE "S".
77  WA-NOME-BASE                 PIC X(100)          VALUE SPACES.
77  WA-POS-BARRA                 PIC 9(003)          VALUE ZEROS.
77  WA-SCAN-IDX                  PIC 9(003)          VALUE ZEROS.
77  WA-CHAVE-REG-IMPORTADA       PIC X(015)          VALUE SPACES.

77  WA-TOTAL-CHAVES              PIC 9(005)          VALUE ZEROS.


*--------------------------------------------------------------------*
* UMA PAGINA POR CHAVE: ACEITACAO, HASHES DO ARQUIVO, QUARENTENA,     *
* ENTREGA NO MANIFESTO, IMPORTACAO E SITUACAO ATUAL, NESTA ORDEM.    *
*--------------------------------------------------------------------*
3000-RASTREAR-CHAVE.
    ADD 1 TO WA-TOTAL-CHAVES.
            THRU 3400-LISTAR-MANIFESTO-EXIT.
    PERFORM 3500-LISTAR-IMPORTACAO
            THRU 3500-LISTAR-IMPORTACAO-EXIT.
    PERFORM 3600-MOSTRAR-SITUACAO-ATUAL
            THRU 3600-MOSTRAR-SITUACAO-ATUAL-EXIT.

3000-RASTREAR-CHAVE-EXIT.
    EXIT.
        GO TO 3500-LISTAR-IMPORTACAO-EXIT
    END-IF.
    MOVE ZEROS TO WA-TALLY.
    MOVE SPACES TO WA-CHAVE-REG-IMPORTADA.
    MOVE "N" TO WA-FIM-ARQ.
    PERFORM 3510-LER-LINHA-LOG
            WITH TEST AFTER
         NOT AT END
             IF  LOG-CHAVE = WA-CHAVE
                 ADD 1 TO WA-TALLY
                 IF  LOG-SITUACAO = "IMPORTADO"
                     MOVE LOG-CHAVE-REG TO WA-CHAVE-REG-IMPORTADA
                 END-IF
                 MOVE SPACES TO RPT-LINHA
                 STRING "    " DELIMITED BY SIZE
                        LOG-DATA      DELIMITED BY SIZE
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* 6) SITUACAO ATUAL NO LADO VENDAS, PELO REGISTRO DE IMPORTACAO: NOTA *
* ATIVA OU O ULTIMO EVENTO DA SEFAZ APLICADO PELO NFEEVT.             *
*--------------------------------------------------------------------*
3600-MOSTRAR-SITUACAO-ATUAL.
    IF  WA-CHAVE-REG-IMPORTADA = SPACES
        GO TO 3600-MOSTRAR-SITUACAO-ATUAL-EXIT
    END-IF.
    MOVE "  SITUACAO ATUAL (vendimp.ctl):" TO RPT-LINHA.
    WRITE RPT-LINHA.
    OPEN INPUT VENDIMP-FILE.
    IF  SW-STATUS-VEN(1:1) NOT = ZEROS
        MOVE "    REGISTRO DE IMPORTACAO INDISPONIVEL" TO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 3600-MOSTRAR-SITUACAO-ATUAL-EXIT
    END-IF.
    MOVE WA-CHAVE-REG-IMPORTADA TO NFI-CHAVE-REG.
    READ VENDIMP-FILE
         INVALID KEY
             MOVE "    CHAVE DE REGISTRO NAO ENCONTRADA NO vendimp.ctl"
                 TO RPT-LINHA
             WRITE RPT-LINHA
             CLOSE VENDIMP-FILE
             GO TO 3600-MOSTRAR-SITUACAO-ATUAL-EXIT
    END-READ.
    CLOSE VENDIMP-FILE.

    MOVE SPACES TO RPT-LINHA.
    IF  NFI-SITUACAO = SPACES
        STRING "    ATIVA (SEM EVENTO DA SEFAZ)  CHAVE DE REGISTRO "
                                            DELIMITED BY SIZE
               WA-CHAVE-REG-IMPORTADA      DELIMITED BY SIZE
               INTO RPT-LINHA
        END-STRING
    ELSE
        STRING "    "                      DELIMITED BY SIZE
               NFI-SITUACAO                DELIMITED BY SPACE
               "  EVENTO "                 DELIMITED BY SIZE
               NFI-EVT-TIPO                DELIMITED BY SIZE
               " SEQ "                     DELIMITED BY SIZE
               NFI-EVT-SEQ                 DELIMITED BY SIZE
               "  PROTOCOLO "              DELIMITED BY SIZE
               NFI-EVT-PROTOCOLO           DELIMITED BY SIZE
               "  REGISTRADO EM "          DELIMITED BY SIZE
               NFI-EVT-DATA                DELIMITED BY SIZE
               " "                         DELIMITED BY SIZE
               NFI-EVT-HORA                DELIMITED BY SIZE
               INTO RPT-LINHA
        END-STRING
    END-IF.
    WRITE RPT-LINHA.

3600-MOSTRAR-SITUACAO-ATUAL-EXIT.
    EXIT.

9999-FINALIZAR.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
