*      alertack.rpt, COM A CHAVE COMPLETA (DATA+HORA+SEQ, 17 DIGITOS) QUE O    *
*      OPERADOR COPIA PARA O COMANDO DE TRATAMENTO;                            *
*   2) PROCESSA OS TRATAMENTOS PEDIDOS EM alertack.ctl - CHAVE(17)             *
*      USUARIO(30) OBSERVACAO(40) RESOLUCAO(3) - MARCANDO O ALERTA COMO        *
*      TRATADO COM QUEM, QUANDO E O CODIGO DE RESOLUCAO (LISTA FIXA EM         *
*      alertres.ws).  ALERTA TRATADO SOME DA REAPRESENTACAO DO SYSHEALTH.      *
*                                                                              *
* CRIACAO...: 22/08/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 02/09/2026 - BUENO - ALERTA AGREGADO PELO ALERTREG (MESMO        *
*             PROGRAMA/TEXTO REPETIDO NO DIA) SAI NA LISTAGEM COM "xNNN" -     *
*             TRATAR O REGISTRO TRATA A TEMPESTADE INTEIRA.                    *
* ALTERACAO.: 15/10/2026 - BUENO - TRATAMENTO EXIGE O CODIGO DE RESOLUCAO DA   *
*             LISTA FIXA (alertres.ws) NAS COLUNAS 88-90 DO alertack.ctl,      *
*             GRAVADO EM ALE-ACK-RESOLUCAO; SEM ELE O TRATAMENTO E RECUSADO.   *
*             CADA ALERTA PENDENTE SAI COM A ENTRADA DE RUNBOOK (runbook.ctl,  *
*             ROTINA RUNBOOK): CAUSAS, UTILITARIO E QUEM ACIONAR.              *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
           RECORD KEY ALE-CHAVE
           FILE STATUS SW-STATUS.

* LAYOUT DO COMANDO: CHAVE(17) USUARIO(30) OBSERVACAO(40) RESOLUCAO(3), UM
* POR LINHA.
    SELECT ACK-CTL ASSIGN "alertack.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CTL.
    03  CTL-CHAVE                PIC X(017).
    03  CTL-USUARIO              PIC X(030).
    03  CTL-OBS                  PIC X(040).
    03  CTL-RESOLUCAO            PIC X(003).

FD  ALERTACK-RPT.
01  RPT-LINHA                    PIC X(200).
77  WA-TOTAL-TRATADOS            PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-RECUSADOS           PIC 9(005)          VALUE ZEROS.

* CODIGOS DE RESOLUCAO ACEITOS NO TRATAMENTO.
copy "alertres.ws".

* ENTRADA DE RUNBOOK DE CADA ALERTA LISTADO (ROTINA RUNBOOK).
copy "runbook.ws".
77  WA-AVISOU-SEM-RUNBOOK        PIC X(001)          VALUE "N".
    88  WA-AVISOU-SEM-RUNBOOK-SIM                    VALUE "S".

01  WA-RPT-DETALHE.
    03  WA-RPT-CHAVE             PIC 9(017).
    03  FILLER                   PIC X(001)          VALUE SPACES.
        GO TO 2200-EXECUTAR-TRATAMENTO-EXIT
    END-IF.

*   SEM CODIGO DA LISTA FIXA NAO HA TRATAMENTO - O MES SEGUINTE
*   PRECISA SABER SE FOI PROBLEMA REAL, RUIDO OU COISA CONHECIDA.
    MOVE ZEROS TO ARS-ACHADO.
    PERFORM 2210-PROCURAR-RESOLUCAO
            VARYING ARS-IDX FROM 1 BY 1
            UNTIL ARS-IDX > ARS-QTD-CODIGOS OR ARS-ACHADO NOT = ZEROS.
    IF  ARS-ACHADO = ZEROS
        ADD 1 TO WA-TOTAL-RECUSADOS
        MOVE SPACES TO RPT-LINHA
        STRING "  " DELIMITED BY SIZE
               CTL-CHAVE DELIMITED BY SIZE
               " - RECUSADO (CODIGO DE RESOLUCAO '" DELIMITED BY SIZE
               CTL-RESOLUCAO DELIMITED BY SIZE
               "' FORA DA LISTA - VIDE CODIGOS NO FIM)" DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 2200-EXECUTAR-TRATAMENTO-EXIT
    END-IF.

    MOVE CTL-CHAVE TO ALE-CHAVE.
    READ ALERTAS-FILE
         KEY IS ALE-CHAVE
2200-EXECUTAR-TRATAMENTO-EXIT.
    EXIT.

2210-PROCURAR-RESOLUCAO.
    IF  CTL-RESOLUCAO = ARS-CODIGO(ARS-IDX)
        MOVE ARS-IDX TO ARS-ACHADO
    END-IF.

2250-RECUSAR-NAO-EXISTE.
    ADD 1 TO WA-TOTAL-RECUSADOS.
    MOVE SPACES TO RPT-LINHA.
    ACCEPT ALE-ACK-DATA FROM DATE YYYYMMDD.
    ACCEPT ALE-ACK-HORA FROM TIME.
    MOVE CTL-OBS      TO ALE-ACK-OBS.
    MOVE CTL-RESOLUCAO TO ALE-ACK-RESOLUCAO.
    REWRITE ALE-RECORD.
    ADD 1 TO WA-TOTAL-TRATADOS.

           CTL-CHAVE DELIMITED BY SIZE
           " - TRATADO POR " DELIMITED BY SIZE
           CTL-USUARIO DELIMITED BY SPACE
           " - "       DELIMITED BY SIZE
           CTL-RESOLUCAO DELIMITED BY SIZE
           " "         DELIMITED BY SIZE
           ARS-DESCRICAO(ARS-ACHADO) DELIMITED BY "  "
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

                     MOVE WA-OCORR-SUFIXO TO RPT-LINHA(173:7)
                 END-IF
                 WRITE RPT-LINHA
                 PERFORM 3200-MOSTRAR-RUNBOOK
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* O QUE FAZER COM O ALERTA, LOGO ABAIXO DELE: A ENTRADA DO            *
* runbook.ctl QUE CASA COM O PROGRAMA E O TEXTO (ROTINA RUNBOOK).     *
*--------------------------------------------------------------------*
3200-MOSTRAR-RUNBOOK.
    MOVE ALE-PROGRAMA TO RBK-PROGRAMA.
    MOVE ALE-TEXTO    TO RBK-TEXTO.
    CALL "RUNBOOK" USING RBK-PROGRAMA, RBK-TEXTO, RBK-RETORNO,
                         RBK-ENTRADA
    END-CALL.
    MOVE SPACES TO RPT-LINHA.
    EVALUATE TRUE
        WHEN RBK-ACHOU
            STRING "      RUNBOOK "    DELIMITED BY SIZE
                   RBK-CODIGO          DELIMITED BY SPACE
                   " - CAUSAS: "       DELIMITED BY SIZE
                   RBK-CAUSAS          DELIMITED BY "  "
                   INTO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING "      RODAR: "     DELIMITED BY SIZE
                   RBK-UTILITARIO      DELIMITED BY "  "
                   "   ACIONAR: "      DELIMITED BY SIZE
                   RBK-CONTATO         DELIMITED BY "  "
                   INTO RPT-LINHA
            WRITE RPT-LINHA
        WHEN RBK-SEM-ENTRADA
            MOVE "      SEM ENTRADA DE RUNBOOK PARA ESTE ALERTA"
              TO RPT-LINHA
            WRITE RPT-LINHA
        WHEN NOT WA-AVISOU-SEM-RUNBOOK-SIM
            MOVE "S" TO WA-AVISOU-SEM-RUNBOOK
            MOVE "      (SEM runbook.ctl - NENHUM ALERTA TEM RUNBOOK)"
              TO RPT-LINHA
            WRITE RPT-LINHA
    END-EVALUATE.

8000-TRAILER.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE "CODIGOS DE RESOLUCAO (OBRIGATORIO NO alertack.ctl, COLUNAS 88-90):"
        TO RPT-LINHA.
    WRITE RPT-LINHA.
    PERFORM 8100-LISTAR-CODIGO
            VARYING ARS-IDX FROM 1 BY 1
            UNTIL ARS-IDX > ARS-QTD-CODIGOS.

8100-LISTAR-CODIGO.
    MOVE SPACES TO RPT-LINHA.
    STRING "  "                   DELIMITED BY SIZE
           ARS-CODIGO(ARS-IDX)    DELIMITED BY SIZE
           "  "                   DELIMITED BY SIZE
           ARS-DESCRICAO(ARS-IDX) DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

9999-FINALIZAR.
    IF  WA-EXISTE-ALERTAS-SIM
        CLOSE ALERTAS-FILE
    END-IF.
    CLOSE ALERTACK-RPT.
    CANCEL "RUNBOOK".
