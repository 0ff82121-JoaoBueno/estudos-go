*             INFRAESTRUTURA LE JSON, NAO RELATORIO DE 132 COLUNAS EM         *
*             PORTUGUES (MESMA DISCIPLINA DE ASPAS DO EXPORT JSON DO          *
*             PARSETST: NUMERO SEM ASPAS, TEXTO COM).                         *
* ALTERACAO.: 15/10/2026 - BUENO - ALERTA SUPRIMIDO POR JANELA DE MANUTENCAO  *
*             PROGRAMADA (ALE-SUPRIMIDO "S", manutjan.ctl/ALERTREG) SAI NUMA  *
*             SECAO PROPRIA, COM O OPERADOR E O MOTIVO DA JANELA, E NAO       *
*             CONTA COMO PENDENCIA NO VEREDITO.  O JSON GANHA                 *
*             alertas_suprimidos.                                             *
* ALTERACAO.: 15/10/2026 - BUENO - CADA PENDENTE LISTADO SAI COM A ENTRADA DO *
*             runbook.ctl (ROTINA RUNBOOK): CAUSAS PROVAVEIS, UTILITARIO A    *
*             RODAR E QUEM ACIONAR.                                           *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
77  WA-ALERTAS-ABERTOS            PIC 9(005)          VALUE ZEROS.
77  WA-ALERTAS-LISTADOS           PIC 9(005)          VALUE ZEROS.
77  WA-OCORR-EDIT                 PIC ZZZZ9           VALUE ZEROS.
77  WA-ALERTAS-SUPRIMIDOS         PIC 9(005)          VALUE ZEROS.
77  WA-IDX-SUP                    PIC 9(003)          VALUE ZEROS.

* ENTRADA DE RUNBOOK DOS PENDENTES LISTADOS (ROTINA RUNBOOK).
copy "runbook.ws".

* SUPRIMIDOS SAO LIDOS JUNTO COM OS PENDENTES, MAS IMPRESSOS DEPOIS,
* NA SECAO PROPRIA - ATE 10 LISTADOS, O TOTAL SEMPRE.
01  WA-TABELA-SUPRIMIDOS.
    03  WA-QTD-SUP-LISTADOS       PIC 9(003)          VALUE ZEROS.
    03  WA-SUP-LINHA              PIC X(132)          OCCURS 10 TIMES.

*--------------------------------------------------------------------*
* MONTAGEM DO syshealth.json - OS MESMOS NUMEROS DO VEREDITO, EM      *
77  WA-ED-VEN-ALERTAS            PIC ZZZZ9           VALUE ZEROS.
77  WA-ED-PID-PROBLEMAS          PIC ZZZZ9           VALUE ZEROS.
77  WA-ED-ALE-ABERTOS            PIC ZZZZ9           VALUE ZEROS.
77  WA-ED-ALE-SUPRIMIDOS         PIC ZZZZ9           VALUE ZEROS.
77  WA-ED-RETORNO                PIC 9               VALUE ZEROS.
77  WA-FONTE-MD5                 PIC X(010)          VALUE SPACES.
77  WA-FONTE-XFD                 PIC X(010)          VALUE SPACES.
*--------------------------------------------------------------------*
* ALERTAS NAO TRATADOS DA CENTRAL: REAPARECEM AQUI TODO DIA (ATE 10   *
* LISTADOS, O TOTAL SEMPRE) ENQUANTO NINGUEM ASSUMIR PELO ALERTACK.   *
* OS SUPRIMIDOS POR JANELA DE MANUTENCAO VEM DEPOIS, EM SECAO PROPRIA, *
* E NAO ENTRAM NA CONTA DOS SEM TRATAMENTO.                           *
*--------------------------------------------------------------------*
6000-RESUMIR-ALERTAS.
    OPEN INPUT ALERTAS-FILE.
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

    IF  WA-ALERTAS-SUPRIMIDOS > ZEROS
        MOVE WA-ALERTAS-SUPRIMIDOS TO WA-RPT-NUM
        MOVE SPACES TO RPT-LINHA
        STRING "ALERTAS SUPRIMIDOS POR JANELA DE MANUTENCAO - "
                                         DELIMITED BY SIZE
               FUNCTION TRIM(WA-RPT-NUM) DELIMITED BY SIZE
               " (FORA DO VEREDITO)"     DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        PERFORM 6200-LISTAR-SUPRIMIDO
                VARYING WA-IDX-SUP FROM 1 BY 1
                UNTIL WA-IDX-SUP > WA-QTD-SUP-LISTADOS
    END-IF.

6000-RESUMIR-ALERTAS-EXIT.
    EXIT.

    READ ALERTAS-FILE NEXT RECORD
         AT END SET WA-FIM-ALERTAS-SIM TO TRUE
         NOT AT END
             IF  ALE-ACK NOT = "S" AND ALE-SUPRIMIDO = "S"
                 PERFORM 6150-GUARDAR-SUPRIMIDO
             END-IF
             IF  ALE-ACK NOT = "S" AND ALE-SUPRIMIDO NOT = "S"
                 ADD 1 TO WA-ALERTAS-ABERTOS
                 IF  WA-ALERTAS-LISTADOS < 10
                     ADD 1 TO WA-ALERTAS-LISTADOS
                         END-STRING
                     END-IF
                     WRITE RPT-LINHA
                     PERFORM 6120-MOSTRAR-RUNBOOK
                 END-IF
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* O QUE FAZER COM O PENDENTE: A ENTRADA DO runbook.ctl QUE CASA COM   *
* O PROGRAMA E O TEXTO (ROTINA RUNBOOK, A MESMA DO ALERTACK).         *
*--------------------------------------------------------------------*
6120-MOSTRAR-RUNBOOK.
    MOVE ALE-PROGRAMA TO RBK-PROGRAMA.
    MOVE ALE-TEXTO    TO RBK-TEXTO.
    CALL "RUNBOOK" USING RBK-PROGRAMA, RBK-TEXTO, RBK-RETORNO,
                         RBK-ENTRADA
    END-CALL.
    IF  RBK-ACHOU
        MOVE SPACES TO RPT-LINHA
        STRING "      RUNBOOK "    DELIMITED BY SIZE
               RBK-CODIGO          DELIMITED BY SPACE
               " - CAUSAS: "       DELIMITED BY SIZE
               RBK-CAUSAS          DELIMITED BY "  "
               INTO RPT-LINHA
        END-STRING
        WRITE RPT-LINHA
        MOVE SPACES TO RPT-LINHA
        STRING "      RODAR: "     DELIMITED BY SIZE
               RBK-UTILITARIO      DELIMITED BY "  "
               "   ACIONAR: "      DELIMITED BY SIZE
               RBK-CONTATO         DELIMITED BY "  "
               INTO RPT-LINHA
        END-STRING
        WRITE RPT-LINHA
    ELSE
        MOVE "      SEM ENTRADA DE RUNBOOK (runbook.ctl)" TO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.

6150-GUARDAR-SUPRIMIDO.
    ADD 1 TO WA-ALERTAS-SUPRIMIDOS.
    IF  WA-QTD-SUP-LISTADOS < 10
        ADD 1 TO WA-QTD-SUP-LISTADOS
        MOVE SPACES TO WA-SUP-LINHA(WA-QTD-SUP-LISTADOS)
        STRING "  SUPRIMIDO: "       DELIMITED BY SIZE
               ALE-PROGRAMA          DELIMITED BY SPACE
               " - "                 DELIMITED BY SIZE
               ALE-TEXTO(1:60)       DELIMITED BY "   "
               " [JANELA DE "        DELIMITED BY SIZE
               ALE-SUP-OPERADOR      DELIMITED BY SPACE
               ": "                  DELIMITED BY SIZE
               ALE-SUP-MOTIVO(1:40)  DELIMITED BY "   "
               "]"                   DELIMITED BY SIZE
               INTO WA-SUP-LINHA(WA-QTD-SUP-LISTADOS)
        END-STRING
    END-IF.

6200-LISTAR-SUPRIMIDO.
    MOVE WA-SUP-LINHA(WA-IDX-SUP) TO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* VEREDITO DA NOITE: VERMELHO SE QUALQUER INDICADOR PASSOU DO LIMITE  *
* ACEITAVEL (RETURN-CODE 8), AMARELO SE HOUVE OCORRENCIA DENTRO DO    *
    MOVE WA-VEN-TOTAL-ALERTAS TO WA-ED-VEN-ALERTAS.
    MOVE WA-PID-PROBLEMAS     TO WA-ED-PID-PROBLEMAS.
    MOVE WA-ALERTAS-ABERTOS   TO WA-ED-ALE-ABERTOS.
    MOVE WA-ALERTAS-SUPRIMIDOS TO WA-ED-ALE-SUPRIMIDOS.
    MOVE WA-RETORNO-FINAL     TO WA-ED-RETORNO.
    IF  NOT WA-MD5-ACHOU-TRAILER-SIM
        MOVE ZEROS TO WA-ED-MD5-TOTAL WA-ED-MD5-FALHAS
           FUNCTION TRIM(WA-FONTE-PID)    DELIMITED BY SIZE
           """,""alertas_abertos"":"      DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-ALE-ABERTOS) DELIMITED BY SIZE
           ",""alertas_suprimidos"":"     DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-ALE-SUPRIMIDOS) DELIMITED BY SIZE
           ",""veredito"":"""             DELIMITED BY SIZE
           FUNCTION TRIM(WA-VEREDITO)     DELIMITED BY SIZE
           """,""return_code"":"          DELIMITED BY SIZE

9999-FINALIZAR.
    CLOSE SYSHEALTH-RPT.
    CANCEL "RUNBOOK".
