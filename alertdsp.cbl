* ALERTACK ENCERRA O CICLO, COMO HOJE.                                         *
*                                                                              *
* CRIACAO...: 02/09/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - ALERTA SUPRIMIDO POR JANELA DE MANUTENCAO   *
*             PROGRAMADA (ALE-SUPRIMIDO "S", GRAVADO PELO ALERTREG) NAO E      *
*             ROTEADO NEM ESCALONADO - SO CONTA COMO SUPRIMIDO NO RODAPE.      *
*             A MANUTENCAO ESPERADA DEIXA DE ACORDAR A EQUIPE DE PLANTAO.      *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
77  WA-TOTAL-NOTIFICADOS         PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-ESCALADOS           PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-SEM-ROTA            PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-SUPRIMIDOS          PIC 9(005)          VALUE ZEROS.

PROCEDURE DIVISION.
0000-MAINLINE.

*--------------------------------------------------------------------*
* UM ALERTA: SO OS NAO TRATADOS ENTRAM.  A PRIMEIRA ROTA QUE CASA COM *
* O PROGRAMA (PELO PREFIXO) E A SEVERIDADE LEVA O ALERTA.  O          *
* SUPRIMIDO POR JANELA DE MANUTENCAO SO E CONTADO.                    *
*--------------------------------------------------------------------*
2000-DESPACHAR-ALERTA.
    READ ALERTAS-FILE NEXT RECORD
         AT END SET WA-FIM-ALERTAS-SIM TO TRUE
         NOT AT END
             IF  ALE-ACK NOT = "S"
                 IF  ALE-SUPRIMIDO = "S"
                     ADD 1 TO WA-TOTAL-SUPRIMIDOS
                 ELSE
                     ADD 1 TO WA-TOTAL-PENDENTES
                     PERFORM 2100-TRATAR-PENDENTE
                             THRU 2100-TRATAR-PENDENTE-EXIT
                 END-IF
             END-IF
    END-READ.

           WA-TOTAL-ESCALADOS  DELIMITED BY SIZE
           "  SEM ROTA: "      DELIMITED BY SIZE
           WA-TOTAL-SEM-ROTA   DELIMITED BY SIZE
           "  SUPRIMIDOS: "    DELIMITED BY SIZE
           WA-TOTAL-SUPRIMIDOS DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

