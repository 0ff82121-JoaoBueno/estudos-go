* LOG housekp-log.txt.  RODA COMO PASSO DO BATDRV.                             *
*                                                                              *
* CRIACAO...: 22/08/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - COM AS CADEIAS NOMEADAS DO BATDRV, O LOG    *
*             VIVO DE CADA CADEIA (batdrv-X.log) TEM A MESMA PROTECAO DO       *
*             batdrv.log: REGRA "batdrv-....log" E RECUSADA E REGISTRADA COM   *
*             O PADRAO DA REGRA.  AS GERACOES JA ARQUIVADAS PELO DRIVER        *
*             (arquivo-morto/...log.<DATA>) SEGUEM NAS REGRAS NORMAIS.         *
* ALTERACAO.: 15/10/2026 - BUENO - O ARQUIVO DE RETENCAO LEGAL DOS XML DE NF-E *
*             (retencao-nfe/ E nferetencao.ctl) FICA FORA DA FAXINA: ACHADO    *
*             QUE CAI NUMA REGRA E MANTIDO E REGISTRADO NO LOG - EXPURGO SO    *
*             PELO NFERECUP.                                                   *
* ALTERACAO.: 15/10/2026 - BUENO - PARAGRAFOS COM SAIDA POR GO TO ...-EXIT     *
*             PASSAM A SER EXECUTADOS COM THRU ATE O EXIT.                     *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
77  WA-VALOR                     PIC 9(005)          VALUE ZEROS.
77  WA-ACAO                      PIC X(001)          VALUE SPACES.
77  WA-PADRAO                    PIC X(040)          VALUE SPACES.
77  WA-QTD-LOG-CADEIA            PIC 9(003)          VALUE ZEROS.

77  WA-DATA-HOJE                 PIC 9(008)          VALUE ZEROS.
77  WA-DATA-CORTE                PIC 9(008)          VALUE ZEROS.

*   batdrv.log NAO E ASSUNTO DA FAXINA: QUEM ROTACIONA E O PROPRIO
*   BATDRV (1250-ROTACIONAR-LOG), QUE SABE SE O CICLO FECHOU.  REGRA
*   APONTANDO O LOG E RECUSADA COM RASTRO - O DA PRINCIPAL E O DE
*   CADA CADEIA NOMEADA (batdrv-<CADEIA>.log).
    MOVE ZEROS TO WA-QTD-LOG-CADEIA.
    IF  WA-PADRAO(1:7) = "batdrv-"
        INSPECT WA-PADRAO TALLYING WA-QTD-LOG-CADEIA FOR ALL ".log "
    END-IF.
    IF  WA-PADRAO = "batdrv.log" OR WA-QTD-LOG-CADEIA > ZEROS
        PERFORM 6000-RECUSAR-REGRA-BATDRV-LOG
        GO TO 2100-APLICAR-REGRA-EXIT
    END-IF.
                FUNCTION DATE-OF-INTEGER(WA-DIAS-INTEIRO)
    END-IF.

    PERFORM 3000-LISTAR-ACHADOS
            THRU 3000-LISTAR-ACHADOS-EXIT.
    PERFORM 3500-MARCAR-MAIS-NOVOS.

    IF  WA-MODO = "D"
        IF  WA-ACH-MAIS-NOVO(WA-IDX) NOT = "S"
            AND WA-ACH-DATA(WA-IDX) < WA-DATA-CORTE
            PERFORM 5000-EXECUTAR-ACAO
                    THRU 5000-EXECUTAR-ACAO-EXIT
        END-IF
    END-PERFORM.

        IF  WA-ACH-MAIS-NOVO(WA-IDX) NOT = "S"
            AND WA-GERACOES-VISTAS >= WA-VALOR
            PERFORM 5000-EXECUTAR-ACAO
                    THRU 5000-EXECUTAR-ACAO-EXIT
        END-IF
    END-PERFORM.

* EXECUTA A ACAO DA REGRA SOBRE O ACHADO WA-IDX E REGISTRA NO LOG.    *
*--------------------------------------------------------------------*
5000-EXECUTAR-ACAO.
*   O ARQUIVO DE RETENCAO LEGAL DOS XML DE NF-E (A ARVORE retencao-nfe/
*   E O INDICE nferetencao.ctl) NAO E ASSUNTO DA FAXINA: EXPURGO SO
*   PELO NFERECUP, DEPOIS DO PRAZO E SEM BLOQUEIO LEGAL.
    IF  WA-ACH-NOME(WA-IDX)(1:12) = "retencao-nfe"
        OR WA-ACH-NOME(WA-IDX)(1:12) = "nferetencao."
        PERFORM 6100-MANTER-RETENCAO-LEGAL
        GO TO 5000-EXECUTAR-ACAO-EXIT
    END-IF.

    MOVE SPACES TO LOG-LINHA.
    ACCEPT LOG-DATA FROM DATE YYYYMMDD.
    ACCEPT LOG-HORA FROM TIME.
    END-EVALUATE.
    WRITE LOG-LINHA.

5000-EXECUTAR-ACAO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* REGRA APONTANDO O batdrv.log: RECUSADA.  A ROTACAO DO LOG E DO      *
* PROPRIO DRIVER - A FAXINA, RODANDO COMO PASSO, ESTARIA OLHANDO O    *
    ACCEPT LOG-DATA FROM DATE YYYYMMDD.
    ACCEPT LOG-HORA FROM TIME.
    MOVE "MANTIDO"    TO LOG-ACAO.
    MOVE WA-PADRAO    TO LOG-ARQUIVO.
    MOVE "ROTACAO DO LOG E DO PROPRIO BATDRV" TO LOG-MOTIVO.
    WRITE LOG-LINHA.

*--------------------------------------------------------------------*
* ACHADO DO ARQUIVO DE RETENCAO LEGAL: MANTIDO, COM RASTRO NO LOG.    *
*--------------------------------------------------------------------*
6100-MANTER-RETENCAO-LEGAL.
    MOVE SPACES TO LOG-LINHA.
    ACCEPT LOG-DATA FROM DATE YYYYMMDD.
    ACCEPT LOG-HORA FROM TIME.
    MOVE "MANTIDO"    TO LOG-ACAO.
    MOVE WA-ACH-NOME(WA-IDX) TO LOG-ARQUIVO.
    MOVE "RETENCAO LEGAL DE NF-E (NFERECUP)" TO LOG-MOTIVO.
    WRITE LOG-LINHA.

9999-FINALIZAR.
    CLOSE REGRAS-CTL.
    CLOSE HOUSEKP-LOG.
