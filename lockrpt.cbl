*             PRIMEIRO DA FILA DE ESPERA) - NENHUM DOS DOIS E EDICAO           *
*             ENCERRADA E OS DOIS FICAM FORA DESTA TOTALIZACAO (A CONTENCAO    *
*             TEM RELATORIO PROPRIO, O LOCKCONT).                              *
* ALTERACAO.: 15/10/2026 - BUENO - EVENTO "CONFLITO" (SALVAR RECUSADO PELA     *
*             CONFERENCIA DO REGLOCK) TAMBEM FICA FORA: A TRAVA CONTINUA E A   *
*             EDICAO SO ENCERRA NA LIBERACAO.                                  *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
             IF  AUD-EVENTO NOT = "TRAVA"
                 AND AUD-EVENTO NOT = "NEGADA"
                 AND AUD-EVENTO NOT = "FILA"
                 AND AUD-EVENTO NOT = "CONFLITO"
                 AND AUD-LINHA NOT = SPACES
                 AND AUD-DATA-LIBERACAO(1:6) = WA-MES(1:6)
                 ADD 1 TO WA-TOTAL-EVENTOS
