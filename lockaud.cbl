*              "VARRIDA" - REMOCAO PELO VARREDOR DE PID MORTO (LOCKSWP)        *
*              "NEGADA"  - TRAVA NEGADA AO SEGUNDO OPERADOR (REGLOCK 1000)     *
*              "FILA"    - TRAVA CONCEDIDA AO PRIMEIRO DA FILA DE ESPERA       *
*              "CONFLITO"- SALVAR RECUSADO: O REGISTRO MUDOU DEPOIS DA TRAVA   *
*                          (REGLOCK 5000)                                      *
*                                                                              *
* PARA EVENTOS DE LIBERACAO, O CARIMBO DE LIBERACAO E O DE AGORA E A DURACAO   *
* EM MINUTOS E CALCULADA CONTRA O CARIMBO DA TRAVA RECEBIDO DO CHAMADOR (NA    *
*             A COLUNA CORRESPONDENTE NO FIM DA LINHA - O EVENTO "NEGADA"      *
*             CARREGA O OPERADOR BARRADO ALEM DO DONO DA TRAVA.  EVENTOS       *
*             QUE NAO TEM BLOQUEADO PASSAM BRANCOS.                            *
* ALTERACAO.: 15/10/2026 - BUENO - EVENTO "CONFLITO" (CONFERENCIA ANTES DE     *
*             SALVAR DO REGLOCK): AUD-USUARIO E O DONO DA TRAVA CUJO SALVAR    *
*             FOI RECUSADO, A COLUNA DO BLOQUEADO CARREGA QUEM/O QUE MUDOU O   *
*             REGISTRO; A DURACAO E HA QUANTO TEMPO A TELA ESTAVA ABERTA.      *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
