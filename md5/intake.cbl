* GENERALIZANDO O CLILOCK: UM MOTOR, REGISTROS TIPADOS):                       *
*                                                                              *
*   - CADA FLUXO DE ENTRADA E UMA LINHA DO CONTROLE intake.ctl: TIPO(8),       *
*     PASTA-RECEBIMENTO(60), MANIFESTO(60), PASTA-APROVADOS(60), MODO(1),      *
*     CNPJ-REMETENTE(14) (QUEM MANDA O FLUXO - O BANCO DO CNAB, O FORNECEDOR   *
*     DA TABELA DE PRECO; OPCIONAL);                                           *
*   - O MANIFESTO DO TIPO TRAZ NOME-DO-ARQUIVO(100) + MD5(32), UM POR LINHA,   *
*     COM O ARQUIVO DENTRO DA PASTA DE RECEBIMENTO DO TIPO;                    *
*   - ARQUIVO QUE NAO BATE E RENOMEADO .QUARENTENA NA HORA, VIRA ALERTA NA     *
*             quarsit.ctl (SITUACAO ATUAL, INDEXADO) + quarentena.ctl          *
*             (HISTORICO APPEND-ONLY), GRAVADA PELA ROTINA COMUM QUARREG -     *
*             ESTE PROGRAMA DEIXA DE ESCREVER DIRETO NO quarentena.ctl.        *
* ALTERACAO.: 15/10/2026 - BUENO - DATA DO CABECALHO DO MANIFESTO DE           *
*             IMPORTACAO PASSA A SER A DATA DE MOVIMENTO DA ROTINA DATAMOV,    *
*             NAO A DO RELOGIO.                                                *
* ALTERACAO.: 15/10/2026 - BUENO - intake.ctl GANHA A COLUNA OPCIONAL          *
*             CNPJ-REMETENTE (QUEM MANDA O FLUXO), QUE VAI NO EVENTO DE        *
*             QUARENTENA E NO NOVO HISTORICO DE ACEITOS intake-aceitos.ctl     *
*             (LAYOUT EM md5/intkace.ws) - BASE DO PLACAR DE FORNECEDORES      *
*             FORNSCOR.                                                        *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-IMP.

* HISTORICO DOS ACEITOS (APPEND-ONLY), PARA O PLACAR DE FORNECEDORES.
    SELECT ACEITOS-LOG ASSIGN "intake-aceitos.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-ACE.

    SELECT INTAKE-RPT ASSIGN "intake.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.
    03  TIP-MANIFESTO            PIC X(060).
    03  TIP-PASTA-APROVADOS      PIC X(060).
    03  TIP-MODO                 PIC X(001).
    03  TIP-CNPJ-REMETENTE       PIC X(014).

FD  MANIFESTO.
01  MAN-LINHA.
FD  IMP-MANIFESTO.
01  IMP-LINHA                    PIC X(200).

FD  ACEITOS-LOG.
copy "md5/intkace.ws".

FD  INTAKE-RPT.
01  RPT-LINHA                    PIC X(200).

77  SW-STATUS-MAN                PIC X(002)          VALUE SPACES.
77  SW-STATUS-IMP                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-ACE                PIC X(002)          VALUE SPACES.

* DATA DE MOVIMENTO DA RODADA (ROTINA DATAMOV) - NAO A DO RELOGIO.
77  WA-DMR-OPERACAO              PIC X(001)          VALUE "C".
77  WA-DMR-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-FIM-TIPOS                 PIC X(001)          VALUE "N".
    88  WA-FIM-TIPOS-SIM                             VALUE "S".
77  WA-PASTA-RECEBIMENTO         PIC X(060)          VALUE SPACES.
77  WA-NOME-MANIFESTO            PIC X(060)          VALUE SPACES.
77  WA-PASTA-APROVADOS           PIC X(060)          VALUE SPACES.
77  WA-CNPJ-REMETENTE            PIC X(014)          VALUE SPACES.
77  WA-NOME-IMP-MANIFESTO        PIC X(080)          VALUE SPACES.

77  WA-ARQUIVO-ORIGEM            PIC X(170)          VALUE SPACES.
    MOVE TIP-PASTA-RECEBIMENTO TO WA-PASTA-RECEBIMENTO.
    MOVE TIP-MANIFESTO         TO WA-NOME-MANIFESTO.
    MOVE TIP-PASTA-APROVADOS   TO WA-PASTA-APROVADOS.
    MOVE SPACES                TO WA-CNPJ-REMETENTE.
    IF  TIP-CNPJ-REMETENTE NUMERIC
        MOVE TIP-CNPJ-REMETENTE TO WA-CNPJ-REMETENTE
    END-IF.
    MOVE ZEROS TO WA-TOTAL-TIPO WA-TOTAL-TIPO-OK
                  WA-TOTAL-TIPO-QUARENTENA WA-TOTAL-TIPO-APROVADOS.

    OPEN OUTPUT IMP-MANIFESTO.
    MOVE SPACES TO WA-IMP-HEADER.
    MOVE "H" TO WA-IMH-TIPO.
    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.
    MOVE WA-DMR-DATA TO WA-IMH-DATA.
    ACCEPT WA-IMH-HORA FROM TIME.
    MOVE WA-PASTA-APROVADOS TO WA-IMH-PASTA.
    MOVE WA-IMP-HEADER TO IMP-LINHA.
    END-IF.
    ADD 1 TO WA-TOTAL-TIPO-OK.
    PERFORM 4000-MANIFESTAR-APROVADO.
    PERFORM 4100-REGISTRAR-ACEITO
            THRU 4100-REGISTRAR-ACEITO-EXIT.

3300-ENTREGAR-APROVADO-EXIT.
    EXIT.
    MOVE WA-IMP-DETALHE TO IMP-LINHA.
    WRITE IMP-LINHA.

*--------------------------------------------------------------------*
* ACEITO DESTA RODADA NO HISTORICO DE ACEITOS.  O JA ENTREGUE DE UM   *
* RERUN NAO PASSA POR AQUI - FOI REGISTRADO NA ENTREGA ORIGINAL.      *
*--------------------------------------------------------------------*
4100-REGISTRAR-ACEITO.
    OPEN EXTEND ACEITOS-LOG.
    IF  SW-STATUS-ACE(1:1) = "3"
        OPEN OUTPUT ACEITOS-LOG
        CLOSE ACEITOS-LOG
        OPEN EXTEND ACEITOS-LOG
    END-IF.
    IF  SW-STATUS-ACE(1:1) NOT = ZEROS
        GO TO 4100-REGISTRAR-ACEITO-EXIT
    END-IF.
    MOVE SPACES                    TO ACE-LINHA.
    MOVE WA-DMR-DATA               TO ACE-DATA.
    ACCEPT ACE-HORA FROM TIME.
    MOVE WA-TIPO                   TO ACE-TIPO.
    MOVE WA-CNPJ-REMETENTE         TO ACE-CNPJ-EMIT.
    MOVE WA-ARQUIVO-ORIGEM(1:100)  TO ACE-ARQUIVO.
    WRITE ACE-LINHA.
    CLOSE ACEITOS-LOG.

4100-REGISTRAR-ACEITO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* ARQUIVO REPROVADO: RENOMEIA PARA .QUARENTENA, ALERTA NA CENTRAL E   *
* REGISTRO PELA ROTINA COMUM QUARREG, COM O TIPO DO FLUXO.            *
    MOVE "QUARENTENA" TO WA-QRG-SITUACAO.
    CALL "QUARREG" USING WA-ARQUIVO-ORIGEM(1:100), WA-TIPO,
                          MAN-MD5-ESPERADO, WA-MD5-CALCULADO(1:32),
                          WA-QRG-SITUACAO, WA-CNPJ-REMETENTE,
                          WA-QRG-RETORNO
    END-CALL.

5100-REGISTRAR-QUARENTENA-EXIT.
