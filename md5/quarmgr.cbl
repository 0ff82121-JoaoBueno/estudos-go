*             REGISTRO CENTRAL DE OPERADORES (OPERAUT/operadores.ctl);         *
*             SEM O PAPEL, A ACAO E RECUSADA E A RECUSA FICA NO                *
*             quarmgr-log.txt COMO AS DEMAIS.                                  *
* ALTERACAO.: 15/10/2026 - BUENO - TIPO "NFEEVT" (EVENTO DE NF-E POSTO EM      *
*             QUARENTENA PELO NFEEVT) RECONFERE CONTRA O MANIFESTO DE          *
*             EVENTOS nfeevt.ctl, QUE TRAZ O CAMINHO COMO O nfeverif.ctl.      *
* ALTERACAO.: 15/10/2026 - BUENO - TIPO "NFEFOR" (NF-E RETIDA PELO NFEVERIF    *
*             POR EMITENTE COM CNPJ INVALIDO OU FORNECEDOR DESCONHECIDO,       *
*             INATIVO OU BLOQUEADO) RECONFERE CONTRA O nfeverif.ctl, COMO A    *
*             NF-E - O COMPRAS LIBERA DEPOIS DE ACERTAR O CADASTRO.            *
* ALTERACAO.: 15/10/2026 - BUENO - quarmgr-log.txt GANHA A COLUNA LOG-USUARIO  *
*             NO FIM DA LINHA (USUARIO REAL DA SESSAO, C$GETPID+PIDTOUSER) -   *
*             A RECERTIFICACAO DE ACESSOS (RECERT) PRECISA SABER QUEM USOU O   *
*             PAPEL SUPERVISOR.  LINHA ANTIGA CHEGA COM A COLUNA EM BRANCO.    *
* ALTERACAO.: 15/10/2026 - BUENO - CHAMADA DO QUARREG COM O NOVO PARAMETRO DE  *
*             CNPJ DE QUEM MANDOU O DOCUMENTO - EM BRANCO NA                   *
*             LIBERACAO/REJEICAO.                                              *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
           FILE STATUS SW-STATUS-HIS.

* MANIFESTO DO TIPO DO ARQUIVO CORRENTE (MESMO LAYOUT DO NFEVERIF):
* nfeverif.ctl PARA "NFE", nfeevt.ctl PARA "NFEEVT", O MANIFESTO DO
* intake.ctl PARA OS DEMAIS.
    SELECT MANIFESTO ASSIGN WA-NOME-MANIFESTO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-MAN.
    03  LOG-ARQUIVO              PIC X(100).
    03  FILLER                   PIC X(001).
    03  LOG-MOTIVO               PIC X(040).
    03  FILLER                   PIC X(001).
    03  LOG-USUARIO              PIC X(030).

WORKING-STORAGE SECTION.
77  SW-STATUS-CMD                PIC X(002)          VALUE SPACES.
77  WA-ARQ-COMPARA               PIC X(130)          VALUE SPACES.
77  WA-QRG-MD5-ESPERADO          PIC X(032)          VALUE SPACES.
77  WA-QRG-SITUACAO              PIC X(012)          VALUE SPACES.
77  WA-QRG-CNPJ-EMIT             PIC X(014)          VALUE SPACES.
77  WA-QRG-RETORNO               PIC 9(002)          VALUE ZEROS.

* AUTORIZACAO PELO REGISTRO CENTRAL DE OPERADORES (OPERAUT).
77  WA-OAU-USUARIO               PIC X(030)          VALUE SPACES.
77  WA-OAU-RETORNO               PIC 9(002)          VALUE ZEROS.
    88  WA-OAU-AUTORIZADO                            VALUE 00.
77  WA-PID-SESSAO                PIC 9(005)          VALUE ZEROS.
77  WA-USUARIO-SESSAO            PIC X(030)          VALUE SPACES.

77  WA-TOTAL-LISTADOS            PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-LIBERADOS           PIC 9(005)          VALUE ZEROS.
        CLOSE QUARMGR-LOG
        OPEN EXTEND QUARMGR-LOG
    END-IF.
    CALL "C$GETPID".
    MOVE RETURN-CODE TO WA-PID-SESSAO.
    CALL "PIDTOUSER" USING WA-PID-SESSAO, WA-USUARIO-SESSAO.

    SET CONFIGURATION "DLL-CONVENTION" TO 0.
    MOVE "./libmd5.so" TO WA-LIB.

*--------------------------------------------------------------------*
* TIPO DO ARQUIVO DO COMANDO = O QUE O REGISTRO DE QUARENTENA DIZ     *
* DELE.  "NFE" E "NFEFOR" RECONFEREM CONTRA nfeverif.ctl, E O         *
* EVENTO "NFEEVT" CONTRA nfeevt.ctl; OS DEMAIS TIPOS USAM O MANIFESTO *
* E A PASTA DE RECEBIMENTO DO intake.ctl.                             *
*--------------------------------------------------------------------*
4050-RESOLVER-TIPO-DO-ARQUIVO.
    MOVE "NFE"          TO WA-TIPO-ARQUIVO.
            MOVE WA-QUA-TIPO(WA-IDX) TO WA-TIPO-ARQUIVO
        END-IF
    END-PERFORM.
    IF  WA-TIPO-ARQUIVO = "NFE" OR "NFEFOR"
        GO TO 4050-RESOLVER-TIPO-DO-ARQUIVO-EXIT
    END-IF.
    IF  WA-TIPO-ARQUIVO = "NFEEVT"
        MOVE "nfeevt.ctl" TO WA-NOME-MANIFESTO
        GO TO 4050-RESOLVER-TIPO-DO-ARQUIVO-EXIT
    END-IF.

    READ MANIFESTO
         AT END SET WA-FIM-MAN-SIM TO TRUE
         NOT AT END
             IF  WA-TIPO-ARQUIVO = "NFE" OR "NFEEVT" OR "NFEFOR"
                 MOVE MAN-ARQUIVO TO WA-ARQ-COMPARA
             ELSE
                 MOVE SPACES TO WA-ARQ-COMPARA
    ACCEPT LOG-HORA FROM TIME.
    MOVE CMD-ARQUIVO TO LOG-ARQUIVO.
    MOVE CMD-MOTIVO  TO LOG-MOTIVO.
    MOVE WA-USUARIO-SESSAO TO LOG-USUARIO.
    WRITE LOG-LINHA.

    MOVE SPACES TO RPT-LINHA.
    ELSE
        MOVE "REJEITADO" TO WA-QRG-SITUACAO
    END-IF.
*   O DESFECHO NAO REPETE O CNPJ DE QUEM MANDOU - QUEM PRECISA DELE
*   (FORNSCOR) USA O DO EVENTO DE QUARENTENA DO MESMO ARQUIVO.
    MOVE SPACES TO WA-QRG-MD5-ESPERADO WA-QRG-CNPJ-EMIT.
    CALL "QUARREG" USING CMD-ARQUIVO, WA-TIPO-ARQUIVO,
                          WA-QRG-MD5-ESPERADO, WA-MD5-CALCULADO(1:32),
                          WA-QRG-SITUACAO, WA-QRG-CNPJ-EMIT,
                          WA-QRG-RETORNO
    END-CALL.

7500-APENDAR-EVENTO-REGISTRO-EXIT.
