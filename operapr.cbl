IDENTIFICATION DIVISION.
PROGRAM-ID.    OPERAPR.
*------------------------------------------------------------------------------*
* MANUTENCAO DE PAPEIS DO REGISTRO CENTRAL DE OPERADORES (operadores.ctl)      *
* EM DOIS TEMPOS, POR DUAS PESSOAS.  O OPERAUT TORNOU OS PAPEIS REAIS, MAS O   *
* REGISTRO CONTINUAVA UM TEXTO PLANO: QUEM TINHA ESCRITA SE INCLUIA COMO       *
* SUPERVISOR E APROVAVA A PROPRIA PURGA OU REJEICAO - O MESMO BURACO QUE O     *
* DLLAPPR FECHOU PARA O dllcheck.ctl.  AGORA:                                  *
*                                                                              *
*   ACAO "E" - ESTAGIA UMA CONCESSAO ("C") OU REVOGACAO ("V") DE UM PAPEL      *
*              PARA UM USUARIO (operadores-pend.ctl);                          *
*   ACAO "A" - APROVA: SO UM SUPERVISOR DIFERENTE DE QUEM ESTAGIOU, E QUE NAO  *
*              SEJA O PROPRIO USUARIO ALVO - NINGUEM APROVA MUDANCA NOS        *
*              PROPRIOS PAPEIS.  SO AQUI O operadores.ctl E REESCRITO;         *
*   ACAO "R" - REJEITA A PENDENCIA, SEM TOCAR NO REGISTRO;                     *
*   ACAO "I" - INICIALIZA: REGISTRA O operadores.ctl ATUAL COMO A PRIMEIRA     *
*              VERSAO APROVADA.  SO VALE ENQUANTO NAO HOUVER NENHUMA, E SO     *
*              PARA QUEM JA CONSTA COMO SUPERVISOR ATIVO NO ARQUIVO - VIRA     *
*              ALERTA NA CENTRAL (ALERTREG).                                   *
*                                                                              *
* QUEM AGE E O USUARIO REAL DA SESSAO (PIDTOUSER NO PID DO COMANDO) E, FORA A  *
* INICIALIZACAO, PRECISA DO PAPEL SUPERVISOR NO OPERAUT.  CADA PASSO, INCLUSIVE*
* A RECUSA, E APENDADO EM operapr-log.txt (LAYOUT EM operapr.ws) - A TRILHA    *
* ENTRA NO audseal.ctl COMO AS DEMAIS.  A APROVACAO GRAVA NA TRILHA O MD5 DO   *
* operadores.ctl NOVO E UMA COPIA DELE EM operadores-aprov.ctl: O OPERAUT      *
* RECUSA TUDO SE O REGISTRO NAO BATER MAIS COM ESSE MD5, E A COPIA E O QUE SE  *
* RESTAURA NO LUGAR DO ARQUIVO ADULTERADO.                                     *
*                                                                              *
* COMANDOS (operapr.ctl): ACAO(1) PID(5) OPERACAO(1) USUARIO(30) PAPEL(10).    *
*                                                                              *
* CRIACAO...: 15/10/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - REGISTRO COM MAIS DE 500 LINHAS, REVOGACAO  *
*             DE LINHA INEXISTENTE E FALHA NO OPEN DO operadores.ctl RECUSAM A *
*             APROVACAO (RETURN-CODE 8 NOS CASOS DE ARQUIVO).                  *
* ALTERACAO.: 15/10/2026 - BUENO - operadores.ctl SO COMECA VAZIO QUANDO NAO   *
*             EXISTE (35); OUTRA FALHA NO OPEN OU NA LEITURA RECUSA A ACAO SEM *
*             REESCREVER O REGISTRO.                                           *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CMD-CTL ASSIGN "operapr.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CMD.

* PENDENCIAS DE APROVACAO, UMA POR USUARIO+PAPEL.
    SELECT PEND-FILE ASSIGN "operadores-pend.ctl"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY PEN-CHAVE
           FILE STATUS SW-STATUS-PEN.

* REGISTRO VIGENTE (MESMO LAYOUT LIDO PELO OPERAUT).
    SELECT OPER-CTL ASSIGN "operadores.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-OPE.

* COPIA DA ULTIMA VERSAO APROVADA, PARA RESTAURACAO.
    SELECT OPER-APROV ASSIGN "operadores-aprov.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-APV.

    SELECT OPERAPR-RPT ASSIGN "operapr.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

* AUDITORIA (APPEND-ONLY): UMA LINHA POR ACAO.
    SELECT OPERAPR-LOG ASSIGN "operapr-log.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-LOG.

DATA DIVISION.
FILE SECTION.
FD  CMD-CTL.
01  CMD-LINHA.
    03  CMD-ACAO                 PIC X(001).
    03  CMD-PID                  PIC X(005).
    03  CMD-OPERACAO             PIC X(001).
    03  CMD-USUARIO              PIC X(030).
    03  CMD-PAPEL                PIC X(010).

FD  PEND-FILE.
01  PEN-RECORD.
    03  PEN-CHAVE.
        05  PEN-USUARIO          PIC X(030).
        05  PEN-PAPEL            PIC X(010).
    03  PEN-OPERACAO             PIC X(001).
    03  PEN-ESTAGIADOR           PIC X(030).
    03  PEN-DATA                 PIC 9(008).
    03  PEN-HORA                 PIC 9(006).
    03  PEN-SITUACAO             PIC X(010).

FD  OPER-CTL.
01  OPE-LINHA.
    03  OPE-USUARIO              PIC X(030).
    03  OPE-PAPEL                PIC X(010).
    03  OPE-ATIVO                PIC X(001).

FD  OPER-APROV.
01  APV-LINHA                    PIC X(041).

FD  OPERAPR-RPT.
01  RPT-LINHA                    PIC X(200).

FD  OPERAPR-LOG.
copy "operapr.ws".

WORKING-STORAGE SECTION.
77  SW-STATUS-CMD                PIC X(002)          VALUE SPACES.
77  SW-STATUS-PEN                PIC X(002)          VALUE SPACES.
77  SW-STATUS-OPE                PIC X(002)          VALUE SPACES.
77  SW-STATUS-APV                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-LOG                PIC X(002)          VALUE SPACES.

77  WA-FIM-CMD                   PIC X(001)          VALUE "N".
    88  WA-FIM-CMD-SIM                               VALUE "S".
77  WA-FIM-OPE                   PIC X(001)          VALUE "N".
    88  WA-FIM-OPE-SIM                               VALUE "S".
77  WA-FIM-LOG                   PIC X(001)          VALUE "N".
    88  WA-FIM-LOG-SIM                               VALUE "S".

77  WA-PID                       PIC 9(005)          VALUE ZEROS.
77  WA-USUARIO                   PIC X(030)          VALUE SPACES.
77  WA-IDX                       PIC 9(003)          VALUE ZEROS.
77  WA-ACHOU                     PIC X(001)          VALUE "N".
    88  WA-ACHOU-SIM                                 VALUE "S".
77  WA-TEM-VERSAO                PIC X(001)          VALUE "N".
    88  WA-TEM-VERSAO-SIM                            VALUE "S".
77  WA-MOTIVO                    PIC X(060)          VALUE SPACES.
77  WA-REG-CHEIO                 PIC X(001)          VALUE "N".
    88  WA-REG-CHEIO-SIM                             VALUE "S".
77  WA-COPIA-ABERTA              PIC X(001)          VALUE "N".
    88  WA-COPIA-ABERTA-SIM                          VALUE "S".
77  WA-ERRO-GRAVE                PIC X(001)          VALUE "N".
    88  WA-ERRO-GRAVE-SIM                            VALUE "S".

* CAMPOS DA LINHA DE AUDITORIA, MONTADOS POR QUEM REGISTRA A ACAO.
77  WA-ACAO-LOG                  PIC X(010)          VALUE SPACES.
77  WA-LOG-OPERACAO              PIC X(001)          VALUE SPACES.
77  WA-LOG-ESTAGIADOR            PIC X(030)          VALUE SPACES.
77  WA-MD5-REGISTRO              PIC X(032)          VALUE SPACES.

* AUTORIZACAO PELO REGISTRO CENTRAL DE OPERADORES (OPERAUT) - AQUI O
* USUARIO JA VEM RESOLVIDO DO PID DO COMANDO, ENTAO VAI PREENCHIDO.
77  WA-OAU-PAPEL                 PIC X(010)          VALUE "SUPERVISOR".
77  WA-OAU-USUARIO               PIC X(030)          VALUE SPACES.
77  WA-OAU-RETORNO               PIC 9(002)          VALUE ZEROS.
    88  WA-OAU-AUTORIZADO                            VALUE 00.
    88  WA-OAU-REGISTRO-ALTERADO                     VALUE 03.

77  WA-LIB                       PIC X(150)          VALUE SPACES.
77  WA-DLLCHK-RETORNO            PIC 9(002)          VALUE ZEROS.
    88  WA-DLLCHK-DIVERGENTE                         VALUE 01.
    88  WA-DLLCHK-SEM-MANIFESTO                      VALUE 02.
    88  WA-DLLCHK-ERRO-ARQUIVO                       VALUE 99.
77  WA-MSF-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-ARQUIVO                   PIC X(200)          VALUE SPACES.
77                               PIC X(001)          VALUE X"00".
77  WA-RET                       POINTER.
77  WA-MD5-CALCULADO             PIC X(100)          VALUE SPACES.
77                               PIC X(001)          VALUE X"00".
77  WA-LEN                       SIGNED-LONG.

77  WA-ALR-PROGRAMA              PIC X(030)          VALUE "OPERAPR".
77  WA-ALR-SEVERIDADE            PIC X(001)          VALUE "A".
77  WA-ALR-TEXTO                 PIC X(150)          VALUE SPACES.
77  WA-ALR-RETORNO               PIC 9(002)          VALUE ZEROS.

77  WA-TOTAL-ESTAGIADOS          PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-APROVADOS           PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-REJEITADOS          PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-RECUSADOS           PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-INICIADOS           PIC 9(005)          VALUE ZEROS.

*--------------------------------------------------------------------*
* COPIA EM MEMORIA DO REGISTRO VIGENTE, PARA A APROVACAO REESCREVER   *
* O ARQUIVO COM A LINHA DO USUARIO+PAPEL TROCADA (OU ACRESCENTADA).   *
*--------------------------------------------------------------------*
01  WA-TABELA-REGISTRO.
    03  WA-QTD-REG               PIC 9(003)          VALUE ZEROS.
    03  WA-REG-ITEM              OCCURS 500 TIMES.
        05  WA-REG-USUARIO       PIC X(030).
        05  WA-REG-PAPEL         PIC X(010).
        05  WA-REG-ATIVO         PIC X(001).

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    PERFORM 1100-PROCURAR-VERSAO.
    PERFORM 1200-ABRIR-AUDITORIA.
    PERFORM 2000-PROCESSAR-COMANDO
            WITH TEST AFTER
            UNTIL WA-FIM-CMD-SIM.
    PERFORM 8000-TRAILER.
    PERFORM 9999-FINALIZAR.
    STOP RUN.

1000-INICIALIZAR.
    OPEN INPUT CMD-CTL.
    IF  SW-STATUS-CMD(1:1) NOT = ZEROS
        DISPLAY "OPERAPR - NAO ABRIU operapr.ctl, STATUS " SW-STATUS-CMD
                UPON SYSERR
        STOP RUN
    END-IF.

    OPEN I-O PEND-FILE.
    IF  SW-STATUS-PEN(1:1) = "3"
        OPEN OUTPUT PEND-FILE
        CLOSE PEND-FILE
        OPEN I-O PEND-FILE
    END-IF.
    IF  SW-STATUS-PEN(1:1) NOT = ZEROS
        DISPLAY "OPERAPR - NAO ABRIU operadores-pend.ctl, STATUS "
                SW-STATUS-PEN UPON SYSERR
        STOP RUN
    END-IF.

    SET CONFIGURATION "DLL-CONVENTION" TO 0.
    MOVE "./libmd5.so" TO WA-LIB.
    CALL WA-LIB.

    CALL "DLLCHECK" USING WA-LIB, WA-DLLCHK-RETORNO END-CALL.
    IF  WA-DLLCHK-DIVERGENTE OR WA-DLLCHK-ERRO-ARQUIVO
                               OR WA-DLLCHK-SEM-MANIFESTO
        DISPLAY "OPERAPR - " WA-LIB " NAO BATE COM O MANIFESTO DE HASHES "
                "CONHECIDOS-BONS (DLLCHECK), STATUS " WA-DLLCHK-RETORNO
                UPON SYSERR
        STOP RUN
    END-IF.

*   PROCEDENCIA CONFERIDA ACIMA; AGORA A FUNCIONALIDADE - A
*   BIBLIOTECA PRECISA RESPONDER CERTO AOS VETORES CONHECIDOS.
    CALL "MD5SELF" USING WA-MSF-RETORNO END-CALL.
    IF  WA-MSF-RETORNO NOT = ZEROS
        DISPLAY "OPERAPR - libmd5.so REPROVADA NO AUTOTESTE DE "
                "RESPOSTAS CONHECIDAS (MD5SELF), STATUS "
                WA-MSF-RETORNO UPON SYSERR
        STOP RUN
    END-IF.

    OPEN OUTPUT OPERAPR-RPT.
    MOVE "MANUTENCAO DE PAPEIS DO REGISTRO DE OPERADORES (operadores.ctl)"
      TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* JA EXISTE VERSAO APROVADA?  (QUALQUER "APROVADO" OU "INICIADO" NA   *
* TRILHA) - SO SEM NENHUMA A INICIALIZACAO E ACEITA.                  *
*--------------------------------------------------------------------*
1100-PROCURAR-VERSAO.
    MOVE "N" TO WA-TEM-VERSAO WA-FIM-LOG.
    OPEN INPUT OPERAPR-LOG.
    IF  SW-STATUS-LOG(1:1) = ZEROS
        PERFORM 1110-LER-LINHA-LOG
                WITH TEST AFTER
                UNTIL WA-FIM-LOG-SIM
        CLOSE OPERAPR-LOG
    END-IF.

1110-LER-LINHA-LOG.
    READ OPERAPR-LOG
         AT END SET WA-FIM-LOG-SIM TO TRUE
         NOT AT END
             IF  (OPL-APROVADO OR OPL-INICIADO)
                 AND OPL-MD5-REGISTRO NOT = SPACES
                 MOVE "S" TO WA-TEM-VERSAO
             END-IF
    END-READ.

1200-ABRIR-AUDITORIA.
    OPEN EXTEND OPERAPR-LOG.
    IF  SW-STATUS-LOG(1:1) = "3"
        OPEN OUTPUT OPERAPR-LOG
        CLOSE OPERAPR-LOG
        OPEN EXTEND OPERAPR-LOG
    END-IF.

2000-PROCESSAR-COMANDO.
    READ CMD-CTL
         AT END SET WA-FIM-CMD-SIM TO TRUE
         NOT AT END
             IF  CMD-ACAO NOT = SPACES
                 PERFORM 2100-EXECUTAR-COMANDO
                         THRU 2100-EXECUTAR-COMANDO-EXIT
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* UM COMANDO: RESOLVE O USUARIO PELO PID DA SESSAO DE QUEM PEDIU - E  *
* ESSE USUARIO QUE FICA NA PENDENCIA E NA AUDITORIA, NAO UM NOME      *
* DIGITADO.                                                           *
*--------------------------------------------------------------------*
2100-EXECUTAR-COMANDO.
    MOVE SPACES       TO WA-USUARIO WA-LOG-ESTAGIADOR WA-MD5-REGISTRO.
    MOVE CMD-OPERACAO TO WA-LOG-OPERACAO.
    IF  NOT CMD-PID NUMERIC
        MOVE "PID INVALIDO" TO WA-MOTIVO
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 2100-EXECUTAR-COMANDO-EXIT
    END-IF.
    MOVE CMD-PID TO WA-PID(1:5).
    CALL "PIDTOUSER" USING WA-PID, WA-USUARIO.
    IF  WA-USUARIO = SPACES
        MOVE "PID SEM USUARIO" TO WA-MOTIVO
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 2100-EXECUTAR-COMANDO-EXIT
    END-IF.

    IF  CMD-ACAO = "I"
        PERFORM 6000-INICIALIZAR-VERSAO
                THRU 6000-INICIALIZAR-VERSAO-EXIT
        GO TO 2100-EXECUTAR-COMANDO-EXIT
    END-IF.

*   O OPERAUT JA RECUSA SE O operadores.ctl NAO BATER COM A ULTIMA
*   VERSAO APROVADA - NADA SE APROVA EM CIMA DE UM REGISTRO ADULTERADO.
    MOVE WA-USUARIO TO WA-OAU-USUARIO.
    CALL "OPERAUT" USING WA-OAU-PAPEL, WA-OAU-USUARIO, WA-OAU-RETORNO
    END-CALL.
    IF  NOT WA-OAU-AUTORIZADO
        IF  WA-OAU-REGISTRO-ALTERADO
            MOVE "operadores.ctl DIFERENTE DA ULTIMA VERSAO APROVADA"
              TO WA-MOTIVO
        ELSE
            MOVE "SEM PAPEL SUPERVISOR NO REGISTRO" TO WA-MOTIVO
        END-IF
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 2100-EXECUTAR-COMANDO-EXIT
    END-IF.

    EVALUATE TRUE
        WHEN CMD-ACAO = "E" AND (CMD-OPERACAO = "C" OR "V")
             AND CMD-USUARIO NOT = SPACES AND CMD-PAPEL NOT = SPACES
            PERFORM 3000-ESTAGIAR
        WHEN CMD-ACAO = "A"
            PERFORM 4000-APROVAR
                    THRU 4000-APROVAR-EXIT
        WHEN CMD-ACAO = "R"
            PERFORM 5000-REJEITAR
                    THRU 5000-REJEITAR-EXIT
        WHEN OTHER
            MOVE "ACAO/OPERACAO/USUARIO/PAPEL INVALIDO" TO WA-MOTIVO
            PERFORM 2900-RECUSAR-COMANDO
    END-EVALUATE.

2100-EXECUTAR-COMANDO-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* RECUSA: FICA NO RELATORIO E NA TRILHA, COM QUEM TENTOU (SE O PID    *
* RESOLVEU) E O MOTIVO NO RELATORIO.                                  *
*--------------------------------------------------------------------*
2900-RECUSAR-COMANDO.
    ADD 1 TO WA-TOTAL-RECUSADOS.
    MOVE "RECUSADO" TO WA-ACAO-LOG.
    PERFORM 7500-GRAVAR-AUDITORIA.
    MOVE SPACES TO RPT-LINHA.
    STRING "  RECUSADO - " DELIMITED BY SIZE
           CMD-ACAO        DELIMITED BY SIZE
           CMD-OPERACAO    DELIMITED BY SIZE
           " "             DELIMITED BY SIZE
           CMD-USUARIO     DELIMITED BY SPACE
           "/"             DELIMITED BY SIZE
           CMD-PAPEL       DELIMITED BY SPACE
           " POR "         DELIMITED BY SIZE
           WA-USUARIO      DELIMITED BY SPACE
           " ("            DELIMITED BY SIZE
           WA-MOTIVO       DELIMITED BY "  "
           ")"             DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* ESTAGIA A MUDANCA COMO PENDENTE.  RE-ESTAGIAR POR CIMA DE UMA       *
* PENDENCIA E PERMITIDO (A MAIS NOVA VALE), MAS FICA NA AUDITORIA DOS *
* DOIS EVENTOS.                                                       *
*--------------------------------------------------------------------*
3000-ESTAGIAR.
    MOVE SPACES       TO PEN-RECORD.
    MOVE CMD-USUARIO  TO PEN-USUARIO.
    MOVE CMD-PAPEL    TO PEN-PAPEL.
    MOVE CMD-OPERACAO TO PEN-OPERACAO.
    MOVE WA-USUARIO   TO PEN-ESTAGIADOR.
    ACCEPT PEN-DATA FROM DATE YYYYMMDD.
    ACCEPT PEN-HORA FROM TIME.
    MOVE "PENDENTE" TO PEN-SITUACAO.
    REWRITE PEN-RECORD
            INVALID KEY WRITE PEN-RECORD
    END-REWRITE.
    ADD 1 TO WA-TOTAL-ESTAGIADOS.
    MOVE WA-USUARIO  TO WA-LOG-ESTAGIADOR.
    MOVE "ESTAGIADO" TO WA-ACAO-LOG.
    PERFORM 7500-GRAVAR-AUDITORIA.
    MOVE SPACES TO RPT-LINHA.
    STRING "  ESTAGIADO - " DELIMITED BY SIZE
           CMD-OPERACAO     DELIMITED BY SIZE
           " "              DELIMITED BY SIZE
           CMD-USUARIO      DELIMITED BY SPACE
           "/"              DELIMITED BY SIZE
           CMD-PAPEL        DELIMITED BY SPACE
           " POR "          DELIMITED BY SIZE
           WA-USUARIO       DELIMITED BY SPACE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* APROVACAO: EXIGE PENDENCIA "PENDENTE", UM SUPERVISOR DIFERENTE DO   *
* QUE ESTAGIOU E QUE NAO SEJA O USUARIO ALVO.  SO AQUI O REGISTRO E   *
* REESCRITO - E O MD5 DELE VAI PARA A TRILHA COMO VERSAO APROVADA.    *
*--------------------------------------------------------------------*
4000-APROVAR.
    MOVE CMD-USUARIO TO PEN-USUARIO.
    MOVE CMD-PAPEL   TO PEN-PAPEL.
    READ PEND-FILE
         KEY IS PEN-CHAVE
         INVALID KEY
             MOVE "SEM PENDENCIA PARA O USUARIO/PAPEL" TO WA-MOTIVO
             PERFORM 2900-RECUSAR-COMANDO
             GO TO 4000-APROVAR-EXIT
    END-READ.
    MOVE PEN-OPERACAO   TO WA-LOG-OPERACAO.
    MOVE PEN-ESTAGIADOR TO WA-LOG-ESTAGIADOR.
    IF  PEN-SITUACAO NOT = "PENDENTE"
        MOVE "PENDENCIA JA RESOLVIDA" TO WA-MOTIVO
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 4000-APROVAR-EXIT
    END-IF.
    IF  PEN-ESTAGIADOR = WA-USUARIO
        MOVE "QUEM ESTAGIOU NAO PODE APROVAR" TO WA-MOTIVO
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 4000-APROVAR-EXIT
    END-IF.
    IF  PEN-USUARIO = WA-USUARIO
        MOVE "NINGUEM APROVA MUDANCA NOS PROPRIOS PAPEIS" TO WA-MOTIVO
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 4000-APROVAR-EXIT
    END-IF.

*   REGISTRO QUE NAO CABE INTEIRO NA TABELA NAO E REESCRITO - PERDERIA
*   AS LINHAS DO FIM.
    PERFORM 4100-CARREGAR-REGISTRO
            THRU 4100-CARREGAR-REGISTRO-EXIT.
    IF  WA-MOTIVO NOT = SPACES
        MOVE "S" TO WA-ERRO-GRAVE
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 4000-APROVAR-EXIT
    END-IF.
    IF  WA-REG-CHEIO-SIM
        MOVE "operadores.ctl COM MAIS DE 500 LINHAS - NAO REESCRITO"
          TO WA-MOTIVO
        MOVE "S" TO WA-ERRO-GRAVE
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 4000-APROVAR-EXIT
    END-IF.
    PERFORM 4200-APLICAR-MUDANCA.
    IF  WA-MOTIVO NOT = SPACES
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 4000-APROVAR-EXIT
    END-IF.
    PERFORM 4300-GRAVAR-REGISTRO
            THRU 4300-GRAVAR-REGISTRO-EXIT.
    IF  WA-MOTIVO NOT = SPACES
        MOVE "S" TO WA-ERRO-GRAVE
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 4000-APROVAR-EXIT
    END-IF.
    PERFORM 7000-CALCULAR-MD5.
    IF  WA-MD5-REGISTRO = SPACES
        DISPLAY "OPERAPR - NAO CALCULOU O MD5 DO operadores.ctl "
                "REESCRITO - O OPERAUT VAI RECUSAR ATE NOVA APROVACAO"
                UPON SYSERR
    END-IF.

    MOVE "APROVADO" TO PEN-SITUACAO.
    REWRITE PEN-RECORD.
    ADD 1 TO WA-TOTAL-APROVADOS.
    MOVE "APROVADO" TO WA-ACAO-LOG.
    PERFORM 7500-GRAVAR-AUDITORIA.
    MOVE SPACES TO RPT-LINHA.
    STRING "  APROVADO - "  DELIMITED BY SIZE
           PEN-OPERACAO     DELIMITED BY SIZE
           " "              DELIMITED BY SIZE
           PEN-USUARIO      DELIMITED BY SPACE
           "/"              DELIMITED BY SIZE
           PEN-PAPEL        DELIMITED BY SPACE
           " ESTAGIADO POR " DELIMITED BY SIZE
           PEN-ESTAGIADOR   DELIMITED BY SPACE
           " APROVADO POR " DELIMITED BY SIZE
           WA-USUARIO       DELIMITED BY SPACE
           " MD5 "          DELIMITED BY SIZE
           WA-MD5-REGISTRO  DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

4000-APROVAR-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* CARREGA operadores.ctl NA TABELA.  SO O ARQUIVO INEXISTENTE (35)    *
* COMECA VAZIO; QUALQUER OUTRA FALHA NO OPEN OU NA LEITURA VOLTA O    *
* MOTIVO - REESCREVER COM A TABELA VAZIA OU PELA METADE APAGARIA OS   *
* OUTROS OPERADORES E SUPERVISORES.                                   *
*--------------------------------------------------------------------*
4100-CARREGAR-REGISTRO.
    MOVE ZEROS  TO WA-QTD-REG.
    MOVE "N"    TO WA-FIM-OPE WA-REG-CHEIO.
    MOVE SPACES TO WA-MOTIVO.
    OPEN INPUT OPER-CTL.
    IF  SW-STATUS-OPE = "35"
        GO TO 4100-CARREGAR-REGISTRO-EXIT
    END-IF.
    IF  SW-STATUS-OPE(1:1) NOT = ZEROS
        STRING "NAO ABRIU O operadores.ctl, STATUS " DELIMITED BY SIZE
               SW-STATUS-OPE                         DELIMITED BY SIZE
               INTO WA-MOTIVO
        GO TO 4100-CARREGAR-REGISTRO-EXIT
    END-IF.
    PERFORM 4110-LER-LINHA-REGISTRO
            WITH TEST AFTER
            UNTIL WA-FIM-OPE-SIM.
    CLOSE OPER-CTL.

4100-CARREGAR-REGISTRO-EXIT.
    EXIT.

4110-LER-LINHA-REGISTRO.
    READ OPER-CTL
         AT END SET WA-FIM-OPE-SIM TO TRUE
         NOT AT END
             IF  OPE-USUARIO NOT = SPACES
                 IF  WA-QTD-REG < 500
                     ADD 1 TO WA-QTD-REG
                     MOVE OPE-USUARIO TO WA-REG-USUARIO(WA-QTD-REG)
                     MOVE OPE-PAPEL   TO WA-REG-PAPEL(WA-QTD-REG)
                     MOVE OPE-ATIVO   TO WA-REG-ATIVO(WA-QTD-REG)
                 ELSE
                     MOVE "S" TO WA-REG-CHEIO
                 END-IF
             END-IF
    END-READ.
    IF  SW-STATUS-OPE(1:1) NOT = ZEROS AND NOT = "1"
        SET WA-FIM-OPE-SIM TO TRUE
        MOVE SPACES TO WA-MOTIVO
        STRING "ERRO LENDO O operadores.ctl, STATUS " DELIMITED BY SIZE
               SW-STATUS-OPE                          DELIMITED BY SIZE
               INTO WA-MOTIVO
    END-IF.

*--------------------------------------------------------------------*
* CONCESSAO ATIVA A LINHA (OU ACRESCENTA); REVOGACAO SO DESATIVA - A  *
* LINHA FICA NO REGISTRO COM ATIVO "N", COMO HISTORICO.  REVOGAR UMA  *
* LINHA QUE NAO EXISTE, OU ACRESCENTAR COM A TABELA CHEIA, NAO MUDA   *
* NADA - VOLTA O MOTIVO E A APROVACAO E RECUSADA.                     *
*--------------------------------------------------------------------*
4200-APLICAR-MUDANCA.
    MOVE SPACES TO WA-MOTIVO.
    MOVE "N" TO WA-ACHOU.
    PERFORM 4210-PROCURAR-LINHA
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-REG.
    IF  WA-ACHOU-SIM
        CONTINUE
    ELSE
        IF  PEN-OPERACAO NOT = "C"
            MOVE "REVOGACAO DE LINHA QUE NAO EXISTE NO REGISTRO"
              TO WA-MOTIVO
        ELSE
            IF  WA-QTD-REG < 500
                ADD 1 TO WA-QTD-REG
                MOVE PEN-USUARIO TO WA-REG-USUARIO(WA-QTD-REG)
                MOVE PEN-PAPEL   TO WA-REG-PAPEL(WA-QTD-REG)
                MOVE "S"         TO WA-REG-ATIVO(WA-QTD-REG)
            ELSE
                MOVE "operadores.ctl JA TEM 500 LINHAS - SEM ESPACO"
                  TO WA-MOTIVO
                MOVE "S" TO WA-ERRO-GRAVE
            END-IF
        END-IF
    END-IF.

4210-PROCURAR-LINHA.
    IF  WA-REG-USUARIO(WA-IDX) = PEN-USUARIO
        AND WA-REG-PAPEL(WA-IDX) = PEN-PAPEL
        MOVE "S" TO WA-ACHOU
        IF  PEN-OPERACAO = "C"
            MOVE "S" TO WA-REG-ATIVO(WA-IDX)
        ELSE
            MOVE "N" TO WA-REG-ATIVO(WA-IDX)
        END-IF
    END-IF.

*--------------------------------------------------------------------*
* REESCREVE O operadores.ctl E A COPIA operadores-aprov.ctl COM O     *
* MESMO CONTEUDO.  SE O REGISTRO NAO ABRE, NADA MUDOU E VOLTA O       *
* MOTIVO.  SE SO A COPIA NAO ABRE, O REGISTRO (JA ABERTO PARA GRAVAR) *
* E GRAVADO ASSIM MESMO E A FALTA DA COPIA VAI PARA O SYSERR.         *
*--------------------------------------------------------------------*
4300-GRAVAR-REGISTRO.
    MOVE SPACES TO WA-MOTIVO.
    OPEN OUTPUT OPER-CTL.
    IF  SW-STATUS-OPE(1:1) NOT = ZEROS
        STRING "NAO ABRIU operadores.ctl PARA GRAVAR, STATUS "
                             DELIMITED BY SIZE
               SW-STATUS-OPE DELIMITED BY SIZE
               INTO WA-MOTIVO
        GO TO 4300-GRAVAR-REGISTRO-EXIT
    END-IF.
    MOVE "S" TO WA-COPIA-ABERTA.
    OPEN OUTPUT OPER-APROV.
    IF  SW-STATUS-APV(1:1) NOT = ZEROS
        MOVE "N" TO WA-COPIA-ABERTA
        MOVE "S" TO WA-ERRO-GRAVE
        DISPLAY "OPERAPR - NAO ABRIU operadores-aprov.ctl, STATUS "
                SW-STATUS-APV " - COPIA DE RESTAURACAO NAO ATUALIZADA"
                UPON SYSERR
    END-IF.
    PERFORM 4310-GRAVAR-LINHA
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-REG.
    CLOSE OPER-CTL.
    IF  WA-COPIA-ABERTA-SIM
        CLOSE OPER-APROV
    END-IF.

4300-GRAVAR-REGISTRO-EXIT.
    EXIT.

4310-GRAVAR-LINHA.
    MOVE SPACES                  TO OPE-LINHA.
    MOVE WA-REG-USUARIO(WA-IDX)  TO OPE-USUARIO.
    MOVE WA-REG-PAPEL(WA-IDX)    TO OPE-PAPEL.
    MOVE WA-REG-ATIVO(WA-IDX)    TO OPE-ATIVO.
    WRITE OPE-LINHA.
    IF  WA-COPIA-ABERTA-SIM
        MOVE OPE-LINHA TO APV-LINHA
        WRITE APV-LINHA
    END-IF.

5000-REJEITAR.
    MOVE CMD-USUARIO TO PEN-USUARIO.
    MOVE CMD-PAPEL   TO PEN-PAPEL.
    READ PEND-FILE
         KEY IS PEN-CHAVE
         INVALID KEY
             MOVE "SEM PENDENCIA PARA O USUARIO/PAPEL" TO WA-MOTIVO
             PERFORM 2900-RECUSAR-COMANDO
             GO TO 5000-REJEITAR-EXIT
    END-READ.
    MOVE PEN-OPERACAO   TO WA-LOG-OPERACAO.
    MOVE PEN-ESTAGIADOR TO WA-LOG-ESTAGIADOR.
    IF  PEN-SITUACAO NOT = "PENDENTE"
        MOVE "PENDENCIA JA RESOLVIDA" TO WA-MOTIVO
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 5000-REJEITAR-EXIT
    END-IF.

    MOVE "REJEITADO" TO PEN-SITUACAO.
    REWRITE PEN-RECORD.
    ADD 1 TO WA-TOTAL-REJEITADOS.
    MOVE "REJEITADO" TO WA-ACAO-LOG.
    PERFORM 7500-GRAVAR-AUDITORIA.
    MOVE SPACES TO RPT-LINHA.
    STRING "  REJEITADO - " DELIMITED BY SIZE
           PEN-OPERACAO     DELIMITED BY SIZE
           " "              DELIMITED BY SIZE
           PEN-USUARIO      DELIMITED BY SPACE
           "/"              DELIMITED BY SIZE
           PEN-PAPEL        DELIMITED BY SPACE
           " POR "          DELIMITED BY SIZE
           WA-USUARIO       DELIMITED BY SPACE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

5000-REJEITAR-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* PRIMEIRA VERSAO APROVADA: SEM ELA O OPERAUT NAO TEM COM O QUE       *
* CONFERIR E RECUSA TODO MUNDO.  SO ENQUANTO NAO HOUVER NENHUMA, E SO *
* PARA QUEM JA E SUPERVISOR ATIVO NO ARQUIVO ATUAL (LIDO DIRETO - O   *
* OPERAUT AINDA NAO RESPONDE).                                        *
*--------------------------------------------------------------------*
6000-INICIALIZAR-VERSAO.
    MOVE "I" TO WA-LOG-OPERACAO.
    IF  WA-TEM-VERSAO-SIM
        MOVE "REGISTRO JA TEM VERSAO APROVADA - USE E/A" TO WA-MOTIVO
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 6000-INICIALIZAR-VERSAO-EXIT
    END-IF.

    PERFORM 4100-CARREGAR-REGISTRO
            THRU 4100-CARREGAR-REGISTRO-EXIT.
    IF  WA-MOTIVO NOT = SPACES
        MOVE "S" TO WA-ERRO-GRAVE
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 6000-INICIALIZAR-VERSAO-EXIT
    END-IF.
    IF  WA-REG-CHEIO-SIM
        MOVE "operadores.ctl COM MAIS DE 500 LINHAS - SEM COPIA"
          TO WA-MOTIVO
        MOVE "S" TO WA-ERRO-GRAVE
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 6000-INICIALIZAR-VERSAO-EXIT
    END-IF.
    MOVE "N" TO WA-ACHOU.
    PERFORM 6010-PROCURAR-SUPERVISOR
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-REG.
    IF  NOT WA-ACHOU-SIM
        MOVE "SEM PAPEL SUPERVISOR NO REGISTRO" TO WA-MOTIVO
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 6000-INICIALIZAR-VERSAO-EXIT
    END-IF.

    PERFORM 7000-CALCULAR-MD5.
    IF  WA-MD5-REGISTRO = SPACES
        MOVE "NAO CALCULOU O MD5 DO operadores.ctl" TO WA-MOTIVO
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 6000-INICIALIZAR-VERSAO-EXIT
    END-IF.

*   A COPIA DE RESTAURACAO PARTE DESTA VERSAO.
    OPEN OUTPUT OPER-APROV.
    IF  SW-STATUS-APV(1:1) NOT = ZEROS
        MOVE SPACES TO WA-MOTIVO
        STRING "NAO ABRIU operadores-aprov.ctl, STATUS "
                             DELIMITED BY SIZE
               SW-STATUS-APV DELIMITED BY SIZE
               INTO WA-MOTIVO
        MOVE "S" TO WA-ERRO-GRAVE
        PERFORM 2900-RECUSAR-COMANDO
        GO TO 6000-INICIALIZAR-VERSAO-EXIT
    END-IF.
    PERFORM 6020-COPIAR-LINHA
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-REG.
    CLOSE OPER-APROV.

    MOVE "S" TO WA-TEM-VERSAO.
    ADD 1 TO WA-TOTAL-INICIADOS.
    MOVE "INICIADO" TO WA-ACAO-LOG.
    PERFORM 7500-GRAVAR-AUDITORIA.
    MOVE SPACES TO RPT-LINHA.
    STRING "  INICIADO - VERSAO APROVADA INICIAL REGISTRADA POR "
                            DELIMITED BY SIZE
           WA-USUARIO       DELIMITED BY SPACE
           " MD5 "          DELIMITED BY SIZE
           WA-MD5-REGISTRO  DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

    MOVE SPACES TO WA-ALR-TEXTO.
    STRING "VERSAO INICIAL DO operadores.ctl REGISTRADA SEM DUPLA "
                            DELIMITED BY SIZE
           "APROVACAO POR " DELIMITED BY SIZE
           WA-USUARIO       DELIMITED BY SPACE
           " - CONFERIR O CONTEUDO" DELIMITED BY SIZE
           INTO WA-ALR-TEXTO.
    CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                          WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.

6000-INICIALIZAR-VERSAO-EXIT.
    EXIT.

6010-PROCURAR-SUPERVISOR.
    IF  WA-REG-USUARIO(WA-IDX) = WA-USUARIO
        AND WA-REG-PAPEL(WA-IDX) = "SUPERVISOR"
        AND WA-REG-ATIVO(WA-IDX) = "S"
        MOVE "S" TO WA-ACHOU
    END-IF.

6020-COPIAR-LINHA.
    MOVE SPACES                  TO OPE-LINHA.
    MOVE WA-REG-USUARIO(WA-IDX)  TO OPE-USUARIO.
    MOVE WA-REG-PAPEL(WA-IDX)    TO OPE-PAPEL.
    MOVE WA-REG-ATIVO(WA-IDX)    TO OPE-ATIVO.
    MOVE OPE-LINHA TO APV-LINHA.
    WRITE APV-LINHA.

*--------------------------------------------------------------------*
* MD5 DO operadores.ctl COMO ESTA NO DISCO AGORA (BRANCO SE NAO LEU). *
*--------------------------------------------------------------------*
7000-CALCULAR-MD5.
    MOVE SPACES TO WA-MD5-REGISTRO WA-MD5-CALCULADO.
    MOVE "operadores.ctl" TO WA-ARQUIVO.
    MOVE ZEROS TO WA-LEN.
    CALL "MD5File"
             USING BY REFERENCE WA-ARQUIVO
                   BY REFERENCE WA-RET
                   BY REFERENCE WA-LEN
             GIVING RETURN-CODE
    END-CALL.
    IF  WA-LEN > ZEROS
        CALL "C$MEMCPY" USING BY REFERENCE WA-MD5-CALCULADO,
                               BY VALUE WA-RET, WA-LEN
        MOVE WA-MD5-CALCULADO(1:32) TO WA-MD5-REGISTRO
    END-IF.

7500-GRAVAR-AUDITORIA.
    MOVE SPACES TO OPL-LINHA.
    ACCEPT OPL-DATA FROM DATE YYYYMMDD.
    ACCEPT OPL-HORA FROM TIME.
*   TUDO VEM DE WORKING-STORAGE OU DO COMANDO - O MOVE SPACES ACIMA
*   LIMPA A LINHA INTEIRA.
    MOVE WA-ACAO-LOG       TO OPL-ACAO.
    MOVE WA-USUARIO        TO OPL-USUARIO.
    MOVE WA-LOG-OPERACAO   TO OPL-OPERACAO.
    MOVE CMD-USUARIO       TO OPL-ALVO-USUARIO.
    MOVE CMD-PAPEL         TO OPL-ALVO-PAPEL.
    MOVE WA-LOG-ESTAGIADOR TO OPL-ESTAGIADOR.
    IF  WA-ACAO-LOG = "APROVADO" OR WA-ACAO-LOG = "INICIADO"
        MOVE WA-MD5-REGISTRO TO OPL-MD5-REGISTRO
    END-IF.
    WRITE OPL-LINHA.

8000-TRAILER.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    STRING "ESTAGIADOS: "      DELIMITED BY SIZE
           WA-TOTAL-ESTAGIADOS DELIMITED BY SIZE
           "  APROVADOS: "     DELIMITED BY SIZE
           WA-TOTAL-APROVADOS  DELIMITED BY SIZE
           "  REJEITADOS: "    DELIMITED BY SIZE
           WA-TOTAL-REJEITADOS DELIMITED BY SIZE
           "  RECUSADOS: "     DELIMITED BY SIZE
           WA-TOTAL-RECUSADOS  DELIMITED BY SIZE
           "  INICIADOS: "     DELIMITED BY SIZE
           WA-TOTAL-INICIADOS  DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

9999-FINALIZAR.
    CLOSE CMD-CTL.
    CLOSE PEND-FILE.
    CLOSE OPERAPR-RPT.
    CLOSE OPERAPR-LOG.
    IF  WA-ERRO-GRAVE-SIM
        MOVE 8 TO RETURN-CODE
    END-IF.
