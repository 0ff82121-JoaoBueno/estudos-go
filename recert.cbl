IDENTIFICATION DIVISION.
PROGRAM-ID.  RECERT.
*------------------------------------------------------------------------------*
* RECERTIFICACAO TRIMESTRAL DE ACESSOS DO REGISTRO CENTRAL DE OPERADORES       *
* (operadores.ctl).  PAPEL DADO NO REGISTRO NUNCA E TIRADO: QUEM MUDOU DE      *
* SETOR CONTINUA PODENDO REJEITAR NF-E NO QUARMGR OU PURGAR O ckrepo.ctl NO    *
* CKMAINT.  ESTE RELATORIO LISTA CADA USUARIO ATIVO E CADA PAPEL DELE COM O    *
* ULTIMO USO DE VERDADE, TIRADO DAS TRILHAS:                                   *
*                                                                              *
*   - PAPEL SUPERVISOR: REJEICAO NO quarmgr-log.txt, REMOCAO CONFIRMADA NO     *
*     ckmaint-log.txt E LIBERACAO FORCADA NO lockcon-log.txt (COLUNA           *
*     LOG-USUARIO - LINHA ANTIGA SEM ELA NAO TEM DONO E NAO CONTA, SALVO NO    *
*     lockcon, ONDE VALE O SUPERVISOR DIGITADO);                               *
*   - PAPEL APROVADOR: ESTAGIO/APROVACAO/REJEICAO NO dllappr-log.txt;          *
*   - ATIVIDADE GERAL: CONSULTA EXECUTADA NO adhocqry-aud.txt E TRAVA DE       *
*     EDICAO NO lockaud.txt - VALE COMO "ULTIMA ATIVIDADE" DO USUARIO E COMO   *
*     ULTIMO USO DOS PAPEIS QUE NAO TEM TRILHA PROPRIA.                        *
*                                                                              *
* MARCA O PAPEL SEM USO HA N DIAS OU MAIS (OU NUNCA USADO NAS TRILHAS) E A     *
* MESMA PESSOA COM PAPEIS CONFLITANTES.  CONTROLE (recert.ctl):                *
*   "D" DIAS(5)                          - N (PADRAO 90);                      *
*   "C" PAPEL-A(10) PAPEL-B(10) MOTIVO(40) - UM PAR CONFLITANTE POR LINHA      *
*       (EX.: ESTAGIADOR X APROVADOR DO DLLAPPR).                              *
*                                                                              *
* O recert.rpt SAI COM "MANTER ( ) REVOGAR ( )" EM CADA PAPEL E O BLOCO DE     *
* ASSINATURA - E A LISTA QUE O GESTOR ASSINA NO TRIMESTRE.                     *
*                                                                              *
* CRIACAO...: 15/10/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - ESTAGIO, APROVACAO E REJEICAO DE            *
*             MUDANCA DE PAPEIS NO OPERAPR (operapr-log.txt) TAMBEM CONTAM     *
*             COMO USO DO PAPEL SUPERVISOR.                                    *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RECERT-CTL ASSIGN "recert.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CTL.

* REGISTRO CENTRAL: USUARIO(30) PAPEL(10) ATIVO(1) (MESMO DO OPERAUT).
    SELECT OPER-CTL ASSIGN "operadores.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-OPE.

    SELECT QUARMGR-LOG ASSIGN "quarmgr-log.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-QML.

    SELECT MAINT-LOG ASSIGN "ckmaint-log.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CKL.

    SELECT LOCKCON-LOG ASSIGN "lockcon-log.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-LCL.

    SELECT DLLAPPR-LOG ASSIGN "dllappr-log.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-DLL.

    SELECT OPERAPR-LOG ASSIGN "operapr-log.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-OPL.

    SELECT SQL-AUD ASSIGN "adhocqry-aud.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-ADH.

    SELECT AUD-FILE ASSIGN "lockaud.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-LAU.

    SELECT RECERT-RPT ASSIGN "recert.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

DATA DIVISION.
FILE SECTION.
FD  RECERT-CTL.
01  RCT-LINHA.
    03  RCT-TIPO                 PIC X(001).
    03  RCT-PAPEL-A              PIC X(010).
    03  RCT-PAPEL-B              PIC X(010).
    03  RCT-MOTIVO               PIC X(040).
01  RCT-LINHA-DIAS REDEFINES RCT-LINHA.
    03  FILLER                   PIC X(001).
    03  RCT-DIAS                 PIC X(005).
    03  FILLER                   PIC X(055).

FD  OPER-CTL.
01  OPE-LINHA.
    03  OPE-USUARIO              PIC X(030).
    03  OPE-PAPEL                PIC X(010).
    03  OPE-ATIVO                PIC X(001).

FD  QUARMGR-LOG.
01  QML-LINHA.
    03  QML-DATA                 PIC 9(008).
    03  FILLER                   PIC X(001).
    03  QML-HORA                 PIC 9(006).
    03  FILLER                   PIC X(001).
    03  QML-ACAO                 PIC X(010).
    03  FILLER                   PIC X(001).
    03  QML-ARQUIVO              PIC X(100).
    03  FILLER                   PIC X(001).
    03  QML-MOTIVO               PIC X(040).
    03  FILLER                   PIC X(001).
    03  QML-USUARIO              PIC X(030).

FD  MAINT-LOG.
01  CKL-LINHA.
    03  CKL-DATA                 PIC 9(008).
    03  FILLER                   PIC X(001).
    03  CKL-HORA                 PIC 9(006).
    03  FILLER                   PIC X(001).
    03  CKL-MODO                 PIC X(007).
    03  FILLER                   PIC X(001).
    03  CKL-MOTIVO               PIC X(040).
    03  FILLER                   PIC X(001).
    03  CKL-ULT-DATA             PIC 9(008).
    03  FILLER                   PIC X(001).
    03  CKL-ULT-JOB              PIC X(030).
    03  FILLER                   PIC X(001).
    03  CKL-ARQUIVO              PIC X(200).
    03  FILLER                   PIC X(001).
    03  CKL-USUARIO              PIC X(030).

FD  LOCKCON-LOG.
01  LCL-LINHA.
    03  LCL-DATA                 PIC 9(008).
    03  FILLER                   PIC X(001).
    03  LCL-HORA                 PIC 9(006).
    03  FILLER                   PIC X(001).
    03  LCL-SUPERVISOR           PIC X(030).
    03  FILLER                   PIC X(001).
    03  LCL-TIPO                 PIC X(003).
    03  FILLER                   PIC X(001).
    03  LCL-CODIGO               PIC 9(008).
    03  FILLER                   PIC X(001).
    03  LCL-DONO-USUARIO         PIC X(030).
    03  FILLER                   PIC X(001).
    03  LCL-DONO-PID             PIC 9(005).
    03  FILLER                   PIC X(001).
    03  LCL-MOTIVO               PIC X(040).
    03  FILLER                   PIC X(001).
    03  LCL-USUARIO              PIC X(030).

FD  DLLAPPR-LOG.
01  DLL-LINHA.
    03  DLL-DATA                 PIC 9(008).
    03  FILLER                   PIC X(001).
    03  DLL-HORA                 PIC 9(006).
    03  FILLER                   PIC X(001).
    03  DLL-ACAO                 PIC X(010).
    03  FILLER                   PIC X(001).
    03  DLL-USUARIO              PIC X(030).

FD  OPERAPR-LOG.
copy "operapr.ws".

FD  SQL-AUD.
01  ADH-LINHA.
    03  ADH-DATA                 PIC 9(008).
    03  FILLER                   PIC X(001).
    03  ADH-HORA                 PIC 9(006).
    03  FILLER                   PIC X(001).
    03  ADH-USUARIO              PIC X(030).
    03  FILLER                   PIC X(001).
    03  ADH-SITUACAO             PIC X(010).

FD  AUD-FILE.
copy "lockaud.ws".

FD  RECERT-RPT.
01  RPT-LINHA                    PIC X(132).

WORKING-STORAGE SECTION.
77  SW-STATUS-CTL                PIC X(002)          VALUE SPACES.
77  SW-STATUS-OPE                PIC X(002)          VALUE SPACES.
77  SW-STATUS-QML                PIC X(002)          VALUE SPACES.
77  SW-STATUS-CKL                PIC X(002)          VALUE SPACES.
77  SW-STATUS-LCL                PIC X(002)          VALUE SPACES.
77  SW-STATUS-DLL                PIC X(002)          VALUE SPACES.
77  SW-STATUS-OPL                PIC X(002)          VALUE SPACES.
77  SW-STATUS-ADH                PIC X(002)          VALUE SPACES.
77  SW-STATUS-LAU                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.

77  WA-FIM-ARQUIVO               PIC X(001)          VALUE "N".
    88  WA-FIM-ARQUIVO-SIM                           VALUE "S".
77  WA-DIAS-LIMITE               PIC 9(005)          VALUE 90.
77  WA-DATA-HOJE                 PIC 9(008)          VALUE ZEROS.
77  WA-MES-HOJE                  PIC 9(002)          VALUE ZEROS.
77  WA-TRIMESTRE                 PIC 9(001)          VALUE ZEROS.
77  WA-DIAS-SEM-USO              PIC 9(006)          VALUE ZEROS.

*--------------------------------------------------------------------*
* UMA LINHA POR USUARIO+PAPEL ATIVO DO REGISTRO, COM O ULTIMO USO.    *
*--------------------------------------------------------------------*
01  WA-TABELA-ACESSOS.
    03  WA-QTD-ACE               PIC 9(005)          VALUE ZEROS.
    03  WA-ACE-ITEM              OCCURS 1000 TIMES.
        05  WA-ACE-USUARIO       PIC X(030).
        05  WA-ACE-PAPEL         PIC X(010).
        05  WA-ACE-ULT-DATA      PIC 9(008).
        05  WA-ACE-ORIGEM        PIC X(020).

*--------------------------------------------------------------------*
* UMA LINHA POR USUARIO ATIVO, COM A ULTIMA ATIVIDADE EM QUALQUER     *
* TRILHA.                                                             *
*--------------------------------------------------------------------*
01  WA-TABELA-USUARIOS.
    03  WA-QTD-USU               PIC 9(005)          VALUE ZEROS.
    03  WA-USU-ITEM              OCCURS 500 TIMES.
        05  WA-USU-NOME          PIC X(030).
        05  WA-USU-ULT-DATA      PIC 9(008).
        05  WA-USU-ORIGEM        PIC X(020).

01  WA-TABELA-CONFLITOS.
    03  WA-QTD-CNF               PIC 9(003)          VALUE ZEROS.
    03  WA-CNF-ITEM              OCCURS 50 TIMES.
        05  WA-CNF-PAPEL-A       PIC X(010).
        05  WA-CNF-PAPEL-B       PIC X(010).
        05  WA-CNF-MOTIVO        PIC X(040).

77  WA-IDX                       PIC 9(005)          VALUE ZEROS.
77  WA-JDX                       PIC 9(005)          VALUE ZEROS.
77  WA-CDX                       PIC 9(003)          VALUE ZEROS.
77  WA-ACHOU                     PIC X(001)          VALUE "N".
    88  WA-ACHOU-SIM                                 VALUE "S".
77  WA-TEM-A                     PIC X(001)          VALUE "N".
77  WA-TEM-B                     PIC X(001)          VALUE "N".

* EVIDENCIA DE USO SENDO REGISTRADA (5000).  PAPEL EM BRANCO =
* ATIVIDADE GERAL, SEM PAPEL ESPECIFICO.
77  WA-EVD-USUARIO               PIC X(030)          VALUE SPACES.
77  WA-EVD-PAPEL                 PIC X(010)          VALUE SPACES.
77  WA-EVD-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-EVD-ORIGEM                PIC X(020)          VALUE SPACES.

77  WA-ULT-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-ORIGEM                    PIC X(020)          VALUE SPACES.
77  WA-PAPEL-TEM-TRILHA          PIC X(001)          VALUE "N".
    88  WA-PAPEL-TEM-TRILHA-SIM                      VALUE "S".
77  WA-ED-DIAS                   PIC ZZZZZ9.

77  WA-TOTAL-USUARIOS            PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-PAPEIS              PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-SEM-USO             PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-CONFLITOS           PIC 9(005)          VALUE ZEROS.

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    PERFORM 1100-LER-CONTROLE.
    PERFORM 2000-CARREGAR-REGISTRO
            THRU 2000-CARREGAR-REGISTRO-EXIT.
    PERFORM 3000-LER-TRILHAS.
    PERFORM 6000-RELATAR.
    PERFORM 8000-TRAILER.
    PERFORM 9999-FINALIZAR.
    STOP RUN.

1000-INICIALIZAR.
    ACCEPT WA-DATA-HOJE FROM DATE YYYYMMDD.
    MOVE WA-DATA-HOJE(5:2) TO WA-MES-HOJE.
    COMPUTE WA-TRIMESTRE = (WA-MES-HOJE - 1) / 3 + 1.

    OPEN OUTPUT RECERT-RPT.
    MOVE SPACES TO RPT-LINHA.
    STRING "RECERTIFICACAO TRIMESTRAL DE ACESSOS (operadores.ctl) - "
                          DELIMITED BY SIZE
           WA-DATA-HOJE(1:4) DELIMITED BY SIZE
           "/T"           DELIMITED BY SIZE
           WA-TRIMESTRE   DELIMITED BY SIZE
           " - EMITIDO EM " DELIMITED BY SIZE
           WA-DATA-HOJE   DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

1100-LER-CONTROLE.
    OPEN INPUT RECERT-CTL.
    IF  SW-STATUS-CTL(1:1) = ZEROS
        MOVE "N" TO WA-FIM-ARQUIVO
        PERFORM 1110-LER-LINHA-CONTROLE
                WITH TEST AFTER
                UNTIL WA-FIM-ARQUIVO-SIM
        CLOSE RECERT-CTL
    END-IF.

    MOVE WA-DIAS-LIMITE TO WA-ED-DIAS.
    MOVE SPACES TO RPT-LINHA.
    STRING "PAPEL SEM USO HA "      DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-DIAS) DELIMITED BY SIZE
           " DIAS OU MAIS E MARCADO PARA REVISAO" DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    IF  WA-QTD-CNF = ZEROS
        MOVE "NENHUM PAR DE PAPEIS CONFLITANTES CADASTRADO EM recert.ctl"
          TO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.
    PERFORM 1120-LISTAR-CONFLITO
            VARYING WA-CDX FROM 1 BY 1
            UNTIL WA-CDX > WA-QTD-CNF.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

1110-LER-LINHA-CONTROLE.
    READ RECERT-CTL
         AT END SET WA-FIM-ARQUIVO-SIM TO TRUE
         NOT AT END
             EVALUATE TRUE
                 WHEN RCT-TIPO = "D" AND RCT-DIAS NUMERIC
                     MOVE RCT-DIAS TO WA-DIAS-LIMITE
                 WHEN RCT-TIPO = "C" AND RCT-PAPEL-A NOT = SPACES
                      AND RCT-PAPEL-B NOT = SPACES AND WA-QTD-CNF < 50
                     ADD 1 TO WA-QTD-CNF
                     MOVE RCT-PAPEL-A TO WA-CNF-PAPEL-A(WA-QTD-CNF)
                     MOVE RCT-PAPEL-B TO WA-CNF-PAPEL-B(WA-QTD-CNF)
                     MOVE RCT-MOTIVO  TO WA-CNF-MOTIVO(WA-QTD-CNF)
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE
    END-READ.

1120-LISTAR-CONFLITO.
    MOVE SPACES TO RPT-LINHA.
    STRING "PAPEIS CONFLITANTES: "    DELIMITED BY SIZE
           WA-CNF-PAPEL-A(WA-CDX)     DELIMITED BY SPACE
           " X "                      DELIMITED BY SIZE
           WA-CNF-PAPEL-B(WA-CDX)     DELIMITED BY SPACE
           " - "                      DELIMITED BY SIZE
           WA-CNF-MOTIVO(WA-CDX)      DELIMITED BY "  "
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* SO LINHA ATIVA ("S") ENTRA - E A MESMA REGRA DO OPERAUT.            *
*--------------------------------------------------------------------*
2000-CARREGAR-REGISTRO.
    OPEN INPUT OPER-CTL.
    IF  SW-STATUS-OPE(1:1) NOT = ZEROS
        MOVE "SEM operadores.ctl - NADA A RECERTIFICAR" TO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 2000-CARREGAR-REGISTRO-EXIT
    END-IF.
    MOVE "N" TO WA-FIM-ARQUIVO.
    PERFORM 2100-LER-OPERADOR
            WITH TEST AFTER
            UNTIL WA-FIM-ARQUIVO-SIM.
    CLOSE OPER-CTL.

2000-CARREGAR-REGISTRO-EXIT.
    EXIT.

2100-LER-OPERADOR.
    READ OPER-CTL
         AT END SET WA-FIM-ARQUIVO-SIM TO TRUE
         NOT AT END
             IF  OPE-ATIVO = "S" AND OPE-USUARIO NOT = SPACES
                 AND WA-QTD-ACE < 1000
                 ADD 1 TO WA-QTD-ACE
                 MOVE OPE-USUARIO TO WA-ACE-USUARIO(WA-QTD-ACE)
                 MOVE OPE-PAPEL   TO WA-ACE-PAPEL(WA-QTD-ACE)
                 MOVE ZEROS       TO WA-ACE-ULT-DATA(WA-QTD-ACE)
                 MOVE SPACES      TO WA-ACE-ORIGEM(WA-QTD-ACE)
                 PERFORM 2200-ANOTAR-USUARIO
             END-IF
    END-READ.

2200-ANOTAR-USUARIO.
    MOVE "N" TO WA-ACHOU.
    PERFORM 2210-PROCURAR-USUARIO
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-USU OR WA-ACHOU-SIM.
    IF  NOT WA-ACHOU-SIM AND WA-QTD-USU < 500
        ADD 1 TO WA-QTD-USU
        MOVE OPE-USUARIO TO WA-USU-NOME(WA-QTD-USU)
        MOVE ZEROS       TO WA-USU-ULT-DATA(WA-QTD-USU)
        MOVE SPACES      TO WA-USU-ORIGEM(WA-QTD-USU)
    END-IF.

2210-PROCURAR-USUARIO.
    IF  WA-USU-NOME(WA-IDX) = OPE-USUARIO
        MOVE "S" TO WA-ACHOU
    END-IF.

*--------------------------------------------------------------------*
* CADA TRILHA E LIDA INTEIRA; TRILHA QUE NAO EXISTE E SO PULADA.      *
*--------------------------------------------------------------------*
3000-LER-TRILHAS.
    OPEN INPUT QUARMGR-LOG.
    IF  SW-STATUS-QML(1:1) = ZEROS
        MOVE "N" TO WA-FIM-ARQUIVO
        PERFORM 3100-LER-QUARMGR
                WITH TEST AFTER
                UNTIL WA-FIM-ARQUIVO-SIM
        CLOSE QUARMGR-LOG
    END-IF.

    OPEN INPUT MAINT-LOG.
    IF  SW-STATUS-CKL(1:1) = ZEROS
        MOVE "N" TO WA-FIM-ARQUIVO
        PERFORM 3200-LER-CKMAINT
                WITH TEST AFTER
                UNTIL WA-FIM-ARQUIVO-SIM
        CLOSE MAINT-LOG
    END-IF.

    OPEN INPUT LOCKCON-LOG.
    IF  SW-STATUS-LCL(1:1) = ZEROS
        MOVE "N" TO WA-FIM-ARQUIVO
        PERFORM 3300-LER-LOCKCON
                WITH TEST AFTER
                UNTIL WA-FIM-ARQUIVO-SIM
        CLOSE LOCKCON-LOG
    END-IF.

    OPEN INPUT DLLAPPR-LOG.
    IF  SW-STATUS-DLL(1:1) = ZEROS
        MOVE "N" TO WA-FIM-ARQUIVO
        PERFORM 3400-LER-DLLAPPR
                WITH TEST AFTER
                UNTIL WA-FIM-ARQUIVO-SIM
        CLOSE DLLAPPR-LOG
    END-IF.

    OPEN INPUT OPERAPR-LOG.
    IF  SW-STATUS-OPL(1:1) = ZEROS
        MOVE "N" TO WA-FIM-ARQUIVO
        PERFORM 3450-LER-OPERAPR
                WITH TEST AFTER
                UNTIL WA-FIM-ARQUIVO-SIM
        CLOSE OPERAPR-LOG
    END-IF.

    OPEN INPUT SQL-AUD.
    IF  SW-STATUS-ADH(1:1) = ZEROS
        MOVE "N" TO WA-FIM-ARQUIVO
        PERFORM 3500-LER-ADHOCQRY
                WITH TEST AFTER
                UNTIL WA-FIM-ARQUIVO-SIM
        CLOSE SQL-AUD
    END-IF.

    OPEN INPUT AUD-FILE.
    IF  SW-STATUS-LAU(1:1) = ZEROS
        MOVE "N" TO WA-FIM-ARQUIVO
        PERFORM 3600-LER-LOCKAUD
                WITH TEST AFTER
                UNTIL WA-FIM-ARQUIVO-SIM
        CLOSE AUD-FILE
    END-IF.

* REJEICAO DEFINITIVA E A ACAO QUE EXIGE SUPERVISOR NO QUARMGR.
3100-LER-QUARMGR.
    READ QUARMGR-LOG
         AT END SET WA-FIM-ARQUIVO-SIM TO TRUE
         NOT AT END
             IF  QML-ACAO = "REJEITADO" AND QML-USUARIO NOT = SPACES
                 AND QML-DATA NUMERIC
                 MOVE QML-USUARIO       TO WA-EVD-USUARIO
                 MOVE "SUPERVISOR"      TO WA-EVD-PAPEL
                 MOVE QML-DATA          TO WA-EVD-DATA
                 MOVE "quarmgr-log.txt" TO WA-EVD-ORIGEM
                 PERFORM 5000-REGISTRAR-USO
             END-IF
    END-READ.

* SO A REMOCAO CONFIRMADA USA O PAPEL - PREVIA QUALQUER UM RODA.
3200-LER-CKMAINT.
    READ MAINT-LOG
         AT END SET WA-FIM-ARQUIVO-SIM TO TRUE
         NOT AT END
             IF  CKL-MODO = "REMOVEU" AND CKL-USUARIO NOT = SPACES
                 AND CKL-DATA NUMERIC
                 MOVE CKL-USUARIO       TO WA-EVD-USUARIO
                 MOVE "SUPERVISOR"      TO WA-EVD-PAPEL
                 MOVE CKL-DATA          TO WA-EVD-DATA
                 MOVE "ckmaint-log.txt" TO WA-EVD-ORIGEM
                 PERFORM 5000-REGISTRAR-USO
             END-IF
    END-READ.

* LIBERACAO FORCADA FEITA (A RECUSA NAO TEM TIPO).  LINHA ANTIGA, SEM
* LOG-USUARIO, FICA COM O SUPERVISOR DIGITADO NO CONTROLE.
3300-LER-LOCKCON.
    READ LOCKCON-LOG
         AT END SET WA-FIM-ARQUIVO-SIM TO TRUE
         NOT AT END
             IF  LCL-TIPO NOT = SPACES AND LCL-DATA NUMERIC
                 IF  LCL-USUARIO NOT = SPACES
                     MOVE LCL-USUARIO    TO WA-EVD-USUARIO
                 ELSE
                     MOVE LCL-SUPERVISOR TO WA-EVD-USUARIO
                 END-IF
                 MOVE "SUPERVISOR"      TO WA-EVD-PAPEL
                 MOVE LCL-DATA          TO WA-EVD-DATA
                 MOVE "lockcon-log.txt" TO WA-EVD-ORIGEM
                 PERFORM 5000-REGISTRAR-USO
             END-IF
    END-READ.

3400-LER-DLLAPPR.
    READ DLLAPPR-LOG
         AT END SET WA-FIM-ARQUIVO-SIM TO TRUE
         NOT AT END
             IF  DLL-ACAO NOT = "RECUSADO" AND DLL-USUARIO NOT = SPACES
                 AND DLL-DATA NUMERIC
                 MOVE DLL-USUARIO       TO WA-EVD-USUARIO
                 MOVE "APROVADOR"       TO WA-EVD-PAPEL
                 MOVE DLL-DATA          TO WA-EVD-DATA
                 MOVE "dllappr-log.txt" TO WA-EVD-ORIGEM
                 PERFORM 5000-REGISTRAR-USO
             END-IF
    END-READ.

* MANUTENCAO DE PAPEIS: SO SUPERVISOR ESTAGIA, APROVA OU REJEITA.
3450-LER-OPERAPR.
    READ OPERAPR-LOG
         AT END SET WA-FIM-ARQUIVO-SIM TO TRUE
         NOT AT END
             IF  (OPL-ESTAGIADO OR OPL-APROVADO OR OPL-REJEITADO)
                 AND OPL-USUARIO NOT = SPACES AND OPL-DATA NUMERIC
                 MOVE OPL-USUARIO       TO WA-EVD-USUARIO
                 MOVE "SUPERVISOR"      TO WA-EVD-PAPEL
                 MOVE OPL-DATA          TO WA-EVD-DATA
                 MOVE "operapr-log.txt" TO WA-EVD-ORIGEM
                 PERFORM 5000-REGISTRAR-USO
             END-IF
    END-READ.

3500-LER-ADHOCQRY.
    READ SQL-AUD
         AT END SET WA-FIM-ARQUIVO-SIM TO TRUE
         NOT AT END
             IF  ADH-SITUACAO = "EXECUTADO" AND ADH-USUARIO NOT = SPACES
                 AND ADH-DATA NUMERIC
                 MOVE ADH-USUARIO        TO WA-EVD-USUARIO
                 MOVE SPACES             TO WA-EVD-PAPEL
                 MOVE ADH-DATA           TO WA-EVD-DATA
                 MOVE "adhocqry-aud.txt" TO WA-EVD-ORIGEM
                 PERFORM 5000-REGISTRAR-USO
             END-IF
    END-READ.

3600-LER-LOCKAUD.
    READ AUD-FILE
         AT END SET WA-FIM-ARQUIVO-SIM TO TRUE
         NOT AT END
             IF  (AUD-EVENTO = "TRAVA" OR AUD-EVENTO = "LIBERA")
                 AND AUD-USUARIO NOT = SPACES
                 AND AUD-DATA-TRAVA NUMERIC
                 MOVE AUD-USUARIO    TO WA-EVD-USUARIO
                 MOVE SPACES         TO WA-EVD-PAPEL
                 MOVE AUD-DATA-TRAVA TO WA-EVD-DATA
                 MOVE "lockaud.txt"  TO WA-EVD-ORIGEM
                 PERFORM 5000-REGISTRAR-USO
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* UMA EVIDENCIA: SOBE A ULTIMA ATIVIDADE DO USUARIO E, COM PAPEL, O   *
* ULTIMO USO DAQUELE PAPEL - SEMPRE A DATA MAIS RECENTE VENCE.        *
*--------------------------------------------------------------------*
5000-REGISTRAR-USO.
    PERFORM 5100-SUBIR-ATIVIDADE
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-USU.
    IF  WA-EVD-PAPEL NOT = SPACES
        PERFORM 5200-SUBIR-PAPEL
                VARYING WA-IDX FROM 1 BY 1
                UNTIL WA-IDX > WA-QTD-ACE
    END-IF.

5100-SUBIR-ATIVIDADE.
    IF  WA-USU-NOME(WA-IDX) = WA-EVD-USUARIO
        AND WA-EVD-DATA > WA-USU-ULT-DATA(WA-IDX)
        MOVE WA-EVD-DATA   TO WA-USU-ULT-DATA(WA-IDX)
        MOVE WA-EVD-ORIGEM TO WA-USU-ORIGEM(WA-IDX)
    END-IF.

5200-SUBIR-PAPEL.
    IF  WA-ACE-USUARIO(WA-IDX) = WA-EVD-USUARIO
        AND WA-ACE-PAPEL(WA-IDX) = WA-EVD-PAPEL
        AND WA-EVD-DATA > WA-ACE-ULT-DATA(WA-IDX)
        MOVE WA-EVD-DATA   TO WA-ACE-ULT-DATA(WA-IDX)
        MOVE WA-EVD-ORIGEM TO WA-ACE-ORIGEM(WA-IDX)
    END-IF.

*--------------------------------------------------------------------*
* UMA SECAO POR USUARIO: ULTIMA ATIVIDADE, CADA PAPEL COM O ULTIMO    *
* USO E A CAIXA MANTER/REVOGAR, E OS CONFLITOS DELE.                  *
*--------------------------------------------------------------------*
6000-RELATAR.
    PERFORM 6100-RELATAR-USUARIO
            VARYING WA-JDX FROM 1 BY 1
            UNTIL WA-JDX > WA-QTD-USU.

6100-RELATAR-USUARIO.
    ADD 1 TO WA-TOTAL-USUARIOS.
    MOVE SPACES TO RPT-LINHA.
    IF  WA-USU-ULT-DATA(WA-JDX) = ZEROS
        STRING "USUARIO "            DELIMITED BY SIZE
               WA-USU-NOME(WA-JDX)   DELIMITED BY SPACE
               " - NENHUMA ATIVIDADE NAS TRILHAS" DELIMITED BY SIZE
               INTO RPT-LINHA
    ELSE
        STRING "USUARIO "            DELIMITED BY SIZE
               WA-USU-NOME(WA-JDX)   DELIMITED BY SPACE
               " - ULTIMA ATIVIDADE " DELIMITED BY SIZE
               WA-USU-ULT-DATA(WA-JDX) DELIMITED BY SIZE
               " ("                  DELIMITED BY SIZE
               WA-USU-ORIGEM(WA-JDX) DELIMITED BY SPACE
               ")"                   DELIMITED BY SIZE
               INTO RPT-LINHA
    END-IF.
    WRITE RPT-LINHA.

    PERFORM 6200-RELATAR-PAPEL
            THRU 6200-RELATAR-PAPEL-EXIT
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-ACE.
    PERFORM 6300-CONFERIR-CONFLITO
            VARYING WA-CDX FROM 1 BY 1
            UNTIL WA-CDX > WA-QTD-CNF.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* PAPEL COM TRILHA PROPRIA (SUPERVISOR, APROVADOR) SO CONTA O USO     *
* DELE; OS DEMAIS CONTAM A ATIVIDADE GERAL DO USUARIO.                *
*--------------------------------------------------------------------*
6200-RELATAR-PAPEL.
    IF  WA-ACE-USUARIO(WA-IDX) NOT = WA-USU-NOME(WA-JDX)
        GO TO 6200-RELATAR-PAPEL-EXIT
    END-IF.
    ADD 1 TO WA-TOTAL-PAPEIS.
    IF  WA-ACE-PAPEL(WA-IDX) = "SUPERVISOR"
        OR WA-ACE-PAPEL(WA-IDX) = "APROVADOR"
        MOVE "S" TO WA-PAPEL-TEM-TRILHA
        MOVE WA-ACE-ULT-DATA(WA-IDX) TO WA-ULT-DATA
        MOVE WA-ACE-ORIGEM(WA-IDX)   TO WA-ORIGEM
    ELSE
        MOVE "N" TO WA-PAPEL-TEM-TRILHA
        MOVE WA-USU-ULT-DATA(WA-JDX) TO WA-ULT-DATA
        MOVE WA-USU-ORIGEM(WA-JDX)   TO WA-ORIGEM
    END-IF.

    MOVE SPACES TO RPT-LINHA.
    IF  WA-ULT-DATA = ZEROS
        ADD 1 TO WA-TOTAL-SEM-USO
        STRING "  PAPEL "              DELIMITED BY SIZE
               WA-ACE-PAPEL(WA-IDX)    DELIMITED BY SIZE
               " NUNCA USADO NAS TRILHAS"  DELIMITED BY SIZE
               "            *** REVISAR ***   MANTER ( ) REVOGAR ( )"
                                       DELIMITED BY SIZE
               INTO RPT-LINHA
        WRITE RPT-LINHA
        GO TO 6200-RELATAR-PAPEL-EXIT
    END-IF.

    COMPUTE WA-DIAS-SEM-USO =
            FUNCTION INTEGER-OF-DATE(WA-DATA-HOJE)
          - FUNCTION INTEGER-OF-DATE(WA-ULT-DATA).
    MOVE WA-DIAS-SEM-USO TO WA-ED-DIAS.
    IF  WA-DIAS-SEM-USO >= WA-DIAS-LIMITE
        ADD 1 TO WA-TOTAL-SEM-USO
        STRING "  PAPEL "              DELIMITED BY SIZE
               WA-ACE-PAPEL(WA-IDX)    DELIMITED BY SIZE
               " ULTIMO USO "          DELIMITED BY SIZE
               WA-ULT-DATA             DELIMITED BY SIZE
               " HA "                  DELIMITED BY SIZE
               WA-ED-DIAS              DELIMITED BY SIZE
               " DIAS *** REVISAR ***   MANTER ( ) REVOGAR ( )  ("
                                       DELIMITED BY SIZE
               WA-ORIGEM               DELIMITED BY SPACE
               ")"                     DELIMITED BY SIZE
               INTO RPT-LINHA
    ELSE
        STRING "  PAPEL "              DELIMITED BY SIZE
               WA-ACE-PAPEL(WA-IDX)    DELIMITED BY SIZE
               " ULTIMO USO "          DELIMITED BY SIZE
               WA-ULT-DATA             DELIMITED BY SIZE
               " HA "                  DELIMITED BY SIZE
               WA-ED-DIAS              DELIMITED BY SIZE
               " DIAS                  MANTER ( ) REVOGAR ( )  ("
                                       DELIMITED BY SIZE
               WA-ORIGEM               DELIMITED BY SPACE
               ")"                     DELIMITED BY SIZE
               INTO RPT-LINHA
    END-IF.
    WRITE RPT-LINHA.

6200-RELATAR-PAPEL-EXIT.
    EXIT.

6300-CONFERIR-CONFLITO.
    MOVE "N" TO WA-TEM-A WA-TEM-B.
    PERFORM 6310-PROCURAR-PAPEIS
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-ACE.
    IF  WA-TEM-A = "S" AND WA-TEM-B = "S"
        ADD 1 TO WA-TOTAL-CONFLITOS
        MOVE SPACES TO RPT-LINHA
        STRING "  *** CONFLITO: "       DELIMITED BY SIZE
               WA-CNF-PAPEL-A(WA-CDX)   DELIMITED BY SPACE
               " E "                    DELIMITED BY SIZE
               WA-CNF-PAPEL-B(WA-CDX)   DELIMITED BY SPACE
               " NA MESMA PESSOA - "    DELIMITED BY SIZE
               WA-CNF-MOTIVO(WA-CDX)    DELIMITED BY "  "
               INTO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.

6310-PROCURAR-PAPEIS.
    IF  WA-ACE-USUARIO(WA-IDX) = WA-USU-NOME(WA-JDX)
        IF  WA-ACE-PAPEL(WA-IDX) = WA-CNF-PAPEL-A(WA-CDX)
            MOVE "S" TO WA-TEM-A
        END-IF
        IF  WA-ACE-PAPEL(WA-IDX) = WA-CNF-PAPEL-B(WA-CDX)
            MOVE "S" TO WA-TEM-B
        END-IF
    END-IF.

8000-TRAILER.
    MOVE SPACES TO RPT-LINHA.
    STRING "USUARIOS ATIVOS: "     DELIMITED BY SIZE
           WA-TOTAL-USUARIOS       DELIMITED BY SIZE
           "  PAPEIS: "            DELIMITED BY SIZE
           WA-TOTAL-PAPEIS         DELIMITED BY SIZE
           "  A REVISAR (SEM USO): " DELIMITED BY SIZE
           WA-TOTAL-SEM-USO        DELIMITED BY SIZE
           "  CONFLITOS: "         DELIMITED BY SIZE
           WA-TOTAL-CONFLITOS      DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "GESTOR: ______________________________  " DELIMITED BY SIZE
           "ASSINATURA: ____________________  "       DELIMITED BY SIZE
           "DATA: __/__/____"                         DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

9999-FINALIZAR.
    CLOSE RECERT-RPT.
