*             quarentena.ctl (HISTORICO APPEND-ONLY), GRAVADA PELA ROTINA     *
*             COMUM QUARREG - ESTE PROGRAMA DEIXA DE ESCREVER DIRETO NO       *
*             quarentena.ctl, O QUE PODIA EMBARALHAR UMA PASSADA DO QUARMGR.  *
* ALTERACAO.: 15/10/2026 - BUENO - O EMITENTE DA NOTA PASSA A SER CONFERIDO    *
*             ANTES DA ENTREGA: O CNPJ DO <emit> (O PRIMEIRO <CNPJ> DO XML,    *
*             O MESMO QUE O NFEIMP GRAVA) TEM OS DOIS DIGITOS VERIFICADORES    *
*             CONFERIDOS (MODULO 11) E E PROCURADO NO CADASTRO DE              *
*             FORNECEDORES (fornecedores.ctl, LAYOUT EM md5/fornec.ws).        *
*             CNPJ AUSENTE OU INVALIDO, FORNECEDOR DESCONHECIDO, INATIVO OU    *
*             BLOQUEADO VAI PARA A QUARENTENA COM O TIPO "NFEFOR" E O MOTIVO   *
*             PROPRIO NO RELATORIO E NO ALERTA - QUEM DECIDE E O COMPRAS,      *
*             PELO QUARMGR, ANTES DE A NOTA CHEGAR NO VENDAS.                  *
* ALTERACAO.: 15/10/2026 - BUENO - DATA DO CABECALHO DO MANIFESTO DE           *
*             IMPORTACAO E NFK-DATA DO nfechaves.ctl PASSAM A SER A DATA DE    *
*             MOVIMENTO DA ROTINA DATAMOV, NAO A DO RELOGIO - A PENDENCIA DO   *
*             NFELRE E APURADA POR ESSA DATA.                                  *
* ALTERACAO.: 15/10/2026 - BUENO - O EVENTO DE QUARENTENA PASSA A LEVAR O CNPJ *
*             DO EMITENTE (DO XML, OU DA CHAVE DE ACESSO), LIDO ANTES DO       *
*             RENAME MESMO QUANDO O HASH DIVERGE, PARA O PLACAR DE             *
*             FORNECEDORES FORNSCOR.                                           *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
           RECORD KEY NFK-CHAVE
           FILE STATUS SW-STATUS-NFK.

* CADASTRO MESTRE DE FORNECEDORES - CONFERENCIA DO EMITENTE DA NOTA.
    SELECT FORNEC-CTL ASSIGN "fornecedores.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-FOR.

DATA DIVISION.
FILE SECTION.
FD  MANIFESTO.
    03  NFK-DATA                 PIC 9(008).
    03  NFK-HORA                 PIC 9(006).

FD  FORNEC-CTL.
copy "md5/fornec.ws".

WORKING-STORAGE SECTION.
77  SW-STATUS-CTL                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-NFK                PIC X(002)          VALUE SPACES.
77  SW-STATUS-PRM                PIC X(002)          VALUE SPACES.
77  SW-STATUS-IMP                PIC X(002)          VALUE SPACES.
77  SW-STATUS-FOR                PIC X(002)          VALUE SPACES.

* DATA DE MOVIMENTO DA RODADA (ROTINA DATAMOV) - NAO A DO RELOGIO.
77  WA-DMR-OPERACAO              PIC X(001)          VALUE "C".
77  WA-DMR-DATA                  PIC 9(008)          VALUE ZEROS.
77  WA-DMR-RETORNO               PIC 9(002)          VALUE ZEROS.

*--------------------------------------------------------------------*
* ENTREGA DOS APROVADOS: PASTA DE DESTINO, CAMINHO FINAL DO ARQUIVO   *
77  WA-DV-SOMA                   PIC 9(007)          VALUE ZEROS.
77  WA-DV-RESTO                  PIC 9(002)          VALUE ZEROS.
77  WA-DV-CALCULADO              PIC 9(001)          VALUE ZEROS.
*--------------------------------------------------------------------*
* CONFERENCIA DO EMITENTE: CNPJ DO XML, DV CALCULADO E O CADASTRO DE  *
* FORNECEDORES CARREGADO NA ABERTURA (SO CNPJ E SITUACAO).            *
*--------------------------------------------------------------------*
77  WA-CNPJ-EMIT                 PIC X(014)          VALUE SPACES.
77  WA-POS-CNPJ                  PIC 9(005)          VALUE ZEROS.
77  WA-DV-TAM                    PIC 9(002)          VALUE ZEROS.
77  WA-FOR-CARREGADO             PIC X(001)          VALUE "N".
    88  WA-FOR-CARREGADO-SIM                         VALUE "S".
77  WA-FIM-FOR                   PIC X(001)          VALUE "N".
    88  WA-FIM-FOR-SIM                               VALUE "S".
77  WA-FOR-ACHADO                PIC 9(005)          VALUE ZEROS.
77  WA-FOR-IDX                   PIC 9(005)          VALUE ZEROS.
01  WA-TABELA-FORNECEDORES.
    03  WA-QTD-FOR               PIC 9(005)          VALUE ZEROS.
    03  WA-FOR-ITEM              OCCURS 5000 TIMES.
        05  WA-FOR-CNPJ          PIC X(014).
        05  WA-FOR-SITUACAO      PIC X(001).

77  WA-FIM-MANIFESTO              PIC X(001)          VALUE "N".
    88  WA-FIM-MANIFESTO-SIM                          VALUE "S".


77  WA-QRG-TIPO                   PIC X(008)          VALUE "NFE".
77  WA-QRG-SITUACAO               PIC X(012)          VALUE SPACES.
77  WA-QRG-CNPJ-EMIT              PIC X(014)          VALUE SPACES.
77  WA-QRG-RETORNO                PIC 9(002)          VALUE ZEROS.

77  WA-ALR-PROGRAMA               PIC X(030)          VALUE "NFEVERIF".
    OPEN OUTPUT IMP-MANIFESTO.
    MOVE SPACES TO WA-IMP-HEADER.
    MOVE "H" TO WA-IMH-TIPO.
    CALL "DATAMOV" USING WA-DMR-OPERACAO, WA-DMR-DATA, WA-DMR-RETORNO
    END-CALL.
    MOVE WA-DMR-DATA TO WA-IMH-DATA.
    ACCEPT WA-IMH-HORA FROM TIME.
    MOVE WA-PASTA-APROVADOS TO WA-IMH-PASTA.
    MOVE WA-IMP-HEADER TO IMP-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

*   SEM O CADASTRO DE FORNECEDORES NAO DA PARA DIZER QUE O EMITENTE E
*   CONHECIDO - A NOTA FICA RETIDA (MESMO CRITERIO DO nfechaves.ctl).
    OPEN INPUT FORNEC-CTL.
    IF  SW-STATUS-FOR(1:1) = ZEROS
        MOVE "S" TO WA-FOR-CARREGADO
        PERFORM 1100-LER-FORNECEDOR
                WITH TEST AFTER
                UNTIL WA-FIM-FOR-SIM
        CLOSE FORNEC-CTL
    END-IF.

    SET CONFIGURATION "DLL-CONVENTION" TO 0.
    MOVE "./libmd5.so" TO WA-LIB.
    CALL WA-LIB.
        STOP RUN
    END-IF.

1100-LER-FORNECEDOR.
    READ FORNEC-CTL
         AT END SET WA-FIM-FOR-SIM TO TRUE
         NOT AT END
             IF  FOR-CNPJ NOT = SPACES AND WA-QTD-FOR < 5000
                 ADD 1 TO WA-QTD-FOR
                 MOVE FOR-CNPJ     TO WA-FOR-CNPJ(WA-QTD-FOR)
                 MOVE FOR-SITUACAO TO WA-FOR-SITUACAO(WA-QTD-FOR)
             END-IF
    END-READ.

2000-PROCESSAR-MANIFESTO.
    READ MANIFESTO
         AT END SET WA-FIM-MANIFESTO-SIM TO TRUE

2100-CONFERIR-ARQUIVO.
    ADD 1 TO WA-TOTAL.
    MOVE "NFE" TO WA-QRG-TIPO.
    MOVE SPACES TO WA-CHAVE WA-CNPJ-EMIT.
    MOVE MAN-ARQUIVO TO WA-ARQUIVO.
    MOVE SPACES TO WA-MD5-CALCULADO.
    MOVE ZEROS  TO WA-LEN.
        GO TO 2400-CONFERIR-CHAVE-ACESSO-EXIT
    END-IF.

*   EMITENTE ANTES DO REGISTRO DE CHAVES: NOTA RETIDA PARA O COMPRAS
*   NAO PODE FICAR REGISTRADA COMO ACEITA.
    PERFORM 2450-CONFERIR-EMITENTE
            THRU 2450-CONFERIR-EMITENTE-EXIT.
    IF  NOT WA-CHAVE-OK-SIM
        GO TO 2400-CONFERIR-CHAVE-ACESSO-EXIT
    END-IF.

    PERFORM 2430-CONFERIR-DUPLICIDADE
            THRU 2430-CONFERIR-DUPLICIDADE-EXIT.

* OS DOIS LUGARES ONDE A CHAVE APARECE NOS ARQUIVOS DA SEFAZ.         *
*--------------------------------------------------------------------*
2410-EXTRAIR-CHAVE.
    MOVE SPACES TO WA-CHAVE WA-CNPJ-EMIT.
    MOVE SPACES TO WA-XML-NOME.
    MOVE MAN-ARQUIVO TO WA-XML-NOME.
    OPEN INPUT XML-FILE.
    MOVE "N" TO WA-FIM-XML.
    PERFORM 2415-LER-LINHA-XML
            WITH TEST AFTER
            UNTIL WA-FIM-XML-SIM
               OR (WA-CHAVE NOT = SPACES AND WA-CNPJ-EMIT NOT = SPACES).
    CLOSE XML-FILE.

2410-EXTRAIR-CHAVE-EXIT.
    READ XML-FILE
         AT END SET WA-FIM-XML-SIM TO TRUE
         NOT AT END
             PERFORM 2416-EXTRAIR-CNPJ
             IF  WA-CHAVE = SPACES
                 MOVE ZEROS TO WA-POS-CHAVE
                 INSPECT XML-LINHA TALLYING WA-POS-CHAVE
                         FOR CHARACTERS BEFORE INITIAL "Id=""NFe"
                 IF  WA-POS-CHAVE + 51 <= 32000
                     MOVE XML-LINHA(WA-POS-CHAVE + 8 : 44) TO WA-CHAVE
                 ELSE
                     MOVE ZEROS TO WA-POS-CHAVE
                     INSPECT XML-LINHA TALLYING WA-POS-CHAVE
                             FOR CHARACTERS BEFORE INITIAL "<chNFe>"
                     IF  WA-POS-CHAVE + 51 <= 32000
                         MOVE XML-LINHA(WA-POS-CHAVE + 8 : 44)
                             TO WA-CHAVE
                     END-IF
                 END-IF
             END-IF
    END-READ.

* PRIMEIRO <CNPJ> DO ARQUIVO - NO LEIAUTE DA SEFAZ, O DO <emit>.
2416-EXTRAIR-CNPJ.
    IF  WA-CNPJ-EMIT = SPACES
        MOVE ZEROS TO WA-POS-CNPJ
        INSPECT XML-LINHA TALLYING WA-POS-CNPJ
                FOR CHARACTERS BEFORE INITIAL "<CNPJ>"
        IF  WA-POS-CNPJ + 20 <= 32000
            MOVE XML-LINHA(WA-POS-CNPJ + 7 : 14) TO WA-CNPJ-EMIT
        END-IF
    END-IF.

*--------------------------------------------------------------------*
* DIGITO VERIFICADOR DA CHAVE: MODULO 11 SOBRE OS 43 PRIMEIROS        *
* DIGITOS, PESOS 2 A 9 A PARTIR DO DIGITO MAIS A DIREITA; RESTO 0 OU  *
        COMPUTE WA-DV-CALCULADO = 11 - WA-DV-RESTO
    END-IF.

*--------------------------------------------------------------------*
* EMITENTE DA NOTA: CNPJ PRESENTE, NUMERICO E COM OS DOIS DV CERTOS,  *
* E FORNECEDOR ATIVO NO CADASTRO.  QUALQUER FALHA RETEM A NOTA PARA O *
* COMPRAS (QUARENTENA TIPO "NFEFOR") COM O MOTIVO PROPRIO.            *
*--------------------------------------------------------------------*
2450-CONFERIR-EMITENTE.
    IF  WA-CNPJ-EMIT = SPACES
        MOVE "SEM CNPJ" TO WA-CHAVE-MOTIVO
        GO TO 2450-CONFERIR-EMITENTE-FALHOU
    END-IF.
    IF  NOT WA-CNPJ-EMIT NUMERIC OR WA-CNPJ-EMIT = ZEROS
        MOVE "CNPJ INVALID" TO WA-CHAVE-MOTIVO
        GO TO 2450-CONFERIR-EMITENTE-FALHOU
    END-IF.

    MOVE 12 TO WA-DV-TAM.
    PERFORM 2460-CALCULAR-DV-CNPJ.
    IF  WA-DV-CALCULADO NOT = FUNCTION NUMVAL(WA-CNPJ-EMIT(13:1))
        MOVE "CNPJ DV INV" TO WA-CHAVE-MOTIVO
        GO TO 2450-CONFERIR-EMITENTE-FALHOU
    END-IF.
    MOVE 13 TO WA-DV-TAM.
    PERFORM 2460-CALCULAR-DV-CNPJ.
    IF  WA-DV-CALCULADO NOT = FUNCTION NUMVAL(WA-CNPJ-EMIT(14:1))
        MOVE "CNPJ DV INV" TO WA-CHAVE-MOTIVO
        GO TO 2450-CONFERIR-EMITENTE-FALHOU
    END-IF.

    IF  NOT WA-FOR-CARREGADO-SIM
        MOVE "SEM CAD FORN" TO WA-CHAVE-MOTIVO
        GO TO 2450-CONFERIR-EMITENTE-FALHOU
    END-IF.
    MOVE ZEROS TO WA-FOR-ACHADO.
    PERFORM 2470-COMPARAR-FORNECEDOR
            VARYING WA-FOR-IDX FROM 1 BY 1
            UNTIL WA-FOR-IDX > WA-QTD-FOR
               OR WA-FOR-ACHADO > ZEROS.
    IF  WA-FOR-ACHADO = ZEROS
        MOVE "FORN DESCON" TO WA-CHAVE-MOTIVO
        GO TO 2450-CONFERIR-EMITENTE-FALHOU
    END-IF.
    EVALUATE WA-FOR-SITUACAO(WA-FOR-ACHADO)
        WHEN "A"
            GO TO 2450-CONFERIR-EMITENTE-EXIT
        WHEN "B"
            MOVE "FORN BLOQ"    TO WA-CHAVE-MOTIVO
        WHEN OTHER
            MOVE "FORN INATIVO" TO WA-CHAVE-MOTIVO
    END-EVALUATE.

2450-CONFERIR-EMITENTE-FALHOU.
    MOVE "N"      TO WA-CHAVE-OK.
    MOVE "NFEFOR" TO WA-QRG-TIPO.

2450-CONFERIR-EMITENTE-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* DV DO CNPJ SOBRE OS WA-DV-TAM PRIMEIROS DIGITOS (12 PARA O PRIMEIRO *
* DV, 13 PARA O SEGUNDO): MODULO 11, PESOS 2 A 9 A PARTIR DO DIGITO   *
* MAIS A DIREITA, MESMA REGRA DA CHAVE DE ACESSO.                     *
*--------------------------------------------------------------------*
2460-CALCULAR-DV-CNPJ.
    MOVE ZEROS TO WA-DV-SOMA.
    MOVE 2     TO WA-DV-PESO.
    PERFORM 2465-SOMAR-DIGITO-CNPJ
            VARYING WA-DV-IDX FROM WA-DV-TAM BY -1
            UNTIL WA-DV-IDX < 1.
    COMPUTE WA-DV-RESTO = FUNCTION MOD(WA-DV-SOMA, 11).
    IF  WA-DV-RESTO < 2
        MOVE ZEROS TO WA-DV-CALCULADO
    ELSE
        COMPUTE WA-DV-CALCULADO = 11 - WA-DV-RESTO
    END-IF.

2465-SOMAR-DIGITO-CNPJ.
    COMPUTE WA-DV-SOMA = WA-DV-SOMA
            + FUNCTION NUMVAL(WA-CNPJ-EMIT(WA-DV-IDX:1)) * WA-DV-PESO.
    ADD 1 TO WA-DV-PESO.
    IF  WA-DV-PESO > 9
        MOVE 2 TO WA-DV-PESO
    END-IF.

2470-COMPARAR-FORNECEDOR.
    IF  WA-FOR-CNPJ(WA-FOR-IDX) = WA-CNPJ-EMIT
        MOVE WA-FOR-IDX TO WA-FOR-ACHADO
    END-IF.

*--------------------------------------------------------------------*
* CHAVE JA ACEITA ANTES = NOTA DUPLICADA (MESMO QUE O NOME DO ARQUIVO *
* SEJA OUTRO).  CHAVE NOVA E REGISTRADA NA HORA - O REGISTRO E        *
2440-REGISTRAR-CHAVE.
    MOVE WA-CHAVE    TO NFK-CHAVE.
    MOVE MAN-ARQUIVO TO NFK-ARQUIVO.
    MOVE WA-DMR-DATA TO NFK-DATA.
    ACCEPT NFK-HORA FROM TIME.
    WRITE NFK-RECORD.

*--------------------------------------------------------------------*
2200-COLOCAR-EM-QUARENTENA.
    ADD 1 TO WA-TOTAL-QUARENTENA.
    PERFORM 2250-IDENTIFICAR-EMITENTE
            THRU 2250-IDENTIFICAR-EMITENTE-EXIT.
    MOVE SPACES TO WA-ARQUIVO-QUARENTENA.
    STRING FUNCTION TRIM(MAN-ARQUIVO) DELIMITED BY SIZE
           ".QUARENTENA"              DELIMITED BY SIZE
           INTO WA-ARQUIVO-QUARENTENA.
    CALL "CBL_RENAME_FILE" USING MAN-ARQUIVO, WA-ARQUIVO-QUARENTENA.
*   NOTA RETIDA PARA O COMPRAS FICA COM O MOTIVO NA COLUNA SITUACAO.
    IF  WA-QRG-TIPO NOT = "NFEFOR"
        MOVE "QUARENTENA" TO WA-RPT-SITUACAO
    END-IF.

    MOVE SPACES TO WA-ALR-TEXTO.
    IF  WA-QRG-TIPO = "NFEFOR"
        STRING "NF-E RETIDA PARA O COMPRAS ("   DELIMITED BY SIZE
               WA-CHAVE-MOTIVO                  DELIMITED BY "  "
               " CNPJ "                         DELIMITED BY SIZE
               WA-CNPJ-EMIT                     DELIMITED BY SIZE
               "): "                            DELIMITED BY SIZE
               FUNCTION TRIM(MAN-ARQUIVO)       DELIMITED BY SIZE
               INTO WA-ALR-TEXTO
        END-STRING
    ELSE
        STRING "NF-E EM QUARENTENA: "       DELIMITED BY SIZE
               FUNCTION TRIM(MAN-ARQUIVO)   DELIMITED BY SIZE
               INTO WA-ALR-TEXTO
        END-STRING
    END-IF.
    CALL "ALERTREG" USING WA-ALR-PROGRAMA, WA-ALR-SEVERIDADE,
                           WA-ALR-TEXTO, WA-ALR-RETORNO
    END-CALL.
    MOVE "QUARENTENA" TO WA-QRG-SITUACAO.
    CALL "QUARREG" USING MAN-ARQUIVO, WA-QRG-TIPO, MAN-MD5-ESPERADO,
                          WA-MD5-CALCULADO(1:32), WA-QRG-SITUACAO,
                          WA-QRG-CNPJ-EMIT, WA-QRG-RETORNO
    END-CALL.

2300-REGISTRAR-QUARENTENA-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* QUEM MANDOU O ARQUIVO QUE VAI PARA QUARENTENA, PARA O PLACAR DE     *
* FORNECEDORES: MESMO COM O HASH DIVERGENTE O XML AINDA DIZ QUEM E O  *
* EMITENTE, ENTAO ELE E LIDO AQUI (ANTES DO RENAME) QUANDO A CHAVE    *
* NAO CHEGOU A SER CONFERIDA.  SEM O <CNPJ> VALE O CNPJ DENTRO DA     *
* CHAVE (POSICOES 7 A 20); LOTE .zip OU ARQUIVO ILEGIVEL FICA SEM.    *
*--------------------------------------------------------------------*
2250-IDENTIFICAR-EMITENTE.
    MOVE SPACES TO WA-QRG-CNPJ-EMIT.
    IF  WA-CHAVE = SPACES AND WA-CNPJ-EMIT = SPACES
        MOVE ZEROS TO WA-TALLY
        INSPECT MAN-ARQUIVO TALLYING WA-TALLY FOR ALL ".xml"
                                               ALL ".XML"
        IF  WA-TALLY = ZEROS
            GO TO 2250-IDENTIFICAR-EMITENTE-EXIT
        END-IF
        PERFORM 2410-EXTRAIR-CHAVE
                THRU 2410-EXTRAIR-CHAVE-EXIT
    END-IF.
    IF  WA-CNPJ-EMIT NUMERIC AND WA-CNPJ-EMIT NOT = ZEROS
        MOVE WA-CNPJ-EMIT TO WA-QRG-CNPJ-EMIT
    ELSE
        IF  WA-CHAVE(7:14) NUMERIC
            MOVE WA-CHAVE(7:14) TO WA-QRG-CNPJ-EMIT
        END-IF
    END-IF.

2250-IDENTIFICAR-EMITENTE-EXIT.
    EXIT.

8000-TRAILER.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
