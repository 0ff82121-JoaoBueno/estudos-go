IDENTIFICATION DIVISION.
PROGRAM-ID.  IMGFEED.
*------------------------------------------------------------------------------*
* FEED DE PUBLICACAO DE FOTOS PARA O SITE DE E-COMMERCE - RODA DEPOIS DO       *
* IMGBATCH.  O IMGBATCH SABE QUAIS FOTOS PASSAM NA VALIDACAO E O IMGCOV SABE   *
* QUEM NAO TEM FOTO, MAS A LISTA DE UPLOAD DO SITE AINDA ERA MONTADA NA MAO,   *
* NAVEGANDO PASTA.  ESTE PASSO:                                                *
*                                                                              *
*   1) PEGA AS FOTOS APROVADAS ("OK") DO CACHE DO IMGBATCH                     *
*      (imgbatch-cache.ctl - CAMINHO, LARGURA E ALTURA) QUE AINDA EXISTEM NO   *
*      DISCO, E ATRIBUI CADA UMA AO PRODUTO PELA MESMA REGRA DO IMGCOV         *
*      (PREFIXO NUMERICO DO NOME DA FOTO OU, SE NAO TIVER, DA PASTA DE SKU);   *
*   2) SO ENTRAM PRODUTOS ATIVOS DO produtos.ctl;                              *
*   3) O SHA-256 DE CADA FOTO VEM DO REPOSITORIO DE CHECKSUMS (ckrepo.ctl,     *
*      POSTADO PELO PROPRIO IMGBATCH);                                         *
*   4) A FOTO PRINCIPAL E A QUE O MERCHANDISING CADASTRA EM                    *
*      imgfeed-principal.ctl (CODIGO(8) ARQUIVO(200)); SEM CADASTRO, OU COM A  *
*      FOTO CADASTRADA FORA DAS APROVADAS, VALE A PRIMEIRA PELO CAMINHO - E O  *
*      CASO SAI APONTADO NO RELATORIO.  ORDEM DE EXIBICAO: A PRINCIPAL E A 1,  *
*      AS DEMAIS SEGUEM A ORDEM DO CAMINHO;                                    *
*   5) COMPARA COM O ULTIMO FEED GERADO (imgfeed-ult.ctl) E MARCA ALTERADO     *
*      "S" EM TODAS AS LINHAS DO PRODUTO CUJA FOTO ENTROU, SAIU, MUDOU DE      *
*      HASH, DE ORDEM OU DE PRINCIPAL - O SITE SO REENVIA ESSES.  PRODUTO QUE  *
*      PERDEU TODAS AS FOTOS SAI NUMA LINHA SO, ORDEM 000 E CAMINHO VAZIO,     *
*      PARA O SITE TIRAR AS FOTOS DELE DO AR.  PRODUTO QUE ESTAVA NO ULTIMO    *
*      FEED E SAIU DO CADASTRO ATIVO (INATIVADO OU EXCLUIDO) TAMBEM SAI COMO   *
*      RETIRADA.                                                               *
*                                                                              *
* SAIDA: imgfeed.csv (CODIGO;ORDEM;PRINCIPAL;ALTERADO;LARGURA;ALTURA;SHA256;   *
* CAMINHO) E imgfeed.rpt.  O imgfeed-ult.ctl SO E TROCADO NO FIM DE UMA        *
* RODADA COMPLETA - RODADA QUE CAI NO MEIO NAO PERDE AS MARCAS DE ALTERADO.    *
* SEM produtos.ctl, SEM O CACHE DO IMGBATCH OU SEM O ckrepo.ctl (AUSENTE OU    *
* ILEGIVEL) A RODADA PARA COM RETURN-CODE 8 E O imgfeed-ult.ctl FICA COMO      *
* ESTAVA - UM FEED VAZIO TIRARIA TODAS AS FOTOS DO SITE.                       *
*                                                                              *
* CRIACAO...: 15/10/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - ENTRADA AUSENTE OU ILEGIVEL (produtos.ctl,  *
*             CACHE DO IMGBATCH, ckrepo.ctl) ABORTA COM RETURN-CODE 8 SEM      *
*             TROCAR O imgfeed-ult.ctl; PRODUTO QUE SAIU DO CADASTRO ATIVO SAI *
*             COMO RETIRADA.                                                   *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    DECIMAL-POINT IS COMMA.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
* CADASTRO MESTRE DE PRODUTOS (md5/produto.ws).
    SELECT PRODUTOS-CTL ASSIGN "produtos.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-PRO.

* CACHE DO ULTIMO RESULTADO DO IMGBATCH POR FOTO - SO LEITURA.
    SELECT IMG-CACHE ASSIGN "imgbatch-cache.ctl"
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY IMC-ARQUIVO
           FILE STATUS SW-STATUS-CCH.

    SELECT CKREPO-FILE ASSIGN "ckrepo.ctl"
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY CR-ARQUIVO
           FILE STATUS SW-STATUS-CKR.

* FOTO PRINCIPAL POR PRODUTO, MANTIDA PELO MERCHANDISING:
* CODIGO(8) ARQUIVO(200).
    SELECT PRINCIPAL-CTL ASSIGN "imgfeed-principal.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-PRI.

* ESTADO DO ULTIMO FEED GERADO (BASE DA MARCA DE ALTERADO).  O NOVO E
* GRAVADO NO .tmp E SO TROCA DE NOME NO FIM DA RODADA.
    SELECT ULT-CTL ASSIGN WA-NOME-ULT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-ULT.

    SELECT NOVO-CTL ASSIGN WA-NOME-ULT-NOVO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-NOV.

    SELECT FEED-CSV ASSIGN "imgfeed.csv"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-CSV.

    SELECT IMGFEED-RPT ASSIGN "imgfeed.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SW-STATUS-RPT.

DATA DIVISION.
FILE SECTION.
FD  PRODUTOS-CTL.
copy "md5/produto.ws".

FD  IMG-CACHE.
01  IMC-RECORD.
    03  IMC-ARQUIVO              PIC X(200).
    03  IMC-X                    PIC 9(005).
    03  IMC-Y                    PIC 9(005).
    03  IMC-SITUACAO             PIC X(040).

FD  CKREPO-FILE.
copy "md5/ckrepo.ws".

FD  PRINCIPAL-CTL.
01  PRI-LINHA.
    03  PRI-CODIGO               PIC X(008).
    03  PRI-ARQUIVO              PIC X(200).

FD  ULT-CTL.
01  ULT-LINHA.
    03  ULT-CODIGO               PIC 9(008).
    03  ULT-ORDEM                PIC 9(003).
    03  ULT-PRINCIPAL            PIC X(001).
    03  ULT-SHA256               PIC X(064).
    03  ULT-ARQUIVO              PIC X(200).

FD  NOVO-CTL.
01  NOV-LINHA                    PIC X(276).

FD  FEED-CSV.
01  CSV-LINHA                    PIC X(400).

FD  IMGFEED-RPT.
01  RPT-LINHA                    PIC X(132).

WORKING-STORAGE SECTION.
77  SW-STATUS-PRO                PIC X(002)          VALUE SPACES.
77  SW-STATUS-CCH                PIC X(002)          VALUE SPACES.
77  SW-STATUS-CKR                PIC X(002)          VALUE SPACES.
77  SW-STATUS-PRI                PIC X(002)          VALUE SPACES.
77  SW-STATUS-ULT                PIC X(002)          VALUE SPACES.
77  SW-STATUS-NOV                PIC X(002)          VALUE SPACES.
77  SW-STATUS-CSV                PIC X(002)          VALUE SPACES.
77  SW-STATUS-RPT                PIC X(002)          VALUE SPACES.

77  WA-NOME-ULT                  PIC X(030)          VALUE "imgfeed-ult.ctl".
77  WA-NOME-ULT-NOVO             PIC X(030)          VALUE "imgfeed-ult.tmp".

77  WA-FIM-ARQUIVO               PIC X(001)          VALUE "N".
    88  WA-FIM-ARQUIVO-SIM                           VALUE "S".
77  WA-CKREPO-ABERTO             PIC X(001)          VALUE "N".
    88  WA-CKREPO-ABERTO-SIM                         VALUE "S".
77  WA-ACHOU                     PIC X(001)          VALUE "N".
    88  WA-ACHOU-SIM                                 VALUE "S".
77  WA-ERRO-LEITURA              PIC X(001)          VALUE "N".
    88  WA-ERRO-LEITURA-SIM                          VALUE "S".

01  WA-TABELA-PRODUTOS.
    03  WA-QTD-PRO               PIC 9(005)          VALUE ZEROS.
    03  WA-PRO-ITEM              OCCURS 2000 TIMES.
        05  WA-PRO-CODIGO        PIC 9(008).
        05  WA-PRO-QTD-FOTOS     PIC 9(005).
        05  WA-PRO-ALTERADO      PIC X(001).

01  WA-TABELA-PRINCIPAIS.
    03  WA-QTD-PRI               PIC 9(005)          VALUE ZEROS.
    03  WA-PRI-ITEM              OCCURS 2000 TIMES.
        05  WA-PRI-CODIGO        PIC 9(008).
        05  WA-PRI-ARQUIVO       PIC X(200).

*--------------------------------------------------------------------*
* FOTOS APROVADAS DO FEED DESTA RODADA, NA ORDEM DO CACHE (CAMINHO).  *
*--------------------------------------------------------------------*
01  WA-TABELA-FOTOS.
    03  WA-QTD-FOT               PIC 9(005)          VALUE ZEROS.
    03  WA-FOT-ITEM              OCCURS 5000 TIMES.
        05  WA-FOT-PRODUTO       PIC 9(005).
        05  WA-FOT-CODIGO        PIC 9(008).
        05  WA-FOT-ARQUIVO       PIC X(200).
        05  WA-FOT-X             PIC 9(005).
        05  WA-FOT-Y             PIC 9(005).
        05  WA-FOT-SHA256        PIC X(064).
        05  WA-FOT-ORDEM         PIC 9(003).
        05  WA-FOT-PRINCIPAL     PIC X(001).

*--------------------------------------------------------------------*
* LINHAS DO ULTIMO FEED (imgfeed-ult.ctl).                            *
*--------------------------------------------------------------------*
01  WA-TABELA-ANTERIOR.
    03  WA-QTD-ANT               PIC 9(005)          VALUE ZEROS.
    03  WA-ANT-ITEM              OCCURS 5000 TIMES.
        05  WA-ANT-CODIGO        PIC 9(008).
        05  WA-ANT-ORDEM         PIC 9(003).
        05  WA-ANT-PRINCIPAL     PIC X(001).
        05  WA-ANT-SHA256        PIC X(064).
        05  WA-ANT-ARQUIVO       PIC X(200).

77  WA-IDX                       PIC 9(005)          VALUE ZEROS.
77  WA-JDX                       PIC 9(005)          VALUE ZEROS.
77  WA-KDX                       PIC 9(005)          VALUE ZEROS.
77  WA-POS                       PIC 9(003)          VALUE ZEROS.
77  WA-POS-BARRA                 PIC 9(003)          VALUE ZEROS.
77  WA-POS-BARRA-ANT             PIC 9(003)          VALUE ZEROS.
77  WA-NOME-FOTO                 PIC X(128)          VALUE SPACES.
77  WA-NOME-PASTA                PIC X(128)          VALUE SPACES.
77  WA-NOME-TESTE                PIC X(128)          VALUE SPACES.
77  WA-DIGITOS                   PIC 9(002)          VALUE ZEROS.
77  WA-CODIGO-NORMAL             PIC 9(008)          VALUE ZEROS.
77  WA-PRODUTO-ATUAL             PIC 9(005)          VALUE ZEROS.
77  WA-FOTO-PRINCIPAL            PIC 9(005)          VALUE ZEROS.
77  WA-ORDEM                     PIC 9(003)          VALUE ZEROS.
77  WA-QTD-ANT-PRODUTO           PIC 9(005)          VALUE ZEROS.
77  WA-CODIGO-RETIRADA           PIC 9(008)          VALUE ZEROS.
77  WA-MOTIVO-RETIRADA           PIC X(060)          VALUE SPACES.
77  WA-MENSAGEM-ABORTO           PIC X(100)          VALUE SPACES.

01  WA-FILE-INFO.
    03  WA-FI-TAMANHO            PIC X(008) COMP-X.
    03  WA-FI-DATA               PIC 9(008) COMP-X.
    03  WA-FI-HORA               PIC 9(008) COMP-X.
77  WA-NOME-FILEINFO             PIC X(200)          VALUE SPACES.

77  WA-ED-X                      PIC ZZZZ9.
77  WA-ED-Y                      PIC ZZZZ9.

77  WA-TOTAL-FOTOS               PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-PRODUTOS-FEED       PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-ALTERADOS           PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-RETIRADOS           PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-FORA-CADASTRO       PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-SUMIDAS             PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-SEM-HASH            PIC 9(005)          VALUE ZEROS.
77  WA-TOTAL-PRINCIPAL-PADRAO    PIC 9(005)          VALUE ZEROS.

PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-INICIALIZAR.
    PERFORM 2000-CARREGAR-PRODUTOS
            THRU 2000-CARREGAR-PRODUTOS-EXIT.
    PERFORM 2200-CARREGAR-PRINCIPAIS.
    PERFORM 2400-CARREGAR-ANTERIOR.
    PERFORM 3000-LER-FOTOS-APROVADAS
            THRU 3000-LER-FOTOS-APROVADAS-EXIT.
    PERFORM 4000-GERAR-FEED.
    PERFORM 8000-TRAILER.
    PERFORM 9999-FINALIZAR.
    STOP RUN.

1000-INICIALIZAR.
    OPEN OUTPUT IMGFEED-RPT.
    MOVE "FEED DE FOTOS PARA O E-COMMERCE - FOTOS APROVADAS POR PRODUTO"
        TO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.

    OPEN OUTPUT FEED-CSV.
    IF  SW-STATUS-CSV(1:1) NOT = ZEROS
        DISPLAY "IMGFEED - NAO CRIOU imgfeed.csv, STATUS " SW-STATUS-CSV
                UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "CODIGO;ORDEM;PRINCIPAL;ALTERADO;LARGURA;ALTURA;SHA256;CAMINHO"
        TO CSV-LINHA.
    WRITE CSV-LINHA.

    OPEN OUTPUT NOVO-CTL.
    IF  SW-STATUS-NOV(1:1) NOT = ZEROS
        DISPLAY "IMGFEED - NAO CRIOU " WA-NOME-ULT-NOVO ", STATUS "
                SW-STATUS-NOV UPON SYSERR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*   SEM O ckrepo NAO HA SHA-256 - O SITE REENVIARIA TODAS AS FOTOS.
    OPEN INPUT CKREPO-FILE.
    IF  SW-STATUS-CKR(1:1) NOT = ZEROS
        MOVE SPACES TO WA-MENSAGEM-ABORTO
        STRING "NAO ABRIU O ckrepo.ctl, STATUS " DELIMITED BY SIZE
               SW-STATUS-CKR                     DELIMITED BY SIZE
               INTO WA-MENSAGEM-ABORTO
        PERFORM 9900-ABORTAR
    END-IF.
    MOVE "S" TO WA-CKREPO-ABERTO.

2000-CARREGAR-PRODUTOS.
    OPEN INPUT PRODUTOS-CTL.
    IF  SW-STATUS-PRO(1:1) NOT = ZEROS
        MOVE SPACES TO WA-MENSAGEM-ABORTO
        STRING "NAO ABRIU O produtos.ctl, STATUS " DELIMITED BY SIZE
               SW-STATUS-PRO                       DELIMITED BY SIZE
               INTO WA-MENSAGEM-ABORTO
        PERFORM 9900-ABORTAR
    END-IF.
    MOVE "N" TO WA-FIM-ARQUIVO WA-ERRO-LEITURA.
    PERFORM 2100-LER-PRODUTO
            WITH TEST AFTER
            UNTIL WA-FIM-ARQUIVO-SIM.
    CLOSE PRODUTOS-CTL.
    IF  WA-ERRO-LEITURA-SIM
        MOVE SPACES TO WA-MENSAGEM-ABORTO
        STRING "ERRO DE LEITURA NO produtos.ctl, STATUS "
                             DELIMITED BY SIZE
               SW-STATUS-PRO DELIMITED BY SIZE
               INTO WA-MENSAGEM-ABORTO
        PERFORM 9900-ABORTAR
    END-IF.

2000-CARREGAR-PRODUTOS-EXIT.
    EXIT.

2100-LER-PRODUTO.
    READ PRODUTOS-CTL
         AT END SET WA-FIM-ARQUIVO-SIM TO TRUE
         NOT AT END
             IF  PRO-SITUACAO = "A" AND PRO-CODIGO NUMERIC
                 AND WA-QTD-PRO < 2000
                 ADD 1 TO WA-QTD-PRO
                 MOVE PRO-CODIGO TO WA-PRO-CODIGO(WA-QTD-PRO)
                 MOVE ZEROS      TO WA-PRO-QTD-FOTOS(WA-QTD-PRO)
                 MOVE "N"        TO WA-PRO-ALTERADO(WA-QTD-PRO)
             END-IF
    END-READ.
    IF  SW-STATUS-PRO(1:1) > "1"
        SET WA-FIM-ARQUIVO-SIM TO TRUE
        MOVE "S" TO WA-ERRO-LEITURA
    END-IF.

2200-CARREGAR-PRINCIPAIS.
    OPEN INPUT PRINCIPAL-CTL.
    IF  SW-STATUS-PRI(1:1) = ZEROS
        MOVE "N" TO WA-FIM-ARQUIVO
        PERFORM 2300-LER-PRINCIPAL
                WITH TEST AFTER
                UNTIL WA-FIM-ARQUIVO-SIM
        CLOSE PRINCIPAL-CTL
    END-IF.

2300-LER-PRINCIPAL.
    READ PRINCIPAL-CTL
         AT END SET WA-FIM-ARQUIVO-SIM TO TRUE
         NOT AT END
             IF  PRI-CODIGO NUMERIC AND PRI-ARQUIVO NOT = SPACES
                 AND WA-QTD-PRI < 2000
                 ADD 1 TO WA-QTD-PRI
                 MOVE PRI-CODIGO  TO WA-PRI-CODIGO(WA-QTD-PRI)
                 MOVE PRI-ARQUIVO TO WA-PRI-ARQUIVO(WA-QTD-PRI)
             END-IF
    END-READ.

2400-CARREGAR-ANTERIOR.
    OPEN INPUT ULT-CTL.
    IF  SW-STATUS-ULT(1:1) = ZEROS
        MOVE "N" TO WA-FIM-ARQUIVO
        PERFORM 2500-LER-ANTERIOR
                WITH TEST AFTER
                UNTIL WA-FIM-ARQUIVO-SIM
        CLOSE ULT-CTL
    ELSE
        MOVE "SEM FEED ANTERIOR - TODOS OS PRODUTOS SAEM ALTERADOS"
          TO RPT-LINHA
        WRITE RPT-LINHA
    END-IF.

2500-LER-ANTERIOR.
    READ ULT-CTL
         AT END SET WA-FIM-ARQUIVO-SIM TO TRUE
         NOT AT END
             IF  WA-QTD-ANT < 5000
                 ADD 1 TO WA-QTD-ANT
                 MOVE ULT-CODIGO    TO WA-ANT-CODIGO(WA-QTD-ANT)
                 MOVE ULT-ORDEM     TO WA-ANT-ORDEM(WA-QTD-ANT)
                 MOVE ULT-PRINCIPAL TO WA-ANT-PRINCIPAL(WA-QTD-ANT)
                 MOVE ULT-SHA256    TO WA-ANT-SHA256(WA-QTD-ANT)
                 MOVE ULT-ARQUIVO   TO WA-ANT-ARQUIVO(WA-QTD-ANT)
             END-IF
    END-READ.

*--------------------------------------------------------------------*
* PERCORRE O CACHE DO IMGBATCH: SO FOTO "OK", AINDA NO DISCO E DE     *
* PRODUTO ATIVO ENTRA NO FEED.                                        *
*--------------------------------------------------------------------*
3000-LER-FOTOS-APROVADAS.
    OPEN INPUT IMG-CACHE.
    IF  SW-STATUS-CCH(1:1) NOT = ZEROS
        MOVE SPACES TO WA-MENSAGEM-ABORTO
        STRING "NAO ABRIU O imgbatch-cache.ctl, STATUS "
                             DELIMITED BY SIZE
               SW-STATUS-CCH DELIMITED BY SIZE
               " - RODAR O IMGBATCH ANTES DO FEED"
                             DELIMITED BY SIZE
               INTO WA-MENSAGEM-ABORTO
        PERFORM 9900-ABORTAR
    END-IF.
    MOVE "N" TO WA-FIM-ARQUIVO WA-ERRO-LEITURA.
    PERFORM 3100-LER-CACHE
            THRU 3100-LER-CACHE-EXIT
            WITH TEST AFTER
            UNTIL WA-FIM-ARQUIVO-SIM.
    CLOSE IMG-CACHE.
    IF  WA-ERRO-LEITURA-SIM
        MOVE SPACES TO WA-MENSAGEM-ABORTO
        STRING "ERRO DE LEITURA NO imgbatch-cache.ctl, STATUS "
                             DELIMITED BY SIZE
               SW-STATUS-CCH DELIMITED BY SIZE
               INTO WA-MENSAGEM-ABORTO
        PERFORM 9900-ABORTAR
    END-IF.

3000-LER-FOTOS-APROVADAS-EXIT.
    EXIT.

3100-LER-CACHE.
    READ IMG-CACHE NEXT RECORD
         AT END SET WA-FIM-ARQUIVO-SIM TO TRUE
    END-READ.
    IF  SW-STATUS-CCH(1:1) > "1"
        SET WA-FIM-ARQUIVO-SIM TO TRUE
        MOVE "S" TO WA-ERRO-LEITURA
    END-IF.
    IF  WA-FIM-ARQUIVO-SIM OR IMC-SITUACAO(1:2) NOT = "OK"
        GO TO 3100-LER-CACHE-EXIT
    END-IF.

*   O CACHE NAO ESQUECE FOTO APAGADA - CONFERE QUE AINDA ESTA LA.
    MOVE IMC-ARQUIVO TO WA-NOME-FILEINFO.
    CALL "C$FILEINFO" USING WA-NOME-FILEINFO, WA-FILE-INFO.
    IF  RETURN-CODE NOT = ZEROS
        ADD 1 TO WA-TOTAL-SUMIDAS
        GO TO 3100-LER-CACHE-EXIT
    END-IF.

    PERFORM 3200-CODIGO-DA-FOTO.
    MOVE ZEROS TO WA-PRODUTO-ATUAL.
    IF  WA-CODIGO-NORMAL NOT = ZEROS
        PERFORM 3300-PROCURAR-PRODUTO
                VARYING WA-IDX FROM 1 BY 1
                UNTIL WA-IDX > WA-QTD-PRO OR WA-PRODUTO-ATUAL > ZEROS
    END-IF.
    IF  WA-PRODUTO-ATUAL = ZEROS
        ADD 1 TO WA-TOTAL-FORA-CADASTRO
        GO TO 3100-LER-CACHE-EXIT
    END-IF.
    IF  WA-QTD-FOT >= 5000
        GO TO 3100-LER-CACHE-EXIT
    END-IF.

    ADD 1 TO WA-QTD-FOT.
    ADD 1 TO WA-PRO-QTD-FOTOS(WA-PRODUTO-ATUAL).
    MOVE WA-PRODUTO-ATUAL TO WA-FOT-PRODUTO(WA-QTD-FOT).
    MOVE WA-CODIGO-NORMAL TO WA-FOT-CODIGO(WA-QTD-FOT).
    MOVE IMC-ARQUIVO      TO WA-FOT-ARQUIVO(WA-QTD-FOT).
    MOVE IMC-X            TO WA-FOT-X(WA-QTD-FOT).
    MOVE IMC-Y            TO WA-FOT-Y(WA-QTD-FOT).
    MOVE ZEROS            TO WA-FOT-ORDEM(WA-QTD-FOT).
    MOVE "N"              TO WA-FOT-PRINCIPAL(WA-QTD-FOT).
    MOVE SPACES           TO WA-FOT-SHA256(WA-QTD-FOT).
    MOVE IMC-ARQUIVO TO CR-ARQUIVO.
    READ CKREPO-FILE
         KEY IS CR-ARQUIVO
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE CR-SHA256-ATUAL TO WA-FOT-SHA256(WA-QTD-FOT)
    END-READ.
    IF  WA-FOT-SHA256(WA-QTD-FOT) = SPACES
        ADD 1 TO WA-TOTAL-SEM-HASH
    END-IF.

3100-LER-CACHE-EXIT.
    EXIT.

*--------------------------------------------------------------------*
* CODIGO DO PRODUTO DA FOTO (REGRA DO IMGCOV): PREFIXO NUMERICO (ATE  *
* 8 DIGITOS) DO NOME DO ARQUIVO; SE NAO TIVER, O DA PASTA DE SKU      *
* ONDE ELA ESTA - "123-frente.jpg" E "00000123/frente.jpg" SAO DO 123.*
*--------------------------------------------------------------------*
3200-CODIGO-DA-FOTO.
    MOVE ZEROS TO WA-POS-BARRA WA-POS-BARRA-ANT WA-CODIGO-NORMAL.
    PERFORM 3210-ACHAR-BARRAS
            VARYING WA-POS FROM 1 BY 1
            UNTIL WA-POS > 200.
    MOVE SPACES TO WA-NOME-FOTO WA-NOME-PASTA.
    IF  WA-POS-BARRA < 200
        MOVE IMC-ARQUIVO(WA-POS-BARRA + 1:) TO WA-NOME-FOTO
    END-IF.
    IF  WA-POS-BARRA > WA-POS-BARRA-ANT + 1
        MOVE IMC-ARQUIVO(WA-POS-BARRA-ANT + 1 :
                         WA-POS-BARRA - WA-POS-BARRA-ANT - 1)
          TO WA-NOME-PASTA
    END-IF.
    MOVE WA-NOME-FOTO TO WA-NOME-TESTE.
    PERFORM 3220-PREFIXO-NUMERICO.
    IF  WA-CODIGO-NORMAL = ZEROS
        MOVE WA-NOME-PASTA TO WA-NOME-TESTE
        PERFORM 3220-PREFIXO-NUMERICO
    END-IF.

3210-ACHAR-BARRAS.
    IF  IMC-ARQUIVO(WA-POS:1) = "/"
        MOVE WA-POS-BARRA TO WA-POS-BARRA-ANT
        MOVE WA-POS       TO WA-POS-BARRA
    END-IF.

3220-PREFIXO-NUMERICO.
    MOVE ZEROS TO WA-DIGITOS.
    PERFORM 3230-CONTAR-DIGITO
            VARYING WA-POS FROM 1 BY 1
            UNTIL WA-POS > 8
               OR WA-NOME-TESTE(WA-POS:1) < "0"
               OR WA-NOME-TESTE(WA-POS:1) > "9".
    IF  WA-DIGITOS > ZEROS
        COMPUTE WA-CODIGO-NORMAL =
                FUNCTION NUMVAL(WA-NOME-TESTE(1:WA-DIGITOS))
    END-IF.

3230-CONTAR-DIGITO.
    MOVE WA-POS TO WA-DIGITOS.

3300-PROCURAR-PRODUTO.
    IF  WA-PRO-CODIGO(WA-IDX) = WA-CODIGO-NORMAL
        MOVE WA-IDX TO WA-PRODUTO-ATUAL
    END-IF.

*--------------------------------------------------------------------*
* UM PRODUTO DE CADA VEZ: PRINCIPAL, ORDEM, COMPARACAO COM O ULTIMO   *
* FEED E AS LINHAS DO CSV E DO NOVO ESTADO.                           *
*--------------------------------------------------------------------*
4000-GERAR-FEED.
    PERFORM 4100-GERAR-PRODUTO
            THRU 4100-GERAR-PRODUTO-EXIT
            VARYING WA-PRODUTO-ATUAL FROM 1 BY 1
            UNTIL WA-PRODUTO-ATUAL > WA-QTD-PRO.
    PERFORM 4700-RETIRAR-INATIVO
            THRU 4700-RETIRAR-INATIVO-EXIT
            VARYING WA-KDX FROM 1 BY 1
            UNTIL WA-KDX > WA-QTD-ANT.

4100-GERAR-PRODUTO.
    MOVE ZEROS TO WA-QTD-ANT-PRODUTO.
    PERFORM 4150-CONTAR-ANTERIOR
            VARYING WA-KDX FROM 1 BY 1
            UNTIL WA-KDX > WA-QTD-ANT.

    IF  WA-PRO-QTD-FOTOS(WA-PRODUTO-ATUAL) = ZEROS
*       SEM FOTO NENHUMA: SO VIRA LINHA SE ANTES TINHA (RETIRADA).
        IF  WA-QTD-ANT-PRODUTO > ZEROS
            MOVE WA-PRO-CODIGO(WA-PRODUTO-ATUAL) TO WA-CODIGO-RETIRADA
            MOVE " - PERDEU TODAS AS FOTOS DESDE O ULTIMO FEED (RETIRADA)"
              TO WA-MOTIVO-RETIRADA
            PERFORM 4600-GRAVAR-RETIRADA
        END-IF
        GO TO 4100-GERAR-PRODUTO-EXIT
    END-IF.

    PERFORM 4200-DEFINIR-PRINCIPAL
            THRU 4200-DEFINIR-PRINCIPAL-EXIT.
    MOVE 1 TO WA-ORDEM.
    PERFORM 4300-NUMERAR-FOTO
            VARYING WA-JDX FROM 1 BY 1
            UNTIL WA-JDX > WA-QTD-FOT.

*   ALTERADO: QUANTIDADE DIFERENTE OU ALGUMA FOTO QUE NAO ESTAVA IGUAL
*   (CAMINHO, HASH, ORDEM E PRINCIPAL) NO ULTIMO FEED.
    IF  WA-QTD-ANT-PRODUTO NOT = WA-PRO-QTD-FOTOS(WA-PRODUTO-ATUAL)
        MOVE "S" TO WA-PRO-ALTERADO(WA-PRODUTO-ATUAL)
    ELSE
        PERFORM 4400-COMPARAR-FOTO
                VARYING WA-JDX FROM 1 BY 1
                UNTIL WA-JDX > WA-QTD-FOT
                   OR WA-PRO-ALTERADO(WA-PRODUTO-ATUAL) = "S"
    END-IF.

    ADD 1 TO WA-TOTAL-PRODUTOS-FEED.
    IF  WA-PRO-ALTERADO(WA-PRODUTO-ATUAL) = "S"
        ADD 1 TO WA-TOTAL-ALTERADOS
    END-IF.
    PERFORM 4500-GRAVAR-FOTO
            THRU 4500-GRAVAR-FOTO-EXIT
            VARYING WA-ORDEM FROM 1 BY 1
            UNTIL WA-ORDEM > WA-PRO-QTD-FOTOS(WA-PRODUTO-ATUAL).

4100-GERAR-PRODUTO-EXIT.
    EXIT.

4150-CONTAR-ANTERIOR.
    IF  WA-ANT-CODIGO(WA-KDX) = WA-PRO-CODIGO(WA-PRODUTO-ATUAL)
        ADD 1 TO WA-QTD-ANT-PRODUTO
    END-IF.

*--------------------------------------------------------------------*
* PRINCIPAL: A DO imgfeed-principal.ctl, SE ESTIVER ENTRE AS          *
* APROVADAS; SENAO A PRIMEIRA PELO CAMINHO, APONTADA NO RELATORIO.    *
*--------------------------------------------------------------------*
4200-DEFINIR-PRINCIPAL.
    MOVE ZEROS TO WA-FOTO-PRINCIPAL WA-KDX.
    PERFORM 4210-PROCURAR-CADASTRO
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-PRI OR WA-KDX > ZEROS.
    IF  WA-KDX > ZEROS
        PERFORM 4220-PROCURAR-FOTO-CADASTRADA
                VARYING WA-JDX FROM 1 BY 1
                UNTIL WA-JDX > WA-QTD-FOT OR WA-FOTO-PRINCIPAL > ZEROS
    END-IF.
    IF  WA-FOTO-PRINCIPAL > ZEROS
        MOVE "S" TO WA-FOT-PRINCIPAL(WA-FOTO-PRINCIPAL)
        GO TO 4200-DEFINIR-PRINCIPAL-EXIT
    END-IF.

    PERFORM 4230-PRIMEIRA-DO-PRODUTO
            VARYING WA-JDX FROM 1 BY 1
            UNTIL WA-JDX > WA-QTD-FOT OR WA-FOTO-PRINCIPAL > ZEROS.
    MOVE "S" TO WA-FOT-PRINCIPAL(WA-FOTO-PRINCIPAL).
    ADD 1 TO WA-TOTAL-PRINCIPAL-PADRAO.
    MOVE SPACES TO RPT-LINHA.
    IF  WA-KDX > ZEROS
        STRING "  PRODUTO "         DELIMITED BY SIZE
               WA-PRO-CODIGO(WA-PRODUTO-ATUAL) DELIMITED BY SIZE
               " - PRINCIPAL CADASTRADA NAO ESTA ENTRE AS APROVADAS: "
                                    DELIMITED BY SIZE
               WA-PRI-ARQUIVO(WA-KDX) DELIMITED BY "  "
               INTO RPT-LINHA
    ELSE
        STRING "  PRODUTO "         DELIMITED BY SIZE
               WA-PRO-CODIGO(WA-PRODUTO-ATUAL) DELIMITED BY SIZE
               " - SEM PRINCIPAL CADASTRADA, VALE A PRIMEIRA: "
                                    DELIMITED BY SIZE
               WA-FOT-ARQUIVO(WA-FOTO-PRINCIPAL) DELIMITED BY "  "
               INTO RPT-LINHA
    END-IF.
    WRITE RPT-LINHA.

4200-DEFINIR-PRINCIPAL-EXIT.
    EXIT.

4210-PROCURAR-CADASTRO.
    IF  WA-PRI-CODIGO(WA-IDX) = WA-PRO-CODIGO(WA-PRODUTO-ATUAL)
        MOVE WA-IDX TO WA-KDX
    END-IF.

4220-PROCURAR-FOTO-CADASTRADA.
    IF  WA-FOT-PRODUTO(WA-JDX) = WA-PRODUTO-ATUAL
        AND WA-FOT-ARQUIVO(WA-JDX) = WA-PRI-ARQUIVO(WA-KDX)
        MOVE WA-JDX TO WA-FOTO-PRINCIPAL
    END-IF.

4230-PRIMEIRA-DO-PRODUTO.
    IF  WA-FOT-PRODUTO(WA-JDX) = WA-PRODUTO-ATUAL
        MOVE WA-JDX TO WA-FOTO-PRINCIPAL
    END-IF.

*--------------------------------------------------------------------*
* ORDEM DE EXIBICAO: PRINCIPAL 1, AS DEMAIS NA ORDEM DO CAMINHO.      *
*--------------------------------------------------------------------*
4300-NUMERAR-FOTO.
    IF  WA-FOT-PRODUTO(WA-JDX) = WA-PRODUTO-ATUAL
        IF  WA-FOT-PRINCIPAL(WA-JDX) = "S"
            MOVE 1 TO WA-FOT-ORDEM(WA-JDX)
        ELSE
            ADD 1 TO WA-ORDEM
            MOVE WA-ORDEM TO WA-FOT-ORDEM(WA-JDX)
        END-IF
    END-IF.

4400-COMPARAR-FOTO.
    IF  WA-FOT-PRODUTO(WA-JDX) = WA-PRODUTO-ATUAL
        MOVE "N" TO WA-ACHOU
        PERFORM 4410-PROCURAR-IGUAL
                VARYING WA-KDX FROM 1 BY 1
                UNTIL WA-KDX > WA-QTD-ANT OR WA-ACHOU-SIM
        IF  NOT WA-ACHOU-SIM
            MOVE "S" TO WA-PRO-ALTERADO(WA-PRODUTO-ATUAL)
        END-IF
    END-IF.

4410-PROCURAR-IGUAL.
    IF  WA-ANT-CODIGO(WA-KDX)    = WA-FOT-CODIGO(WA-JDX)
        AND WA-ANT-ARQUIVO(WA-KDX)   = WA-FOT-ARQUIVO(WA-JDX)
        AND WA-ANT-SHA256(WA-KDX)    = WA-FOT-SHA256(WA-JDX)
        AND WA-ANT-ORDEM(WA-KDX)     = WA-FOT-ORDEM(WA-JDX)
        AND WA-ANT-PRINCIPAL(WA-KDX) = WA-FOT-PRINCIPAL(WA-JDX)
        MOVE "S" TO WA-ACHOU
    END-IF.

*--------------------------------------------------------------------*
* GRAVA NA ORDEM DE EXIBICAO: PARA CADA ORDEM, ACHA A FOTO DELA.      *
*--------------------------------------------------------------------*
4500-GRAVAR-FOTO.
    MOVE ZEROS TO WA-KDX.
    PERFORM 4510-ACHAR-ORDEM
            VARYING WA-JDX FROM 1 BY 1
            UNTIL WA-JDX > WA-QTD-FOT OR WA-KDX > ZEROS.
    IF  WA-KDX = ZEROS
        GO TO 4500-GRAVAR-FOTO-EXIT
    END-IF.
    ADD 1 TO WA-TOTAL-FOTOS.

    MOVE WA-FOT-X(WA-KDX) TO WA-ED-X.
    MOVE WA-FOT-Y(WA-KDX) TO WA-ED-Y.
    MOVE SPACES TO CSV-LINHA.
    STRING WA-FOT-CODIGO(WA-KDX)          DELIMITED BY SIZE
           ";"                            DELIMITED BY SIZE
           WA-FOT-ORDEM(WA-KDX)           DELIMITED BY SIZE
           ";"                            DELIMITED BY SIZE
           WA-FOT-PRINCIPAL(WA-KDX)       DELIMITED BY SIZE
           ";"                            DELIMITED BY SIZE
           WA-PRO-ALTERADO(WA-PRODUTO-ATUAL) DELIMITED BY SIZE
           ";"                            DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-X)         DELIMITED BY SIZE
           ";"                            DELIMITED BY SIZE
           FUNCTION TRIM(WA-ED-Y)         DELIMITED BY SIZE
           ";"                            DELIMITED BY SIZE
           WA-FOT-SHA256(WA-KDX)          DELIMITED BY SPACE
           ";"                            DELIMITED BY SIZE
           FUNCTION TRIM(WA-FOT-ARQUIVO(WA-KDX)) DELIMITED BY SIZE
           INTO CSV-LINHA.
    WRITE CSV-LINHA.

    MOVE SPACES TO ULT-LINHA.
    MOVE WA-FOT-CODIGO(WA-KDX)    TO ULT-CODIGO.
    MOVE WA-FOT-ORDEM(WA-KDX)     TO ULT-ORDEM.
    MOVE WA-FOT-PRINCIPAL(WA-KDX) TO ULT-PRINCIPAL.
    MOVE WA-FOT-SHA256(WA-KDX)    TO ULT-SHA256.
    MOVE WA-FOT-ARQUIVO(WA-KDX)   TO ULT-ARQUIVO.
    WRITE NOV-LINHA FROM ULT-LINHA.

4500-GRAVAR-FOTO-EXIT.
    EXIT.

4510-ACHAR-ORDEM.
    IF  WA-FOT-PRODUTO(WA-JDX) = WA-PRODUTO-ATUAL
        AND WA-FOT-ORDEM(WA-JDX) = WA-ORDEM
        MOVE WA-JDX TO WA-KDX
    END-IF.

4600-GRAVAR-RETIRADA.
    ADD 1 TO WA-TOTAL-RETIRADOS.
    MOVE SPACES TO CSV-LINHA.
    STRING WA-CODIGO-RETIRADA              DELIMITED BY SIZE
           ";000;N;S;0;0;;"                DELIMITED BY SIZE
           INTO CSV-LINHA.
    WRITE CSV-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "  PRODUTO "                    DELIMITED BY SIZE
           WA-CODIGO-RETIRADA              DELIMITED BY SIZE
           WA-MOTIVO-RETIRADA              DELIMITED BY "  "
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* PRODUTO DO ULTIMO FEED QUE NAO ESTA MAIS ATIVO NO produtos.ctl:     *
* SAI UMA RETIRADA SO, NA PRIMEIRA LINHA DELE NO imgfeed-ult.ctl.     *
*--------------------------------------------------------------------*
4700-RETIRAR-INATIVO.
    MOVE "N" TO WA-ACHOU.
    PERFORM 4710-PROCURAR-ATIVO
            VARYING WA-IDX FROM 1 BY 1
            UNTIL WA-IDX > WA-QTD-PRO OR WA-ACHOU-SIM.
    IF  WA-ACHOU-SIM
        GO TO 4700-RETIRAR-INATIVO-EXIT
    END-IF.
    PERFORM 4720-PROCURAR-REPETIDO
            VARYING WA-JDX FROM 1 BY 1
            UNTIL WA-JDX >= WA-KDX OR WA-ACHOU-SIM.
    IF  WA-ACHOU-SIM
        GO TO 4700-RETIRAR-INATIVO-EXIT
    END-IF.
    MOVE WA-ANT-CODIGO(WA-KDX) TO WA-CODIGO-RETIRADA.
    MOVE " - SAIU DO CADASTRO ATIVO DESDE O ULTIMO FEED (RETIRADA)"
      TO WA-MOTIVO-RETIRADA.
    PERFORM 4600-GRAVAR-RETIRADA.

4700-RETIRAR-INATIVO-EXIT.
    EXIT.

4710-PROCURAR-ATIVO.
    IF  WA-PRO-CODIGO(WA-IDX) = WA-ANT-CODIGO(WA-KDX)
        MOVE "S" TO WA-ACHOU
    END-IF.

4720-PROCURAR-REPETIDO.
    IF  WA-ANT-CODIGO(WA-JDX) = WA-ANT-CODIGO(WA-KDX)
        MOVE "S" TO WA-ACHOU
    END-IF.

8000-TRAILER.
    MOVE SPACES TO RPT-LINHA.
    WRITE RPT-LINHA.
    STRING "PRODUTOS NO FEED: "      DELIMITED BY SIZE
           WA-TOTAL-PRODUTOS-FEED    DELIMITED BY SIZE
           "  ALTERADOS: "           DELIMITED BY SIZE
           WA-TOTAL-ALTERADOS        DELIMITED BY SIZE
           "  RETIRADOS: "           DELIMITED BY SIZE
           WA-TOTAL-RETIRADOS        DELIMITED BY SIZE
           "  FOTOS: "               DELIMITED BY SIZE
           WA-TOTAL-FOTOS            DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    MOVE SPACES TO RPT-LINHA.
    STRING "PRINCIPAL PELA PRIMEIRA: " DELIMITED BY SIZE
           WA-TOTAL-PRINCIPAL-PADRAO DELIMITED BY SIZE
           "  SEM SHA-256 NO ckrepo: " DELIMITED BY SIZE
           WA-TOTAL-SEM-HASH         DELIMITED BY SIZE
           "  FORA DO CADASTRO ATIVO: " DELIMITED BY SIZE
           WA-TOTAL-FORA-CADASTRO    DELIMITED BY SIZE
           "  SUMIDAS DO DISCO: "    DELIMITED BY SIZE
           WA-TOTAL-SUMIDAS          DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.

*--------------------------------------------------------------------*
* SO NO FIM DA RODADA O NOVO ESTADO VIRA O "ULTIMO FEED".             *
*--------------------------------------------------------------------*
9999-FINALIZAR.
    IF  WA-CKREPO-ABERTO-SIM
        CLOSE CKREPO-FILE
    END-IF.
    CLOSE FEED-CSV.
    CLOSE NOVO-CTL.
    CALL "CBL_DELETE_FILE" USING WA-NOME-ULT.
    CALL "CBL_RENAME_FILE" USING WA-NOME-ULT-NOVO, WA-NOME-ULT.
    CLOSE IMGFEED-RPT.

*--------------------------------------------------------------------*
* ENTRADA AUSENTE OU ILEGIVEL: PARA SEM TROCAR O imgfeed-ult.ctl - O  *
* .tmp DESTA RODADA E APAGADO E O SITE NAO DEVE PUBLICAR O CSV.       *
*--------------------------------------------------------------------*
9900-ABORTAR.
    DISPLAY "IMGFEED - " WA-MENSAGEM-ABORTO UPON SYSERR.
    MOVE SPACES TO RPT-LINHA.
    STRING WA-MENSAGEM-ABORTO DELIMITED BY "  "
           " - RODADA ABORTADA, imgfeed-ult.ctl MANTIDO"
                              DELIMITED BY SIZE
           INTO RPT-LINHA.
    WRITE RPT-LINHA.
    IF  WA-CKREPO-ABERTO-SIM
        CLOSE CKREPO-FILE
    END-IF.
    CLOSE FEED-CSV.
    CLOSE NOVO-CTL.
    CALL "CBL_DELETE_FILE" USING WA-NOME-ULT-NOVO.
    CLOSE IMGFEED-RPT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
