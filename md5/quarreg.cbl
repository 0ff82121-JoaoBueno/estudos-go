* CKREPO COM O ckhist.ctl).  CHAMADA POR NFEVERIF, INTAKE E QUARMGR.           *
*                                                                              *
* CRIACAO...: 02/09/2026 - BUENO - V6.00.000                                   *
* ALTERACAO.: 15/10/2026 - BUENO - O EVENTO DO HISTORICO PASSA A LEVAR O CNPJ  *
*             DE QUEM MANDOU O DOCUMENTO (NOVO PARAMETRO QRG-CNPJ-EMIT, EM     *
*             BRANCO QUANDO NAO SE SABE), PARA O PLACAR DE FORNECEDORES        *
*             FORNSCOR.                                                        *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
01  QRG-MD5-ESPERADO             PIC X(032).
01  QRG-MD5-CALCULADO            PIC X(032).
01  QRG-SITUACAO                 PIC X(012).
01  QRG-CNPJ-EMIT                PIC X(014).
01  QRG-RETORNO                  PIC 9(002).
    88  QRG-OK                                       VALUE 00.
    88  QRG-ERRO-ARQUIVO                             VALUE 99.

PROCEDURE DIVISION CHAINING QRG-ARQUIVO, QRG-TIPO, QRG-MD5-ESPERADO,
        QRG-MD5-CALCULADO, QRG-SITUACAO, QRG-CNPJ-EMIT, QRG-RETORNO.
0000-MAINLINE.
    MOVE ZEROS TO QRG-RETORNO.


*--------------------------------------------------------------------*
* O EVENTO NO HISTORICO APPEND-ONLY (quarentena.ctl), COM OS MESMOS   *
* CAMPOS DE SEMPRE MAIS O CNPJ DE QUEM MANDOU (SO NO HISTORICO - O    *
* quarsit.ctl NAO MUDA) - A SITUACAO ATUAL JA FOI GRAVADA ACIMA.      *
*--------------------------------------------------------------------*
1000-APENDAR-EVENTO.
    OPEN EXTEND QUAR-REG.
    MOVE WA-HORA-EVENTO    TO QUA-HORA.
    MOVE QRG-SITUACAO      TO QUA-SITUACAO.
    MOVE WA-TIPO-EVENTO    TO QUA-TIPO.
    MOVE QRG-CNPJ-EMIT     TO QUA-CNPJ-EMIT.
    WRITE QUA-LINHA.
    CLOSE QUAR-REG.

