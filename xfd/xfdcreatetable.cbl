*             CAMPO NOVO, COMENTARIO -- REVISAR PARA MUDANCA DE TIPO/TAMANHO  *
*             E PARA CAMPO QUE SAIU (ESSES O DBA DECIDE).  O CREATE COMPLETO  *
*             CONTINUA SAINDO SO NA PRIMEIRA VEZ DE CADA TABELA.              *
* ALTERACAO.: 15/10/2026 - BUENO - CAMPO DE DATA (FORMAT PREENCHIDO, 8         *
*             DIGITOS SEM ESCALA - MESMA REGRA DO DQSCAN) VIRA COLUNA DATE EM  *
*             VEZ DE DECIMAL(8): A DESCARGA DO VENDUNL GRAVA A DATA            *
*             FORMATADA.  O <TABELA>.cat GUARDA SE A COLUNA E DATA; TABELA     *
*             JA GERADA COM DECIMAL(8) SAI NO ALTER COMO -- REVISAR.           *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
    03  CAT-DIGITS               PIC 9(005).
    03  CAT-SCALE                PIC S9(005) SIGN LEADING SEPARATE.
    03  CAT-LENGTH               PIC 9(005).
    03  CAT-DATA                 PIC X(001).

FD  ALTER-ARQUIVO.
01  ALT-LINHA                   PIC X(132).
        05  WA-CAT-DIGITS        PIC 9(005).
        05  WA-CAT-SCALE         PIC S9(005).
        05  WA-CAT-LENGTH        PIC 9(005).
        05  WA-CAT-DATA          PIC X(001).
        05  WA-CAT-ACHADO        PIC X(001).
77  WA-IDX                       SIGNED-LONG.
77  WA-ED-DIGITS                 PIC ZZZZ9.
77  WA-ED-SCALE                  PIC Z9.
77  WA-ED-LENGTH                 PIC ZZZZ9.
77  WA-EH-DATA                   PIC X(001)          VALUE "N".
    88  WA-EH-DATA-SIM                               VALUE "S".

01  WA-DDL-COLUNA.
    03  WA-DDL-NOME              PIC X(030).
               ")"        DELIMITED BY SIZE
               INTO WA-DDL-TIPO
    END-IF.
*   DATA (AAAAMMDD) VAI COMO DATE - A DESCARGA GRAVA AAAA-MM-DD.
    PERFORM 1150-CLASSIFICAR-DATA.
    IF  WA-EH-DATA-SIM
        MOVE "DATE" TO WA-DDL-TIPO
    END-IF.

*--------------------------------------------------------------------*
* CAMPO WA-IDX E DATA?  FORMAT PREENCHIDO, 8 DIGITOS, SEM ESCALA      *
* (AAAAMMDD) - A MESMA REGRA QUE O DQSCAN USA PARA VALIDAR DATA.      *
*--------------------------------------------------------------------*
1150-CLASSIFICAR-DATA.
    MOVE "N" TO WA-EH-DATA.
    IF  XFD-CAT-FORMAT(WA-IDX) NOT = SPACES
        AND XFD-CAT-LENGTH(WA-IDX) = 8
        AND XFD-CAT-DIGITS(WA-IDX) > ZEROS
        AND XFD-CAT-SCALE(WA-IDX) = ZEROS
        MOVE "S" TO WA-EH-DATA
    END-IF.

*--------------------------------------------------------------------*
* CARREGA O CATALOGO DA GERACAO ANTERIOR (SE EXISTIR).                *
                 MOVE CAT-DIGITS TO WA-CAT-DIGITS(WA-CAT-QTD)
                 MOVE CAT-SCALE  TO WA-CAT-SCALE(WA-CAT-QTD)
                 MOVE CAT-LENGTH TO WA-CAT-LENGTH(WA-CAT-QTD)
                 MOVE CAT-DATA   TO WA-CAT-DATA(WA-CAT-QTD)
                 IF  CAT-DATA NOT = "S"
                     MOVE "N" TO WA-CAT-DATA(WA-CAT-QTD)
                 END-IF
                 MOVE "N"        TO WA-CAT-ACHADO(WA-CAT-QTD)
             END-IF
    END-READ.
        IF  WA-CAT-NOME(WA-JDX) = XFD-CAT-NOME(WA-IDX)
            MOVE "S" TO WA-ACHOU
            MOVE "S" TO WA-CAT-ACHADO(WA-JDX)
            PERFORM 1150-CLASSIFICAR-DATA
            IF  WA-CAT-TYPE(WA-JDX)   NOT = XFD-CAT-TYPE(WA-IDX)
                OR WA-CAT-DIGITS(WA-JDX) NOT = XFD-CAT-DIGITS(WA-IDX)
                OR WA-CAT-SCALE(WA-JDX)  NOT = XFD-CAT-SCALE(WA-IDX)
                OR WA-CAT-LENGTH(WA-JDX) NOT = XFD-CAT-LENGTH(WA-IDX)
                OR WA-CAT-DATA(WA-JDX)   NOT = WA-EH-DATA
                PERFORM 6300-APONTAR-MUDANCA-TIPO
            END-IF
        END-IF
    MOVE XFD-CAT-DIGITS(WA-IDX) TO CAT-DIGITS.
    MOVE XFD-CAT-SCALE(WA-IDX)  TO CAT-SCALE.
    MOVE XFD-CAT-LENGTH(WA-IDX) TO CAT-LENGTH.
    PERFORM 1150-CLASSIFICAR-DATA.
    MOVE WA-EH-DATA             TO CAT-DATA.
    WRITE CAT-LINHA.
