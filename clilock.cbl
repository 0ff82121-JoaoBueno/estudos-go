*             COMPATIBILIDADE PARA AS TELAS DE CLIENTE JA COMPILADAS: MESMA    *
*             LINKAGE DE SEMPRE, SO REPASSA PARA O REGLOCK COM TIPO "CLI".     *
*             O ARQUIVO cliente.lock DEIXA DE SER USADO.                       *
* ALTERACAO.: 15/10/2026 - BUENO - O REGLOCK GANHOU O PARAMETRO DA IMAGEM DO   *
*             REGISTRO (CONFERENCIA ANTES DE SALVAR).  ESTA CASCA PASSA        *
*             BRANCOS - TRAVA COMO SEMPRE, SEM CONFERENCIA; TELA NOVA CHAMA    *
*             O REGLOCK DIRETO COM A IMAGEM E A OPERACAO "V".                  *
*                                                                              *
*------------------------------------------------------------------------------*
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
77  WA-REG-TIPO                 PIC X(003)          VALUE "CLI".
77  WA-REG-IMAGEM               PIC X(4000)         VALUE SPACES.

LINKAGE SECTION.
01  CLI-CODIGO                  PIC 9(008).
0000-MAINLINE.
    CALL "REGLOCK" USING WA-REG-TIPO, CLI-CODIGO, CLI-OPERACAO, CLI-PID,
                          CLI-STATUS, CLI-DONO-USUARIO, CLI-DONO-PID,
                          CLI-DONO-DATA, CLI-DONO-HORA, WA-REG-IMAGEM
    END-CALL.
    GOBACK.
