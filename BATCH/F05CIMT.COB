F05CIM6 DFHMSD TYPE=MAP,MODE=INOUT,LANG=COBOL,CTRL=FREEKB,TIOAPFX=YES, *00010000
               MAPATTS=(COLOR)                                          00011000
MAPCAIX DFHMDI SIZE=(24,80)                                             00012000
        DFHMDF POS=(2,22),                                             *00013000
               LENGTH=34,                                              *00014000
               ATTRB=ASKIP,                                            *00015000
               INITIAL='CAPTURA DE MOVIMENTOS - CAIXA',COLOR=YELLOW     00016000
        DFHMDF POS=(03,13),LENGTH=55,INITIAL='-------------------------*00017000
               ------------------------------',ATTRB=ASKIP,COLOR=YELLOW 00018000
************************************************************************00019000
        DFHMDF POS=(05,02),LENGTH=10,INITIAL='AGENCIA .:',ATTRB=ASKIP, *00020000
               COLOR=TURQUOISE                                          00021000
AGEN    DFHMDF POS=(05,13),LENGTH=04,ATTRB=(UNPROT,NUM,FSET),          *00022000
               COLOR=NEUTRAL                                            00023000
        DFHMDF POS=(05,18),LENGTH=01,ATTRB=PROT                         00024000
        DFHMDF POS=(05,22),LENGTH=10,INITIAL='CONTA ...:',ATTRB=ASKIP, *00025000
               COLOR=TURQUOISE                                          00026000
CNTA    DFHMDF POS=(05,33),LENGTH=06,ATTRB=(UNPROT,NUM,FSET),          *00027000
               COLOR=NEUTRAL                                            00028000
        DFHMDF POS=(05,40),LENGTH=01,ATTRB=PROT                         00029000
        DFHMDF POS=(06,02),LENGTH=10,INITIAL='TIPO ....:',ATTRB=ASKIP, *00030000
               COLOR=TURQUOISE                                          00031000
TIPO    DFHMDF POS=(06,13),LENGTH=01,ATTRB=(UNPROT,FSET),COLOR=NEUTRAL  00032000
        DFHMDF POS=(06,15),LENGTH=01,ATTRB=PROT                         00033000
        DFHMDF POS=(06,17),LENGTH=25,                                  *00034000
               INITIAL='(C = DEPOSITO  D = SAQUE)',                    *00035000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00036000
        DFHMDF POS=(07,02),LENGTH=10,INITIAL='VALOR ...:',ATTRB=ASKIP, *00037000
               COLOR=TURQUOISE                                          00038000
VALR    DFHMDF POS=(07,13),LENGTH=10,ATTRB=(UNPROT,NUM,FSET),          *00039000
               JUSTIFY=(RIGHT,ZERO),COLOR=NEUTRAL,                     *00040000
               PICIN='9(08)V99'                                         00041000
        DFHMDF POS=(07,24),LENGTH=01,ATTRB=PROT                         00042000
        DFHMDF POS=(07,26),LENGTH=26,                                  *00043000
               INITIAL='(EM CENTAVOS, SEM VIRGULA)',                   *00044000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00045000
        DFHMDF POS=(08,02),LENGTH=10,INITIAL='HISTORICO:',ATTRB=ASKIP, *00046000
               COLOR=TURQUOISE                                          00047000
HIST    DFHMDF POS=(08,13),LENGTH=30,ATTRB=(UNPROT,FSET),COLOR=NEUTRAL  00048000
        DFHMDF POS=(08,44),LENGTH=01,ATTRB=PROT                         00049000
************************************************************************00050000
        DFHMDF POS=(10,02),LENGTH=10,INITIAL='NOME ....:',ATTRB=ASKIP, *00051000
               COLOR=TURQUOISE                                          00052000
NOME    DFHMDF POS=(10,13),LENGTH=30,ATTRB=ASKIP,COLOR=NEUTRAL          00053000
        DFHMDF POS=(11,02),LENGTH=10,INITIAL='SALDO ...:',ATTRB=ASKIP, *00054000
               COLOR=TURQUOISE                                          00055000
SALD    DFHMDF POS=(11,13),LENGTH=16,ATTRB=ASKIP,COLOR=NEUTRAL          00056000
        DFHMDF POS=(11,32),LENGTH=10,INITIAL='LIMITE ..:',ATTRB=ASKIP, *00057000
               COLOR=TURQUOISE                                          00058000
LIMI    DFHMDF POS=(11,43),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00059000
        DFHMDF POS=(12,02),LENGTH=10,INITIAL='DISPONIV.:',ATTRB=ASKIP, *00060000
               COLOR=TURQUOISE                                          00061000
DISP    DFHMDF POS=(12,13),LENGTH=16,ATTRB=ASKIP,COLOR=NEUTRAL          00062000
        DFHMDF POS=(12,32),LENGTH=10,INITIAL='CAIXA DIA:',ATTRB=ASKIP, *00063000
               COLOR=TURQUOISE                                          00064000
LDIA    DFHMDF POS=(12,43),LENGTH=16,ATTRB=ASKIP,COLOR=NEUTRAL          00065000
        DFHMDF POS=(13,02),LENGTH=10,INITIAL='BLOQUEIO:',ATTRB=ASKIP,  *00066000
               COLOR=TURQUOISE                                          00067000
BLOQ    DFHMDF POS=(13,13),LENGTH=50,ATTRB=ASKIP,COLOR=RED              00068000
************************************************************************00069000
        DFHMDF POS=(15,02),LENGTH=26,                                  *00070000
               INITIAL='ULTIMO LANCAMENTO GRAVADO:',ATTRB=ASKIP,       *00071000
               COLOR=TURQUOISE                                          00072000
ULTL    DFHMDF POS=(16,02),LENGTH=70,ATTRB=ASKIP,COLOR=NEUTRAL          00073000
************************************************************************00074000
MSGC    DFHMDF POS=(20,10),LENGTH=60,ATTRB=ASKIP,COLOR=NEUTRAL          00075000
************************************************************************00076000
        DFHMDF POS=(22,04),LENGTH=50,                                  *00077000
               INITIAL=' ENTER=CONFERIR F6=LANCAR F5=TOTAIS F3=SAIR',  *00078000
               COLOR=YELLOW                                             00079000
************************************************************************00080000
        DFHMSD TYPE=FINAL                                               00081000
        END                                                             00082000
