F05CIM7 DFHMSD TYPE=MAP,MODE=INOUT,LANG=COBOL,CTRL=FREEKB,TIOAPFX=YES, *00010000
               MAPATTS=(COLOR)                                          00011000
MAPFECH DFHMDI SIZE=(24,80)                                             00012000
        DFHMDF POS=(2,22),                                             *00013000
               LENGTH=36,                                              *00014000
               ATTRB=ASKIP,COLOR=YELLOW,                               *00015000
               INITIAL='FECHAMENTO DO CAIXA - TOTAIS DO DIA'            00016000
        DFHMDF POS=(03,13),LENGTH=55,INITIAL='-------------------------*00017000
               ------------------------------',ATTRB=ASKIP,COLOR=YELLOW 00018000
************************************************************************00019000
        DFHMDF POS=(05,02),LENGTH=10,INITIAL='AGENCIA .:',ATTRB=ASKIP, *00020000
               COLOR=TURQUOISE                                          00021000
TAGE    DFHMDF POS=(05,13),LENGTH=04,ATTRB=(UNPROT,NUM,FSET),          *00022000
               COLOR=NEUTRAL                                            00023000
        DFHMDF POS=(05,18),LENGTH=01,ATTRB=PROT                         00024000
        DFHMDF POS=(05,22),LENGTH=10,INITIAL='DATA ....:',ATTRB=ASKIP, *00025000
               COLOR=TURQUOISE                                          00026000
TDAT    DFHMDF POS=(05,33),LENGTH=10,ATTRB=ASKIP,COLOR=NEUTRAL          00027000
        DFHMDF POS=(05,46),LENGTH=10,INITIAL='OPERADOR:',ATTRB=ASKIP,  *00028000
               COLOR=TURQUOISE                                          00029000
TOPE    DFHMDF POS=(05,57),LENGTH=03,ATTRB=ASKIP,COLOR=NEUTRAL          00030000
************************************************************************00031000
        DFHMDF POS=(07,24),LENGTH=22,INITIAL='---- DO OPERADOR -----', *00032000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00033000
        DFHMDF POS=(07,50),LENGTH=22,INITIAL='---- DA AGENCIA ------', *00034000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00035000
        DFHMDF POS=(08,24),LENGTH=22,INITIAL='   QTDE          VALOR', *00036000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00037000
        DFHMDF POS=(08,50),LENGTH=22,INITIAL='   QTDE          VALOR', *00038000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00039000
        DFHMDF POS=(09,02),LENGTH=20,INITIAL='DEPOSITOS (C) ......',   *00040000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00041000
TQCO    DFHMDF POS=(09,24),LENGTH=07,ATTRB=ASKIP,COLOR=NEUTRAL          00042000
TVCO    DFHMDF POS=(09,32),LENGTH=14,ATTRB=ASKIP,COLOR=NEUTRAL          00043000
TQCA    DFHMDF POS=(09,50),LENGTH=07,ATTRB=ASKIP,COLOR=NEUTRAL          00044000
TVCA    DFHMDF POS=(09,58),LENGTH=14,ATTRB=ASKIP,COLOR=NEUTRAL          00045000
        DFHMDF POS=(10,02),LENGTH=20,INITIAL='SAQUES (D) .........',   *00046000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00047000
TQDO    DFHMDF POS=(10,24),LENGTH=07,ATTRB=ASKIP,COLOR=NEUTRAL          00048000
TVDO    DFHMDF POS=(10,32),LENGTH=14,ATTRB=ASKIP,COLOR=NEUTRAL          00049000
TQDA    DFHMDF POS=(10,50),LENGTH=07,ATTRB=ASKIP,COLOR=NEUTRAL          00050000
TVDA    DFHMDF POS=(10,58),LENGTH=14,ATTRB=ASKIP,COLOR=NEUTRAL          00051000
        DFHMDF POS=(12,02),LENGTH=20,INITIAL='SALDO DO CAIXA (C-D)',   *00052000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00053000
TSLO    DFHMDF POS=(12,31),LENGTH=15,ATTRB=ASKIP,COLOR=YELLOW           00054000
TSLA    DFHMDF POS=(12,57),LENGTH=15,ATTRB=ASKIP,COLOR=YELLOW           00055000
************************************************************************00056000
        DFHMDF POS=(14,02),LENGTH=20,INITIAL='SITUACAO DA FILA ...',   *00057000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00058000
TSIT    DFHMDF POS=(14,24),LENGTH=40,ATTRB=ASKIP,COLOR=NEUTRAL          00059000
************************************************************************00060000
TMSG    DFHMDF POS=(20,10),LENGTH=60,ATTRB=ASKIP,COLOR=NEUTRAL          00061000
************************************************************************00062000
        DFHMDF POS=(22,04),LENGTH=40,                                  *00063000
               INITIAL=' ENTER=ATUALIZAR  F3=VOLTAR A CAPTURA ',       *00064000
               COLOR=YELLOW                                             00065000
************************************************************************00066000
        DFHMSD TYPE=FINAL                                               00067000
        END                                                             00068000
