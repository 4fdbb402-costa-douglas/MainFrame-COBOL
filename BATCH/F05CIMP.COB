F05CIM8 DFHMSD TYPE=MAP,MODE=INOUT,LANG=COBOL,CTRL=FREEKB,TIOAPFX=YES, *00010000
               MAPATTS=(COLOR)                                          00011000
MAPPECA DFHMDI SIZE=(24,80)                                             00012000
        DFHMDF POS=(2,22),                                             *00013000
               LENGTH=34,                                              *00014000
               ATTRB=ASKIP,                                            *00015000
               INITIAL='CONSULTA DE PECAS - ESTOQUE',COLOR=YELLOW       00016000
        DFHMDF POS=(03,13),LENGTH=55,INITIAL='-------------------------*00017000
               ------------------------------',ATTRB=ASKIP,COLOR=YELLOW 00018000
************************************************************************00019000
        DFHMDF POS=(05,02),LENGTH=10,                                  *00020000
               INITIAL='PECA ....:',                                   *00021000
               ATTRB=ASKIP,                                            *00022000
               COLOR=TURQUOISE                                          00023000
PECA    DFHMDF POS=(05,13),LENGTH=06,ATTRB=(UNPROT,IC,FSET),           *00024000
               COLOR=NEUTRAL                                            00025000
        DFHMDF POS=(05,20),LENGTH=01,ATTRB=PROT                         00026000
        DFHMDF POS=(05,23),LENGTH=10,                                  *00027000
               INITIAL='FORNEC ..:',                                   *00028000
               ATTRB=ASKIP,                                            *00029000
               COLOR=TURQUOISE                                          00030000
FORN    DFHMDF POS=(05,34),LENGTH=20,ATTRB=ASKIP,COLOR=NEUTRAL          00031000
FCOD    DFHMDF POS=(05,55),LENGTH=05,ATTRB=ASKIP,COLOR=NEUTRAL          00032000
FSIT    DFHMDF POS=(05,61),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00033000
************************************************************************00034000
        DFHMDF POS=(07,02),LENGTH=03,INITIAL='DEP',ATTRB=ASKIP,        *00035000
               COLOR=TURQUOISE                                          00036000
        DFHMDF POS=(07,06),LENGTH=06,INITIAL=' SALDO',ATTRB=ASKIP,     *00037000
               COLOR=TURQUOISE                                          00038000
        DFHMDF POS=(07,13),LENGTH=06,INITIAL='RESERV',ATTRB=ASKIP,     *00039000
               COLOR=TURQUOISE                                          00040000
        DFHMDF POS=(07,20),LENGTH=07,INITIAL=' DISPON',ATTRB=ASKIP,    *00041000
               COLOR=TURQUOISE                                          00042000
        DFHMDF POS=(07,28),LENGTH=10,                                  *00043000
               INITIAL='CUSTO UNIT',                                   *00044000
               ATTRB=ASKIP,                                            *00045000
               COLOR=TURQUOISE                                          00046000
        DFHMDF POS=(07,39),LENGTH=08,INITIAL='SITUACAO',ATTRB=ASKIP,   *00047000
               COLOR=TURQUOISE                                          00048000
        DFHMDF POS=(07,54),LENGTH=05,INITIAL='FORN.',ATTRB=ASKIP,      *00049000
               COLOR=TURQUOISE                                          00050000
        DFHMDF POS=(07,60),LENGTH=08,INITIAL='PREVISTO',ATTRB=ASKIP,   *00051000
               COLOR=TURQUOISE                                          00052000
        DFHMDF POS=(07,69),LENGTH=06,INITIAL='  QTDE',ATTRB=ASKIP,     *00053000
               COLOR=TURQUOISE                                          00054000
D1DP    DFHMDF POS=(08,02),LENGTH=02,ATTRB=ASKIP,COLOR=NEUTRAL          00055000
D1SL    DFHMDF POS=(08,06),LENGTH=06,ATTRB=ASKIP,COLOR=NEUTRAL          00056000
D1RS    DFHMDF POS=(08,13),LENGTH=06,ATTRB=ASKIP,COLOR=NEUTRAL          00057000
D1DI    DFHMDF POS=(08,20),LENGTH=07,ATTRB=ASKIP,COLOR=NEUTRAL          00058000
D1CU    DFHMDF POS=(08,29),LENGTH=09,ATTRB=ASKIP,COLOR=NEUTRAL          00059000
D1ST    DFHMDF POS=(08,39),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00060000
P1FO    DFHMDF POS=(08,54),LENGTH=05,ATTRB=ASKIP,COLOR=NEUTRAL          00061000
P1PV    DFHMDF POS=(08,60),LENGTH=08,ATTRB=ASKIP,COLOR=NEUTRAL          00062000
P1QT    DFHMDF POS=(08,69),LENGTH=06,ATTRB=ASKIP,COLOR=NEUTRAL          00063000
D2DP    DFHMDF POS=(09,02),LENGTH=02,ATTRB=ASKIP,COLOR=NEUTRAL          00064000
D2SL    DFHMDF POS=(09,06),LENGTH=06,ATTRB=ASKIP,COLOR=NEUTRAL          00065000
D2RS    DFHMDF POS=(09,13),LENGTH=06,ATTRB=ASKIP,COLOR=NEUTRAL          00066000
D2DI    DFHMDF POS=(09,20),LENGTH=07,ATTRB=ASKIP,COLOR=NEUTRAL          00067000
D2CU    DFHMDF POS=(09,29),LENGTH=09,ATTRB=ASKIP,COLOR=NEUTRAL          00068000
D2ST    DFHMDF POS=(09,39),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00069000
P2FO    DFHMDF POS=(09,54),LENGTH=05,ATTRB=ASKIP,COLOR=NEUTRAL          00070000
P2PV    DFHMDF POS=(09,60),LENGTH=08,ATTRB=ASKIP,COLOR=NEUTRAL          00071000
P2QT    DFHMDF POS=(09,69),LENGTH=06,ATTRB=ASKIP,COLOR=NEUTRAL          00072000
D3DP    DFHMDF POS=(10,02),LENGTH=02,ATTRB=ASKIP,COLOR=NEUTRAL          00073000
D3SL    DFHMDF POS=(10,06),LENGTH=06,ATTRB=ASKIP,COLOR=NEUTRAL          00074000
D3RS    DFHMDF POS=(10,13),LENGTH=06,ATTRB=ASKIP,COLOR=NEUTRAL          00075000
D3DI    DFHMDF POS=(10,20),LENGTH=07,ATTRB=ASKIP,COLOR=NEUTRAL          00076000
D3CU    DFHMDF POS=(10,29),LENGTH=09,ATTRB=ASKIP,COLOR=NEUTRAL          00077000
D3ST    DFHMDF POS=(10,39),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00078000
P3FO    DFHMDF POS=(10,54),LENGTH=05,ATTRB=ASKIP,COLOR=NEUTRAL          00079000
P3PV    DFHMDF POS=(10,60),LENGTH=08,ATTRB=ASKIP,COLOR=NEUTRAL          00080000
P3QT    DFHMDF POS=(10,69),LENGTH=06,ATTRB=ASKIP,COLOR=NEUTRAL          00081000
        DFHMDF POS=(11,39),LENGTH=18,                                  *00082000
               INITIAL='PEDIDOS EM ABERTO:',                           *00083000
               ATTRB=ASKIP,                                            *00084000
               COLOR=TURQUOISE                                          00085000
PQTD    DFHMDF POS=(11,58),LENGTH=03,ATTRB=ASKIP,COLOR=NEUTRAL          00086000
        DFHMDF POS=(11,62),LENGTH=05,INITIAL='QTDE:',ATTRB=ASKIP,      *00087000
               COLOR=TURQUOISE                                          00088000
PTOT    DFHMDF POS=(11,69),LENGTH=06,ATTRB=ASKIP,COLOR=NEUTRAL          00089000
************************************************************************00090000
        DFHMDF POS=(13,02),LENGTH=08,INITIAL='DATA MOV',ATTRB=ASKIP,   *00091000
               COLOR=TURQUOISE                                          00092000
        DFHMDF POS=(13,11),LENGTH=01,INITIAL='T',ATTRB=ASKIP,          *00093000
               COLOR=TURQUOISE                                          00094000
        DFHMDF POS=(13,13),LENGTH=02,INITIAL='DP',ATTRB=ASKIP,         *00095000
               COLOR=TURQUOISE                                          00096000
        DFHMDF POS=(13,16),LENGTH=07,INITIAL='   QTDE',ATTRB=ASKIP,    *00097000
               COLOR=TURQUOISE                                          00098000
        DFHMDF POS=(13,24),LENGTH=06,INITIAL=' SALDO',ATTRB=ASKIP,     *00099000
               COLOR=TURQUOISE                                          00100000
        DFHMDF POS=(13,31),LENGTH=08,INITIAL='PROGRAMA',ATTRB=ASKIP,   *00101000
               COLOR=TURQUOISE                                          00102000
        DFHMDF POS=(13,40),LENGTH=06,INITIAL='ORIGEM',ATTRB=ASKIP,     *00103000
               COLOR=TURQUOISE                                          00104000
K1DT    DFHMDF POS=(14,02),LENGTH=08,ATTRB=ASKIP,COLOR=NEUTRAL          00105000
K1TP    DFHMDF POS=(14,11),LENGTH=01,ATTRB=ASKIP,COLOR=NEUTRAL          00106000
K1DP    DFHMDF POS=(14,13),LENGTH=02,ATTRB=ASKIP,COLOR=NEUTRAL          00107000
K1QT    DFHMDF POS=(14,16),LENGTH=07,ATTRB=ASKIP,COLOR=NEUTRAL          00108000
K1SL    DFHMDF POS=(14,24),LENGTH=06,ATTRB=ASKIP,COLOR=NEUTRAL          00109000
K1PG    DFHMDF POS=(14,31),LENGTH=08,ATTRB=ASKIP,COLOR=NEUTRAL          00110000
K1OR    DFHMDF POS=(14,40),LENGTH=20,ATTRB=ASKIP,COLOR=NEUTRAL          00111000
K2DT    DFHMDF POS=(15,02),LENGTH=08,ATTRB=ASKIP,COLOR=NEUTRAL          00112000
K2TP    DFHMDF POS=(15,11),LENGTH=01,ATTRB=ASKIP,COLOR=NEUTRAL          00113000
K2DP    DFHMDF POS=(15,13),LENGTH=02,ATTRB=ASKIP,COLOR=NEUTRAL          00114000
K2QT    DFHMDF POS=(15,16),LENGTH=07,ATTRB=ASKIP,COLOR=NEUTRAL          00115000
K2SL    DFHMDF POS=(15,24),LENGTH=06,ATTRB=ASKIP,COLOR=NEUTRAL          00116000
K2PG    DFHMDF POS=(15,31),LENGTH=08,ATTRB=ASKIP,COLOR=NEUTRAL          00117000
K2OR    DFHMDF POS=(15,40),LENGTH=20,ATTRB=ASKIP,COLOR=NEUTRAL          00118000
K3DT    DFHMDF POS=(16,02),LENGTH=08,ATTRB=ASKIP,COLOR=NEUTRAL          00119000
K3TP    DFHMDF POS=(16,11),LENGTH=01,ATTRB=ASKIP,COLOR=NEUTRAL          00120000
K3DP    DFHMDF POS=(16,13),LENGTH=02,ATTRB=ASKIP,COLOR=NEUTRAL          00121000
K3QT    DFHMDF POS=(16,16),LENGTH=07,ATTRB=ASKIP,COLOR=NEUTRAL          00122000
K3SL    DFHMDF POS=(16,24),LENGTH=06,ATTRB=ASKIP,COLOR=NEUTRAL          00123000
K3PG    DFHMDF POS=(16,31),LENGTH=08,ATTRB=ASKIP,COLOR=NEUTRAL          00124000
K3OR    DFHMDF POS=(16,40),LENGTH=20,ATTRB=ASKIP,COLOR=NEUTRAL          00125000
K4DT    DFHMDF POS=(17,02),LENGTH=08,ATTRB=ASKIP,COLOR=NEUTRAL          00126000
K4TP    DFHMDF POS=(17,11),LENGTH=01,ATTRB=ASKIP,COLOR=NEUTRAL          00127000
K4DP    DFHMDF POS=(17,13),LENGTH=02,ATTRB=ASKIP,COLOR=NEUTRAL          00128000
K4QT    DFHMDF POS=(17,16),LENGTH=07,ATTRB=ASKIP,COLOR=NEUTRAL          00129000
K4SL    DFHMDF POS=(17,24),LENGTH=06,ATTRB=ASKIP,COLOR=NEUTRAL          00130000
K4PG    DFHMDF POS=(17,31),LENGTH=08,ATTRB=ASKIP,COLOR=NEUTRAL          00131000
K4OR    DFHMDF POS=(17,40),LENGTH=20,ATTRB=ASKIP,COLOR=NEUTRAL          00132000
K5DT    DFHMDF POS=(18,02),LENGTH=08,ATTRB=ASKIP,COLOR=NEUTRAL          00133000
K5TP    DFHMDF POS=(18,11),LENGTH=01,ATTRB=ASKIP,COLOR=NEUTRAL          00134000
K5DP    DFHMDF POS=(18,13),LENGTH=02,ATTRB=ASKIP,COLOR=NEUTRAL          00135000
K5QT    DFHMDF POS=(18,16),LENGTH=07,ATTRB=ASKIP,COLOR=NEUTRAL          00136000
K5SL    DFHMDF POS=(18,24),LENGTH=06,ATTRB=ASKIP,COLOR=NEUTRAL          00137000
K5PG    DFHMDF POS=(18,31),LENGTH=08,ATTRB=ASKIP,COLOR=NEUTRAL          00138000
K5OR    DFHMDF POS=(18,40),LENGTH=20,ATTRB=ASKIP,COLOR=NEUTRAL          00139000
K6DT    DFHMDF POS=(19,02),LENGTH=08,ATTRB=ASKIP,COLOR=NEUTRAL          00140000
K6TP    DFHMDF POS=(19,11),LENGTH=01,ATTRB=ASKIP,COLOR=NEUTRAL          00141000
K6DP    DFHMDF POS=(19,13),LENGTH=02,ATTRB=ASKIP,COLOR=NEUTRAL          00142000
K6QT    DFHMDF POS=(19,16),LENGTH=07,ATTRB=ASKIP,COLOR=NEUTRAL          00143000
K6SL    DFHMDF POS=(19,24),LENGTH=06,ATTRB=ASKIP,COLOR=NEUTRAL          00144000
K6PG    DFHMDF POS=(19,31),LENGTH=08,ATTRB=ASKIP,COLOR=NEUTRAL          00145000
K6OR    DFHMDF POS=(19,40),LENGTH=20,ATTRB=ASKIP,COLOR=NEUTRAL          00146000
K7DT    DFHMDF POS=(20,02),LENGTH=08,ATTRB=ASKIP,COLOR=NEUTRAL          00147000
K7TP    DFHMDF POS=(20,11),LENGTH=01,ATTRB=ASKIP,COLOR=NEUTRAL          00148000
K7DP    DFHMDF POS=(20,13),LENGTH=02,ATTRB=ASKIP,COLOR=NEUTRAL          00149000
K7QT    DFHMDF POS=(20,16),LENGTH=07,ATTRB=ASKIP,COLOR=NEUTRAL          00150000
K7SL    DFHMDF POS=(20,24),LENGTH=06,ATTRB=ASKIP,COLOR=NEUTRAL          00151000
K7PG    DFHMDF POS=(20,31),LENGTH=08,ATTRB=ASKIP,COLOR=NEUTRAL          00152000
K7OR    DFHMDF POS=(20,40),LENGTH=20,ATTRB=ASKIP,COLOR=NEUTRAL          00153000
K8DT    DFHMDF POS=(21,02),LENGTH=08,ATTRB=ASKIP,COLOR=NEUTRAL          00154000
K8TP    DFHMDF POS=(21,11),LENGTH=01,ATTRB=ASKIP,COLOR=NEUTRAL          00155000
K8DP    DFHMDF POS=(21,13),LENGTH=02,ATTRB=ASKIP,COLOR=NEUTRAL          00156000
K8QT    DFHMDF POS=(21,16),LENGTH=07,ATTRB=ASKIP,COLOR=NEUTRAL          00157000
K8SL    DFHMDF POS=(21,24),LENGTH=06,ATTRB=ASKIP,COLOR=NEUTRAL          00158000
K8PG    DFHMDF POS=(21,31),LENGTH=08,ATTRB=ASKIP,COLOR=NEUTRAL          00159000
K8OR    DFHMDF POS=(21,40),LENGTH=20,ATTRB=ASKIP,COLOR=NEUTRAL          00160000
************************************************************************00161000
MSGP    DFHMDF POS=(22,02),LENGTH=60,ATTRB=ASKIP,COLOR=NEUTRAL          00162000
************************************************************************00163000
        DFHMDF POS=(23,04),LENGTH=40,                                  *00164000
               INITIAL=' ENTER=CONSULTA   F3=SAIR ',COLOR=YELLOW        00165000
************************************************************************00166000
        DFHMSD TYPE=FINAL                                               00167000
        END                                                             00168000
