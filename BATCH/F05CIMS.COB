F05CIM9 DFHMSD TYPE=MAP,MODE=INOUT,LANG=COBOL,CTRL=FREEKB,TIOAPFX=YES, *00010000
               MAPATTS=(COLOR)                                          00011000
MAPHOLE DFHMDI SIZE=(24,80)                                             00012000
        DFHMDF POS=(2,24),                                             *00013000
               LENGTH=32,                                              *00014000
               ATTRB=ASKIP,                                            *00015000
               INITIAL='HOLERITE - HISTORICO DA FOLHA',COLOR=YELLOW     00016000
        DFHMDF POS=(03,13),LENGTH=55,INITIAL='-------------------------*00017000
               ------------------------------',ATTRB=ASKIP,COLOR=YELLOW 00018000
************************************************************************00019000
        DFHMDF POS=(04,02),LENGTH=10,INITIAL='ID ......:',ATTRB=ASKIP, *00020000
               COLOR=TURQUOISE                                          00021000
HID     DFHMDF POS=(04,13),LENGTH=04,ATTRB=(UNPROT,IC,NUM,FSET),       *00022000
               COLOR=NEUTRAL                                            00023000
        DFHMDF POS=(04,18),LENGTH=01,ATTRB=PROT                         00024000
        DFHMDF POS=(04,20),LENGTH=10,INITIAL='COMPET. .:',ATTRB=ASKIP, *00025000
               COLOR=TURQUOISE                                          00026000
HCOMP   DFHMDF POS=(04,31),LENGTH=06,ATTRB=(UNPROT,NUM,FSET),          *00027000
               COLOR=NEUTRAL                                            00028000
        DFHMDF POS=(04,38),LENGTH=01,ATTRB=PROT                         00029000
HNOME   DFHMDF POS=(04,40),LENGTH=20,ATTRB=ASKIP,COLOR=NEUTRAL          00030000
        DFHMDF POS=(04,62),LENGTH=06,INITIAL='AAAAMM',ATTRB=ASKIP,     *00031000
               COLOR=TURQUOISE                                          00032000
************************************************************************00033000
        DFHMDF POS=(06,02),LENGTH=13,INITIAL='VERBA        ',          *00034000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00035000
        DFHMDF POS=(06,17),LENGTH=13,INITIAL='       MENSAL',          *00036000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00037000
        DFHMDF POS=(06,31),LENGTH=13,INITIAL='  13o SALARIO',          *00038000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00039000
        DFHMDF POS=(06,45),LENGTH=13,INITIAL='       FERIAS',          *00040000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00041000
        DFHMDF POS=(06,59),LENGTH=13,INITIAL=' COMPLEMENTAR',          *00042000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00043000
        DFHMDF POS=(07,02),LENGTH=13,INITIAL='BRUTO ......:',          *00044000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00045000
BRM     DFHMDF POS=(07,17),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00046000
BRD     DFHMDF POS=(07,31),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00047000
BRF     DFHMDF POS=(07,45),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00048000
BRC     DFHMDF POS=(07,59),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00049000
        DFHMDF POS=(08,02),LENGTH=13,INITIAL='INSS .......:',          *00050000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00051000
INM     DFHMDF POS=(08,17),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00052000
IND     DFHMDF POS=(08,31),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00053000
INF     DFHMDF POS=(08,45),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00054000
INC     DFHMDF POS=(08,59),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00055000
        DFHMDF POS=(09,02),LENGTH=13,INITIAL='IRRF .......:',          *00056000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00057000
IRM     DFHMDF POS=(09,17),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00058000
IRD     DFHMDF POS=(09,31),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00059000
IRF     DFHMDF POS=(09,45),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00060000
IRC     DFHMDF POS=(09,59),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00061000
        DFHMDF POS=(10,02),LENGTH=13,INITIAL='OUTROS CRED.:',          *00062000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00063000
OCM     DFHMDF POS=(10,17),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00064000
OCD     DFHMDF POS=(10,31),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00065000
OCF     DFHMDF POS=(10,45),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00066000
OCC     DFHMDF POS=(10,59),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00067000
        DFHMDF POS=(11,02),LENGTH=13,INITIAL='OUTROS DEB..:',          *00068000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00069000
ODM     DFHMDF POS=(11,17),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00070000
ODD     DFHMDF POS=(11,31),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00071000
ODF     DFHMDF POS=(11,45),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00072000
ODC     DFHMDF POS=(11,59),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00073000
        DFHMDF POS=(12,02),LENGTH=13,INITIAL='CONSIGNADO .:',          *00074000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00075000
CGM     DFHMDF POS=(12,17),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00076000
CGD     DFHMDF POS=(12,31),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00077000
CGF     DFHMDF POS=(12,45),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00078000
CGC     DFHMDF POS=(12,59),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00079000
        DFHMDF POS=(13,02),LENGTH=13,INITIAL='LIQUIDO ....:',          *00080000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00081000
LQM     DFHMDF POS=(13,17),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00082000
LQD     DFHMDF POS=(13,31),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00083000
LQF     DFHMDF POS=(13,45),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00084000
LQC     DFHMDF POS=(13,59),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00085000
************************************************************************00086000
        DFHMDF POS=(14,02),LENGTH=40,                                  *00087000
               INITIAL='ITENS RECORRENTES DA FOLHA MENSAL',            *00088000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00089000
R1D     DFHMDF POS=(15,02),LENGTH=20,ATTRB=ASKIP,COLOR=NEUTRAL          00090000
R1N     DFHMDF POS=(15,23),LENGTH=01,ATTRB=ASKIP,COLOR=NEUTRAL          00091000
R1V     DFHMDF POS=(15,25),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00092000
R2D     DFHMDF POS=(16,02),LENGTH=20,ATTRB=ASKIP,COLOR=NEUTRAL          00093000
R2N     DFHMDF POS=(16,23),LENGTH=01,ATTRB=ASKIP,COLOR=NEUTRAL          00094000
R2V     DFHMDF POS=(16,25),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00095000
R3D     DFHMDF POS=(17,02),LENGTH=20,ATTRB=ASKIP,COLOR=NEUTRAL          00096000
R3N     DFHMDF POS=(17,23),LENGTH=01,ATTRB=ASKIP,COLOR=NEUTRAL          00097000
R3V     DFHMDF POS=(17,25),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00098000
R4D     DFHMDF POS=(18,02),LENGTH=20,ATTRB=ASKIP,COLOR=NEUTRAL          00099000
R4N     DFHMDF POS=(18,23),LENGTH=01,ATTRB=ASKIP,COLOR=NEUTRAL          00100000
R4V     DFHMDF POS=(18,25),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00101000
R5D     DFHMDF POS=(15,41),LENGTH=20,ATTRB=ASKIP,COLOR=NEUTRAL          00102000
R5N     DFHMDF POS=(15,62),LENGTH=01,ATTRB=ASKIP,COLOR=NEUTRAL          00103000
R5V     DFHMDF POS=(15,64),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00104000
R6D     DFHMDF POS=(16,41),LENGTH=20,ATTRB=ASKIP,COLOR=NEUTRAL          00105000
R6N     DFHMDF POS=(16,62),LENGTH=01,ATTRB=ASKIP,COLOR=NEUTRAL          00106000
R6V     DFHMDF POS=(16,64),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00107000
R7D     DFHMDF POS=(17,41),LENGTH=20,ATTRB=ASKIP,COLOR=NEUTRAL          00108000
R7N     DFHMDF POS=(17,62),LENGTH=01,ATTRB=ASKIP,COLOR=NEUTRAL          00109000
R7V     DFHMDF POS=(17,64),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00110000
R8D     DFHMDF POS=(18,41),LENGTH=20,ATTRB=ASKIP,COLOR=NEUTRAL          00111000
R8N     DFHMDF POS=(18,62),LENGTH=01,ATTRB=ASKIP,COLOR=NEUTRAL          00112000
R8V     DFHMDF POS=(18,64),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00113000
************************************************************************00114000
        DFHMDF POS=(19,02),LENGTH=13,INITIAL='ACUM. NO ANO ',          *00115000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00116000
        DFHMDF POS=(19,17),LENGTH=13,INITIAL='        BRUTO',          *00117000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00118000
        DFHMDF POS=(19,31),LENGTH=13,INITIAL='         INSS',          *00119000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00120000
        DFHMDF POS=(19,45),LENGTH=13,INITIAL='         IRRF',          *00121000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00122000
        DFHMDF POS=(19,59),LENGTH=13,INITIAL='      LIQUIDO',          *00123000
               ATTRB=ASKIP,COLOR=TURQUOISE                              00124000
ACOMP   DFHMDF POS=(20,02),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00125000
ABR     DFHMDF POS=(20,17),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00126000
AIN     DFHMDF POS=(20,31),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00127000
AIR     DFHMDF POS=(20,45),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00128000
ALQ     DFHMDF POS=(20,59),LENGTH=13,ATTRB=ASKIP,COLOR=NEUTRAL          00129000
************************************************************************00130000
MSGF    DFHMDF POS=(22,02),LENGTH=60,ATTRB=ASKIP,COLOR=NEUTRAL          00131000
************************************************************************00132000
        DFHMDF POS=(23,04),LENGTH=50,COLOR=YELLOW,                     *00133000
               INITIAL=' ENTER=CONSULTA F3=SAIR F7=ANTERIOR F8=PROXIMA' 00134000
************************************************************************00135000
        DFHMSD TYPE=FINAL                                               00136000
        END                                                             00137000
