        DFHMDF POS=(09,32),LENGTH=10,INITIAL='TIPO/SEG :',ATTRB=ASKIP, *00134000
               COLOR=TURQUOISE                                          00135000
TPCT    DFHMDF POS=(09,43),LENGTH=03,ATTRB=ASKIP,COLOR=NEUTRAL          00136000
        DFHMDF POS=(10,02),LENGTH=10,INITIAL='BLOQUEIO:',ATTRB=ASKIP,  *00137000
               COLOR=TURQUOISE                                          00138000
BLOQ    DFHMDF POS=(10,13),LENGTH=50,ATTRB=ASKIP,COLOR=RED              00139000
***********************************************************************00140000
        DFHMDF POS=(11,02),LENGTH=08,INITIAL='DATA    ',ATTRB=ASKIP,   *00141000
               COLOR=TURQUOISE                                          00142000
