          05 FILLER                   PIC X(03).                        00013300
                                                                        00013400
      *----------------------------------------------------------------*00013500
      *  INPUT - HISTORICO DA FOLHA (FOLHIST) - LRECL = 110.           *00013600
      *----------------------------------------------------------------*00013700
                                                                        00013800
       FD FOLHIST                                                       00013900
