      *----------------------------------------------------------------*00009300
                                                                        00009400
      *----------------------------------------------------------------*00009500
      *  INPUT - HISTORICO DA FOLHA (FOLHIST) - LRECL = 110.           *00009600
      *----------------------------------------------------------------*00009700
                                                                        00009800
       FD FOLHIST                                                       00009900
