      *      02/09/2026  DPC      REFERENCIA DE TRANSFERENCIA DO       *00005410
      *                           B#MOVREG PASSA PARA O HISTORICO      *00005420
      *                           (MOVHIST LRECL = 067)                *00005430
      *      15/10/2026  DPC      GRUPO DE ESTORNO DO B#MOVREG (DATA,  *00005431
      *                           HISTORICO E TIPO DO ORIGINAL) PASSA  *00005432
      *                           PARA O HISTORICO (MOVHIST LRECL =    *00005433
      *                           114; MOV2505 106; MOVREJ 144)        *00005434
      ******************************************************************00005500
      *================================================================*00005600
                                                                        00005700
      *----------------------------------------------------------------*00008900
                                                                        00009000
      *----------------------------------------------------------------*00009100
      *  INPUT - MOVIMENTOS DO CICLO (MOV2505) - LRECL = 106.          *00009200
      *----------------------------------------------------------------*00009300
                                                                        00009400
       FD MOV2505                                                       00009500
           COPY 'B#MOVREG'.                                             00009900
                                                                        00010000
      *----------------------------------------------------------------*00010100
      *  INPUT - MOVIMENTOS REJEITADOS (MOVREJ) - LRECL = 144.         *00010200
      *----------------------------------------------------------------*00010300
                                                                        00010400
       FD MOVREJ                                                        00010500
           COPY 'B#MOVRJ'.                                              00010900
                                                                        00011000
      *----------------------------------------------------------------*00011100
      *  OUTPUT - HISTORICO DE MOVIMENTOS (MOVHIST) - LRECL = 114.     *00011200
      *----------------------------------------------------------------*00011300
                                                                        00011400
       FD MOVHIST                                                       00011500
            MOVE FD-MOV2505-TIPO       TO FD-MOVHIST-TIPO               00051000
            MOVE FD-MOV2505-REF-TRANSF TO FD-MOVHIST-REF-TRANSF         00051010
            MOVE FD-MOV2505-ORIGEM     TO FD-MOVHIST-ORIGEM             00051020
            MOVE FD-MOV2505-ESTORNO    TO FD-MOVHIST-ESTORNO            00051021
            WRITE FD-MOVHIST                                            00051100
            PERFORM 1130-TESTAR-WRK-FS-MOVHIST                          00051200
                                                                        00051300
