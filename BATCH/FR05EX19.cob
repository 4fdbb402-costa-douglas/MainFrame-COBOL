      *                           A JANELA ENTRE O DIA UTIL         *   00000000
      *                           ANTERIOR (SERVICO 'A' DO          *   00000000
      *                           LERDATAP) E A DATA DO CICLO       *   00000000
      *      15/10/2026  DPC      MOVDEB   ACOMPANHA O B#MOVREG        *00001933
      *                           (GRUPO DE ESTORNO): LRECL = 106      *00003866
      ******************************************************************00005800
      *================================================================*00005900
                                                                        00006000
           COPY 'B#DEBAUT'.                                             00009900
                                                                        00010000
      *----------------------------------------------------------------*00010100
      *  OUTPUT - MOVIMENTOS 'D' GERADOS (MOVDEB) - LRECL = 106.       *00010200
      *----------------------------------------------------------------*00010300
                                                                        00010400
       FD MOVDEB                                                        00010500
