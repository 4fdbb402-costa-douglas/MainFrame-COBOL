      *    HISTORICO DE ALTERACOES:                                    *00005200
      *      DATA        RESP.    DESCRICAO                            *00005300
      *      02/09/2026  DPC      VERSAO ORIGINAL                      *00005400
      *      15/10/2026  DPC      MOVHIST ACOMPANHA O B#MOVHST (GRUPO  *00005433
      *                           DE ESTORNO): LRECL = 114             *00005466
      ******************************************************************00005500
      *================================================================*00005600
                                                                        00005700
      *----------------------------------------------------------------*00009100
                                                                        00009200
      *----------------------------------------------------------------*00009300
      *  INPUT - HISTORICO DE MOVIMENTOS (MOVHIST) - LRECL = 114.      *00009400
      *----------------------------------------------------------------*00009500
                                                                        00009600
       FD MOVHIST                                                       00009700
