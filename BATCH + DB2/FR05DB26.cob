      *    HISTORICO DE ALTERACOES:                                    *00005400
      *      DATA        RESP.    DESCRICAO                            *00005500
      *      22/08/2026  DPC      VERSAO ORIGINAL                      *00005600
      *      15/10/2026  DPC      MOV2505  ACOMPANHA O B#MOVREG        *00005633
      *                           (GRUPO DE ESTORNO): LRECL = 106      *00005666
      ******************************************************************00005700
      *================================================================*00005800
                                                                        00005900
       FILE                                       SECTION.              00008700
      *----------------------------------------------------------------*00008800
      *----------------------------------------------------------------*00008900
      *    INPUT - MOVIMENTOS DO CICLO (MOV2505) - LRECL = 106         *00009000
      *----------------------------------------------------------------*00009100
                                                                        00009200
       FD MOV2505                                                       00009300
