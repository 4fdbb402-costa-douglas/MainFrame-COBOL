      *                           GERA MOVIMENTO 'C' PELA TAXA DA      *00005197
      *                           LINHA 'C' DA TABELA, COM ACUMULADOR  *00005198
      *                           PROPRIO AO LADO DO DE TARIFAS        *00005199
      *      15/10/2026  DPC      MOVJF    ACOMPANHA O B#MOVREG        *00005200
      *                           (GRUPO DE ESTORNO): LRECL = 106      *00005201
      ******************************************************************00005200
      *================================================================*00005300
                                                                        00005400
       01 FD-TARIFAS        PIC X(030).                                 00010600
                                                                        00010700
      *----------------------------------------------------------------*00010800
      *  OUTPUT - MOVIMENTOS J/F GERADOS (MOVJF) - LRECL = 106.        *00010900
      *----------------------------------------------------------------*00011000
                                                                        00011100
       FD MOVJF                                                         00011200
