      *                           GRAVOU E E ZERADO NO FIM NORMAL,   *  00007693
      *                           PARA UM CHECKPOINT VELHO NAO       *  00007694
      *                           ESVAZIAR O RELATORIO SEGUINTE      *  00007695
      *      15/10/2026  DPC      CHECKPOINT ACOMPANHA O B#CKPT        *00007696
      *                           AMPLIADO (LRECL 165)                 *00007697
      *================================================================*00007700
                                                                        00007800
      *================================================================*00007900
                                                                        00014300
      *----------------------------------------------------------------*00014400
      *    I/O - CHECKPOINT/RESTART DO PROCESSAMENTO                   *00014500
      *                           - LRECL = 165                        *00014600
      *----------------------------------------------------------------*00014700
                                                                        00014800
       FD CKPT                                                          00014900
           RECORDING MODE IS F                                          00015000
           BLOCK CONTAINS 0 RECORDS.                                    00015100
       01 FD-CKPT                PIC X(165).                            00015200
                                                                        00015300
      *----------------------------------------------------------------*00015400
       WORKING-STORAGE                            SECTION.              00015500
