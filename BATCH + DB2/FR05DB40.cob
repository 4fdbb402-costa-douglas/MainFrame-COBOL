      *                           PAGA COMO BRUTO (O INTEGRAL SO NA *   00000000
      *                           QUITACAO), PARA O EXTRATO ANUAL   *   00000000
      *                           NAO DOBRAR O 13o                  *   00000000
      *      15/10/2026  DPC      SALMOV   ACOMPANHA O B#MOVREG        *00002200
      *                           (GRUPO DE ESTORNO): LRECL = 106      *00004400
      *      15/10/2026  DPC      FOLHIST COM LRECL = 110 (CONSIG      *00000000
      *                           ZERADO: 13o NAO TEM CONSIGNADO)      *00000000
      ******************************************************************00006600
      *================================================================*00006700
                                                                        00006800
           COPY 'B#DADBAN'.                                             00000000
                                                                        00012900
      *----------------------------------------------------------------*00013000
      *    OUTPUT - CREDITOS DO 13o (SALMOV) - LRECL = 106             *00013100
      *----------------------------------------------------------------*00013200
                                                                        00013300
       FD SALMOV                                                        00013400
       01 FD-REL13          PIC X(100).                                 00014700

      *----------------------------------------------------------------*00000000
      *    OUTPUT - HISTORICO DA FOLHA (FOLHIST) - LRECL = 110         *00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
       FD FOLHIST                                                       00000000
            ELSE                                                        00000000
               MOVE ZEROS              TO FD-FHI-OUTROS-DEB             00000000
            END-IF.                                                     00000000
            MOVE ZEROS                 TO FD-FHI-CONSIG.                00000000
            MOVE WRK-VALOR-CREDITO     TO FD-FHI-LIQUIDO.               00000000
            WRITE FD-FOLHIST.                                           00000000
            PERFORM 1100-TESTAR-STATUS.                                 00000000
