      *                           TRANSACAO F05CIP3; SEM O DD      *    00000000
      *                           RUNVSAM O PASSO SEGUE SO COM O   *    00000000
      *                           RUNCTL, COMO ANTES               *    00000000
      *      15/10/2026  DPC      FUNCAO 'D' (CICLO DESFEITO PELO  *    00000000
      *                           FR05EX81): REGISTRO 'D' POSTERIOR*    00000000
      *                           AO 'F' DO MESMO PROGRAMA E DATA  *    00000000
      *                           LIBERA O GUARDA, PARA O CICLO    *    00000000
      *                           SER POSTADO DE NOVO SEM RERUN; NO*    00000000
      *                           PAINEL A POSICAO FICA 'D'        *    00000000
      ******************************************************************00004800
      *================================================================*00004900
                                                                        00005000
             AND FD-RUN-RC       NOT GREATER 04                         00019100
               MOVE 'S'              TO WRK-RUN-JA-COMPLETO             00019200
            END-IF.                                                     00019300
                                                                        00000000
      *    CICLO DESFEITO DEPOIS DO FIM: A DATA VOLTA A SER POSTAVEL   *00000000
            IF FD-RUN-PROGRAMA   EQUAL WRK-RUN-PROGRAMA                 00000000
             AND FD-RUN-DATA-MOVTO EQUAL WRK-RUN-DATA-MOVTO             00000000
             AND FD-RUN-TIPO     EQUAL 'D'                              00000000
               MOVE 'N'              TO WRK-RUN-JA-COMPLETO             00000000
            END-IF.                                                     00000000
                                                                        00019400
      *----------------------------------------------------------------*00019500
       1100-99-FIM.                           EXIT.                     00019600
               GO                  TO 3300-99-FIM                       00000000
            END-IF.                                                     00000000
                                                                        00000000
            IF WRK-RUN-DESFEITO                                         00000000
               MOVE 'D'                 TO FD-RVS-SITUACAO              00000000
               MOVE WRK-HORA-AGORA      TO FD-RVS-HORA-FIM              00000000
               MOVE WRK-RUN-RC          TO FD-RVS-RC                    00000000
               GO                  TO 3300-99-FIM                       00000000
            END-IF.                                                     00000000
                                                                        00000000
            MOVE 'E'                    TO FD-RVS-SITUACAO.             00000000
            MOVE WRK-HORA-AGORA         TO FD-RVS-HORA-FIM.             00000000
            MOVE WRK-RUN-RC             TO FD-RVS-RC.                   00000000
