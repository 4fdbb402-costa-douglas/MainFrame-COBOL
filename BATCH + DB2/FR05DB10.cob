      *    COPYBOOK :                                                  *00004700
      *               B#GRALOG - AREA DE TRATAMENTO DE ERROS           *00004800
      *               B#AUDIT  - AREA DE TRILHA DE AUDITORIA           *00004900
      *               B#DESLIG - LOTE DE DESLIGAMENTOS (DESLIGFUN)     *00000000
      *                                                                *00005000
      *----------------------------------------------------------------*00005100
      *    MODO DE EXECUCAO (WRK-MODO, RECEBIDO VIA SYSIN):            *00005200
      *                           APONTADO VIA GRAVALOG PARA      *     00000000
      *                           ABATER NA RESCISAO; O CADASTRO  *     00000000
      *                           E REGRAVADO EM EMPNOVO          *     00000000
      *      15/10/2026  DPC      LAYOUT DO DESLIGFUN PASSA AO BOOK    *00000000
      *                           B#DESLIG, COM TIPO DE RESCISAO E     *00000000
      *                           AVISO PREVIO NO DETALHE PARA O       *00000000
      *                           CALCULO DA RESCISAO NO FR05DB62,     *00000000
      *                           QUE ABATE O CONSIGNADO LIQUIDADO     *00000000
      ******************************************************************00006800
      *================================================================*00006900
                                                                        00007000
       FD DESLIGFUN                                                     00010200
           RECORDING MODE IS F                                          00010300
           BLOCK CONTAINS 0 RECORDS.                                    00010400
                                                                        00000000
           COPY 'B#DESLIG'.                                             00000000

      *----------------------------------------------------------------*00000000
      *    INPUT - EMPRESTIMOS CONSIGNADOS (EMPCONS) - LRECL = 060     *00000000
               GO                  TO 2550-99-FIM                       00000000
            END-IF.                                                     00000000
                                                                        00000000
      *     O SALDO DEVEDOR E ABATIDO NA RESCISAO PELO FR05DB62        *00000000
            MOVE 'L'                   TO FD-EMP-SITUACAO.              00000000
            MOVE FD-EMPCONS            TO WRK-TAB-EMP-REG               00000000
                                           (WRK-IDX-EMP).               00000000
