      *                           PARA A PERNA CORRIGIDA REENCONTRAR   *00005940
      *                           O PAR NO FR05EX03 (MOVREJ/MOVPEND    *00005950
      *                           LRECL = 097, MOVRESUB LRECL = 059)   *00005960
      *      15/10/2026  DPC      TIPO 'E' (ESTORNO) ACEITO NA         *00005961
      *                           REVALIDACAO; O GRUPO DE ESTORNO DO   *00005962
      *                           MOVREJ PASSA PELO SORT E VOLTA NO    *00005963
      *                           MOVIMENTO RESSUBMETIDO APONTANDO O   *00005964
      *                           MESMO ORIGINAL (MOVREJ/MOVPEND       *00005965
      *                           LRECL = 144, MOVRESUB LRECL = 106)   *00005966
      ******************************************************************00006000
      *================================================================*00006100
                                                                        00006200
      *----------------------------------------------------------------*00010300
                                                                        00010400
      *----------------------------------------------------------------*00010500
      *  INPUT - MOVIMENTOS REJEITADOS (MOVREJ) - LRECL = 144.         *00010600
      *----------------------------------------------------------------*00010700
                                                                        00010800
       FD MOVREJ                                                        00010900
       01 FD-CORRMOV        PIC X(051).                                 00012200
                                                                        00012300
      *----------------------------------------------------------------*00012400
      *  OUTPUT - ACEITOS P/ RESSUBMISSAO (MOVRESUB) - LRECL = 106.    *00012500
      *----------------------------------------------------------------*00012600
                                                                        00012700
       FD MOVRESUB                                                      00012800
           COPY 'B#MOVREG'.                                             00013200
                                                                        00013300
      *----------------------------------------------------------------*00013400
      *  OUTPUT - PENDENTES (MOVPEND) - LRECL = 144.                   *00013500
      *----------------------------------------------------------------*00013600
                                                                        00013700
       FD MOVPEND                                                       00013800
           RECORDING MODE IS F                                          00013900
           BLOCK CONTAINS 0 RECORDS.                                    00014000
       01 FD-MOVPEND        PIC X(144).                                 00014100
                                                                        00014200
      *----------------------------------------------------------------*00014300
      *  OUTPUT - RELATORIO DE ENVELHECIMENTO (RELPEND) - LRECL = 080. *00014400
          05 SD-MOV-TIPO              PIC X(01).                        00016100
          05 SD-MOV-REF-TRANSF        PIC X(08).                        00016110
          05 SD-MOV-ORIGEM            PIC X(08).                        00016120
          05 SD-MOV-ESTORNO           PIC X(39).                        00016121
                                                                        00016200
      *----------------------------------------------------------------*00016300
       WORKING-STORAGE                            SECTION.              00016400
             AND WRK-TAB-COR-TIPO (WRK-IDX-COR) NOT EQUAL 'D'           00057600
             AND WRK-TAB-COR-TIPO (WRK-IDX-COR) NOT EQUAL 'J'           00057700
             AND WRK-TAB-COR-TIPO (WRK-IDX-COR) NOT EQUAL 'F'           00057800
             AND WRK-TAB-COR-TIPO (WRK-IDX-COR) NOT EQUAL 'E'           00057801
               MOVE 'TIPO DE MOVIMENTO INVALIDO'                        00057900
                                       TO WRK-MOTIVO-NOVO               00058000
               PERFORM 2500-GRAVAR-PENDENTE                             00058100
                                       TO SD-MOV-TIPO                   00059100
            MOVE FD-MOVREJ-REF-TRANSF  TO SD-MOV-REF-TRANSF             00059110
            MOVE FD-MOVREJ-ORIGEM      TO SD-MOV-ORIGEM                 00059120
            MOVE FD-MOVREJ-ESTORNO     TO SD-MOV-ESTORNO                00059121
            RELEASE SD-SORTMOV                                          00059200
                                                                        00059300
            ADD 1                      TO ACUM-RESSUBMETIDOS            00059400
            MOVE SD-MOV-TIPO           TO FD-MOV2505-TIPO               00069300
            MOVE SD-MOV-REF-TRANSF     TO FD-MOV2505-REF-TRANSF         00069310
            MOVE SD-MOV-ORIGEM         TO FD-MOV2505-ORIGEM             00069320
            MOVE SD-MOV-ESTORNO        TO FD-MOV2505-ESTORNO            00069321
            WRITE FD-MOV2505                                            00069400
            PERFORM 1130-TESTAR-WRK-FS-MOVRESUB                         00069500
                                                                        00069600
