      *               CONSECUTIVOS EM DEBITO) - BASE DO RISCO PARA     *00003500
      *               APROVAR LIMITE NOVO. CONTA SEM DOCUMENTO E       *00003600
      *               CONTADA E SALTADA.                               *00003700
      *               A MESMA POSICAO SAI TAMBEM EM EXTRATO (POSDOC,   *00003725
      *               UM REGISTRO POR DOCUMENTO) PARA A APROVACAO DO   *00003750
      *               EMPRESTIMO PESSOAL (FR05EX62).                   *00003775
      *----------------------------------------------------------------*00003800
      *    ARQUIVOS :                                                  *00003900
      *    DDNAME          I/O                                         *00004000
      *    JCLCLI           I    CADASTRO DE CLIENTES (VSAM KSDS)      *00004100
      *    JCLDEVAC         I    PERMANENCIA EM DEBITO (FR05EX24)      *00004200
      *    JCLRELDC         O    POSICAO CONSOLIDADA POR DOCUMENTO     *00004300
      *    JCLPOSDC         O    EXTRATO DA POSICAO POR DOCUMENTO      *00004350
      *    JCLSORT          -    AREA DE TRABALHO DO SORT              *00004400
      *----------------------------------------------------------------*00004500
      *    BOOKS    :    B#CLIMST, B#DEVAC, B#GRALOG, B#RUNCTL,        *00004600
      *                  B#DATPRC,                                     *00004700
      *                  B#POSDOC                                      *00004750
      *----------------------------------------------------------------*00004800
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00004900
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00005000
      *    HISTORICO DE ALTERACOES:                                    *00005600
      *      DATA        RESP.    DESCRICAO                            *00005700
      *      02/09/2026  DPC      VERSAO ORIGINAL                      *00005800
      *      15/10/2026  DPC      EXTRATO POSDOC (B#POSDOC) COM A      *00005825
      *                           POSICAO DE CADA DOCUMENTO, BASE DA   *00005850
      *                           APROVACAO DO EMPRESTIMO PESSOAL      *00005875
      ******************************************************************00005900
      *================================================================*00006000
                                                                        00006100
                                                                        00008300
             SELECT RELDOC    ASSIGN     TO JCLRELDC                    00008400
                    FILE STATUS          IS WRK-FS-RELDOC.              00008500
                                                                        00008525
             SELECT POSDOC    ASSIGN     TO JCLPOSDC                    00008550
                    FILE STATUS          IS WRK-FS-POSDOC.              00008575
                                                                        00008600
             SELECT WRK-SORTDOC ASSIGN   TO JCLSORT.                    00008700
                                                                        00008800
           RECORDING MODE IS F                                          00012200
           BLOCK CONTAINS 0 RECORDS.                                    00012300
       01 FD-RELDOC         PIC X(080).                                 00012400
                                                                        00012409
      *----------------------------------------------------------------*00012418
      *  OUTPUT - EXTRATO DA POSICAO POR DOCUMENTO - LRECL = 060.      *00012427
      *----------------------------------------------------------------*00012436
                                                                        00012445
       FD POSDOC                                                        00012454
           RECORDING MODE IS F                                          00012463
           BLOCK CONTAINS 0 RECORDS.                                    00012472
                                                                        00012481
           COPY 'B#POSDOC'.                                             00012490
                                                                        00012500
      *----------------------------------------------------------------*00012600
      *    WORK - ORDENACAO DAS CONTAS PELO DOCUMENTO                  *00012700
       77 WRK-FS-CLI2505                 PIC X(002) VALUE SPACES.       00014500
       77 WRK-FS-DEVACUM                 PIC X(002) VALUE SPACES.       00014600
       77 WRK-FS-RELDOC                  PIC X(002) VALUE SPACES.       00014700
       77 WRK-FS-POSDOC                  PIC X(002) VALUE SPACES.       00014750
                                                                        00014800
      *----------------------------------------------------------------*00014900
       01 FILLER                         PIC X(050)       VALUE         00015000
                                                                        00027300
           OPEN INPUT  CLI2505                                          00027400
                OUTPUT RELDOC                                           00027500
                       POSDOC                                           00027550
                                                                        00027600
           PERFORM 1110-TESTAR-WRK-FS-CLI2505                           00027700
           PERFORM 1130-TESTAR-WRK-FS-RELDOC                            00027800
           PERFORM 1140-TESTAR-WRK-FS-POSDOC                            00027850
                                                                        00027900
      *    SEM PERMANENCIA EM DEBITO (ARQUIVO AUSENTE) NAO E ERRO     * 00028000
           OPEN INPUT DEVACUM                                           00028100
      *----------------------------------------------------------------*00033700
       1130-99-FIM.                           EXIT.                     00033800
      *----------------------------------------------------------------*00033900
                                                                        00033905
      *----------------------------------------------------------------*00033910
       1140-TESTAR-WRK-FS-POSDOC              SECTION.                  00033915
      *----------------------------------------------------------------*00033920
                                                                        00033925
           IF WRK-FS-POSDOC NOT EQUAL ZEROS                             00033930
              MOVE 'FR05EX26'                    TO WRK-PROGRAMA        00033935
              MOVE 'ERRO NO ARQUIVO POSDOC'      TO WRK-MENSAGEM        00033940
              MOVE '1140'                        TO WRK-SECAO           00033945
              MOVE WRK-FS-POSDOC                 TO WRK-STATUS          00033950
              PERFORM 9000-TRATAR-ERRO                                  00033955
           END-IF.                                                      00033960
                                                                        00033965
      *----------------------------------------------------------------*00033970
       1140-99-FIM.                           EXIT.                     00033975
      *----------------------------------------------------------------*00033980
                                                                        00034000
      ******************************************************************00034100
      *   S E L E C I O N A R   A S   C O N T A S   (INPUT)            *00034200
            MOVE WRK-PES-PIOR-ATRASO   TO WRK-LD-ATRASO                 00051400
            WRITE FD-RELDOC            FROM WRK-LINDOC                  00051500
            PERFORM 1130-TESTAR-WRK-FS-RELDOC                           00051600
            ADD 1                      TO ACUM-PESSOAS                  00051616
                                                                        00051632
            MOVE SPACES                TO FD-POSDOC                     00051648
            MOVE WRK-DOC-QUEBRA        TO FD-POS-DOCUMENTO              00051664
            MOVE WRK-PES-CONTAS        TO FD-POS-CONTAS                 00051680
            MOVE WRK-PES-SALDO         TO FD-POS-SALDO                  00051696
            MOVE WRK-PES-LIMITE        TO FD-POS-LIMITE                 00051712
            MOVE WRK-PES-PIOR-ATRASO   TO FD-POS-PIOR-ATRASO            00051728
            MOVE WRK-DATA-EXEC         TO FD-POS-DATA                   00051744
            WRITE FD-POSDOC                                             00051760
            PERFORM 1140-TESTAR-WRK-FS-POSDOC.                          00051776
                                                                        00051800
      *----------------------------------------------------------------*00051900
       3300-99-FIM.                           EXIT.                     00052000
      *----------------------------------------------------------------*00052900
                                                                        00053000
            CLOSE RELDOC                                                00053100
                  POSDOC                                                00053150
                                                                        00053200
            DISPLAY '*************************************************' 00053300
            DISPLAY '        POSICAO CONSOLIDADA POR DOCUMENTO        ' 00053400
