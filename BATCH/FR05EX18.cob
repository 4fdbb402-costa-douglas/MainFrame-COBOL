      *               DO FR05EX06, COM A DATA DO MOVIMENTO NA FRENTE.  *00003700
      *               SALDO CORRENTE DIVERGENTE DO FECHAMENTO DO       *00003800
      *               RESUMO VIRA AVISO NO GRAVALOG.                   *00003900
      *               MOVIMENTO DE ESTORNO (TIPO 'E') SAI COM O SINAL  *00003901
      *               INVERSO AO DO LANCAMENTO ORIGINAL E, JUNTO COM O *00003902
      *               ORIGINAL (QUANDO ESTE E DA MESMA COMPETENCIA),   *00003903
      *               RECEBE A MARCA 'EST' NA COLUNA DE SITUACAO.      *00003904
      *----------------------------------------------------------------*00004000
      *    ARQUIVOS :                                                  *00004100
      *    DDNAME          I/O                                         *00004200
      *    HISTORICO DE ALTERACOES:                                    *00005900
      *      DATA        RESP.    DESCRICAO                            *00006000
      *      01/09/2026  DPC      VERSAO ORIGINAL                      *00006100
      *      15/10/2026  DPC      TRATADO O MOVIMENTO DE ESTORNO (TIPO *00006101
      *                           'E'): SINAL INVERSO AO DO ORIGINAL E *00006102
      *                           MARCA 'EST' NO PAR ESTORNADO; OS     *00006103
      *                           MOVIMENTOS DA CONTA NA COMPETENCIA   *00006104
      *                           PASSAM POR TABELA ANTES DA IMPRESSAO;*00006105
      *                           MOVHIST COM LRECL = 114              *00006106
      *      15/10/2026  DPC      ESTORNO DE COMPETENCIA POSTERIOR     *00000000
      *                           MARCA O ORIGINAL DESTA COMPETENCIA   *00000000
      *                           COMO ESTORNADO, SEM ENTRAR NO        *00000000
      *                           EXTRATO                              *00000000
      ******************************************************************00006200
      *================================================================*00006300
                                                                        00006400
          05 FD-RESUMO-SEGMENTO           PIC X(001).                   00009920
                                                                        00011600
      *----------------------------------------------------------------*00011700
      *  INPUT - HISTORICO DE MOVIMENTOS, POR CHAVE+DATA - LRECL = 114.*00011800
      *----------------------------------------------------------------*00011900
                                                                        00012000
       FD MOVHIST                                                       00012100
           88 WRK-TEM-ABERTURA-SIM                  VALUE 'S'.          00018400
       77 WRK-CONTA-NA-FAIXA             PIC X(001) VALUE 'N'.          00018500
           88 WRK-CONTA-SELECIONADA                 VALUE 'S'.          00018600
      *----------------------------------------------------------------*00018601
       01 FILLER                         PIC X(050)       VALUE         00018602
                '*** AREA DOS MOVIMENTOS DA CONTA ***'.                 00018603
      *----------------------------------------------------------------*00018604
                                                                        00018605
       01 WRK-TABELA-EXT.                                               00018605
          05 WRK-TAB-EXT                 OCCURS 1000 TIMES              00018606
                                         INDEXED BY WRK-IDX-EXT         00018607
                                                    WRK-IDX-ORI.        00018608
             10 WRK-TAB-EXT-DATA         PIC X(008).                    00018609
             10 WRK-TAB-EXT-MOVIMENTO    PIC X(030).                    00018610
             10 WRK-TAB-EXT-VALOR        PIC 9(008)V99.                 00018611
             10 WRK-TAB-EXT-TIPO         PIC X(001).                    00018612
             10 WRK-TAB-EXT-EST-DATA     PIC X(008).                    00018613
             10 WRK-TAB-EXT-EST-MOVIMENTO                               00018614
                                         PIC X(030).                    00018615
             10 WRK-TAB-EXT-EST-TIPO     PIC X(001).                    00018616
             10 WRK-TAB-EXT-ESTORNADO    PIC X(001).                    00018617
                88 WRK-TAB-EXT-ESTORNADO-SIM        VALUE 'S'.          00018618
                                                                        00018619
       77 WRK-TAB-EXT-QTDE               PIC 9(004) VALUE ZEROS.        00018619
       77 WRK-EXT-ACHOU                  PIC X(001) VALUE 'N'.          00018620
           88 WRK-EXT-ACHOU-SIM                     VALUE 'S'.          00018621
                                                                        00000000
       01 WRK-EXT-ESTORNO.                                              00000000
          05 WRK-EXT-EST-DATA            PIC X(008) VALUE SPACES.       00000000
          05 WRK-EXT-EST-MOVIMENTO       PIC X(030) VALUE SPACES.       00000000
          05 WRK-EXT-EST-TIPO            PIC X(001) VALUE SPACES.       00000000
          05 WRK-EXT-EST-VALOR           PIC 9(008)V99 VALUE ZEROS.     00000000
                                                                        00018700
      *----------------------------------------------------------------*00018800
       01 FILLER                         PIC X(050)       VALUE         00018900
          05 WRK-LM-VALOR                PIC ZZZ.ZZZ.ZZ9,99.            00022600
          05 FILLER                      PIC X(002) VALUE SPACES.       00022700
          05 WRK-LM-SALDO                PIC +ZZZ.ZZZ.ZZ9,99.           00022800
          05 FILLER                      PIC X(001) VALUE SPACES.       00022801
          05 WRK-LM-MARCA                PIC X(003).                    00022802
          05 FILLER                      PIC X(001) VALUE SPACES.       00022803
                                                                        00023000
       01 WRK-LIN-BRANCO                 PIC X(080) VALUE SPACES.       00023100
                                                                        00023200
            MOVE WRK-SALDO-CORRENTE    TO WRK-LS-SALDO                  00057100
            WRITE FD-EXTRATO           FROM WRK-LIN-SALDO               00057200
                                                                        00057300
            MOVE ZEROS                 TO WRK-TAB-EXT-QTDE              00057301
            PERFORM 3300-CARREGAR-MOVTO                                 00057302
                    UNTIL WRK-FS-MOVHIST EQUAL '10'                     00057303
                       OR FD-MOVHIST-CHAVE NOT EQUAL WRK-CHAVE-ATUAL    00057304
                                                                        00057305
            PERFORM 3350-MARCAR-ESTORNO                                 00057305
                    VARYING WRK-IDX-EXT FROM 1 BY 1                     00057306
                      UNTIL WRK-IDX-EXT GREATER WRK-TAB-EXT-QTDE        00057307
                                                                        00057308
            PERFORM 3380-IMPRIMIR-MOVTO                                 00057308
                    VARYING WRK-IDX-EXT FROM 1 BY 1                     00057309
                      UNTIL WRK-IDX-EXT GREATER WRK-TAB-EXT-QTDE        00057310
                                                                        00057700
            MOVE 'SALDO FINAL'         TO WRK-LS-ROTULO                 00057800
            MOVE WRK-SALDO-FECHAMENTO  TO WRK-LS-SALDO                  00057900
       3250-99-FIM.                           EXIT.                     00061500
      *----------------------------------------------------------------*00061600
                                                                        00061700
      *----------------------------------------------------------------*00061701
       3300-CARREGAR-MOVTO                    SECTION.                  00061702
      *----------------------------------------------------------------*00061703
                                                                        00061704
      *    ESTORNO LANCADO EM COMPETENCIA POSTERIOR NAO ENTRA NO       *00000000
      *    EXTRATO, MAS MARCA 'EST' NO ORIGINAL DESTA COMPETENCIA      *00000000
            IF FD-MOVHIST-DATA (1:6) NOT EQUAL WRK-PARM-COMPETENCIA     00061704
               IF FD-MOVHIST-TIPO EQUAL 'E'                             00000000
                AND FD-MOVHIST-EST-DATA (1:6) EQUAL                     00000000
                    WRK-PARM-COMPETENCIA                                00000000
                  PERFORM 3370-ESTORNO-POSTERIOR                        00000000
               END-IF                                                   00000000
               PERFORM 2200-LER-MOVHIST                                 00061705
               GO                  TO 3300-99-FIM                       00061706
            END-IF                                                      00061707
                                                                        00061708
            EVALUATE FD-MOVHIST-TIPO                                    00061708
              WHEN 'C'                                                  00061709
              WHEN 'D'                                                  00061710
              WHEN 'J'                                                  00061711
              WHEN 'F'                                                  00061712
              WHEN 'E'                                                  00061713
                 CONTINUE                                               00061714
              WHEN OTHER                                                00061715
                 PERFORM 2200-LER-MOVHIST                               00061716
                 GO                  TO 3300-99-FIM                     00061717
            END-EVALUATE                                                00061718
                                                                        00061719
            IF WRK-TAB-EXT-QTDE NOT LESS 1000                           00061719
               MOVE 'FR05EX18'         TO WRK-PROGRAMA                  00061720
               MOVE '3300  '           TO WRK-SECAO                     00061721
               MOVE 'TABELA DE MOVIMENTOS DA CONTA CHEIA'               00061722
                                       TO WRK-MENSAGEM                  00061723
               MOVE WRK-CHAVE-ATUAL    TO WRK-STATUS                    00061724
               PERFORM 9000-TRATAR-ERRO                                 00061725
            END-IF                                                      00061726
                                                                        00061727
            ADD 1                      TO WRK-TAB-EXT-QTDE              00061727
            SET WRK-IDX-EXT            TO WRK-TAB-EXT-QTDE              00061728
            MOVE FD-MOVHIST-DATA       TO WRK-TAB-EXT-DATA (WRK-IDX-EXT)00061729
            MOVE FD-MOVHIST-MOVIMENTO                                   00061730
                              TO WRK-TAB-EXT-MOVIMENTO (WRK-IDX-EXT)    00061731
            MOVE FD-MOVHIST-VALOR                                       00061732
                              TO WRK-TAB-EXT-VALOR (WRK-IDX-EXT)        00061733
            MOVE FD-MOVHIST-TIPO       TO WRK-TAB-EXT-TIPO (WRK-IDX-EXT)00061733
            MOVE FD-MOVHIST-EST-DATA                                    00061734
                              TO WRK-TAB-EXT-EST-DATA (WRK-IDX-EXT)     00061735
            MOVE FD-MOVHIST-EST-MOVIMENTO                               00061736
                              TO WRK-TAB-EXT-EST-MOVIMENTO (WRK-IDX-EXT)00061737
            MOVE FD-MOVHIST-EST-TIPO                                    00061738
                              TO WRK-TAB-EXT-EST-TIPO (WRK-IDX-EXT)     00061739
            MOVE 'N'           TO WRK-TAB-EXT-ESTORNADO (WRK-IDX-EXT)   00061740
                                                                        00061741
            PERFORM 2200-LER-MOVHIST.                                   00061741
                                                                        00061742
      *----------------------------------------------------------------*00061742
       3300-99-FIM.                           EXIT.                     00061743
      *----------------------------------------------------------------*00061744
                                                                        00061745
      *----------------------------------------------------------------*00061745
       3350-MARCAR-ESTORNO                    SECTION.                  00061746
      *----------------------------------------------------------------*00061747
                                                                        00061748
      *    O ESTORNO E SEMPRE MARCADO; O ORIGINAL SO QUANDO CAIU NA    *00061748
      *    MESMA COMPETENCIA (DATA, HISTORICO, TIPO E VALOR IGUAIS)    *00061749
            IF WRK-TAB-EXT-TIPO (WRK-IDX-EXT) NOT EQUAL 'E'             00061750
               GO                  TO 3350-99-FIM                       00061751
            END-IF                                                      00061752
                                                                        00061753
            MOVE 'S'           TO WRK-TAB-EXT-ESTORNADO (WRK-IDX-EXT)   00061753
            MOVE WRK-TAB-EXT-EST-DATA (WRK-IDX-EXT)                     00000000
                                       TO WRK-EXT-EST-DATA              00000000
            MOVE WRK-TAB-EXT-EST-MOVIMENTO (WRK-IDX-EXT)                00000000
                                       TO WRK-EXT-EST-MOVIMENTO         00000000
            MOVE WRK-TAB-EXT-EST-TIPO (WRK-IDX-EXT)                     00000000
                                       TO WRK-EXT-EST-TIPO              00000000
            MOVE WRK-TAB-EXT-VALOR (WRK-IDX-EXT)                        00000000
                                       TO WRK-EXT-EST-VALOR             00000000
            MOVE 'N'                   TO WRK-EXT-ACHOU                 00061754
                                                                        00061755
            PERFORM 3360-LOCALIZAR-ORIGINAL                             00061755
                    VARYING WRK-IDX-ORI FROM 1 BY 1                     00061756
                      UNTIL WRK-IDX-ORI NOT LESS WRK-IDX-EXT            00061757
                         OR WRK-EXT-ACHOU-SIM.                          00061758
                                                                        00061759
      *----------------------------------------------------------------*00061759
       3350-99-FIM.                           EXIT.                     00061760
      *----------------------------------------------------------------*00061761
                                                                        00061762
      *----------------------------------------------------------------*00061762
       3360-LOCALIZAR-ORIGINAL                SECTION.                  00061763
      *----------------------------------------------------------------*00061764
                                                                        00061765
            IF WRK-TAB-EXT-TIPO (WRK-IDX-ORI) NOT EQUAL 'E'             00061765
             AND NOT WRK-TAB-EXT-ESTORNADO-SIM (WRK-IDX-ORI)            00061766
             AND WRK-TAB-EXT-DATA (WRK-IDX-ORI) EQUAL                   00061767
                 WRK-EXT-EST-DATA                                       00000000
             AND WRK-TAB-EXT-MOVIMENTO (WRK-IDX-ORI) EQUAL              00061769
                 WRK-EXT-EST-MOVIMENTO                                  00000000
             AND WRK-TAB-EXT-TIPO (WRK-IDX-ORI) EQUAL                   00061771
                 WRK-EXT-EST-TIPO                                       00000000
             AND WRK-TAB-EXT-VALOR (WRK-IDX-ORI) EQUAL                  00061773
                 WRK-EXT-EST-VALOR                                      00000000
               MOVE 'S'        TO WRK-TAB-EXT-ESTORNADO (WRK-IDX-ORI)   00061775
               MOVE 'S'                TO WRK-EXT-ACHOU                 00061776
            END-IF.                                                     00061777
                                                                        00061778
      *----------------------------------------------------------------*00061778
       3360-99-FIM.                           EXIT.                     00061779
      *----------------------------------------------------------------*00061780
                                                                        00061781
      *----------------------------------------------------------------*00000000
       3370-ESTORNO-POSTERIOR                 SECTION.                  00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
            MOVE FD-MOVHIST-EST-DATA   TO WRK-EXT-EST-DATA              00000000
            MOVE FD-MOVHIST-EST-MOVIMENTO                               00000000
                                       TO WRK-EXT-EST-MOVIMENTO         00000000
            MOVE FD-MOVHIST-EST-TIPO   TO WRK-EXT-EST-TIPO              00000000
            MOVE FD-MOVHIST-VALOR      TO WRK-EXT-EST-VALOR             00000000
            MOVE 'N'                   TO WRK-EXT-ACHOU                 00000000
                                                                        00000000
            PERFORM 3360-LOCALIZAR-ORIGINAL                             00000000
                    VARYING WRK-IDX-ORI FROM 1 BY 1                     00000000
                      UNTIL WRK-IDX-ORI GREATER WRK-TAB-EXT-QTDE        00000000
                         OR WRK-EXT-ACHOU-SIM.                          00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       3370-99-FIM.                           EXIT.                     00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00061781
       3380-IMPRIMIR-MOVTO                    SECTION.                  00061782
      *----------------------------------------------------------------*00061783
                                                                        00061784
      *    ESTORNO TEM O SINAL INVERSO AO DO LANCAMENTO ORIGINAL       *00061784
            EVALUATE WRK-TAB-EXT-TIPO (WRK-IDX-EXT)                     00061785
              WHEN 'C'                                                  00061786
                 ADD WRK-TAB-EXT-VALOR (WRK-IDX-EXT)                    00061787
                                            TO WRK-SALDO-CORRENTE       00061788
              WHEN 'E'                                                  00061789
                 IF WRK-TAB-EXT-EST-TIPO (WRK-IDX-EXT) EQUAL 'C'        00061790
                    SUBTRACT WRK-TAB-EXT-VALOR (WRK-IDX-EXT)            00061791
                                            FROM WRK-SALDO-CORRENTE     00061792
                 ELSE                                                   00061793
                    ADD WRK-TAB-EXT-VALOR (WRK-IDX-EXT)                 00061794
                                            TO WRK-SALDO-CORRENTE       00061795
                 END-IF                                                 00061796
              WHEN OTHER                                                00061797
                 SUBTRACT WRK-TAB-EXT-VALOR (WRK-IDX-EXT)               00061798
                                            FROM WRK-SALDO-CORRENTE     00061799
            END-EVALUATE                                                00061800
                                                                        00061801
            MOVE WRK-TAB-EXT-DATA (WRK-IDX-EXT)      TO WRK-LM-DATA     00061801
            MOVE WRK-TAB-EXT-MOVIMENTO (WRK-IDX-EXT) TO WRK-LM-DESCRICAO00061802
            MOVE WRK-TAB-EXT-TIPO (WRK-IDX-EXT)      TO WRK-LM-TIPO     00061803
            MOVE WRK-TAB-EXT-VALOR (WRK-IDX-EXT)     TO WRK-LM-VALOR    00061804
            MOVE WRK-SALDO-CORRENTE                  TO WRK-LM-SALDO    00061805
            IF WRK-TAB-EXT-ESTORNADO-SIM (WRK-IDX-EXT)                  00061806
               MOVE 'EST'              TO WRK-LM-MARCA                  00061807
            ELSE                                                        00061808
               MOVE SPACES             TO WRK-LM-MARCA                  00061809
            END-IF                                                      00061810
            WRITE FD-EXTRATO           FROM WRK-LIN-MOVTO               00061811
            PERFORM 1140-TESTAR-WRK-FS-EXTRATO.                         00061812
                                                                        00061813
      *----------------------------------------------------------------*00061813
       3380-99-FIM.                           EXIT.                     00061814
      *----------------------------------------------------------------*00061815
                                                                        00065400
      *----------------------------------------------------------------*00065500
       3400-SALTAR-MOVTOS                     SECTION.                  00065600
