      *               A RECONCILIACAO POR ORIGEM (RECEBIDOS, ACEITOS,  *00003700
      *               REJEITADOS, VALOR) SAI NO RELATORIO RELORIG -    *00003800
      *               QUANDO UM HASH ESTOURA, AGORA DA PARA DIZER DE   *00003900
      *               QUEM ERA O LOTE. MOVIMENTO DE AGENCIA            *00004000
      *               INEXISTENTE OU FECHADA NO CADASTRO DE AGENCIAS   *00004025
      *               (LERAGENC) E REJEITADO SOZINHO (ORIGREJ) E       *00004050
      *               CONTADO NA RECONCILIACAO DA SUA ORIGEM.          *00004075
      *               NO PRAZO DE CARENCIA DE UMA FUSAO DE AGENCIAS    *00004081
      *               (XREF DO FR05EX58), O MOVIMENTO QUE AINDA CHEGA  *00004087
      *               NA CONTA ANTIGA E DESVIADO PARA A CONTA NOVA.    *00004093
      *----------------------------------------------------------------*00004100
      *    ARQUIVOS :                                                  *00004200
      *    DDNAME          I/O                                         *00004300
      *    JCLMVORG         I    ENVELOPES DAS ORIGENS (CONCAT, 106)   *00004400
      *    JCLMVUNI         O    MOVIMENTO UNIFICADO (106)             *00004500
      *    JCLORGRJ         O    ENVELOPES REJEITADOS (106)            *00004600
      *    JCLRELOR         O    RECONCILIACAO POR ORIGEM (080)        *00004700
      *    JCLXREF          I    XREF DAS FUSOES DE AGENCIA (040) -  *  00004733
      *                          OPCIONAL                              *00004766
      *    JCLSORT          -    AREA DE TRABALHO DO SORT              *00004800
      *----------------------------------------------------------------*00004900
      *    BOOKS    :    B#MOVREG, B#GRALOG, B#RUNCTL, B#DATPRC,       *00005000
      *                  B#LERAGE, B#XREFC                             *00005050
      *----------------------------------------------------------------*00005100
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00005200
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00005300
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00005400
      *                  LERAGENC - CONSULTA AO CADASTRO DE AGENCIAS   *00005450
      *----------------------------------------------------------------*00005500
      *    PARAMETROS (VIA SYSIN):                                     *00005600
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00005700
      *    HISTORICO DE ALTERACOES:                                    *00005900
      *      DATA        RESP.    DESCRICAO                            *00006000
      *      02/09/2026  DPC      VERSAO ORIGINAL                      *00006100
      *      15/10/2026  DPC      ENVELOPES, MOVUNIF E ORIGREJ         *00006125
      *                           ACOMPANHAM O B#MOVREG (GRUPO DE      *00006150
      *                           ESTORNO): LRECL = 106                *00006175
      *      15/10/2026  DPC      MOVIMENTO DE AGENCIA INEXISTENTE OU  *00006179
      *                           FECHADA (LERAGENC) VAI PARA O        *00006183
      *                           ORIGREJ E A RECONCILIACAO MOSTRA OS  *00006187
      *                           REJEITADOS POR AGENCIA; SD DO SORT   *00006191
      *                           ACOMPANHA O LRECL 106                *00006195
      *      15/10/2026  DPC      MOVIMENTO NA CHAVE ANTIGA DE CONTA   *00006196
      *                           DE AGENCIA FUNDIDA E DESVIADO PARA A *00006197
      *                           CHAVE NOVA ATE O FIM DA CARENCIA     *00006198
      *                           (XREF DO FR05EX58)                   *00006199
      ******************************************************************00006200
      *================================================================*00006300
                                                                        00006400
                                                                        00008900
             SELECT RELORIG   ASSIGN     TO JCLRELOR                    00009000
                    FILE STATUS          IS WRK-FS-RELORIG.             00009100
             SELECT XREFC     ASSIGN     TO JCLXREF                     00009133
                    FILE STATUS          IS WRK-FS-XREFC.               00009166
                                                                        00009200
             SELECT WRK-SORTMOV ASSIGN   TO JCLSORT.                    00009300
                                                                        00009400
      *----------------------------------------------------------------*00010100
                                                                        00010200
      *----------------------------------------------------------------*00010300
      *  INPUT - ENVELOPES DAS ORIGENS (MOVORIG) - LRECL = 106.        *00010400
      *----------------------------------------------------------------*00010500
                                                                        00010600
       FD MOVORIG                                                       00010700
           COPY 'B#MOVREG'.                                             00011100
                                                                        00011200
      *----------------------------------------------------------------*00011300
      *  OUTPUT - MOVIMENTO UNIFICADO (MOVUNIF) - LRECL = 106.         *00011400
      *----------------------------------------------------------------*00011500
                                                                        00011600
       FD MOVUNIF                                                       00011700
           RECORDING MODE IS F                                          00011800
           BLOCK CONTAINS 0 RECORDS.                                    00011900
       01 FD-MOVUNIF        PIC X(106).                                 00012000
                                                                        00012100
      *----------------------------------------------------------------*00012200
      *  OUTPUT - ENVELOPES REJEITADOS (ORIGREJ) - LRECL = 106.        *00012300
      *----------------------------------------------------------------*00012400
                                                                        00012500
       FD ORIGREJ                                                       00012600
           RECORDING MODE IS F                                          00012700
           BLOCK CONTAINS 0 RECORDS.                                    00012800
       01 FD-ORIGREJ        PIC X(106).                                 00012900
                                                                        00013000
      *----------------------------------------------------------------*00013100
      *  OUTPUT - RECONCILIACAO POR ORIGEM (RELORIG) - LRECL = 080.    *00013200
           RECORDING MODE IS F                                          00013600
           BLOCK CONTAINS 0 RECORDS.                                    00013700
       01 FD-RELORIG        PIC X(080).                                 00013800
      *----------------------------------------------------------------*00013810
      *  INPUT - XREF DAS FUSOES DE AGENCIA (XREFC) - LRECL = 040.     *00013820
      *----------------------------------------------------------------*00013830
                                                                        00013840
       FD XREFC                                                         00013850
           RECORDING MODE IS F                                          00013860
           BLOCK CONTAINS 0 RECORDS.                                    00013870
                                                                        00013880
           COPY 'B#XREFC'.                                              00013890
                                                                        00013900
      *----------------------------------------------------------------*00014000
      *    WORK - ORDENACAO DOS ACEITOS PELA CHAVE                     *00014100
                                                                        00014300
       SD WRK-SORTMOV.                                                  00014400
       01 SD-SORTMOV.                                                   00014500
          05 SD-MOV-REGISTRO          PIC X(106).                       00014600
          05 SD-MOV-CHAVE REDEFINES SD-MOV-REGISTRO                     00014700
                                      PIC X(10).                        00014800
                                                                        00014900
       77 WRK-FS-MOVUNIF                 PIC X(002) VALUE SPACES.       00015900
       77 WRK-FS-ORIGREJ                 PIC X(002) VALUE SPACES.       00016000
       77 WRK-FS-RELORIG                 PIC X(002) VALUE SPACES.       00016100
       77 WRK-FS-XREFC                   PIC X(002) VALUE SPACES.       00016150
                                                                        00016200
      *----------------------------------------------------------------*00016300
       01 FILLER                         PIC X(050)       VALUE         00016400
       77 ACUM-ACEITOS                   PIC 9(007) VALUE ZEROS.        00016900
       77 ACUM-REJEITADOS                PIC 9(007) VALUE ZEROS.        00017000
       77 ACUM-HASH-ACEITO               PIC 9(011)V99 VALUE ZEROS.     00017100
       77 ACUM-REJ-AGENCIA               PIC 9(007) VALUE ZEROS.        00017150
       77 ACUM-REDIRECIONADOS            PIC 9(007) VALUE ZEROS.        00017175
                                                                        00017200
      *----------------------------------------------------------------*00017300
       01 FILLER                         PIC X(050)       VALUE         00017400
                                                                        00017700
       77 WRK-FIM-SORT                   PIC X(001) VALUE 'N'.          00017800
           88 WRK-FIM-SORT-SIM                      VALUE 'S'.          00017900
       77 WRK-AGENCIA-ACEITA             PIC X(001) VALUE 'N'.          00017933
           88 WRK-AGENCIA-ACEITA-SIM                VALUE 'S'.          00017966
       77 WRK-PASSO                      PIC X(001) VALUE '1'.          00018000
       77 WRK-SEM-XREF                   PIC X(001) VALUE 'N'.          00018033
           88 WRK-SEM-XREF-SIM                      VALUE 'S'.          00018066
                                                                        00018100
      *----------------------------------------------------------------*00018200
      *    TABELA DOS ENVELOPES (UM POR ORIGEM DE CAPTURA)             *00018300
             10 WRK-TAB-ENV-QTD-CONT     PIC 9(07).                     00019200
             10 WRK-TAB-ENV-HASH-CONT    PIC 9(11)V99.                  00019300
             10 WRK-TAB-ENV-VALOR        PIC 9(11)V99.                  00019400
             10 WRK-TAB-ENV-REJ-AGE      PIC 9(07).                     00019450
             10 WRK-TAB-ENV-TEM-TRL      PIC X(01).                     00019500
             10 WRK-TAB-ENV-SITUACAO     PIC X(01).                     00019600
                88 WRK-ENV-SIT-OK            VALUE 'O'.                 00019700
                                                                        00019900
       77 WRK-TAB-ENV-QTDE               PIC 9(003) VALUE ZEROS.        00020000
       77 WRK-ENV-ATUAL                  PIC 9(003) VALUE ZEROS.        00020100
      *----------------------------------------------------------------*00020106
      *    CHAVES ANTIGAS AINDA EM CARENCIA (ORDEM DA XREF)            *00020112
      *----------------------------------------------------------------*00020118
                                                                        00020124
       77 WRK-QTD-XREF                   PIC 9(005) VALUE ZEROS.        00020130
       77 WRK-MAX-XREF                   PIC 9(005) VALUE 20000.        00020136
                                                                        00020142
       01 WRK-TABELA-XREF.                                              00020148
          05 WRK-TAB-XRF                 OCCURS 1 TO 20000 TIMES        00020154
                                          DEPENDING ON WRK-QTD-XREF     00020160
                                          ASCENDING KEY WRK-XRF-ANT     00020166
                                          INDEXED BY WRK-IDX-XRF.       00020172
             10 WRK-XRF-ANT              PIC X(010).                    00020178
             10 WRK-XRF-NOVA             PIC X(010).                    00020184
                                                                        00020200
      *----------------------------------------------------------------*00020300
      *    LINHA DA RECONCILIACAO POR ORIGEM                           *00020400
       COPY 'B#RUNCTL'.                                                 00023100
                                                                        00023200
       COPY 'B#DATPRC'.                                                 00023300
                                                                        00023333
       COPY 'B#LERAGE'.                                                 00023366
                                                                        00023400
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00023500
                                                                        00023600
           PERFORM 1110-TESTAR-WRK-FS-MOVORIG                           00030900
           PERFORM 1120-TESTAR-WRK-FS-MOVUNIF                           00031000
           PERFORM 1130-TESTAR-WRK-FS-ORIGREJ                           00031100
           PERFORM 1140-TESTAR-WRK-FS-RELORIG                           00031200
      *    XREF DAS FUSOES: SEM O ARQUIVO NAO HA DESVIO              *  00031208
           OPEN INPUT  XREFC                                            00031216
                                                                        00031224
           IF WRK-FS-XREFC EQUAL '35'                                   00031232
              MOVE 'S'                TO WRK-SEM-XREF                   00031240
           ELSE                                                         00031248
              PERFORM 1150-TESTAR-WRK-FS-XREFC                          00031256
              PERFORM 1200-CARREGAR-XREF                                00031264
                      UNTIL WRK-FS-XREFC EQUAL '10'                     00031272
              CLOSE XREFC                                               00031280
           END-IF.                                                      00031288
                                                                        00031300
      *----------------------------------------------------------------*00031400
       1000-99-FIM.                           EXIT.                     00031500
      *----------------------------------------------------------------*00037800
       1140-99-FIM.                           EXIT.                     00037900
      *----------------------------------------------------------------*00038000
      *----------------------------------------------------------------*00038001
       1150-TESTAR-WRK-FS-XREFC               SECTION.                  00038002
      *----------------------------------------------------------------*00038003
                                                                        00038004
           IF WRK-FS-XREFC NOT EQUAL ZEROS                              00038005
              AND WRK-FS-XREFC NOT EQUAL '10'                           00038006
              MOVE 'FR05EX29'                    TO WRK-PROGRAMA        00038007
              MOVE 'ERRO NO ARQUIVO XREFC'       TO WRK-MENSAGEM        00038008
              MOVE '1150'                        TO WRK-SECAO           00038009
              MOVE WRK-FS-XREFC                  TO WRK-STATUS          00038010
              PERFORM 9000-TRATAR-ERRO                                  00038011
           END-IF.                                                      00038012
                                                                        00038013
      *----------------------------------------------------------------*00038014
       1150-99-FIM.                           EXIT.                     00038015
      *----------------------------------------------------------------*00038016
                                                                        00038017
      *----------------------------------------------------------------*00038018
      *    SO ENTRA NA TABELA A CHAVE CUJA CARENCIA NAO VENCEU         *00038019
      *----------------------------------------------------------------*00038020
       1200-CARREGAR-XREF                     SECTION.                  00038021
      *----------------------------------------------------------------*00038022
                                                                        00038023
           READ XREFC                                                   00038024
                                                                        00038025
           IF WRK-FS-XREFC EQUAL '10'                                   00038026
              GO                  TO 1200-99-FIM                        00038027
           END-IF                                                       00038028
                                                                        00038029
           PERFORM 1150-TESTAR-WRK-FS-XREFC                             00038030
                                                                        00038031
           IF FD-XRF-DATA-LIMITE LESS WRK-DATA-EXEC                     00038032
              GO                  TO 1200-99-FIM                        00038033
           END-IF                                                       00038034
                                                                        00038035
           IF WRK-QTD-XREF NOT LESS WRK-MAX-XREF                        00038036
              MOVE 'FR05EX29'                    TO WRK-PROGRAMA        00038037
              MOVE 'TABELA DA XREF ESTOURADA'    TO WRK-MENSAGEM        00038038
              MOVE '1200'                        TO WRK-SECAO           00038039
              MOVE WRK-MAX-XREF                  TO WRK-STATUS          00038040
              PERFORM 9000-TRATAR-ERRO                                  00038041
           END-IF                                                       00038042
                                                                        00038043
           ADD 1                      TO WRK-QTD-XREF                   00038044
           SET WRK-IDX-XRF            TO WRK-QTD-XREF                   00038045
           MOVE FD-XRF-CHAVE-ANT      TO WRK-XRF-ANT (WRK-IDX-XRF)      00038046
           MOVE FD-XRF-CHAVE-NOVA     TO WRK-XRF-NOVA (WRK-IDX-XRF).    00038047
                                                                        00038048
      *----------------------------------------------------------------*00038049
       1200-99-FIM.                           EXIT.                     00038050
      *----------------------------------------------------------------*00038051
                                                                        00038100
      ******************************************************************00038200
      *   P R E - P A S S O :   V A L I D A R   E N V E L O P E S      *00038300
                                        (WRK-IDX-ENV)                   00043900
                                       WRK-TAB-ENV-VALOR                00044000
                                        (WRK-IDX-ENV)                   00044100
                                       WRK-TAB-ENV-REJ-AGE              00044133
                                        (WRK-IDX-ENV)                   00044166
              MOVE 'N'              TO WRK-TAB-ENV-TEM-TRL              00044200
                                        (WRK-IDX-ENV)                   00044300
              MOVE 'O'              TO WRK-TAB-ENV-SITUACAO             00044400
              CONTINUE                                                  00056800
             WHEN OTHER                                                 00056900
              SET WRK-IDX-ENV       TO WRK-ENV-ATUAL                    00057000
              IF WRK-ENV-SIT-OK (WRK-IDX-ENV)                           00057016
                 PERFORM 3150-CONFERIR-AGENCIA                          00057032
              ELSE                                                      00057048
                 MOVE 'N'           TO WRK-AGENCIA-ACEITA               00057064
              END-IF                                                    00057080
              IF WRK-AGENCIA-ACEITA-SIM                                 00057100
      *          ACEITO: CARIMBA A ORIGEM DO ENVELOPE NO MOVIMENTO     *00057200
                 MOVE WRK-TAB-ENV-ORIGEM (WRK-IDX-ENV) (1:8)            00057300
                                    TO FD-MOV2505-ORIGEM                00057400
      *----------------------------------------------------------------*00058800
       3100-99-FIM.                           EXIT.                     00058900
      *----------------------------------------------------------------*00059000
                                                                        00059001
      *----------------------------------------------------------------*00059002
      *    MOVIMENTO DE ENVELOPE BOM SO PASSA SE A AGENCIA ESTA        *00059003
      *    CADASTRADA E ATIVA; SENAO VAI SOZINHO PARA O ORIGREJ        *00059004
      *----------------------------------------------------------------*00059005
       3150-CONFERIR-AGENCIA                 SECTION.                   00059006
      *----------------------------------------------------------------*00059007
                                                                        00059008
           MOVE 'S'                  TO WRK-AGENCIA-ACEITA              00059009
                                                                        00059010
      *    CONTA DE AGENCIA FUNDIDA, AINDA NA CARENCIA: CHAVE NOVA   *  00059011
           IF WRK-QTD-XREF GREATER ZEROS                                00059012
              SEARCH ALL WRK-TAB-XRF                                    00059013
                AT END                                                  00059014
                   CONTINUE                                             00059015
                WHEN WRK-XRF-ANT (WRK-IDX-XRF) EQUAL FD-MOV2505-CHAVE   00059016
                   MOVE WRK-XRF-NOVA (WRK-IDX-XRF)                      00059017
                                     TO FD-MOV2505-CHAVE                00059018
                   ADD 1             TO ACUM-REDIRECIONADOS             00059019
              END-SEARCH                                                00059020
           END-IF                                                       00059021
                                                                        00059022
           IF FD-MOV2505-AGENCIA NUMERIC                                00059023
              MOVE FD-MOV2505-AGENCIA TO WRK-LAG-AGENCIA                00059024
              CALL 'LERAGENC'        USING WRK-LERAGE                   00059025
           ELSE                                                         00059026
              MOVE '2'               TO WRK-LAG-RETORNO                 00059027
           END-IF                                                       00059028
                                                                        00059029
           IF WRK-LAG-INDISPONIVEL                                      00059030
              MOVE 'CADASTRO DE AGENCIAS INDISPONIVEL'                  00059031
                                     TO WRK-MENSAGEM                    00059032
              MOVE 'FR05EX29'        TO WRK-PROGRAMA                    00059033
              MOVE '3150'            TO WRK-SECAO                       00059034
              MOVE SPACES            TO WRK-STATUS                      00059035
              PERFORM 9000-TRATAR-ERRO                                  00059036
           END-IF                                                       00059037
                                                                        00059038
           IF WRK-LAG-ATIVA                                             00059039
              GO                  TO 3150-99-FIM                        00059040
           END-IF                                                       00059041
                                                                        00059042
           MOVE 'N'                  TO WRK-AGENCIA-ACEITA              00059043
           ADD 1                     TO ACUM-REJ-AGENCIA                00059044
           ADD 1                     TO WRK-TAB-ENV-REJ-AGE             00059045
                                         (WRK-IDX-ENV)                  00059046
           MOVE 'A'                  TO WRK-SEVERIDADE                  00059047
           MOVE 'FR05EX29'           TO WRK-PROGRAMA                    00059048
           MOVE '3150  '             TO WRK-SECAO                       00059049
           MOVE 'AGENCIA INEXISTENTE OU FECHADA'                        00059050
                                     TO WRK-MENSAGEM                    00059051
           MOVE FD-MOV2505 (1:10)    TO WRK-STATUS                      00059052
           CALL 'GRAVALOG'           USING WRK-LOG.                     00059053
                                                                        00059054
      *----------------------------------------------------------------*00059055
       3150-99-FIM.                           EXIT.                     00059056
      *----------------------------------------------------------------*00059057
                                                                        00059100
      ******************************************************************00059200
      *   G R A V A R   O   U N I F I C A D O   (OUTPUT)               *00059300
           DISPLAY '  ENVELOPES RECEBIDOS :  ' WRK-TAB-ENV-QTDE         00066900
           DISPLAY '  MOVIMENTOS ACEITOS  :  ' ACUM-ACEITOS             00067000
           DISPLAY '  MOVIMENTOS REJEITAD.:  ' ACUM-REJEITADOS          00067100
           DISPLAY '  REJEIT. P/ AGENCIA  :  ' ACUM-REJ-AGENCIA         00067150
           DISPLAY '  REDIRECIONADOS XREF :  ' ACUM-REDIRECIONADOS      00067175
           DISPLAY '                                                 '  00067200
           DISPLAY '*************************************************'. 00067300
                                                                        00067400
                                      TO WRK-LR-RECEBIDOS               00068600
                                                                        00068700
           IF WRK-ENV-SIT-OK (WRK-IDX-ENV)                              00068800
      *       ENVELOPE BOM: SO OS DE AGENCIA INVALIDA FICAM DE FORA    *00068841
              COMPUTE WRK-LR-ACEITOS =                                  00068882
                      WRK-TAB-ENV-QTD-CONT (WRK-IDX-ENV) -              00068923
                      WRK-TAB-ENV-REJ-AGE (WRK-IDX-ENV)                 00068964
              MOVE WRK-TAB-ENV-REJ-AGE (WRK-IDX-ENV)                    00069005
                                      TO WRK-LR-REJEITADOS              00069046
              IF WRK-TAB-ENV-REJ-AGE (WRK-IDX-ENV) EQUAL ZEROS          00069087
                 MOVE 'OK      '      TO WRK-LR-SITUACAO                00069128
              ELSE                                                      00069169
                 MOVE 'AGENCIA '      TO WRK-LR-SITUACAO                00069210
              END-IF                                                    00069251
           ELSE                                                         00069300
              MOVE ZEROS              TO WRK-LR-ACEITOS                 00069400
              MOVE WRK-TAB-ENV-QTD-CONT (WRK-IDX-ENV)                   00069500
