      *    ARQUIVOS CICS:                                              *00004100
      *      CLIVSAM  - CADASTRO DE CLIENTES (KSDS, LRECL 082)         *00004200
      *      MOVVSAM  - HISTORICO DE MOVIMENTOS (KSDS, LRECL 070)      *00004300
      *      BLQVSAM  - BLOQUEIOS JUDICIAIS/ADMIN. (KSDS, LRECL 080)   *00004350
      *----------------------------------------------------------------*00004400
      *    MODULO   :                                                  *00004500
      *               GRAVALOG - TRATAMENTO DE ERROS                   *00004600
      *               B#GRALOG - AREA DE TRATAMENTO DE ERROS           *00005000
      *               B#AUDIT  - AREA DE TRILHA DE AUDITORIA           *00005100
      *               B#CLIMST - LAYOUT DO CADASTRO DE CLIENTES        *00005200
      *               B#BLOQJ  - LAYOUT DO CADASTRO DE BLOQUEIOS       *00005250
      *----------------------------------------------------------------*00005300
      *    TECLAS PF (CONFORME RODAPE DO MAPA):                        *00005400
      *      ENTER - CONSULTA A AGENCIA/CONTA DIGITADA                 *00005500
      *                           MOVIMENTOS SAEM DE UMA VARRE-   *     00000000
      *                           DURA PARA A FRENTE COM ANEL DE  *     00000000
      *                           SEIS POSICOES                   *     00000000
      *      15/10/2026  DPC      LINHA BLOQUEIO NA TELA: RESUMO DOS   *00006010
      *                           BLOQUEIOS JUDICIAIS/ADMINISTRATIVOS  *00006020
      *                           ATIVOS NA DATA (BLQVSAM, B#BLOQJ) -  *00006030
      *                           QTDE DE ORDENS, TIPOS E VALOR        *00006040
      *                           BLOQUEADO, OU 'SEM BLOQUEIO'         *00006050
      ******************************************************************00006100
      *================================================================*00006200
                                                                        00006300
       77 WRK-LIMITE-ED           PIC ZZZ.ZZ9,99.                       00010000
       77 WRK-VALOR-ED            PIC ZZ.ZZZ.ZZ9,99.                    00010100
       77 WRK-TIPO-SEG            PIC X(03) VALUE SPACES.               00010200
       77 WRK-RESP-BLQ            PIC S9(08) COMP VALUE ZEROS.          00010205
       77 WRK-ABSTIME             PIC S9(15) COMP-3 VALUE ZEROS.        00010210
       77 WRK-DATA-HOJE           PIC X(08) VALUE SPACES.               00010215
       77 WRK-BLQ-QTD             PIC 9(02) VALUE ZEROS.                00010220
       77 WRK-BLQ-TIPOS           PIC X(03) VALUE SPACES.               00010225
       77 WRK-BLQ-VALOR           PIC 9(10)V99 VALUE ZEROS.             00010230
                                                                        00010235
      *----------------------------------------------------------------*00010240
      *    LINHA BLOQUEIO DA TELA                                      *00010245
      *----------------------------------------------------------------*00010250
                                                                        00010255
       01 WRK-LIN-BLOQ.                                                 00010260
          05 WRK-LBQ-QTD             PIC Z9.                            00010265
          05 FILLER                  PIC X(09) VALUE ' ORDEM(S)'.       00010270
          05 FILLER                  PIC X(07) VALUE ' TIPOS '.         00010275
          05 WRK-LBQ-TIPOS           PIC X(03).                         00010280
          05 FILLER                  PIC X(14) VALUE ' VALOR BLOQ.: '.  00010285
          05 WRK-LBQ-VALOR           PIC ZZ.ZZZ.ZZ9,99.                 00010290
          05 FILLER                  PIC X(02) VALUE SPACES.            00010295
                                                                        00010300
      *----------------------------------------------------------------*00010400
      *    CHAVES DOS ARQUIVOS VSAM                                    *00010500
          05 WRK-CHM-CHAVE           PIC X(10).                         00011300
          05 WRK-CHM-DATA            PIC X(08).                         00011400
          05 WRK-CHM-SEQ             PIC 9(03).                         00011500
       01 WRK-CHAVE-BLQ.                                                00011525
          05 WRK-CHB-CONTA           PIC X(10).                         00011550
          05 WRK-CHB-ORDEM           PIC X(20).                         00011575
                                                                        00011600
      *----------------------------------------------------------------*00011700
      *    REGISTRO DO MOVVSAM (HISTORICO ONLINE) - LRECL 070          *00011800
           COPY 'B#GRALOG'.                                             00013500
           COPY 'B#AUDIT'.                                              00013600
           COPY 'B#CLIMST'.                                             00013700
           COPY 'B#BLOQJ'.                                              00013750
                                                                        00013800
      *----------------------------------------------------------------*00013900
      *    AREA DE COMUNICACAO (PSEUDO-CONVERSACAO)                    *00014000
             WHEN DFHRESP(NORMAL)                                       00028200
                PERFORM 2200-MONTAR-DETALHE                             00028300
                PERFORM 2300-BUSCAR-ULTIMOS-MOV                         00028400
                PERFORM 2500-BUSCAR-BLOQUEIOS                           00028450
                PERFORM 2400-GRAVAR-AUDITORIA                           00028500
                MOVE WRK-CHV-AGENCIA    TO WRK-CA-AGENCIA               00028600
                MOVE WRK-CHV-CONTA      TO WRK-CA-CONTA                 00028700
      *----------------------------------------------------------------*00032300
                                                                        00032400
           MOVE SPACES                  TO NOMEO SALDO LIMIO            00032500
                                           ULTMO TPCTO BLOQO            00032600
           PERFORM 2350-LIMPAR-MOVIMENTOS                               00032700
           MOVE SPACES                  TO WRK-CA-AGENCIA               00032800
                                           WRK-CA-CONTA.                00032900
      *----------------------------------------------------------------*00050900
       2400-99-FIM.                          EXIT.                      00051000
      *----------------------------------------------------------------*00051100
      ******************************************************************00051101
      *   B L O Q U E I O S   D A   C O N T A   ( B L Q V S A M )      *00051102
      ******************************************************************00051103
                                                                        00051104
      *----------------------------------------------------------------*00051105
       2500-BUSCAR-BLOQUEIOS                SECTION.                    00051106
      *----------------------------------------------------------------*00051107
                                                                        00051108
      *    VIGENCIA CONFERIDA CONTRA A DATA DE HOJE (AAAAMMDD)         *00051109
           EXEC CICS ASKTIME                                            00051110
             ABSTIME(WRK-ABSTIME)                                       00051111
           END-EXEC                                                     00051112
                                                                        00051113
           EXEC CICS FORMATTIME                                         00051114
             ABSTIME(WRK-ABSTIME)                                       00051115
             YYYYMMDD(WRK-DATA-HOJE)                                    00051116
           END-EXEC                                                     00051117
                                                                        00051118
           MOVE ZEROS                   TO WRK-BLQ-QTD                  00051119
                                           WRK-BLQ-VALOR                00051120
           MOVE SPACES                  TO WRK-BLQ-TIPOS                00051121
           MOVE WRK-CHAVE-CLI           TO WRK-CHB-CONTA                00051122
           MOVE LOW-VALUES              TO WRK-CHB-ORDEM                00051123
                                                                        00051124
           EXEC CICS STARTBR                                            00051125
             DATASET('BLQVSAM')                                         00051126
             RIDFLD(WRK-CHAVE-BLQ)                                      00051127
             RESP(WRK-RESP-BLQ)                                         00051128
           END-EXEC                                                     00051129
                                                                        00051130
           EVALUATE WRK-RESP-BLQ                                        00051131
             WHEN DFHRESP(NORMAL)                                       00051132
                CONTINUE                                                00051133
             WHEN DFHRESP(NOTFND)                                       00051134
                MOVE 'SEM BLOQUEIO'     TO BLOQO                        00051135
                GO TO 2500-99-FIM                                       00051136
             WHEN OTHER                                                 00051137
                MOVE 'F05CIP2'          TO WRK-PROGRAMA                 00051138
                MOVE '2500  '           TO WRK-SECAO                    00051139
                MOVE 'ERRO NA LEITURA DO BLQVSAM'                       00051140
                                        TO WRK-MENSAGEM                 00051141
                MOVE WRK-CHAVE-CLI      TO WRK-STATUS                   00051142
                PERFORM 9998-TRATAR-AVISO                               00051143
                MOVE 'BLOQUEIOS INDISPONIVEIS' TO BLOQO                 00051144
                GO TO 2500-99-FIM                                       00051145
           END-EVALUATE                                                 00051146
                                                                        00051147
           PERFORM 2510-LER-BLOQUEIO                                    00051148
                   UNTIL WRK-RESP-BLQ NOT EQUAL DFHRESP(NORMAL)         00051149
                                                                        00051150
           EXEC CICS ENDBR                                              00051151
             DATASET('BLQVSAM')                                         00051152
           END-EXEC                                                     00051153
                                                                        00051154
           IF WRK-BLQ-QTD EQUAL ZEROS                                   00051155
              MOVE 'SEM BLOQUEIO'       TO BLOQO                        00051156
           ELSE                                                         00051157
              MOVE WRK-BLQ-QTD          TO WRK-LBQ-QTD                  00051158
              MOVE WRK-BLQ-TIPOS        TO WRK-LBQ-TIPOS                00051159
              MOVE WRK-BLQ-VALOR        TO WRK-LBQ-VALOR                00051160
              MOVE WRK-LIN-BLOQ         TO BLOQO                        00051161
           END-IF.                                                      00051162
                                                                        00051163
      *----------------------------------------------------------------*00051164
       2500-99-FIM.                          EXIT.                      00051165
      *----------------------------------------------------------------*00051166
                                                                        00051167
      *----------------------------------------------------------------*00051168
       2510-LER-BLOQUEIO                    SECTION.                    00051169
      *----------------------------------------------------------------*00051170
                                                                        00051171
           EXEC CICS READNEXT                                           00051172
             DATASET('BLQVSAM')                                         00051173
             INTO(FD-BLOQJUD)                                           00051174
             RIDFLD(WRK-CHAVE-BLQ)                                      00051175
             RESP(WRK-RESP-BLQ)                                         00051176
           END-EXEC                                                     00051177
                                                                        00051178
           IF WRK-RESP-BLQ NOT EQUAL DFHRESP(NORMAL)                    00051179
              GO TO 2510-99-FIM                                         00051180
           END-IF                                                       00051181
                                                                        00051182
      *    ACABARAM OS BLOQUEIOS DA CONTA CONSULTADA                   *00051183
           IF FD-BLQ-CHAVE-CONTA NOT EQUAL WRK-CHAVE-CLI                00051184
              MOVE DFHRESP(ENDFILE)     TO WRK-RESP-BLQ                 00051185
              GO TO 2510-99-FIM                                         00051186
           END-IF                                                       00051187
                                                                        00051188
      *    ATIVO = SITUACAO 'A' E HOJE DENTRO DA VIGENCIA              *00051189
           IF FD-BLQ-SIT-ATIVO                                          00051190
            AND FD-BLQ-DATA-INI NOT GREATER WRK-DATA-HOJE               00051191
            AND (FD-BLQ-DATA-FIM EQUAL SPACES                           00051192
                 OR FD-BLQ-DATA-FIM NOT LESS WRK-DATA-HOJE)             00051193
              ADD 1                     TO WRK-BLQ-QTD                  00051194
              EVALUATE TRUE                                             00051195
                WHEN FD-BLQ-TIPO-TOTAL                                  00051196
                   MOVE 'T'             TO WRK-BLQ-TIPOS (1:1)          00051197
                WHEN FD-BLQ-TIPO-DEBITO                                 00051198
                   MOVE 'D'             TO WRK-BLQ-TIPOS (2:1)          00051199
                WHEN FD-BLQ-TIPO-VALOR                                  00051200
                   MOVE 'V'             TO WRK-BLQ-TIPOS (3:1)          00051201
                   ADD FD-BLQ-VALOR     TO WRK-BLQ-VALOR                00051202
              END-EVALUATE                                              00051203
           END-IF.                                                      00051204
                                                                        00051205
      *----------------------------------------------------------------*00051206
       2510-99-FIM.                          EXIT.                      00051207
      *----------------------------------------------------------------*00051208
                                                                        00051200
      ******************************************************************00051300
      *                     E N C E R R A R                            *00051400
