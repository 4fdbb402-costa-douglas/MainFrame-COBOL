      *               MUDANCA REGISTRADA NA TRILHA DE AUDITORIA VIA    *00003800
      *               GRAVAUD (CHAVE AGENCIA+CONTA EM WRK-AUD-CHAVE).  *00003900
      *               TRANSACAO RECUSADA SAI NO ARQUIVO MANREJ COM O   *00004000
      *               MOTIVO. A ALTERACAO QUE TROCA O NOME OU AUMENTA  *00004028
      *               O LIMITE ACIMA DA ALCADA DO SYSIN NAO E APLICADA:*00004056
      *               VAI INTEIRA PARA O PENDCLI (B#PENDCL) E SO       *00004084
      *               VOLTA AO LOTE DEPOIS DE APROVADA POR UM SEGUNDO  *00004112
      *               OPERADOR NO FR05DB56 (DIGITADOR E APROVADOR      *00004140
      *               SEGUEM PARA A TRILHA DE AUDITORIA).              *00004168
      *               A TRANSACAO QUE CHEGA NO LOTE COM APROVADOR SO   *00000000
      *               E APLICADA SE CASAR, POR CHAVE E CONTEUDO, COM   *00000000
      *               UMA APROVACAO DO DIA GRAVADA PELO FR05DB56 NO    *00000000
      *               APRVCLI (B#APRVCL); SEM ELA, OU COM APROVADOR    *00000000
      *               IGUAL AO DIGITADOR, E RECUSADA.                  *00000000
      *----------------------------------------------------------------*00004200
      *    ARQUIVOS :                                                  *00004300
      *    DDNAME          I/O                                         *00004400
      *    JCLMANC          I    LOTE DE MANUTENCAO                    *00004600
      *    JCLCLIN          O    CADASTRO DE CLIENTES REGRAVADO        *00004700
      *    JCLMANRJ         O    TRANSACOES RECUSADAS                  *00004800
      *    JCLPENDC         O    ALTERACOES PENDENTES (DISP=MOD)       *00004850
      *    JCLAPRVD         I    APROVACOES CONCEDIDAS (OPCIONAL)      *00000000
      *----------------------------------------------------------------*00004900
      *    BOOKS    :    B#CLIMST, B#GRALOG, B#AUDIT, B#RUNCTL,        *00005000
      *                  B#DATPRC, B#LERAGE, B#PENDCL, B#APRVCL        *00005100
      *----------------------------------------------------------------*00005200
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00005300
      *                  GRAVAUD  - TRILHA DE AUDITORIA                *00005400
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00005500
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00005600
      *                  LERAGENC - CONSULTA AO CADASTRO DE AGENCIAS   *00005650
      *----------------------------------------------------------------*00005700
      *    PARAMETROS (VIA SYSIN):                                     *00005800
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00005900
      *      ALCADA DE AUMENTO DE LIMITE (9(06), SEM CENTAVOS)         *00005950
      *----------------------------------------------------------------*00006000
      *    HISTORICO DE ALTERACOES:                                    *00006100
      *      DATA        RESP.    DESCRICAO                            *00006200
      *      02/09/2026  DPC      VERSAO ORIGINAL                      *00006300
      *      02/09/2026  DPC      SEGMENTO DO CLIENTE (V/E/G) NO LOTE: *00006303
      *                           ABERTURA GRAVA O SEGMENTO (BRANCO    *00006306
      *                           ASSUME VAREJO) E ALTERACAO TROCA O   *00006309
      *                           SEGMENTO QUANDO INFORMADO, COM       *00006312
      *                           AUDITORIA; SEGMENTO INVALIDO RECUSA  *00006315
      *      02/09/2026  DPC      TIPO DE CONTA ('C' CORRENTE / 'P'    *00006318
      *                           POUPANCA) NO LOTE: ABERTURA GRAVA O  *00006321
      *                           TIPO (BRANCO ASSUME CORRENTE) E      *00006324
      *                           ALTERACAO TROCA QUANDO INFORMADO,    *00006327
      *                           COM AUDITORIA                        *00006330
      *      02/09/2026  DPC      DOCUMENTO DO TITULAR (CPF/CNPJ) NO   *00006333
      *                           LOTE, VALIDADO PELO DIGITO           *00006336
      *                           VERIFICADOR (MODULO 11) NA ABERTURA  *00006339
      *                           E NA ALTERACAO, COM AUDITORIA        *00006342
      *      15/10/2026  DPC      ABERTURA CONFERE A AGENCIA NO        *00006345
      *                           CADASTRO DE AGENCIAS (LERAGENC):     *00006348
      *                           AGENCIA INEXISTENTE OU FECHADA       *00006351
      *                           RECUSA A TRANSACAO                   *00006354
      *      15/10/2026  DPC      DUPLA APROVACAO: TROCA DE NOME E     *00006357
      *                           AUMENTO DE LIMITE ACIMA DA ALCADA DO *00006360
      *                           SYSIN VAO PARA O PENDCLI; A          *00006363
      *                           TRANSACAO APROVADA NO FR05DB56 VOLTA *00006366
      *                           COM O APROVADOR E E APLICADA; LOTE   *00006369
      *                           GANHA OPERADOR E APROVADOR, GRAVADOS *00006372
      *                           NA AUDITORIA                         *00006375
      *      15/10/2026  DPC      TRANSACAO COM APROVADOR SO E APLICADA*00000000
      *                           SE CASAR COM UMA APROVACAO DO DIA NO *00000000
      *                           APRVCLI (DD JCLAPRVD, GRAVADO PELO   *00000000
      *                           FR05DB56); SEM ELA OU COM APROVADOR  *00000000
      *                           IGUAL AO DIGITADOR VAI PARA O MANREJ *00000000
      ******************************************************************00006400
      *================================================================*00006500
                                                                        00006600
                                                                        00009100
             SELECT MANREJ    ASSIGN     TO JCLMANRJ                    00009200
                    FILE STATUS          IS WRK-FS-MANREJ.              00009300
                                                                        00009325
             SELECT PENDCLI   ASSIGN     TO JCLPENDC                    00009350
                    FILE STATUS          IS WRK-FS-PENDCLI.             00009375
                                                                        00000000
             SELECT APRVCLI   ASSIGN     TO JCLAPRVD                    00000000
                    FILE STATUS          IS WRK-FS-APRVCLI.             00000000
                                                                        00009400
      *================================================================*00009500
       DATA                                      DIVISION.              00009600
          05 FD-MAN-TIPO-CONTA        PIC X(01).                        00013030
              88 FD-MAN-CTA-VALIDA        VALUE 'C' 'P'.                00013040
          05 FD-MAN-DOCUMENTO         PIC X(14).                        00013050
          05 FD-MAN-OPERADOR          PIC X(03).                        00013087
          05 FD-MAN-APROVADOR         PIC X(03).                        00013124
          05 FILLER                   PIC X(08).                        00013161
                                                                        00013200
       01 FD-MAN-HEADER.                                                00013300
          05 FD-MAN-H-TIPO            PIC X(01).                        00013400
       01 FD-MANREJ.                                                    00016200
          05 FD-MRJ-TRANSACAO         PIC X(80).                        00016300
          05 FD-MRJ-MOTIVO            PIC X(30).                        00016400
                                                                        00016408
      *----------------------------------------------------------------*00016416
      *  OUTPUT - ALTERACOES PENDENTES DE APROVACAO (PENDCLI,          *00016424
      *           DISP=MOD) - LRECL = 140.                             *00016432
      *----------------------------------------------------------------*00016440
                                                                        00016448
       FD PENDCLI                                                       00016456
           RECORDING MODE IS F                                          00016464
           BLOCK CONTAINS 0 RECORDS.                                    00016472
                                                                        00016480
           COPY 'B#PENDCL'.                                             00016488
                                                                        00000000
      *----------------------------------------------------------------*00000000
      *  INPUT - APROVACOES CONCEDIDAS NO FR05DB56 (APRVCLI)           *00000000
      *          - LRECL = 100.                                        *00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
       FD APRVCLI                                                       00000000
           RECORDING MODE IS F                                          00000000
           BLOCK CONTAINS 0 RECORDS.                                    00000000
                                                                        00000000
           COPY 'B#APRVCL'.                                             00000000
                                                                        00016500
      *----------------------------------------------------------------*00016600
       WORKING-STORAGE                            SECTION.              00016700
       77 WRK-FS-MANCLI                  PIC X(002) VALUE SPACES.       00017500
       77 WRK-FS-CLIMANT                 PIC X(002) VALUE SPACES.       00017600
       77 WRK-FS-MANREJ                  PIC X(002) VALUE SPACES.       00017700
       77 WRK-FS-PENDCLI                 PIC X(002) VALUE SPACES.       00017750
       77 WRK-FS-APRVCLI                 PIC X(002) VALUE SPACES.       00000000
                                                                        00017800
      *----------------------------------------------------------------*00017900
       01 FILLER                         PIC X(050)       VALUE         00018000
       77 ACUM-ENCERRAMENTOS             PIC 9(005) VALUE ZEROS.        00018800
       77 ACUM-ALTERACOES                PIC 9(005) VALUE ZEROS.        00018900
       77 ACUM-RECUSADAS                 PIC 9(005) VALUE ZEROS.        00019000
       77 ACUM-PENDENTES                 PIC 9(005) VALUE ZEROS.        00019050
                                                                        00019100
      *----------------------------------------------------------------*00019200
       01 FILLER                         PIC X(050)       VALUE         00019300
       77 WRK-SEG-ANTES                  PIC X(001) VALUE SPACES.       00020510
       77 WRK-CTA-ANTES                  PIC X(001) VALUE SPACES.       00020520
       77 WRK-DOC-ANTES                  PIC X(014) VALUE SPACES.       00020530
                                                                        00020531
      *----------------------------------------------------------------*00020532
      *    AREA DA DUPLA APROVACAO (DIGITADOR/APROVADOR)               *00020533
      *----------------------------------------------------------------*00020535
                                                                        00020536
       77 WRK-PARM-ALCADA                PIC 9(006) VALUE ZEROS.        00020537
       77 WRK-AUMENTO-LIM                PIC 9(006)V99 VALUE ZEROS.     00020538
       77 WRK-MOTIVO-PEND                PIC X(001) VALUE SPACES.       00020540
           88 WRK-SEM-PENDENCIA                     VALUE SPACES.       00020541
       77 WRK-APV-RECUSA                 PIC X(001) VALUE 'N'.          00000000
           88 WRK-APV-RECUSA-SIM                    VALUE 'S'.          00000000
       77 WRK-TAB-APV-QTDE               PIC 9(003) VALUE ZEROS.        00000000
       01 WRK-TAB-APROVACOES.                                           00000000
          05 WRK-TAB-APV                 OCCURS 100 TIMES               00000000
                                         INDEXED BY WRK-IDX-APV.        00000000
             10 WRK-TAB-APV-CHAVE        PIC X(010).                    00000000
             10 WRK-TAB-APV-TRANSACAO    PIC X(080).                    00000000
             10 WRK-TAB-APV-USADA        PIC X(001).                    00000000
       01 WRK-AUD-OPERADORES.                                           00020542
          05 WRK-AUD-OPR-DIGITADOR       PIC X(003) VALUE SPACES.       00020543
          05 WRK-AUD-OPR-BARRA           PIC X(001) VALUE SPACES.       00020545
          05 WRK-AUD-OPR-APROVADOR       PIC X(003) VALUE SPACES.       00020546
          05 FILLER                      PIC X(001) VALUE SPACES.       00020547
                                                                        00020548
      *----------------------------------------------------------------*00020550
      *    AREA DE VALIDACAO DO DOCUMENTO (CPF/CNPJ, MODULO 11)        *00020560
      *----------------------------------------------------------------*00020570
       COPY 'B#RUNCTL'.                                                 00024000
                                                                        00024100
       COPY 'B#DATPRC'.                                                 00024200
                                                                        00024233
       COPY 'B#LERAGE'.                                                 00024266
                                                                        00024300
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00024400
                                                                        00024500
                                                                        00028800
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO          *  00028900
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00029000
           ACCEPT WRK-PARM-ALCADA FROM SYSIN                            00029020
           IF WRK-PARM-ALCADA NOT NUMERIC                               00029040
              MOVE 1000               TO WRK-PARM-ALCADA                00029060
           END-IF                                                       00029080
           CALL 'LERDATAP'            USING WRK-DATPRC                  00029100
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00029200
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00029300
                                                                        00032300
           PERFORM 1130-TESTAR-WRK-FS-CLIMANT                           00032400
           PERFORM 1140-TESTAR-WRK-FS-MANREJ                            00032500
                                                                        00032511
      *    PENDENTES DE DIAS ANTERIORES CONTINUAM NO ARQUIVO           *00032522
           OPEN EXTEND PENDCLI                                          00032533
           IF WRK-FS-PENDCLI EQUAL '35'                                 00032544
              CLOSE PENDCLI                                             00032555
              OPEN OUTPUT PENDCLI                                       00032566
           END-IF                                                       00032577
           PERFORM 1150-TESTAR-WRK-FS-PENDCLI                           00032588
                                                                        00000000
           PERFORM 1400-CARREGAR-APROVACOES                             00000000
                                                                        00032600
           PERFORM 1190-GRAVAR-HEADER-CLIMANT.                          00032700
                                                                        00032800
      *----------------------------------------------------------------*00039700
       1140-99-FIM.                           EXIT.                     00039800
      *----------------------------------------------------------------*00039900
                                                                        00039905
      *----------------------------------------------------------------*00039910
       1150-TESTAR-WRK-FS-PENDCLI             SECTION.                  00039915
      *----------------------------------------------------------------*00039920
                                                                        00039925
           IF WRK-FS-PENDCLI NOT EQUAL ZEROS                            00039930
              MOVE 'FR05EX20'                    TO WRK-PROGRAMA        00039935
              MOVE 'ERRO NO ARQUIVO PENDCLI'     TO WRK-MENSAGEM        00039940
              MOVE '1150'                        TO WRK-SECAO           00039945
              MOVE WRK-FS-PENDCLI                TO WRK-STATUS          00039950
              PERFORM 9000-TRATAR-ERRO                                  00039955
           END-IF.                                                      00039960
                                                                        00039965
      *----------------------------------------------------------------*00039970
       1150-99-FIM.                           EXIT.                     00039975
      *----------------------------------------------------------------*00039980
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1160-TESTAR-WRK-FS-APRVCLI             SECTION.                  00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
           IF WRK-FS-APRVCLI NOT EQUAL ZEROS                            00000000
              MOVE 'FR05EX20'                    TO WRK-PROGRAMA        00000000
              MOVE 'ERRO NO ARQUIVO APRVCLI'     TO WRK-MENSAGEM        00000000
              MOVE '1160'                        TO WRK-SECAO           00000000
              MOVE WRK-FS-APRVCLI                TO WRK-STATUS          00000000
              PERFORM 9000-TRATAR-ERRO                                  00000000
           END-IF.                                                      00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1160-99-FIM.                           EXIT.                     00000000
      *----------------------------------------------------------------*00000000
                                                                        00040000
      ******************************************************************00040100
      *   G R A V A R   H E A D E R   D O   C L I M A N T              *00040200
       1390-99-FIM.                           EXIT.                     00059300
      *----------------------------------------------------------------*00059400
                                                                        00059500
      ******************************************************************00000000
      *   C A R R E G A R   A P R O V A C O E S   D O   D I A          *00000000
      ******************************************************************00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1400-CARREGAR-APROVACOES               SECTION.                  00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *     SEM APRVCLI NENHUMA TRANSACAO COM APROVADOR E APLICADA;    *00000000
      *     APROVACAO DE OUTRA DATA DE MOVIMENTO NAO VALE              *00000000
            OPEN INPUT APRVCLI                                          00000000
            IF WRK-FS-APRVCLI EQUAL '35'                                00000000
               GO                  TO 1400-99-FIM                       00000000
            END-IF                                                      00000000
            PERFORM 1160-TESTAR-WRK-FS-APRVCLI                          00000000
                                                                        00000000
            PERFORM 1410-LER-APRVCLI                                    00000000
                                                                        00000000
            PERFORM 1420-GUARDAR-APROVACAO                              00000000
                    UNTIL WRK-FS-APRVCLI EQUAL '10'                     00000000
                                                                        00000000
            CLOSE APRVCLI.                                              00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1400-99-FIM.                           EXIT.                     00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1410-LER-APRVCLI                       SECTION.                  00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
            READ APRVCLI                                                00000000
                                                                        00000000
            IF WRK-FS-APRVCLI EQUAL '10'                                00000000
               GO                  TO 1410-99-FIM                       00000000
            END-IF                                                      00000000
                                                                        00000000
            PERFORM 1160-TESTAR-WRK-FS-APRVCLI.                         00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1410-99-FIM.                           EXIT.                     00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1420-GUARDAR-APROVACAO                 SECTION.                  00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
            IF FD-APV-DATA NOT EQUAL WRK-DATA-EXEC                      00000000
               PERFORM 1410-LER-APRVCLI                                 00000000
               GO                  TO 1420-99-FIM                       00000000
            END-IF                                                      00000000
                                                                        00000000
            IF WRK-TAB-APV-QTDE NOT LESS 100                            00000000
               MOVE 'FR05EX20'         TO WRK-PROGRAMA                  00000000
               MOVE 'APROVACOES ACIMA DA TABELA'                        00000000
                                       TO WRK-MENSAGEM                  00000000
               MOVE '1420'             TO WRK-SECAO                     00000000
               MOVE SPACES             TO WRK-STATUS                    00000000
               PERFORM 9000-TRATAR-ERRO                                 00000000
            END-IF                                                      00000000
                                                                        00000000
            ADD 1                      TO WRK-TAB-APV-QTDE              00000000
            SET WRK-IDX-APV            TO WRK-TAB-APV-QTDE              00000000
            MOVE FD-APV-CHAVE          TO WRK-TAB-APV-CHAVE             00000000
                                          (WRK-IDX-APV)                 00000000
            MOVE FD-APV-TRANSACAO      TO WRK-TAB-APV-TRANSACAO         00000000
                                          (WRK-IDX-APV)                 00000000
            MOVE 'N'                   TO WRK-TAB-APV-USADA             00000000
                                          (WRK-IDX-APV)                 00000000
                                                                        00000000
            PERFORM 1410-LER-APRVCLI.                                   00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1420-99-FIM.                           EXIT.                     00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      ******************************************************************00059600
      *                     L E I T U R A S                            *00059700
      ******************************************************************00059800
               PERFORM 3400-ENCERRAR-CONTA                              00073400
               PERFORM 2100-LER-CLI2505                                 00073500
              WHEN FD-MAN-OP-ALTERA                                     00073600
               PERFORM 3450-VERIFICAR-APROVACAO                         00073628
               EVALUATE TRUE                                            00000000
                 WHEN WRK-APV-RECUSA-SIM                                00000000
                  PERFORM 3800-GRAVAR-RECUSA                            00000000
                 WHEN WRK-SEM-PENDENCIA                                 00000000
                  PERFORM 3500-ALTERAR-CONTA                            00000000
                 WHEN OTHER                                             00000000
                  PERFORM 3550-GRAVAR-PENDENCIA                         00000000
               END-EVALUATE                                             00000000
               PERFORM 3900-GRAVAR-CLIMANT                              00073800
               PERFORM 2100-LER-CLI2505                                 00073900
              WHEN OTHER                                                00074000
       3300-ABRIR-CONTA                       SECTION.                  00076000
      *----------------------------------------------------------------*00076100
                                                                        00076200
      *     SO ABRE CONTA EM AGENCIA CADASTRADA E ATIVA                *00076204
            MOVE FD-MAN-AGENCIA        TO WRK-LAG-AGENCIA               00076208
            CALL 'LERAGENC'            USING WRK-LERAGE                 00076212
                                                                        00076216
            IF WRK-LAG-INDISPONIVEL                                     00076220
               MOVE 'FR05EX20'         TO WRK-PROGRAMA                  00076224
               MOVE 'CADASTRO DE AGENCIAS INDISPONIVEL'                 00076228
                                       TO WRK-MENSAGEM                  00076232
               MOVE '3300'             TO WRK-SECAO                     00076236
               MOVE SPACES             TO WRK-STATUS                    00076240
               PERFORM 9000-TRATAR-ERRO                                 00076244
            END-IF                                                      00076248
                                                                        00076252
            IF NOT WRK-LAG-ATIVA                                        00076256
               MOVE 'AGENCIA INEXISTENTE OU FECHADA'                    00076260
                                       TO WRK-MOTIVO-RECUSA             00076264
               PERFORM 3800-GRAVAR-RECUSA                               00076268
               GO                  TO 3300-99-FIM                       00076272
            END-IF                                                      00076276
                                                                        00076280
            IF FD-MAN-NOME EQUAL SPACES                                 00076300
               MOVE 'NOME EM BRANCO NA ABERTURA'                        00076400
                                       TO WRK-MOTIVO-RECUSA             00076500
       3400-99-FIM.                           EXIT.                     00083300
      *----------------------------------------------------------------*00083400
                                                                        00083500
      ******************************************************************00083501
      *   V E R I F I C A R   D U P L A   A P R O V A C A O            *00083502
      ******************************************************************00083503
                                                                        00083504
      *----------------------------------------------------------------*00083505
       3450-VERIFICAR-APROVACAO               SECTION.                  00083506
      *----------------------------------------------------------------*00083507
                                                                        00083508
      *     TROCA DE NOME E AUMENTO DE LIMITE ACIMA DA ALCADA EXIGEM   *00083509
      *     UM SEGUNDO OPERADOR. A TRANSACAO QUE JA VOLTA APROVADA DO  *00083510
      *     FR05DB56 TRAZ O APROVADOR E SO E APLICADA SE CASAR COM A   *00083511
      *     APROVACAO DO DIA NO APRVCLI                                *00000000
            MOVE SPACES                TO WRK-MOTIVO-PEND               00083512
            MOVE 'N'                   TO WRK-APV-RECUSA                00000000
                                                                        00083513
            IF FD-MAN-APROVADOR NOT EQUAL SPACES                        00083514
               PERFORM 3460-CONFERIR-APROVACAO                          00000000
               GO                  TO 3450-99-FIM                       00083515
            END-IF                                                      00083516
                                                                        00083517
            IF FD-MAN-NOME NOT EQUAL SPACES                             00083518
             AND FD-MAN-NOME NOT EQUAL FD-CLI2505-NOME                  00083519
               MOVE 'N'                TO WRK-MOTIVO-PEND               00083520
            END-IF                                                      00083521
                                                                        00083522
            IF FD-MAN-LIM-CHESP NUMERIC                                 00083523
             AND FD-MAN-LIM-CHESP GREATER FD-CLI2505-LIM-CHESP          00083524
               COMPUTE WRK-AUMENTO-LIM = FD-MAN-LIM-CHESP               00083525
                                       - FD-CLI2505-LIM-CHESP           00083526
               IF WRK-AUMENTO-LIM GREATER WRK-PARM-ALCADA               00083527
                  IF WRK-MOTIVO-PEND EQUAL 'N'                          00083528
                     MOVE 'A'          TO WRK-MOTIVO-PEND               00083529
                  ELSE                                                  00083530
                     MOVE 'L'          TO WRK-MOTIVO-PEND               00083531
                  END-IF                                                00083532
               END-IF                                                   00083533
            END-IF.                                                     00083534
                                                                        00083535
      *----------------------------------------------------------------*00083536
       3450-99-FIM.                           EXIT.                     00083537
      *----------------------------------------------------------------*00083538
                                                                        00000000
      *----------------------------------------------------------------*00000000
       3460-CONFERIR-APROVACAO                SECTION.                  00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *     O APROVADOR DO LOTE SO VALE COM A APROVACAO GRAVADA PELO   *00000000
      *     FR05DB56: MESMA CHAVE, MESMA TRANSACAO, USADA UMA VEZ      *00000000
            IF FD-MAN-APROVADOR EQUAL FD-MAN-OPERADOR                   00000000
               MOVE 'S'                TO WRK-APV-RECUSA                00000000
               MOVE 'APROVADOR IGUAL AO DIGITADOR'                      00000000
                                       TO WRK-MOTIVO-RECUSA             00000000
               GO                  TO 3460-99-FIM                       00000000
            END-IF                                                      00000000
                                                                        00000000
            MOVE 'S'                   TO WRK-APV-RECUSA                00000000
            MOVE 'APROVACAO NAO CONFERE'                                00000000
                                       TO WRK-MOTIVO-RECUSA             00000000
                                                                        00000000
            IF WRK-TAB-APV-QTDE EQUAL ZEROS                             00000000
               GO                  TO 3460-99-FIM                       00000000
            END-IF                                                      00000000
                                                                        00000000
            SET WRK-IDX-APV            TO 1                             00000000
            SEARCH WRK-TAB-APV                                          00000000
              AT END                                                    00000000
                 CONTINUE                                               00000000
              WHEN WRK-IDX-APV GREATER WRK-TAB-APV-QTDE                 00000000
                 CONTINUE                                               00000000
              WHEN WRK-TAB-APV-CHAVE (WRK-IDX-APV)                      00000000
                        EQUAL FD-MAN-CHAVE                              00000000
               AND WRK-TAB-APV-TRANSACAO (WRK-IDX-APV)                  00000000
                        EQUAL FD-MANCLI                                 00000000
               AND WRK-TAB-APV-USADA (WRK-IDX-APV) EQUAL 'N'            00000000
                 MOVE 'S'              TO WRK-TAB-APV-USADA             00000000
                                          (WRK-IDX-APV)                 00000000
                 MOVE 'N'              TO WRK-APV-RECUSA                00000000
            END-SEARCH.                                                 00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       3460-99-FIM.                           EXIT.                     00000000
      *----------------------------------------------------------------*00000000
                                                                        00083539
      ******************************************************************00083540
      *   G R A V A R   A L T E R A C A O   P E N D E N T E            *00083541
      ******************************************************************00083542
                                                                        00083543
      *----------------------------------------------------------------*00083544
       3550-GRAVAR-PENDENCIA                  SECTION.                  00083545
      *----------------------------------------------------------------*00083546
                                                                        00083547
      *     A TRANSACAO INTEIRA FICA RETIDA; O CADASTRO SEGUE COMO ESTA*00083548
            MOVE SPACES                TO FD-PENDCLI                    00083549
            MOVE FD-MANCLI             TO FD-PCL-TRANSACAO              00083550
            MOVE WRK-DATA-EXEC         TO FD-PCL-DATA-PENDENCIA         00083551
            MOVE WRK-MOTIVO-PEND       TO FD-PCL-MOTIVO                 00083552
            MOVE FD-CLI2505-NOME       TO FD-PCL-NOME-ATUAL             00083553
            MOVE FD-CLI2505-LIM-CHESP  TO FD-PCL-LIM-ATUAL              00083554
            WRITE FD-PENDCLI                                            00083555
            PERFORM 1150-TESTAR-WRK-FS-PENDCLI                          00083556
            ADD 1                      TO ACUM-PENDENTES                00083557
                                                                        00083558
            MOVE 'A'                   TO WRK-SEVERIDADE                00083559
            MOVE 'FR05EX20'            TO WRK-PROGRAMA                  00083560
            MOVE '3550  '              TO WRK-SECAO                     00083561
            MOVE 'ALTERACAO RETIDA PARA APROVACAO'                      00083562
                                       TO WRK-MENSAGEM                  00083563
            MOVE FD-MAN-CHAVE          TO WRK-STATUS                    00083564
            CALL 'GRAVALOG'            USING WRK-LOG.                   00083565
                                                                        00083566
      *----------------------------------------------------------------*00083567
       3550-99-FIM.                           EXIT.                     00083568
      *----------------------------------------------------------------*00083569
                                                                        00083570
      ******************************************************************00083600
      *        A L T E R A R   N O M E  /  L I M I T E                 *00083700
      ******************************************************************00083800
            MOVE 'FR05EX20'            TO WRK-AUD-PROGRAMA              00088400
            MOVE 'CLI2505 '            TO WRK-AUD-TABELA                00088500
            MOVE ZEROS                 TO WRK-AUD-ID                    00088600
      *     USUARIO = DIGITADOR, OU DIGITADOR/APROVADOR QUANDO A       *00088618
      *     TRANSACAO PASSOU PELA DUPLA APROVACAO                      *00088636
            MOVE FD-MAN-OPERADOR       TO WRK-AUD-OPR-DIGITADOR         00088654
            MOVE FD-MAN-APROVADOR      TO WRK-AUD-OPR-APROVADOR         00088672
            IF FD-MAN-APROVADOR NOT EQUAL SPACES                        00088690
               MOVE '/'                TO WRK-AUD-OPR-BARRA             00088708
            ELSE                                                        00088726
               MOVE SPACES             TO WRK-AUD-OPR-BARRA             00088744
            END-IF                                                      00088762
            MOVE WRK-AUD-OPERADORES    TO WRK-AUD-USUARIO               00088780
            MOVE FD-MAN-CHAVE          TO WRK-AUD-CHAVE                 00088800
            CALL 'GRAVAUD'             USING WRK-AUDITORIA.             00088900
                                                                        00089000
                  MANCLI                                                00094700
                  CLIMANT                                               00094800
                  MANREJ                                                00094900
                  PENDCLI                                               00094950
                                                                        00095000
            DISPLAY '*************************************************' 00095100
            DISPLAY '        MANUTENCAO DO CADASTRO DE CLIENTES       ' 00095200
            DISPLAY '  ENCERRAMENTOS       :  ' ACUM-ENCERRAMENTOS      00095800
            DISPLAY '  ALTERACOES          :  ' ACUM-ALTERACOES         00095900
            DISPLAY '  RECUSADAS           :  ' ACUM-RECUSADAS          00096000
            DISPLAY '  RETIDAS APROVACAO   :  ' ACUM-PENDENTES          00096050
            DISPLAY '                                                 ' 00096100
            DISPLAY '*************************************************'.00096200
                                                                        00096300
