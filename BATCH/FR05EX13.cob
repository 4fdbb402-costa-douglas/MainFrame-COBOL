      *    DATA.......: 22/08/2026                                     *00001160
      *----------------------------------------------------------------*00001170
      *    OBJETIVO : CORTAR POR DATA OS ARQUIVOS QUE SO CRESCEM       *00001180
      *               (LOGERRO, AUDITRL, MOVREJ, KARDEX E O JOURNAL    *00001190
      *               CLIJRN DO FR05EX03): MANTEM ONLINE A JANELA DE   *00001200
      *               RETENCAO DO SYSIN E GRAVA O QUE E MAIS VELHO NUM *00001210
      *               ARQUIVO MORTO, IMPRIMINDO AS CONTAGENS DE LIDOS, *00001220
      *               MANTIDOS E ARQUIVADOS PARA A AUDITORIA CONFERIR  *00001230
      *               QUE NADA FOI DESCARTADO EM SILENCIO. O ARQUIVO A *00001240
      *               CORTAR E ESCOLHIDO NO SYSIN - O JOB RODA UM      *00001250
      *               PASSO POR ARQUIVO. DATA DE CORTE = DATA DE       *00001260
      *               MOVIMENTO (LERDATAP) MENOS A RETENCAO. REGISTRO  *00001270
      *               COM DATA INVALIDA E SEMPRE MANTIDO (CORTE        *00001280
      *               CONSERVADOR).                                    *00000000
      *----------------------------------------------------------------*00001290
      *    ARQUIVOS (POR ARQUIVO-ALVO, VER SYSIN):                     *00001300
      *    DDNAME          I/O                                         *00001310
      *    HKLOGIN/MAN/ARQ I-O-O LOGERRO (LRECL 090, DATA NA COL 1)    *00001320
      *    HKAUDIN/MAN/ARQ I-O-O AUDITRL (LRECL 159, DATA NA COL 1)    *00001330
      *    HKREJIN/MAN/ARQ I-O-O MOVREJ  (LRECL 144, DATA NA COL 82)   *00001340
      *    HKKDXIN/MAN/ARQ I-O-O KARDEX  (LRECL 071, DATA NA COL 1)    *00001350
      *    HKJRNIN/MAN/ARQ I-O-O CLIJRN  (LRECL 200, DATA NA COL 2)    *00000000
      *----------------------------------------------------------------*00001360
      *    BOOKS    :    B#DATPRC, B#GRALOG                            *00001370
      *----------------------------------------------------------------*00001380
      *----------------------------------------------------------------*00001410
      *    PARAMETROS (VIA SYSIN):                                     *00001420
      *      ARQUIVO-ALVO (X(08)): LOGERRO/AUDITRL/MOVREJ/KARDEX       *00001430
      *                            /CLIJRN                             *00000000
      *      RETENCAO EM DIAS (9(04)) - EM BRANCO/ZERO, ASSUME 90      *00001440
      *----------------------------------------------------------------*00001450
      *    OBS      :    OS DATASETS DE RELATORIO EM DISP=MOD NAO TEM  *00001460
      *    HISTORICO DE ALTERACOES:                                    *00001510
      *      DATA        RESP.    DESCRICAO                            *00001520
      *      22/08/2026  DPC      VERSAO ORIGINAL                      *00001530
      *      15/10/2026  DPC      MOVREJ ACOMPANHA O B#MOVRJ (GRUPO DE *00001532
      *                           ESTORNO): LRECL = 144; A DATA DE     *00001534
      *                           REJEICAO CONTINUA NA COLUNA 82       *00001536
      *      15/10/2026  DPC      CORTE DO JOURNAL CLIJRN DO FR05EX03  *00000000
      *                           (DATA DE MOVIMENTO NA COLUNA 2),     *00000000
      *                           QUE SO CRESCIA EM DISP=MOD           *00000000
      ******************************************************************00001540
      *================================================================*00001550
                                                                        00001560
                                                                        00002030
             SELECT ARQKDX    ASSIGN     TO HKKDXARQ                    00002040
                    FILE STATUS     IS WRK-FS-ARQUIVO.                  00002050
                                                                        00000000
             SELECT ENTJRN    ASSIGN     TO HKJRNIN                     00000000
                    FILE STATUS     IS WRK-FS-ENTRADA.                  00000000
                                                                        00000000
             SELECT MANJRN    ASSIGN     TO HKJRNMAN                    00000000
                    FILE STATUS     IS WRK-FS-MANTIDOS.                 00000000
                                                                        00000000
             SELECT ARQJRN    ASSIGN     TO HKJRNARQ                    00000000
                    FILE STATUS     IS WRK-FS-ARQUIVO.                  00000000
                                                                        00002060
      *================================================================*00002070
       DATA                                      DIVISION.              00002080
       FD ENTREJ                                                        00002430
           RECORDING MODE IS F                                          00002440
           BLOCK CONTAINS 0 RECORDS.                                    00002450
       01 FD-ENTREJ        PIC X(144).                                  00002460
                                                                        00002470
       FD MANREJ                                                        00002480
           RECORDING MODE IS F                                          00002490
           BLOCK CONTAINS 0 RECORDS.                                    00002500
       01 FD-MANREJ        PIC X(144).                                  00002510
                                                                        00002520
       FD ARQREJ                                                        00002530
           RECORDING MODE IS F                                          00002540
           BLOCK CONTAINS 0 RECORDS.                                    00002550
       01 FD-ARQREJ        PIC X(144).                                  00002560
       FD ENTKDX                                                        00002570
           RECORDING MODE IS F                                          00002580
           BLOCK CONTAINS 0 RECORDS.                                    00002590
           RECORDING MODE IS F                                          00002680
           BLOCK CONTAINS 0 RECORDS.                                    00002690
       01 FD-ARQKDX        PIC X(071).                                  00002700
                                                                        00000000
       FD ENTJRN                                                        00000000
           RECORDING MODE IS F                                          00000000
           BLOCK CONTAINS 0 RECORDS.                                    00000000
       01 FD-ENTJRN        PIC X(200).                                  00000000
                                                                        00000000
       FD MANJRN                                                        00000000
           RECORDING MODE IS F                                          00000000
           BLOCK CONTAINS 0 RECORDS.                                    00000000
       01 FD-MANJRN        PIC X(200).                                  00000000
                                                                        00000000
       FD ARQJRN                                                        00000000
           RECORDING MODE IS F                                          00000000
           BLOCK CONTAINS 0 RECORDS.                                    00000000
       01 FD-ARQJRN        PIC X(200).                                  00000000
                                                                        00002710
      *----------------------------------------------------------------*00002720
       WORKING-STORAGE                            SECTION.              00002730
               PERFORM 3000-CORTAR-REJ                                  00003330
              WHEN 'KARDEX'                                             00003340
               PERFORM 3000-CORTAR-KDX                                  00003350
              WHEN 'CLIJRN'                                             00000000
               PERFORM 3000-CORTAR-JRN                                  00000000
              WHEN OTHER                                                00003360
               MOVE 'FR05EX13'                 TO WRK-PROGRAMA          00003370
               MOVE '0000  '                   TO WRK-SECAO             00003380
       3200-KDX-99-FIM.                      EXIT.                      00006920
      *----------------------------------------------------------------*00006930
                                                                        00006940
      ******************************************************************00000000
      *     C O R T A R   CLIJRN                                        00000000
      *     (COLUNA 2 (DATA DE MOVIMENTO))                              00000000
      ******************************************************************00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       3000-CORTAR-JRN                       SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
            OPEN INPUT  ENTJRN                                          00000000
                 OUTPUT MANJRN                                          00000000
                 OUTPUT ARQJRN                                          00000000
                                                                        00000000
            PERFORM 1100-TESTAR-STATUS                                  00000000
                                                                        00000000
            PERFORM 3100-LER-JRN                                        00000000
                                                                        00000000
            PERFORM 3200-DECIDIR-JRN                                    00000000
                    UNTIL WRK-FS-ENTRADA EQUAL '10'                     00000000
                                                                        00000000
            CLOSE ENTJRN                                                00000000
                  MANJRN                                                00000000
                  ARQJRN.                                               00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       3000-JRN-99-FIM.                      EXIT.                      00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       3100-LER-JRN                          SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
            READ ENTJRN                                                 00000000
                                                                        00000000
            IF WRK-FS-ENTRADA EQUAL '10'                                00000000
               GO                  TO 3100-JRN-99-FIM                   00000000
            END-IF                                                      00000000
                                                                        00000000
            PERFORM 1100-TESTAR-STATUS                                  00000000
            ADD 1                      TO ACUM-LIDOS.                   00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       3100-JRN-99-FIM.                      EXIT.                      00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       3200-DECIDIR-JRN                      SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
            MOVE FD-ENTJRN (2:8)      TO WRK-DATA-REG                   00000000
                                                                        00000000
            IF WRK-DATA-REG NOT NUMERIC                                 00000000
             OR WRK-DATA-REG NOT LESS WRK-DATA-CORTE-X                  00000000
               WRITE FD-MANJRN       FROM FD-ENTJRN                     00000000
               PERFORM 1100-TESTAR-STATUS                               00000000
               ADD 1                   TO ACUM-MANTIDOS                 00000000
            ELSE                                                        00000000
               WRITE FD-ARQJRN       FROM FD-ENTJRN                     00000000
               PERFORM 1100-TESTAR-STATUS                               00000000
               ADD 1                   TO ACUM-ARQUIVADOS               00000000
            END-IF                                                      00000000
                                                                        00000000
            PERFORM 3100-LER-JRN.                                       00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       3200-JRN-99-FIM.                      EXIT.                      00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      ******************************************************************00006950
      *                     F I N A L I Z A R                          *00006960
      ******************************************************************00006970
