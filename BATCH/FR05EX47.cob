      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX47.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX47                                       *00002000
      *    TIPO.......: MANUTENCAO DO CADASTRO DE BLOQUEIOS DE CONTA   *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : APLICAR SOBRE O CADASTRO DE BLOQUEIOS JUDICIAIS  *00002800
      *               E ADMINISTRATIVOS (BLOQJUD, BOOK B#BLOQJ) O LOTE *00002900
      *               DE MANUTENCAO MANBLQ: INCLUSAO ('I') DE ORDEM DE *00003000
      *               BLOQUEIO POR AGENCIA+CONTA+REFERENCIA DA ORDEM,  *00003100
      *               ALTERACAO ('A') DO VALOR BLOQUEADO (SO TIPO 'V') *00003200
      *               E DA DATA FINAL, E LEVANTAMENTO ('L') DA ORDEM,  *00003300
      *               QUE FICA NO CADASTRO COMO HISTORICO. NO MESMO    *00003400
      *               MOLDE DO LOTE DO FR05EX25: HEADER/TRAILER        *00003500
      *               CONFERIDOS NUM PRE-PASSO (QTDE E HASH DO VALOR), *00003600
      *               VALIDACAO REGISTRO A REGISTRO (CHAVE DUPLICADA,  *00003700
      *               BLOQUEIO INEXISTENTE OU JA LEVANTADO, TIPO/      *00003800
      *               ORIGEM/VALOR/DATAS INVALIDOS), REGRAVACAO EM     *00003900
      *               BLQNOVO (RECARREGADO NO CLUSTER PELO PASSO       *00004000
      *               SEGUINTE DO JOB FR05BLQ) E CADA MUDANCA NA       *00004100
      *               TRILHA DE AUDITORIA VIA GRAVAUD. TRANSACAO       *00004200
      *               RECUSADA SAI NO ARQUIVO BLQREJ COM O MOTIVO.     *00004300
      *----------------------------------------------------------------*00004400
      *    ARQUIVOS :                                                  *00004500
      *    DDNAME          I/O                                         *00004600
      *    JCLBLQ           I    CADASTRO DE BLOQUEIOS (VSAM KSDS)     *00004700
      *    JCLMANBQ         I    LOTE DE MANUTENCAO                    *00004800
      *    JCLBLQNO         O    CADASTRO DE BLOQUEIOS REGRAVADO       *00004900
      *    JCLBLQRJ         O    TRANSACOES RECUSADAS                  *00005000
      *----------------------------------------------------------------*00005100
      *    BOOKS    :    B#BLOQJ, B#GRALOG, B#AUDIT, B#RUNCTL,         *00005200
      *                  B#DATPRC                                      *00005300
      *----------------------------------------------------------------*00005400
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00005500
      *                  GRAVAUD  - TRILHA DE AUDITORIA                *00005600
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00005700
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00005800
      *----------------------------------------------------------------*00005900
      *    PARAMETROS (VIA SYSIN):                                     *00006000
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00006100
      *----------------------------------------------------------------*00006200
      *    HISTORICO DE ALTERACOES:                                    *00006300
      *      DATA        RESP.    DESCRICAO                            *00006400
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00006500
      *      15/10/2026  DPC      INCLUSAO MONTA O BLOQUEIO NOVO SEM   *00006520
      *                           PERDER O PROXIMO REGISTRO DO BLQANT  *00006540
      *                           AINDA NAO GRAVADO (AREA SALVA E      *00006560
      *                           RESTAURADA)                          *00006580
      ******************************************************************00006600
      *================================================================*00006700
                                                                        00006800
      *================================================================*00006900
       ENVIRONMENT                                DIVISION.             00007000
      *================================================================*00007100
                                                                        00007200
      *----------------------------------------------------------------*00007300
       CONFIGURATION                              SECTION.              00007400
      *----------------------------------------------------------------*00007500
                                                                        00007600
       SPECIAL-NAMES.                                                   00007700
           DECIMAL-POINT IS COMMA.                                      00007800
                                                                        00007900
      *----------------------------------------------------------------*00008000
       INPUT-OUTPUT                               SECTION.              00008100
      *----------------------------------------------------------------*00008200
                                                                        00008300
       FILE-CONTROL.                                                    00008400
             SELECT BLQANT    ASSIGN     TO JCLBLQ                      00008500
                    ORGANIZATION    IS INDEXED                          00008600
                    ACCESS MODE     IS SEQUENTIAL                       00008700
                    RECORD KEY      IS FD-BLQ-CHAVE                     00008800
                    FILE STATUS          IS WRK-FS-BLQANT.              00008900
                                                                        00009000
             SELECT MANBLQ    ASSIGN     TO JCLMANBQ                    00009100
                    FILE STATUS          IS WRK-FS-MANBLQ.              00009200
                                                                        00009300
             SELECT BLQNOVO   ASSIGN     TO JCLBLQNO                    00009400
                    FILE STATUS          IS WRK-FS-BLQNOVO.             00009500
                                                                        00009600
             SELECT BLQREJ    ASSIGN     TO JCLBLQRJ                    00009700
                    FILE STATUS          IS WRK-FS-BLQREJ.              00009800
                                                                        00009900
      *================================================================*00010000
       DATA                                      DIVISION.              00010100
      *================================================================*00010200
                                                                        00010300
      *----------------------------------------------------------------*00010400
       FILE                                      SECTION.               00010500
      *----------------------------------------------------------------*00010600
                                                                        00010700
      *----------------------------------------------------------------*00010800
      *  INPUT - CADASTRO DE BLOQUEIOS (VSAM) - LRECL = 080.           *00010900
      *----------------------------------------------------------------*00011000
                                                                        00011100
       FD BLQANT.                                                       00011200
                                                                        00011300
           COPY 'B#BLOQJ'.                                              00011400
                                                                        00011500
      *----------------------------------------------------------------*00011600
      *  INPUT - LOTE DE MANUTENCAO (MANBLQ) - LRECL = 080.            *00011700
      *----------------------------------------------------------------*00011800
                                                                        00011900
       FD MANBLQ                                                        00012000
           RECORDING MODE IS F                                          00012100
           BLOCK CONTAINS 0 RECORDS.                                    00012200
       01 FD-MANBLQ.                                                    00012300
          05 FD-MNB-TIPO-REG          PIC X(01).                        00012400
          05 FD-MNB-OPERACAO          PIC X(01).                        00012500
              88 FD-MNB-OP-INCLUSAO       VALUE 'I'.                    00012600
              88 FD-MNB-OP-ALTERACAO      VALUE 'A'.                    00012700
              88 FD-MNB-OP-LEVANTAMENTO   VALUE 'L'.                    00012800
          05 FD-MNB-CHAVE.                                              00012900
             10 FD-MNB-CHAVE-CONTA.                                     00013000
                15 FD-MNB-AGENCIA     PIC 9(04).                        00013100
                15 FD-MNB-CONTA       PIC 9(06).                        00013200
             10 FD-MNB-ORDEM          PIC X(20).                        00013300
          05 FD-MNB-TIPO              PIC X(01).                        00013400
              88 FD-MNB-TIPO-VALIDO       VALUE 'T' 'D' 'V'.            00013500
              88 FD-MNB-TIPO-VALOR        VALUE 'V'.                    00013600
          05 FD-MNB-ORIGEM            PIC X(01).                        00013700
              88 FD-MNB-ORIG-VALIDA       VALUE 'J' 'A'.                00013800
          05 FD-MNB-VALOR             PIC 9(08)V99.                     00013900
          05 FD-MNB-DATA-INI          PIC X(08).                        00014000
          05 FD-MNB-DATA-FIM          PIC X(08).                        00014100
          05 FILLER                   PIC X(20).                        00014200
                                                                        00014300
       01 FD-MNB-HEADER.                                                00014400
          05 FD-MNB-H-TIPO            PIC X(01).                        00014500
          05 FD-MNB-H-ORIGEM          PIC X(08).                        00014600
          05 FD-MNB-H-DATA            PIC X(08).                        00014700
          05 FILLER                   PIC X(63).                        00014800
                                                                        00014900
       01 FD-MNB-TRAILER.                                               00015000
          05 FD-MNB-T-TIPO            PIC X(01).                        00015100
          05 FD-MNB-T-QTD-REG         PIC 9(07).                        00015200
          05 FD-MNB-T-HASH-VALOR      PIC 9(11)V99.                     00015300
          05 FILLER                   PIC X(59).                        00015400
                                                                        00015500
      *----------------------------------------------------------------*00015600
      *  OUTPUT - CADASTRO DE BLOQUEIOS REGRAVADO (BLQNOVO)            *00015700
      *           - LRECL = 080.                                       *00015800
      *----------------------------------------------------------------*00015900
                                                                        00016000
       FD BLQNOVO                                                       00016100
           RECORDING MODE IS F                                          00016200
           BLOCK CONTAINS 0 RECORDS.                                    00016300
       01 FD-BLQNOVO                  PIC X(080).                       00016400
                                                                        00016500
      *----------------------------------------------------------------*00016600
      *  OUTPUT - TRANSACOES RECUSADAS (BLQREJ) - LRECL = 110.         *00016700
      *----------------------------------------------------------------*00016800
                                                                        00016900
       FD BLQREJ                                                        00017000
           RECORDING MODE IS F                                          00017100
           BLOCK CONTAINS 0 RECORDS.                                    00017200
       01 FD-BLQREJ.                                                    00017300
          05 FD-BRJ-TRANSACAO         PIC X(080).                       00017400
          05 FD-BRJ-MOTIVO            PIC X(030).                       00017500
                                                                        00017600
      *----------------------------------------------------------------*00017700
       WORKING-STORAGE                            SECTION.              00017800
      *----------------------------------------------------------------*00017900
      *----------------------------------------------------------------*00018000
       01 FILLER                         PIC X(050)       VALUE         00018100
                   '*** INICIO DA WORKING FR05EX47 ***'.                00018200
      *----------------------------------------------------------------*00018300
                                                                        00018400
       77 WRK-FS-BLQANT                  PIC X(002) VALUE SPACES.       00018500
       77 WRK-FS-MANBLQ                  PIC X(002) VALUE SPACES.       00018600
       77 WRK-FS-BLQNOVO                 PIC X(002) VALUE SPACES.       00018700
       77 WRK-FS-BLQREJ                  PIC X(002) VALUE SPACES.       00018800
                                                                        00018900
      *----------------------------------------------------------------*00019000
       01 FILLER                         PIC X(050)       VALUE         00019100
                     '*** AREA DA ACUMULADORES ***'.                    00019200
      *----------------------------------------------------------------*00019300
                                                                        00019400
       77 ACUM-LIDOS-BLQANT              PIC 9(007) VALUE ZEROS.        00019500
       77 ACUM-LIDOS-MANBLQ              PIC 9(007) VALUE ZEROS.        00019600
       77 ACUM-GRAV-BLQNOVO              PIC 9(007) VALUE ZEROS.        00019700
       77 ACUM-INCLUSOES                 PIC 9(005) VALUE ZEROS.        00019800
       77 ACUM-ALTERACOES                PIC 9(005) VALUE ZEROS.        00019900
       77 ACUM-LEVANTAMENTOS             PIC 9(005) VALUE ZEROS.        00020000
       77 ACUM-RECUSADAS                 PIC 9(005) VALUE ZEROS.        00020100
                                                                        00020200
      *----------------------------------------------------------------*00020300
       01 FILLER                         PIC X(050)       VALUE         00020400
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00020500
      *----------------------------------------------------------------*00020600
                                                                        00020700
       77 WRK-MOTIVO-RECUSA              PIC X(030) VALUE SPACES.       00020800
       77 WRK-CHAVE-ANT-BLQ              PIC X(030) VALUE LOW-VALUES.   00020900
       77 WRK-CHAVE-ANT-MNB              PIC X(030) VALUE LOW-VALUES.   00021000
       77 WRK-CHAVE-ATUAL-BLQ            PIC X(030) VALUE SPACES.       00021100
       77 WRK-CHAVE-ATUAL-MNB            PIC X(030) VALUE SPACES.       00021200
       77 WRK-CHAVE-APLICADA             PIC X(030) VALUE LOW-VALUES.   00021300
       77 WRK-ORIGEM                     PIC X(001) VALUE SPACES.       00021400
       77 WRK-DATA-INI                   PIC X(008) VALUE SPACES.       00021500
       77 WRK-BLQ-SALVO                  PIC X(080) VALUE SPACES.       00021550
       77 WRK-VALOR-ED                   PIC ZZ.ZZZ.ZZ9,99.             00021600
       77 WRK-ALTERA-VALOR               PIC X(001) VALUE 'N'.          00021700
           88 WRK-ALTERA-VALOR-SIM                  VALUE 'S'.          00021800
       77 WRK-ALTERA-DATA-FIM            PIC X(001) VALUE 'N'.          00021900
           88 WRK-ALTERA-DATA-FIM-SIM               VALUE 'S'.          00022000
                                                                        00022100
      *----------------------------------------------------------------*00022200
      *    VALOR AUDITADO: A REFERENCIA DA ORDEM NAO CABE NA CHAVE DA  *00022300
      *    TRILHA (AGENCIA+CONTA) E VAI NA FRENTE DO VALOR             *00022400
      *----------------------------------------------------------------*00022500
                                                                        00022600
       01 WRK-AUD-BLQ.                                                  00022700
          05 WRK-AUB-ORDEM               PIC X(020).                    00022800
          05 FILLER                      PIC X(001) VALUE SPACES.       00022900
          05 WRK-AUB-INFO                PIC X(019).                    00023000
                                                                        00023100
      *----------------------------------------------------------------*00023200
       01 FILLER                         PIC X(050)       VALUE         00023300
                '*** AREA DE CONTROLE HEADER/TRAILER ***'.              00023400
      *----------------------------------------------------------------*00023500
                                                                        00023600
       77 WRK-QTD-CONTROLE-MNB           PIC 9(007) VALUE ZEROS.        00023700
       77 WRK-HASH-VALOR                 PIC 9(011)V99 VALUE ZEROS.     00023800
       77 WRK-TRL-QTD-INFORMADA          PIC 9(007) VALUE ZEROS.        00023900
       77 WRK-TRL-HASH-INFORMADO         PIC 9(011)V99 VALUE ZEROS.     00024000
       77 WRK-TEM-HEADER                 PIC X(001) VALUE 'N'.          00024100
           88 WRK-TEM-HEADER-SIM                    VALUE 'S'.          00024200
       77 WRK-TEM-TRAILER                PIC X(001) VALUE 'N'.          00024300
           88 WRK-TEM-TRAILER-SIM                   VALUE 'S'.          00024400
                                                                        00024500
      *----------------------------------------------------------------*00024600
       01 FILLER                         PIC X(050)       VALUE         00024700
                    '*** AREA DA BOOK GRAVALOG ***'.                    00024800
      *----------------------------------------------------------------*00024900
                                                                        00025000
                           COPY 'B#GRALOG'.                             00025100
                                                                        00025200
      *----------------------------------------------------------------*00025300
       01 FILLER                         PIC X(050)       VALUE         00025400
                    '*** AREA DA BOOK GRAVAUD ***'.                     00025500
      *----------------------------------------------------------------*00025600
                                                                        00025700
                           COPY 'B#AUDIT'.                              00025800
                                                                        00025900
      ******************************************************************00026000
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00026100
      ******************************************************************00026200
                                                                        00026300
       COPY 'B#RUNCTL'.                                                 00026400
                                                                        00026500
       COPY 'B#DATPRC'.                                                 00026600
                                                                        00026700
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00026800
                                                                        00026900
      *================================================================*00027000
       PROCEDURE                                 DIVISION.              00027100
      *================================================================*00027200
                                                                        00027300
      ******************************************************************00027400
      *              P R O G R A M A  P R I N C I P A L                *00027500
      ******************************************************************00027600
                                                                        00027700
      *----------------------------------------------------------------*00027800
       0000-PRINCIPAL                            SECTION.               00027900
      *----------------------------------------------------------------*00028000
                                                                        00028100
            PERFORM 1000-INICIAR                                        00028200
                                                                        00028300
            PERFORM 2100-LER-BLQANT                                     00028400
            PERFORM 2200-LER-MANBLQ                                     00028500
                                                                        00028600
            PERFORM 3000-PROCESSAR                                      00028700
                    UNTIL WRK-FS-BLQANT EQUAL '10'                      00028800
                    AND   WRK-FS-MANBLQ EQUAL '10'                      00028900
                                                                        00029000
            PERFORM 4000-FINALIZAR                                      00029100
                                                                        00029200
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00029300
            MOVE ACUM-LIDOS-MANBLQ    TO WRK-RUN-LIDOS                  00029400
            MOVE ACUM-GRAV-BLQNOVO    TO WRK-RUN-GRAVADOS               00029500
            MOVE ZEROS                TO WRK-RUN-RC                     00029600
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00029700
                                                                        00029800
            STOP RUN.                                                   00029900
                                                                        00030000
      *----------------------------------------------------------------*00030100
       0000-99-FIM.                           EXIT.                     00030200
      *----------------------------------------------------------------*00030300
                                                                        00030400
      ******************************************************************00030500
      *                       I N I C I A R                            *00030600
      ******************************************************************00030700
                                                                        00030800
      *----------------------------------------------------------------*00030900
       1000-INICIAR                           SECTION.                  00031000
      *----------------------------------------------------------------*00031100
                                                                        00031200
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO          *  00031300
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00031400
           CALL 'LERDATAP'            USING WRK-DATPRC                  00031500
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00031600
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00031700
           MOVE 'FR05EX47'            TO WRK-RUN-PROGRAMA               00031800
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00031900
           MOVE ZEROS                 TO WRK-RUN-RC                     00032000
                                         WRK-RUN-LIDOS                  00032100
                                         WRK-RUN-GRAVADOS               00032200
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00032300
                                                                        00032400
           IF WRK-RUN-DATA-JA-FEITA                                     00032500
              MOVE 'A'                TO WRK-SEVERIDADE                 00032600
              MOVE 'FR05EX47'         TO WRK-PROGRAMA                   00032700
              MOVE '1000  '           TO WRK-SECAO                      00032800
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00032900
                                      TO WRK-MENSAGEM                   00033000
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00033100
              CALL 'GRAVALOG'         USING WRK-LOG                     00033200
              MOVE 08                 TO RETURN-CODE                    00033300
              GOBACK                                                    00033400
           END-IF                                                       00033500
                                                                        00033600
      *    SEM CADASTRO ANTERIOR (PRIMEIRA CARGA) NAO E ERRO          * 00033700
           OPEN INPUT BLQANT                                            00033800
           IF WRK-FS-BLQANT EQUAL '35'                                  00033900
              MOVE '10'               TO WRK-FS-BLQANT                  00034000
           ELSE                                                         00034100
              PERFORM 1110-TESTAR-WRK-FS-BLQANT                         00034200
           END-IF                                                       00034300
                                                                        00034400
           OPEN INPUT MANBLQ                                            00034500
           PERFORM 1120-TESTAR-WRK-FS-MANBLQ                            00034600
                                                                        00034700
           PERFORM 1300-VALIDAR-CONTROLES                               00034800
                                                                        00034900
           OPEN OUTPUT BLQNOVO                                          00035000
                OUTPUT BLQREJ                                           00035100
                                                                        00035200
           PERFORM 1130-TESTAR-WRK-FS-BLQNOVO                           00035300
           PERFORM 1140-TESTAR-WRK-FS-BLQREJ.                           00035400
                                                                        00035500
      *----------------------------------------------------------------*00035600
       1000-99-FIM.                           EXIT.                     00035700
      *----------------------------------------------------------------*00035800
                                                                        00035900
      *----------------------------------------------------------------*00036000
       1110-TESTAR-WRK-FS-BLQANT              SECTION.                  00036100
      *----------------------------------------------------------------*00036200
                                                                        00036300
           IF WRK-FS-BLQANT NOT EQUAL ZEROS                             00036400
            AND WRK-FS-BLQANT NOT EQUAL '10'                            00036500
              MOVE 'FR05EX47'                    TO WRK-PROGRAMA        00036600
              MOVE 'ERRO NO ARQUIVO BLQANT'      TO WRK-MENSAGEM        00036700
              MOVE '1110'                        TO WRK-SECAO           00036800
              MOVE WRK-FS-BLQANT                 TO WRK-STATUS          00036900
              PERFORM 9000-TRATAR-ERRO                                  00037000
           END-IF.                                                      00037100
                                                                        00037200
      *----------------------------------------------------------------*00037300
       1110-99-FIM.                           EXIT.                     00037400
      *----------------------------------------------------------------*00037500
                                                                        00037600
      *----------------------------------------------------------------*00037700
       1120-TESTAR-WRK-FS-MANBLQ              SECTION.                  00037800
      *----------------------------------------------------------------*00037900
                                                                        00038000
           IF WRK-FS-MANBLQ NOT EQUAL ZEROS                             00038100
              MOVE 'FR05EX47'                    TO WRK-PROGRAMA        00038200
              MOVE 'ERRO NO ARQUIVO MANBLQ'      TO WRK-MENSAGEM        00038300
              MOVE '1120'                        TO WRK-SECAO           00038400
              MOVE WRK-FS-MANBLQ                 TO WRK-STATUS          00038500
              PERFORM 9000-TRATAR-ERRO                                  00038600
           END-IF.                                                      00038700
                                                                        00038800
      *----------------------------------------------------------------*00038900
       1120-99-FIM.                           EXIT.                     00039000
      *----------------------------------------------------------------*00039100
                                                                        00039200
      *----------------------------------------------------------------*00039300
       1130-TESTAR-WRK-FS-BLQNOVO             SECTION.                  00039400
      *----------------------------------------------------------------*00039500
                                                                        00039600
           IF WRK-FS-BLQNOVO NOT EQUAL ZEROS                            00039700
              MOVE 'FR05EX47'                    TO WRK-PROGRAMA        00039800
              MOVE 'ERRO NO ARQUIVO BLQNOVO'     TO WRK-MENSAGEM        00039900
              MOVE '1130'                        TO WRK-SECAO           00040000
              MOVE WRK-FS-BLQNOVO                TO WRK-STATUS          00040100
              PERFORM 9000-TRATAR-ERRO                                  00040200
           END-IF.                                                      00040300
                                                                        00040400
      *----------------------------------------------------------------*00040500
       1130-99-FIM.                           EXIT.                     00040600
      *----------------------------------------------------------------*00040700
                                                                        00040800
      *----------------------------------------------------------------*00040900
       1140-TESTAR-WRK-FS-BLQREJ              SECTION.                  00041000
      *----------------------------------------------------------------*00041100
                                                                        00041200
           IF WRK-FS-BLQREJ NOT EQUAL ZEROS                             00041300
              MOVE 'FR05EX47'                    TO WRK-PROGRAMA        00041400
              MOVE 'ERRO NO ARQUIVO BLQREJ'      TO WRK-MENSAGEM        00041500
              MOVE '1140'                        TO WRK-SECAO           00041600
              MOVE WRK-FS-BLQREJ                 TO WRK-STATUS          00041700
              PERFORM 9000-TRATAR-ERRO                                  00041800
           END-IF.                                                      00041900
                                                                        00042000
      *----------------------------------------------------------------*00042100
       1140-99-FIM.                           EXIT.                     00042200
      *----------------------------------------------------------------*00042300
                                                                        00042400
      ******************************************************************00042500
      *   V A L I D A R   C O N T R O L E S   ( H D R / T R L )        *00042600
      ******************************************************************00042700
                                                                        00042800
      *----------------------------------------------------------------*00042900
       1300-VALIDAR-CONTROLES                 SECTION.                  00043000
      *----------------------------------------------------------------*00043100
                                                                        00043200
           MOVE 'N'                  TO WRK-TEM-HEADER                  00043300
                                        WRK-TEM-TRAILER                 00043400
           MOVE ZEROS                TO WRK-QTD-CONTROLE-MNB            00043500
                                        WRK-HASH-VALOR                  00043600
           MOVE LOW-VALUES           TO WRK-CHAVE-ANT-MNB               00043700
                                                                        00043800
           PERFORM 1340-VALIDAR-REG-MNB                                 00043900
                   UNTIL WRK-FS-MANBLQ EQUAL '10'                       00044000
                                                                        00044100
           IF NOT WRK-TEM-HEADER-SIM                                    00044200
              MOVE 'MANBLQ SEM REGISTRO HEADER' TO WRK-MENSAGEM         00044300
              PERFORM 1390-ERRO-CONTROLE                                00044400
           END-IF                                                       00044500
                                                                        00044600
           IF NOT WRK-TEM-TRAILER-SIM                                   00044700
              MOVE 'MANBLQ SEM REGISTRO TRAILER' TO WRK-MENSAGEM        00044800
              PERFORM 1390-ERRO-CONTROLE                                00044900
           END-IF                                                       00045000
                                                                        00045100
           IF WRK-TRL-QTD-INFORMADA NOT EQUAL WRK-QTD-CONTROLE-MNB      00045200
              MOVE 'MANBLQ QTDE DIVERGE DO TRAILER' TO WRK-MENSAGEM     00045300
              PERFORM 1390-ERRO-CONTROLE                                00045400
           END-IF                                                       00045500
                                                                        00045600
           IF WRK-TRL-HASH-INFORMADO NOT EQUAL WRK-HASH-VALOR           00045700
              MOVE 'MANBLQ HASH DIVERGE DO TRAILER' TO WRK-MENSAGEM     00045800
              PERFORM 1390-ERRO-CONTROLE                                00045900
           END-IF                                                       00046000
                                                                        00046100
           CLOSE MANBLQ                                                 00046200
           OPEN INPUT MANBLQ                                            00046300
           PERFORM 1120-TESTAR-WRK-FS-MANBLQ.                           00046400
                                                                        00046500
      *----------------------------------------------------------------*00046600
       1300-99-FIM.                           EXIT.                     00046700
      *----------------------------------------------------------------*00046800
                                                                        00046900
      *----------------------------------------------------------------*00047000
       1340-VALIDAR-REG-MNB                   SECTION.                  00047100
      *----------------------------------------------------------------*00047200
                                                                        00047300
           READ MANBLQ                                                  00047400
                                                                        00047500
           IF WRK-FS-MANBLQ EQUAL '10'                                  00047600
              GO                  TO 1340-99-FIM                        00047700
           END-IF                                                       00047800
                                                                        00047900
           PERFORM 1120-TESTAR-WRK-FS-MANBLQ                            00048000
                                                                        00048100
           EVALUATE FD-MNB-TIPO-REG                                     00048200
             WHEN '0'                                                   00048300
              MOVE 'S'              TO WRK-TEM-HEADER                   00048400
             WHEN '9'                                                   00048500
              MOVE 'S'              TO WRK-TEM-TRAILER                  00048600
              MOVE FD-MNB-T-QTD-REG TO WRK-TRL-QTD-INFORMADA            00048700
              MOVE FD-MNB-T-HASH-VALOR                                  00048800
                                    TO WRK-TRL-HASH-INFORMADO           00048900
             WHEN OTHER                                                 00049000
              ADD 1                 TO WRK-QTD-CONTROLE-MNB             00049100
              IF FD-MNB-CHAVE LESS WRK-CHAVE-ANT-MNB                    00049200
                 MOVE 'MANBLQ FORA DE SEQUENCIA'                        00049300
                                       TO WRK-MENSAGEM                  00049400
                 PERFORM 1390-ERRO-CONTROLE                             00049500
              END-IF                                                    00049600
              MOVE FD-MNB-CHAVE     TO WRK-CHAVE-ANT-MNB                00049700
              IF FD-MNB-VALOR NUMERIC                                   00049800
                 ADD FD-MNB-VALOR   TO WRK-HASH-VALOR                   00049900
              END-IF                                                    00050000
           END-EVALUATE.                                                00050100
                                                                        00050200
      *----------------------------------------------------------------*00050300
       1340-99-FIM.                           EXIT.                     00050400
      *----------------------------------------------------------------*00050500
                                                                        00050600
      *----------------------------------------------------------------*00050700
       1390-ERRO-CONTROLE                     SECTION.                  00050800
      *----------------------------------------------------------------*00050900
                                                                        00051000
           MOVE 'FR05EX47'           TO WRK-PROGRAMA                    00051100
           MOVE '1300'               TO WRK-SECAO                       00051200
           MOVE SPACES               TO WRK-STATUS                      00051300
           PERFORM 9000-TRATAR-ERRO.                                    00051400
                                                                        00051500
      *----------------------------------------------------------------*00051600
       1390-99-FIM.                           EXIT.                     00051700
      *----------------------------------------------------------------*00051800
                                                                        00051900
      ******************************************************************00052000
      *                     L E I T U R A S                            *00052100
      ******************************************************************00052200
                                                                        00052300
      *----------------------------------------------------------------*00052400
       2100-LER-BLQANT                        SECTION.                  00052500
      *----------------------------------------------------------------*00052600
                                                                        00052700
            IF WRK-FS-BLQANT EQUAL '10'                                 00052800
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-BLQ             00052900
               GO                    TO 2100-99-FIM                     00053000
            END-IF                                                      00053100
                                                                        00053200
            READ BLQANT                                                 00053300
                                                                        00053400
            IF WRK-FS-BLQANT EQUAL '10'                                 00053500
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-BLQ             00053600
               GO                    TO 2100-99-FIM                     00053700
            END-IF                                                      00053800
                                                                        00053900
            PERFORM 1110-TESTAR-WRK-FS-BLQANT                           00054000
                                                                        00054100
            MOVE FD-BLQ-CHAVE        TO WRK-CHAVE-ATUAL-BLQ             00054200
            ADD 1                    TO ACUM-LIDOS-BLQANT.              00054300
                                                                        00054400
      *----------------------------------------------------------------*00054500
       2100-99-FIM.                           EXIT.                     00054600
      *----------------------------------------------------------------*00054700
                                                                        00054800
      *----------------------------------------------------------------*00054900
       2200-LER-MANBLQ                        SECTION.                  00055000
      *----------------------------------------------------------------*00055100
       2200-10-LER.                                                     00055200
                                                                        00055300
            READ MANBLQ                                                 00055400
                                                                        00055500
            IF WRK-FS-MANBLQ NOT EQUAL '10'                             00055600
             AND (FD-MNB-TIPO-REG EQUAL '0'                             00055700
                  OR FD-MNB-TIPO-REG EQUAL '9')                         00055800
               GO                  TO 2200-10-LER                       00055900
            END-IF                                                      00056000
                                                                        00056100
            IF WRK-FS-MANBLQ EQUAL '10'                                 00056200
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-MNB             00056300
               GO                    TO 2200-99-FIM                     00056400
            END-IF                                                      00056500
                                                                        00056600
            PERFORM 1120-TESTAR-WRK-FS-MANBLQ                           00056700
                                                                        00056800
            MOVE FD-MNB-CHAVE        TO WRK-CHAVE-ATUAL-MNB             00056900
            ADD 1                    TO ACUM-LIDOS-MANBLQ.              00057000
                                                                        00057100
      *----------------------------------------------------------------*00057200
       2200-99-FIM.                           EXIT.                     00057300
      *----------------------------------------------------------------*00057400
                                                                        00057500
      ******************************************************************00057600
      *                     P R O C E S S A R                          *00057700
      ******************************************************************00057800
                                                                        00057900
      *----------------------------------------------------------------*00058000
       3000-PROCESSAR                        SECTION.                   00058100
      *----------------------------------------------------------------*00058200
                                                                        00058300
            EVALUATE TRUE                                               00058400
                                                                        00058500
              WHEN WRK-CHAVE-ATUAL-BLQ   EQUAL WRK-CHAVE-ATUAL-MNB      00058600
               PERFORM 3200-APLICAR-NO-BLOQUEIO                         00058700
                                                                        00058800
              WHEN WRK-CHAVE-ATUAL-BLQ   LESS WRK-CHAVE-ATUAL-MNB       00058900
               PERFORM 3900-GRAVAR-BLQNOVO                              00059000
               PERFORM 2100-LER-BLQANT                                  00059100
                                                                        00059200
              WHEN OTHER                                                00059300
               PERFORM 3100-APLICAR-SEM-BLOQUEIO                        00059400
               PERFORM 2200-LER-MANBLQ                                  00059500
                                                                        00059600
            END-EVALUATE.                                               00059700
                                                                        00059800
      *----------------------------------------------------------------*00059900
       3000-99-FIM.                           EXIT.                     00060000
      *----------------------------------------------------------------*00060100
                                                                        00060200
      *----------------------------------------------------------------*00060300
       3100-APLICAR-SEM-BLOQUEIO              SECTION.                  00060400
      *----------------------------------------------------------------*00060500
                                                                        00060600
            IF WRK-CHAVE-ATUAL-MNB EQUAL WRK-CHAVE-APLICADA             00060700
               MOVE 'TRANSACAO DUPLICADA NO LOTE'                       00060800
                                       TO WRK-MOTIVO-RECUSA             00060900
               PERFORM 3800-GRAVAR-RECUSA                               00061000
               GO                  TO 3100-99-FIM                       00061100
            END-IF                                                      00061200
                                                                        00061300
            EVALUATE TRUE                                               00061400
              WHEN FD-MNB-OP-INCLUSAO                                   00061500
               PERFORM 3300-INCLUIR-BLOQUEIO                            00061600
              WHEN FD-MNB-OP-ALTERACAO                                  00061700
               MOVE 'BLOQUEIO INEXISTENTE'                              00061800
                                       TO WRK-MOTIVO-RECUSA             00061900
               PERFORM 3800-GRAVAR-RECUSA                               00062000
              WHEN FD-MNB-OP-LEVANTAMENTO                               00062100
               MOVE 'BLOQUEIO INEXISTENTE'                              00062200
                                       TO WRK-MOTIVO-RECUSA             00062300
               PERFORM 3800-GRAVAR-RECUSA                               00062400
              WHEN OTHER                                                00062500
               MOVE 'OPERACAO INVALIDA'                                 00062600
                                       TO WRK-MOTIVO-RECUSA             00062700
               PERFORM 3800-GRAVAR-RECUSA                               00062800
            END-EVALUATE                                                00062900
                                                                        00063000
            MOVE WRK-CHAVE-ATUAL-MNB   TO WRK-CHAVE-APLICADA.           00063100
                                                                        00063200
      *----------------------------------------------------------------*00063300
       3100-99-FIM.                           EXIT.                     00063400
      *----------------------------------------------------------------*00063500
                                                                        00063600
      *----------------------------------------------------------------*00063700
       3200-APLICAR-NO-BLOQUEIO               SECTION.                  00063800
      *----------------------------------------------------------------*00063900
                                                                        00064000
            EVALUATE TRUE                                               00064100
              WHEN FD-MNB-OP-INCLUSAO                                   00064200
               MOVE 'BLOQUEIO JA CADASTRADO'                            00064300
                                       TO WRK-MOTIVO-RECUSA             00064400
               PERFORM 3800-GRAVAR-RECUSA                               00064500
              WHEN FD-MNB-OP-ALTERACAO                                  00064600
               PERFORM 3500-ALTERAR-BLOQUEIO                            00064700
              WHEN FD-MNB-OP-LEVANTAMENTO                               00064800
               PERFORM 3400-LEVANTAR-BLOQUEIO                           00064900
              WHEN OTHER                                                00065000
               MOVE 'OPERACAO INVALIDA'                                 00065100
                                       TO WRK-MOTIVO-RECUSA             00065200
               PERFORM 3800-GRAVAR-RECUSA                               00065300
            END-EVALUATE                                                00065400
                                                                        00065500
      *     O BLOQUEIO NUNCA SAI DO CADASTRO (LEVANTADO FICA COMO      *00065600
      *     HISTORICO DA ORDEM)                                        *00065700
            PERFORM 3900-GRAVAR-BLQNOVO                                 00065800
            PERFORM 2100-LER-BLQANT                                     00065900
                                                                        00066000
            MOVE WRK-CHAVE-ATUAL-MNB   TO WRK-CHAVE-APLICADA            00066100
            PERFORM 2200-LER-MANBLQ.                                    00066200
                                                                        00066300
      *----------------------------------------------------------------*00066400
       3200-99-FIM.                           EXIT.                     00066500
      *----------------------------------------------------------------*00066600
                                                                        00066700
      *----------------------------------------------------------------*00066800
       3300-INCLUIR-BLOQUEIO                  SECTION.                  00066900
      *----------------------------------------------------------------*00067000
                                                                        00067100
            IF NOT FD-MNB-TIPO-VALIDO                                   00067200
               MOVE 'TIPO DE BLOQUEIO INVALIDO'                         00067300
                                       TO WRK-MOTIVO-RECUSA             00067400
               PERFORM 3800-GRAVAR-RECUSA                               00067500
               GO                  TO 3300-99-FIM                       00067600
            END-IF                                                      00067700
                                                                        00067800
            IF FD-MNB-ORDEM EQUAL SPACES                                00067900
               MOVE 'REFERENCIA DA ORDEM EM BRANCO'                     00068000
                                       TO WRK-MOTIVO-RECUSA             00068100
               PERFORM 3800-GRAVAR-RECUSA                               00068200
               GO                  TO 3300-99-FIM                       00068300
            END-IF                                                      00068400
                                                                        00068500
      *     ORIGEM EM BRANCO ASSUME ORDEM JUDICIAL                     *00068600
            IF FD-MNB-ORIGEM EQUAL SPACES                               00068700
               MOVE 'J'                TO WRK-ORIGEM                    00068800
            ELSE                                                        00068900
               IF NOT FD-MNB-ORIG-VALIDA                                00069000
                  MOVE 'ORIGEM DO BLOQUEIO INVALIDA'                    00069100
                                       TO WRK-MOTIVO-RECUSA             00069200
                  PERFORM 3800-GRAVAR-RECUSA                            00069300
                  GO               TO 3300-99-FIM                       00069400
               END-IF                                                   00069500
               MOVE FD-MNB-ORIGEM      TO WRK-ORIGEM                    00069600
            END-IF                                                      00069700
                                                                        00069800
            IF FD-MNB-TIPO-VALOR                                        00069900
             AND (FD-MNB-VALOR NOT NUMERIC                              00070000
                  OR FD-MNB-VALOR EQUAL ZEROS)                          00070100
               MOVE 'VALOR DO BLOQUEIO INVALIDO'                        00070200
                                       TO WRK-MOTIVO-RECUSA             00070300
               PERFORM 3800-GRAVAR-RECUSA                               00070400
               GO                  TO 3300-99-FIM                       00070500
            END-IF                                                      00070600
                                                                        00070700
      *     DATA INICIAL EM BRANCO ASSUME A DATA DE MOVIMENTO          *00070800
            IF FD-MNB-DATA-INI EQUAL SPACES                             00070900
               MOVE WRK-DATA-EXEC      TO WRK-DATA-INI                  00071000
            ELSE                                                        00071100
               IF FD-MNB-DATA-INI NOT NUMERIC                           00071200
                  MOVE 'DATA INICIAL INVALIDA'                          00071300
                                       TO WRK-MOTIVO-RECUSA             00071400
                  PERFORM 3800-GRAVAR-RECUSA                            00071500
                  GO               TO 3300-99-FIM                       00071600
               END-IF                                                   00071700
               MOVE FD-MNB-DATA-INI    TO WRK-DATA-INI                  00071800
            END-IF                                                      00071900
                                                                        00072000
            IF FD-MNB-DATA-FIM NOT EQUAL SPACES                         00072100
             AND (FD-MNB-DATA-FIM NOT NUMERIC                           00072200
                  OR FD-MNB-DATA-FIM LESS WRK-DATA-INI)                 00072300
               MOVE 'DATA FINAL INVALIDA'                               00072400
                                       TO WRK-MOTIVO-RECUSA             00072500
               PERFORM 3800-GRAVAR-RECUSA                               00072600
               GO                  TO 3300-99-FIM                       00072700
            END-IF                                                      00072800
                                                                        00072900
      *     A AREA DO BLQANT GUARDA O PROXIMO BLOQUEIO DO CADASTRO,    *00072925
      *     AINDA NAO GRAVADO: MONTA O NOVO NELA E DEPOIS RESTAURA     *00072950
            MOVE FD-BLOQJUD            TO WRK-BLQ-SALVO                 00072975
            MOVE SPACES                TO FD-BLOQJUD                    00073000
            MOVE FD-MNB-CHAVE          TO FD-BLQ-CHAVE                  00073100
            MOVE FD-MNB-TIPO           TO FD-BLQ-TIPO                   00073200
            MOVE WRK-ORIGEM            TO FD-BLQ-ORIGEM                 00073300
      *     BLOQUEIO TOTAL/A DEBITO NAO TEM VALOR: PEGA O SALDO INTEIRO*00073400
            IF FD-MNB-TIPO-VALOR                                        00073500
               MOVE FD-MNB-VALOR       TO FD-BLQ-VALOR                  00073600
            ELSE                                                        00073700
               MOVE ZEROS              TO FD-BLQ-VALOR                  00073800
            END-IF                                                      00073900
            MOVE WRK-DATA-INI          TO FD-BLQ-DATA-INI               00074000
            MOVE FD-MNB-DATA-FIM       TO FD-BLQ-DATA-FIM               00074100
            MOVE 'A'                   TO FD-BLQ-SITUACAO               00074200
            MOVE WRK-DATA-EXEC         TO FD-BLQ-DATA-ATUALIZ           00074300
            PERFORM 3900-GRAVAR-BLQNOVO                                 00074400
            ADD 1                      TO ACUM-INCLUSOES                00074500
                                                                        00074600
            MOVE '3300  '              TO WRK-AUD-SECAO                 00074700
            MOVE 'I'                   TO WRK-AUD-OPERACAO              00074800
            MOVE 'BLOQUEIO'            TO WRK-AUD-CAMPO                 00074900
            MOVE SPACES                TO WRK-AUD-VALOR-ANTES           00075000
            MOVE FD-BLQ-VALOR          TO WRK-VALOR-ED                  00075100
            MOVE SPACES                TO WRK-AUB-INFO                  00075200
            MOVE FD-BLQ-TIPO           TO WRK-AUB-INFO (1:1)            00075300
            MOVE FD-BLQ-ORIGEM         TO WRK-AUB-INFO (2:1)            00075400
            MOVE WRK-VALOR-ED          TO WRK-AUB-INFO (4:13)           00075500
            MOVE WRK-AUD-BLQ           TO WRK-AUD-VALOR-DEPOIS          00075600
            PERFORM 3700-GRAVAR-AUDITORIA                               00075700
                                                                        00075725
            MOVE WRK-BLQ-SALVO         TO FD-BLOQJUD.                   00075750
                                                                        00075800
      *----------------------------------------------------------------*00075900
       3300-99-FIM.                           EXIT.                     00076000
      *----------------------------------------------------------------*00076100
                                                                        00076200
      *----------------------------------------------------------------*00076300
       3400-LEVANTAR-BLOQUEIO                 SECTION.                  00076400
      *----------------------------------------------------------------*00076500
                                                                        00076600
            IF FD-BLQ-SIT-LEVANTADO                                     00076700
               MOVE 'BLOQUEIO JA LEVANTADO'                             00076800
                                       TO WRK-MOTIVO-RECUSA             00076900
               PERFORM 3800-GRAVAR-RECUSA                               00077000
               GO                  TO 3400-99-FIM                       00077100
            END-IF                                                      00077200
                                                                        00077300
      *     LEVANTADO VALE A PARTIR DA DATA DE MOVIMENTO: A DATA FINAL *00077400
      *     PASSA A SER A DO LEVANTAMENTO SE ESTAVA ABERTA OU ADIANTE  *00077500
            MOVE 'L'                   TO FD-BLQ-SITUACAO               00077600
            IF FD-BLQ-DATA-FIM EQUAL SPACES                             00077700
             OR FD-BLQ-DATA-FIM GREATER WRK-DATA-EXEC                   00077800
               MOVE WRK-DATA-EXEC      TO FD-BLQ-DATA-FIM               00077900
            END-IF                                                      00078000
            MOVE WRK-DATA-EXEC         TO FD-BLQ-DATA-ATUALIZ           00078100
            ADD 1                      TO ACUM-LEVANTAMENTOS            00078200
                                                                        00078300
            MOVE '3400  '              TO WRK-AUD-SECAO                 00078400
            MOVE 'A'                   TO WRK-AUD-OPERACAO              00078500
            MOVE 'SITUACAO'            TO WRK-AUD-CAMPO                 00078600
            MOVE FD-BLQ-ORDEM          TO WRK-AUB-ORDEM                 00078700
            MOVE 'A'                   TO WRK-AUB-INFO                  00078800
            MOVE WRK-AUD-BLQ           TO WRK-AUD-VALOR-ANTES           00078900
            MOVE 'L'                   TO WRK-AUB-INFO                  00079000
            MOVE WRK-AUD-BLQ           TO WRK-AUD-VALOR-DEPOIS          00079100
            PERFORM 3700-GRAVAR-AUDITORIA.                              00079200
                                                                        00079300
      *----------------------------------------------------------------*00079400
       3400-99-FIM.                           EXIT.                     00079500
      *----------------------------------------------------------------*00079600
                                                                        00079700
      *----------------------------------------------------------------*00079800
       3500-ALTERAR-BLOQUEIO                  SECTION.                  00079900
      *----------------------------------------------------------------*00080000
                                                                        00080100
      *     CAMPO EM BRANCO NO LOTE = CAMPO NAO ALTERADO; TODOS OS     *00080200
      *     CAMPOS SAO CONFERIDOS ANTES DE QUALQUER MUDANCA            *00080300
            MOVE 'N'                   TO WRK-ALTERA-VALOR              00080400
                                          WRK-ALTERA-DATA-FIM           00080500
                                                                        00080600
            IF FD-BLQ-SIT-LEVANTADO                                     00080700
               MOVE 'BLOQUEIO JA LEVANTADO'                             00080800
                                       TO WRK-MOTIVO-RECUSA             00080900
               PERFORM 3800-GRAVAR-RECUSA                               00081000
               GO                  TO 3500-99-FIM                       00081100
            END-IF                                                      00081200
                                                                        00081300
            IF FD-MNB-VALOR NUMERIC                                     00081400
             AND FD-MNB-VALOR GREATER ZEROS                             00081500
               IF NOT FD-BLQ-TIPO-VALOR                                 00081600
                  MOVE 'VALOR SO EM BLOQUEIO TIPO V'                    00081700
                                       TO WRK-MOTIVO-RECUSA             00081800
                  PERFORM 3800-GRAVAR-RECUSA                            00081900
                  GO               TO 3500-99-FIM                       00082000
               END-IF                                                   00082100
               MOVE 'S'                TO WRK-ALTERA-VALOR              00082200
            END-IF                                                      00082300
                                                                        00082400
            IF FD-MNB-DATA-FIM NOT EQUAL SPACES                         00082500
               IF FD-MNB-DATA-FIM NOT NUMERIC                           00082600
                OR FD-MNB-DATA-FIM LESS FD-BLQ-DATA-INI                 00082700
                  MOVE 'DATA FINAL INVALIDA'                            00082800
                                       TO WRK-MOTIVO-RECUSA             00082900
                  PERFORM 3800-GRAVAR-RECUSA                            00083000
                  GO               TO 3500-99-FIM                       00083100
               END-IF                                                   00083200
               MOVE 'S'                TO WRK-ALTERA-DATA-FIM           00083300
            END-IF                                                      00083400
                                                                        00083500
            IF NOT WRK-ALTERA-VALOR-SIM                                 00083600
             AND NOT WRK-ALTERA-DATA-FIM-SIM                            00083700
               MOVE 'ALTERACAO SEM CAMPO INFORMADO'                     00083800
                                       TO WRK-MOTIVO-RECUSA             00083900
               PERFORM 3800-GRAVAR-RECUSA                               00084000
               GO                  TO 3500-99-FIM                       00084100
            END-IF                                                      00084200
                                                                        00084300
            MOVE '3500  '              TO WRK-AUD-SECAO                 00084400
            MOVE 'A'                   TO WRK-AUD-OPERACAO              00084500
            MOVE FD-BLQ-ORDEM          TO WRK-AUB-ORDEM                 00084600
                                                                        00084700
            IF WRK-ALTERA-VALOR-SIM                                     00084800
               MOVE 'VALOR'            TO WRK-AUD-CAMPO                 00084900
               MOVE FD-BLQ-VALOR       TO WRK-VALOR-ED                  00085000
               MOVE WRK-VALOR-ED       TO WRK-AUB-INFO                  00085100
               MOVE WRK-AUD-BLQ        TO WRK-AUD-VALOR-ANTES           00085200
               MOVE FD-MNB-VALOR       TO FD-BLQ-VALOR                  00085300
                                          WRK-VALOR-ED                  00085400
               MOVE WRK-VALOR-ED       TO WRK-AUB-INFO                  00085500
               MOVE WRK-AUD-BLQ        TO WRK-AUD-VALOR-DEPOIS          00085600
               PERFORM 3700-GRAVAR-AUDITORIA                            00085700
            END-IF                                                      00085800
                                                                        00085900
            IF WRK-ALTERA-DATA-FIM-SIM                                  00086000
               MOVE 'DATA-FIM'         TO WRK-AUD-CAMPO                 00086100
               MOVE FD-BLQ-DATA-FIM    TO WRK-AUB-INFO                  00086200
               MOVE WRK-AUD-BLQ        TO WRK-AUD-VALOR-ANTES           00086300
               MOVE FD-MNB-DATA-FIM    TO FD-BLQ-DATA-FIM               00086400
                                          WRK-AUB-INFO                  00086500
               MOVE WRK-AUD-BLQ        TO WRK-AUD-VALOR-DEPOIS          00086600
               PERFORM 3700-GRAVAR-AUDITORIA                            00086700
            END-IF                                                      00086800
                                                                        00086900
            MOVE WRK-DATA-EXEC         TO FD-BLQ-DATA-ATUALIZ           00087000
            ADD 1                      TO ACUM-ALTERACOES.              00087100
                                                                        00087200
      *----------------------------------------------------------------*00087300
       3500-99-FIM.                           EXIT.                     00087400
      *----------------------------------------------------------------*00087500
                                                                        00087600
      *----------------------------------------------------------------*00087700
       3700-GRAVAR-AUDITORIA                  SECTION.                  00087800
      *----------------------------------------------------------------*00087900
                                                                        00088000
            MOVE 'FR05EX47'            TO WRK-AUD-PROGRAMA              00088100
            MOVE 'BLOQJUD '            TO WRK-AUD-TABELA                00088200
            MOVE ZEROS                 TO WRK-AUD-ID                    00088300
            MOVE SPACES                TO WRK-AUD-USUARIO               00088400
            MOVE FD-MNB-CHAVE-CONTA    TO WRK-AUD-CHAVE                 00088500
            CALL 'GRAVAUD'             USING WRK-AUDITORIA.             00088600
                                                                        00088700
      *----------------------------------------------------------------*00088800
       3700-99-FIM.                           EXIT.                     00088900
      *----------------------------------------------------------------*00089000
                                                                        00089100
      *----------------------------------------------------------------*00089200
       3800-GRAVAR-RECUSA                     SECTION.                  00089300
      *----------------------------------------------------------------*00089400
                                                                        00089500
            MOVE FD-MANBLQ             TO FD-BRJ-TRANSACAO              00089600
            MOVE WRK-MOTIVO-RECUSA     TO FD-BRJ-MOTIVO                 00089700
            WRITE FD-BLQREJ                                             00089800
            PERFORM 1140-TESTAR-WRK-FS-BLQREJ                           00089900
            ADD 1                      TO ACUM-RECUSADAS                00090000
                                                                        00090100
            MOVE 'A'                   TO WRK-SEVERIDADE                00090200
            MOVE 'FR05EX47'            TO WRK-PROGRAMA                  00090300
            MOVE '3800  '              TO WRK-SECAO                     00090400
            MOVE WRK-MOTIVO-RECUSA     TO WRK-MENSAGEM                  00090500
            MOVE FD-MNB-CHAVE-CONTA    TO WRK-STATUS                    00090600
            CALL 'GRAVALOG'            USING WRK-LOG.                   00090700
                                                                        00090800
      *----------------------------------------------------------------*00090900
       3800-99-FIM.                           EXIT.                     00091000
      *----------------------------------------------------------------*00091100
                                                                        00091200
      *----------------------------------------------------------------*00091300
       3900-GRAVAR-BLQNOVO                    SECTION.                  00091400
      *----------------------------------------------------------------*00091500
                                                                        00091600
            WRITE FD-BLQNOVO           FROM FD-BLOQJUD                  00091700
            PERFORM 1130-TESTAR-WRK-FS-BLQNOVO                          00091800
            ADD 1                      TO ACUM-GRAV-BLQNOVO.            00091900
                                                                        00092000
      *----------------------------------------------------------------*00092100
       3900-99-FIM.                           EXIT.                     00092200
      *----------------------------------------------------------------*00092300
                                                                        00092400
      ******************************************************************00092500
      *                     F I N A L I Z A R                          *00092600
      ******************************************************************00092700
                                                                        00092800
      *----------------------------------------------------------------*00092900
       4000-FINALIZAR                        SECTION.                   00093000
      *----------------------------------------------------------------*00093100
                                                                        00093200
            CLOSE MANBLQ                                                00093300
                  BLQNOVO                                               00093400
                  BLQREJ                                                00093500
                                                                        00093600
            IF WRK-FS-BLQANT NOT EQUAL '10'                             00093700
               CLOSE BLQANT                                             00093800
            END-IF                                                      00093900
                                                                        00094000
            DISPLAY '*************************************************' 00094100
            DISPLAY '       MANUTENCAO DO CADASTRO DE BLOQUEIOS       ' 00094200
            DISPLAY '                                                 ' 00094300
            DISPLAY '  LIDOS BLQANT        :  ' ACUM-LIDOS-BLQANT       00094400
            DISPLAY '  LIDOS MANBLQ        :  ' ACUM-LIDOS-MANBLQ       00094500
            DISPLAY '  GRAVADOS BLQNOVO    :  ' ACUM-GRAV-BLQNOVO       00094600
            DISPLAY '  INCLUSOES           :  ' ACUM-INCLUSOES          00094700
            DISPLAY '  ALTERACOES          :  ' ACUM-ALTERACOES         00094800
            DISPLAY '  LEVANTAMENTOS       :  ' ACUM-LEVANTAMENTOS      00094900
            DISPLAY '  RECUSADAS           :  ' ACUM-RECUSADAS          00095000
            DISPLAY '                                                 ' 00095100
            DISPLAY '*************************************************'.00095200
                                                                        00095300
      *----------------------------------------------------------------*00095400
       4000-99-FIM.                           EXIT.                     00095500
      *----------------------------------------------------------------*00095600
                                                                        00095700
      ******************************************************************00095800
      *                   T R A T A R  E R R O                         *00095900
      ******************************************************************00096000
                                                                        00096100
       9000-TRATAR-ERRO                     SECTION.                    00096200
      *----------------------------------------------------------------*00096300
                  MOVE 'F'                TO WRK-SEVERIDADE             00096400
                  CALL 'GRAVALOG'         USING WRK-LOG                 00096500
                  MOVE 16                 TO RETURN-CODE                00096600
                  GOBACK.                                               00096700
      *----------------------------------------------------------------*00096800
       9000-99-FIM.                           EXIT.                     00096900
      *----------------------------------------------------------------*00097000
