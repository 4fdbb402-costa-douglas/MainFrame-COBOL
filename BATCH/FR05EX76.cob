      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX76.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX76                                       *00002000
      *    TIPO.......: MANUTENCAO DA SUBSTITUICAO DE PECAS            *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : APLICAR SOBRE O ARQUIVO DE SUBSTITUICAO DE PECAS *00002800
      *               (SUBSTPC, BOOK B#SUBST, UM REGISTRO POR PECA     *00002900
      *               ANTIGA) O LOTE MANSUB DE COMPRAS: INCLUSAO ('I') *00003000
      *               DA PECA NOVA QUE SUCEDE A ANTIGA, COM A DATA DE  *00003100
      *               VIGOR E SE AS DUAS SAO INTERCAMBIAVEIS,          *00003200
      *               ALTERACAO ('A') DESSES DADOS E EXCLUSAO ('E').   *00003300
      *               A SUBSTITUICAO E CONSULTADA PELO MODULO LERSUBST *00003400
      *               NO FR05EX30 (ATENDIMENTO PELA NOVA), FR05EX01    *00003500
      *               (NAO REPOE A ANTIGA), FR05EX41/FR05EX32          *00003600
      *               (CONSUMO DA ANTIGA NO HISTORICO DA NOVA) E       *00003700
      *               FR05EX33 (SALDO DA ANTIGA OBSOLETO). NO MESMO    *00003800
      *               MOLDE DO FR05EX70: CASAMENTO PELA CHAVE,         *00003900
      *               REGRAVACAO EM SUBNOVO (COPIADO SOBRE O SUBSTPC   *00004000
      *               PELO JOB FR05SUB), CADA MUDANCA NA TRILHA DE     *00004100
      *               AUDITORIA VIA GRAVAUD E TRANSACAO RECUSADA NO    *00004200
      *               SUBREJ COM O MOTIVO.                             *00004300
      *----------------------------------------------------------------*00004400
      *    ARQUIVOS :                                                  *00004500
      *    DDNAME          I/O                                         *00004600
      *    JCLSUBPC         I    SUBSTITUICAO DE PECAS (OPCIONAL)      *00004700
      *    JCLMANSB         I    LOTE DE MANUTENCAO (POR PECA ANTIGA)  *00004800
      *    JCLSUBNV         O    SUBSTITUICAO REGRAVADA                *00004900
      *    JCLSUBRJ         O    TRANSACOES RECUSADAS                  *00005000
      *----------------------------------------------------------------*00005100
      *    BOOKS    :    B#SUBST, B#GRALOG, B#AUDIT, B#RUNCTL,         *00005200
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
             SELECT SUBSTPC   ASSIGN     TO JCLSUBPC                    00008500
                    FILE STATUS          IS WRK-FS-SUBSTPC.             00008600
                                                                        00008700
             SELECT MANSUB    ASSIGN     TO JCLMANSB                    00008800
                    FILE STATUS          IS WRK-FS-MANSUB.              00008900
                                                                        00009000
             SELECT SUBNOVO   ASSIGN     TO JCLSUBNV                    00009100
                    FILE STATUS          IS WRK-FS-SUBNOVO.             00009200
                                                                        00009300
             SELECT SUBREJ    ASSIGN     TO JCLSUBRJ                    00009400
                    FILE STATUS          IS WRK-FS-SUBREJ.              00009500
                                                                        00009600
      *================================================================*00009700
       DATA                                      DIVISION.              00009800
      *================================================================*00009900
                                                                        00010000
      *----------------------------------------------------------------*00010100
       FILE                                      SECTION.               00010200
      *----------------------------------------------------------------*00010300
                                                                        00010400
      *----------------------------------------------------------------*00010500
      *  INPUT - SUBSTITUICAO DE PECAS (SUBSTPC) - LRECL = 040.        *00010600
      *----------------------------------------------------------------*00010700
                                                                        00010800
       FD SUBSTPC                                                       00010900
           RECORDING MODE IS F                                          00011000
           BLOCK CONTAINS 0 RECORDS.                                    00011100
       01 FD-SUBSTPC                  PIC X(040).                       00011200
                                                                        00011300
      *----------------------------------------------------------------*00011400
      *  INPUT - LOTE DE MANUTENCAO (MANSUB) - LRECL = 040.            *00011500
      *----------------------------------------------------------------*00011600
                                                                        00011700
       FD MANSUB                                                        00011800
           RECORDING MODE IS F                                          00011900
           BLOCK CONTAINS 0 RECORDS.                                    00012000
       01 FD-MANSUB.                                                    00012100
          05 FD-MSB-OPERACAO          PIC X(01).                        00012200
              88 FD-MSB-OP-INCLUSAO       VALUE 'I'.                    00012300
              88 FD-MSB-OP-ALTERACAO      VALUE 'A'.                    00012400
              88 FD-MSB-OP-EXCLUSAO       VALUE 'E'.                    00012500
          05 FD-MSB-PECA-ANTIGA       PIC X(06).                        00012600
          05 FD-MSB-PECA-NOVA         PIC X(06).                        00012700
          05 FD-MSB-DATA-VIGOR-X      PIC X(08).                        00012800
          05 FD-MSB-DATA-VIGOR REDEFINES FD-MSB-DATA-VIGOR-X            00012900
                                      PIC 9(08).                        00013000
          05 FD-MSB-INTERCAMBIAVEL    PIC X(01).                        00013100
              88 FD-MSB-INTERCAMBIAVEL-OK VALUE 'S' 'N'.                00013200
          05 FILLER                   PIC X(18).                        00013300
                                                                        00013400
      *----------------------------------------------------------------*00013500
      *  OUTPUT - SUBSTITUICAO REGRAVADA (SUBNOVO) - LRECL = 040.      *00013600
      *----------------------------------------------------------------*00013700
                                                                        00013800
       FD SUBNOVO                                                       00013900
           RECORDING MODE IS F                                          00014000
           BLOCK CONTAINS 0 RECORDS.                                    00014100
       01 FD-SUBNOVO                  PIC X(040).                       00014200
                                                                        00014300
      *----------------------------------------------------------------*00014400
      *  OUTPUT - TRANSACOES RECUSADAS (SUBREJ) - LRECL = 070.         *00014500
      *----------------------------------------------------------------*00014600
                                                                        00014700
       FD SUBREJ                                                        00014800
           RECORDING MODE IS F                                          00014900
           BLOCK CONTAINS 0 RECORDS.                                    00015000
       01 FD-SUBREJ.                                                    00015100
          05 FD-RSB-TRANSACAO         PIC X(040).                       00015200
          05 FD-RSB-MOTIVO            PIC X(030).                       00015300
                                                                        00015400
      *----------------------------------------------------------------*00015500
       WORKING-STORAGE                            SECTION.              00015600
      *----------------------------------------------------------------*00015700
      *----------------------------------------------------------------*00015800
       01 FILLER                         PIC X(050)       VALUE         00015900
                   '*** INICIO DA WORKING FR05EX76 ***'.                00016000
      *----------------------------------------------------------------*00016100
                                                                        00016200
       77 WRK-FS-SUBSTPC                 PIC X(002) VALUE SPACES.       00016300
       77 WRK-FS-MANSUB                  PIC X(002) VALUE SPACES.       00016400
       77 WRK-FS-SUBNOVO                 PIC X(002) VALUE SPACES.       00016500
       77 WRK-FS-SUBREJ                  PIC X(002) VALUE SPACES.       00016600
                                                                        00016700
      *----------------------------------------------------------------*00016800
       01 FILLER                         PIC X(050)       VALUE         00016900
                     '*** AREA DA ACUMULADORES ***'.                    00017000
      *----------------------------------------------------------------*00017100
                                                                        00017200
       77 ACUM-LIDOS-SUBSTPC             PIC 9(007) VALUE ZEROS.        00017300
       77 ACUM-LIDOS-MANSUB              PIC 9(007) VALUE ZEROS.        00017400
       77 ACUM-GRAV-SUBNOVO              PIC 9(007) VALUE ZEROS.        00017500
       77 ACUM-INCLUSOES                 PIC 9(005) VALUE ZEROS.        00017600
       77 ACUM-ALTERACOES                PIC 9(005) VALUE ZEROS.        00017700
       77 ACUM-EXCLUSOES                 PIC 9(005) VALUE ZEROS.        00017800
       77 ACUM-RECUSADAS                 PIC 9(005) VALUE ZEROS.        00017900
                                                                        00018000
      *----------------------------------------------------------------*00018100
       01 FILLER                         PIC X(050)       VALUE         00018200
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00018300
      *----------------------------------------------------------------*00018400
                                                                        00018500
       77 WRK-MOTIVO-RECUSA              PIC X(030) VALUE SPACES.       00018600
       77 WRK-CHAVE-ATUAL-SUB            PIC X(006) VALUE SPACES.       00018700
       77 WRK-CHAVE-ATUAL-MSB            PIC X(006) VALUE SPACES.       00018800
       77 WRK-CHAVE-APLICADA             PIC X(006) VALUE LOW-VALUES.   00018900
       77 WRK-SUB-SALVO                  PIC X(040) VALUE SPACES.       00019000
       77 WRK-SUB-EXCLUIDO               PIC X(001) VALUE 'N'.          00019100
           88 WRK-SUB-EXCLUIDO-SIM                  VALUE 'S'.          00019200
       77 WRK-TEM-SUBSTPC                PIC X(001) VALUE 'N'.          00019300
           88 WRK-TEM-SUBSTPC-SIM                   VALUE 'S'.          00019400
                                                                        00019500
      *----------------------------------------------------------------*00019600
       01 FILLER                         PIC X(050)       VALUE         00019700
                    '*** AREA DOS BOOKS DE CADASTRO ***'.               00019800
      *----------------------------------------------------------------*00019900
                                                                        00020000
       COPY 'B#SUBST'.                                                  00020100
                                                                        00020200
      *----------------------------------------------------------------*00020300
       01 FILLER                         PIC X(050)       VALUE         00020400
                    '*** AREA DA BOOK GRAVALOG ***'.                    00020500
      *----------------------------------------------------------------*00020600
                                                                        00020700
                           COPY 'B#GRALOG'.                             00020800
                                                                        00020900
      *----------------------------------------------------------------*00021000
       01 FILLER                         PIC X(050)       VALUE         00021100
                    '*** AREA DA BOOK GRAVAUD ***'.                     00021200
      *----------------------------------------------------------------*00021300
                                                                        00021400
                           COPY 'B#AUDIT'.                              00021500
                                                                        00021600
      ******************************************************************00021700
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00021800
      ******************************************************************00021900
                                                                        00022000
       COPY 'B#RUNCTL'.                                                 00022100
                                                                        00022200
       COPY 'B#DATPRC'.                                                 00022300
                                                                        00022400
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00022500
                                                                        00022600
      *================================================================*00022700
       PROCEDURE                                 DIVISION.              00022800
      *================================================================*00022900
                                                                        00023000
      ******************************************************************00023100
      *              P R O G R A M A  P R I N C I P A L                *00023200
      ******************************************************************00023300
                                                                        00023400
      *----------------------------------------------------------------*00023500
       0000-PRINCIPAL                            SECTION.               00023600
      *----------------------------------------------------------------*00023700
                                                                        00023800
            PERFORM 1000-INICIAR                                        00023900
                                                                        00024000
            PERFORM 2100-LER-SUBSTPC                                    00024100
            PERFORM 2200-LER-MANSUB                                     00024200
                                                                        00024300
            PERFORM 3000-PROCESSAR                                      00024400
                    UNTIL WRK-CHAVE-ATUAL-SUB EQUAL HIGH-VALUES         00024500
                    AND   WRK-CHAVE-ATUAL-MSB EQUAL HIGH-VALUES         00024600
                                                                        00024700
            PERFORM 4000-FINALIZAR                                      00024800
                                                                        00024900
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00025000
            MOVE ACUM-LIDOS-MANSUB    TO WRK-RUN-LIDOS                  00025100
            MOVE ACUM-GRAV-SUBNOVO    TO WRK-RUN-GRAVADOS               00025200
            MOVE ZEROS                TO WRK-RUN-RC                     00025300
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00025400
                                                                        00025500
            STOP RUN.                                                   00025600
                                                                        00025700
      *----------------------------------------------------------------*00025800
       0000-99-FIM.                           EXIT.                     00025900
      *----------------------------------------------------------------*00026000
                                                                        00026100
      ******************************************************************00026200
      *                       I N I C I A R                            *00026300
      ******************************************************************00026400
                                                                        00026500
      *----------------------------------------------------------------*00026600
       1000-INICIAR                           SECTION.                  00026700
      *----------------------------------------------------------------*00026800
                                                                        00026900
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO            *00027000
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00027100
           CALL 'LERDATAP'            USING WRK-DATPRC                  00027200
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00027300
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00027400
           MOVE 'FR05EX76'            TO WRK-RUN-PROGRAMA               00027500
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00027600
           MOVE ZEROS                 TO WRK-RUN-RC                     00027700
                                         WRK-RUN-LIDOS                  00027800
                                         WRK-RUN-GRAVADOS               00027900
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00028000
                                                                        00028100
           IF WRK-RUN-DATA-JA-FEITA                                     00028200
              MOVE 'A'                TO WRK-SEVERIDADE                 00028300
              MOVE 'FR05EX76'         TO WRK-PROGRAMA                   00028400
              MOVE '1000  '           TO WRK-SECAO                      00028500
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00028600
                                      TO WRK-MENSAGEM                   00028700
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00028800
              CALL 'GRAVALOG'         USING WRK-LOG                     00028900
              MOVE 08                 TO RETURN-CODE                    00029000
              GOBACK                                                    00029100
           END-IF                                                       00029200
                                                                        00029300
      *    SEM ARQUIVO DE SUBSTITUICAO (PRIMEIRA CARGA), O LOTE SO     *00029400
      *    INCLUI                                                      *00029500
           OPEN INPUT SUBSTPC                                           00029600
           IF WRK-FS-SUBSTPC EQUAL '35'                                 00029700
              MOVE '10'               TO WRK-FS-SUBSTPC                 00029800
           ELSE                                                         00029900
              PERFORM 1110-TESTAR-WRK-FS-SUBSTPC                        00030000
              MOVE 'S'                TO WRK-TEM-SUBSTPC                00030100
           END-IF                                                       00030200
                                                                        00030300
           OPEN INPUT MANSUB                                            00030400
           PERFORM 1120-TESTAR-WRK-FS-MANSUB                            00030500
                                                                        00030600
           OPEN OUTPUT SUBNOVO                                          00030700
                OUTPUT SUBREJ                                           00030800
                                                                        00030900
           PERFORM 1130-TESTAR-WRK-FS-SUBNOVO                           00031000
           PERFORM 1140-TESTAR-WRK-FS-SUBREJ.                           00031100
                                                                        00031200
      *----------------------------------------------------------------*00031300
       1000-99-FIM.                           EXIT.                     00031400
      *----------------------------------------------------------------*00031500
                                                                        00031600
      *----------------------------------------------------------------*00031700
       1110-TESTAR-WRK-FS-SUBSTPC             SECTION.                  00031800
      *----------------------------------------------------------------*00031900
                                                                        00032000
           IF WRK-FS-SUBSTPC NOT EQUAL ZEROS                            00032100
            AND WRK-FS-SUBSTPC NOT EQUAL '10'                           00032200
              MOVE 'FR05EX76'                    TO WRK-PROGRAMA        00032300
              MOVE 'ERRO NO ARQUIVO SUBSTPC'     TO WRK-MENSAGEM        00032400
              MOVE '1110'                        TO WRK-SECAO           00032500
              MOVE WRK-FS-SUBSTPC                TO WRK-STATUS          00032600
              PERFORM 9000-TRATAR-ERRO                                  00032700
           END-IF.                                                      00032800
                                                                        00032900
      *----------------------------------------------------------------*00033000
       1110-99-FIM.                           EXIT.                     00033100
      *----------------------------------------------------------------*00033200
                                                                        00033300
      *----------------------------------------------------------------*00033400
       1120-TESTAR-WRK-FS-MANSUB              SECTION.                  00033500
      *----------------------------------------------------------------*00033600
                                                                        00033700
           IF WRK-FS-MANSUB NOT EQUAL ZEROS                             00033800
            AND WRK-FS-MANSUB NOT EQUAL '10'                            00033900
              MOVE 'FR05EX76'                    TO WRK-PROGRAMA        00034000
              MOVE 'ERRO NO ARQUIVO MANSUB'      TO WRK-MENSAGEM        00034100
              MOVE '1120'                        TO WRK-SECAO           00034200
              MOVE WRK-FS-MANSUB                 TO WRK-STATUS          00034300
              PERFORM 9000-TRATAR-ERRO                                  00034400
           END-IF.                                                      00034500
                                                                        00034600
      *----------------------------------------------------------------*00034700
       1120-99-FIM.                           EXIT.                     00034800
      *----------------------------------------------------------------*00034900
                                                                        00035000
      *----------------------------------------------------------------*00035100
       1130-TESTAR-WRK-FS-SUBNOVO             SECTION.                  00035200
      *----------------------------------------------------------------*00035300
                                                                        00035400
           IF WRK-FS-SUBNOVO NOT EQUAL ZEROS                            00035500
              MOVE 'FR05EX76'                    TO WRK-PROGRAMA        00035600
              MOVE 'ERRO NO ARQUIVO SUBNOVO'     TO WRK-MENSAGEM        00035700
              MOVE '1130'                        TO WRK-SECAO           00035800
              MOVE WRK-FS-SUBNOVO                TO WRK-STATUS          00035900
              PERFORM 9000-TRATAR-ERRO                                  00036000
           END-IF.                                                      00036100
                                                                        00036200
      *----------------------------------------------------------------*00036300
       1130-99-FIM.                           EXIT.                     00036400
      *----------------------------------------------------------------*00036500
                                                                        00036600
      *----------------------------------------------------------------*00036700
       1140-TESTAR-WRK-FS-SUBREJ              SECTION.                  00036800
      *----------------------------------------------------------------*00036900
                                                                        00037000
           IF WRK-FS-SUBREJ NOT EQUAL ZEROS                             00037100
              MOVE 'FR05EX76'                    TO WRK-PROGRAMA        00037200
              MOVE 'ERRO NO ARQUIVO SUBREJ'      TO WRK-MENSAGEM        00037300
              MOVE '1140'                        TO WRK-SECAO           00037400
              MOVE WRK-FS-SUBREJ                 TO WRK-STATUS          00037500
              PERFORM 9000-TRATAR-ERRO                                  00037600
           END-IF.                                                      00037700
                                                                        00037800
      *----------------------------------------------------------------*00037900
       1140-99-FIM.                           EXIT.                     00038000
      *----------------------------------------------------------------*00038100
                                                                        00038200
      ******************************************************************00038300
      *                     L E I T U R A S                            *00038400
      ******************************************************************00038500
                                                                        00038600
      *----------------------------------------------------------------*00038700
       2100-LER-SUBSTPC                       SECTION.                  00038800
      *----------------------------------------------------------------*00038900
                                                                        00039000
            IF WRK-FS-SUBSTPC EQUAL '10'                                00039100
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-SUB             00039200
               GO                    TO 2100-99-FIM                     00039300
            END-IF                                                      00039400
                                                                        00039500
            READ SUBSTPC             INTO WRK-SUBSTITUICAO              00039600
                                                                        00039700
            IF WRK-FS-SUBSTPC EQUAL '10'                                00039800
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-SUB             00039900
               GO                    TO 2100-99-FIM                     00040000
            END-IF                                                      00040100
                                                                        00040200
            PERFORM 1110-TESTAR-WRK-FS-SUBSTPC                          00040300
            MOVE 'N'                 TO WRK-SUB-EXCLUIDO                00040400
            MOVE FD-SUB-PECA-ANTIGA  TO WRK-CHAVE-ATUAL-SUB             00040500
            ADD 1                    TO ACUM-LIDOS-SUBSTPC.             00040600
                                                                        00040700
      *----------------------------------------------------------------*00040800
       2100-99-FIM.                           EXIT.                     00040900
      *----------------------------------------------------------------*00041000
                                                                        00041100
      *----------------------------------------------------------------*00041200
       2200-LER-MANSUB                        SECTION.                  00041300
      *----------------------------------------------------------------*00041400
                                                                        00041500
            READ MANSUB                                                 00041600
                                                                        00041700
            IF WRK-FS-MANSUB EQUAL '10'                                 00041800
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-MSB             00041900
               GO                    TO 2200-99-FIM                     00042000
            END-IF                                                      00042100
                                                                        00042200
            PERFORM 1120-TESTAR-WRK-FS-MANSUB                           00042300
            MOVE FD-MSB-PECA-ANTIGA  TO WRK-CHAVE-ATUAL-MSB             00042400
            ADD 1                    TO ACUM-LIDOS-MANSUB.              00042500
                                                                        00042600
      *----------------------------------------------------------------*00042700
       2200-99-FIM.                           EXIT.                     00042800
      *----------------------------------------------------------------*00042900
                                                                        00043000
      ******************************************************************00043100
      *                     P R O C E S S A R                          *00043200
      ******************************************************************00043300
                                                                        00043400
      *----------------------------------------------------------------*00043500
       3000-PROCESSAR                        SECTION.                   00043600
      *----------------------------------------------------------------*00043700
                                                                        00043800
            EVALUATE TRUE                                               00043900
              WHEN WRK-CHAVE-ATUAL-SUB   EQUAL WRK-CHAVE-ATUAL-MSB      00044000
               PERFORM 3200-APLICAR-NA-SUBSTITUICAO                     00044100
              WHEN WRK-CHAVE-ATUAL-SUB   LESS WRK-CHAVE-ATUAL-MSB       00044200
               PERFORM 3900-GRAVAR-SUBNOVO                              00044300
               PERFORM 2100-LER-SUBSTPC                                 00044400
              WHEN OTHER                                                00044500
               PERFORM 3100-APLICAR-SEM-SUBSTITUICAO                    00044600
               PERFORM 2200-LER-MANSUB                                  00044700
            END-EVALUATE.                                               00044800
                                                                        00044900
      *----------------------------------------------------------------*00045000
       3000-99-FIM.                           EXIT.                     00045100
      *----------------------------------------------------------------*00045200
                                                                        00045300
      *----------------------------------------------------------------*00045400
       3100-APLICAR-SEM-SUBSTITUICAO          SECTION.                  00045500
      *----------------------------------------------------------------*00045600
                                                                        00045700
            IF WRK-CHAVE-ATUAL-MSB EQUAL WRK-CHAVE-APLICADA             00045800
               MOVE 'TRANSACAO DUPLICADA NO LOTE'                       00045900
                                       TO WRK-MOTIVO-RECUSA             00046000
               PERFORM 3800-GRAVAR-RECUSA                               00046100
               GO                  TO 3100-99-FIM                       00046200
            END-IF                                                      00046300
                                                                        00046400
            EVALUATE TRUE                                               00046500
              WHEN FD-MSB-OP-INCLUSAO                                   00046600
               PERFORM 3300-INCLUIR-SUBSTITUICAO                        00046700
              WHEN FD-MSB-OP-ALTERACAO                                  00046800
               OR   FD-MSB-OP-EXCLUSAO                                  00046900
               MOVE 'SUBSTITUICAO INEXISTENTE'                          00047000
                                       TO WRK-MOTIVO-RECUSA             00047100
               PERFORM 3800-GRAVAR-RECUSA                               00047200
              WHEN OTHER                                                00047300
               MOVE 'OPERACAO INVALIDA'                                 00047400
                                       TO WRK-MOTIVO-RECUSA             00047500
               PERFORM 3800-GRAVAR-RECUSA                               00047600
            END-EVALUATE                                                00047700
                                                                        00047800
            MOVE WRK-CHAVE-ATUAL-MSB   TO WRK-CHAVE-APLICADA.           00047900
                                                                        00048000
      *----------------------------------------------------------------*00048100
       3100-99-FIM.                           EXIT.                     00048200
      *----------------------------------------------------------------*00048300
                                                                        00048400
      *----------------------------------------------------------------*00048500
       3200-APLICAR-NA-SUBSTITUICAO           SECTION.                  00048600
      *----------------------------------------------------------------*00048700
                                                                        00048800
            IF WRK-CHAVE-ATUAL-MSB EQUAL WRK-CHAVE-APLICADA             00048900
               MOVE 'TRANSACAO DUPLICADA NO LOTE'                       00049000
                                       TO WRK-MOTIVO-RECUSA             00049100
               PERFORM 3800-GRAVAR-RECUSA                               00049200
            ELSE                                                        00049300
               EVALUATE TRUE                                            00049400
                 WHEN FD-MSB-OP-INCLUSAO                                00049500
                  MOVE 'SUBSTITUICAO JA CADASTRADA'                     00049600
                                       TO WRK-MOTIVO-RECUSA             00049700
                  PERFORM 3800-GRAVAR-RECUSA                            00049800
                 WHEN FD-MSB-OP-ALTERACAO                               00049900
                  PERFORM 3500-ALTERAR-SUBSTITUICAO                     00050000
                 WHEN FD-MSB-OP-EXCLUSAO                                00050100
                  PERFORM 3600-EXCLUIR-SUBSTITUICAO                     00050200
                 WHEN OTHER                                             00050300
                  MOVE 'OPERACAO INVALIDA'                              00050400
                                       TO WRK-MOTIVO-RECUSA             00050500
                  PERFORM 3800-GRAVAR-RECUSA                            00050600
               END-EVALUATE                                             00050700
            END-IF                                                      00050800
                                                                        00050900
            PERFORM 3900-GRAVAR-SUBNOVO                                 00051000
            PERFORM 2100-LER-SUBSTPC                                    00051100
            MOVE WRK-CHAVE-ATUAL-MSB   TO WRK-CHAVE-APLICADA            00051200
            PERFORM 2200-LER-MANSUB.                                    00051300
                                                                        00051400
      *----------------------------------------------------------------*00051500
       3200-99-FIM.                           EXIT.                     00051600
      *----------------------------------------------------------------*00051700
                                                                        00051800
      *----------------------------------------------------------------*00051900
       3300-INCLUIR-SUBSTITUICAO              SECTION.                  00052000
      *----------------------------------------------------------------*00052100
                                                                        00052200
            IF FD-MSB-PECA-ANTIGA EQUAL SPACES                          00052300
               MOVE 'PECA ANTIGA EM BRANCO'                             00052400
                                       TO WRK-MOTIVO-RECUSA             00052500
               PERFORM 3800-GRAVAR-RECUSA                               00052600
               GO                  TO 3300-99-FIM                       00052700
            END-IF                                                      00052800
                                                                        00052900
            PERFORM 3550-CONFERIR-DADOS                                 00053000
            IF WRK-MOTIVO-RECUSA NOT EQUAL SPACES                       00053100
               PERFORM 3800-GRAVAR-RECUSA                               00053200
               GO                  TO 3300-99-FIM                       00053300
            END-IF                                                      00053400
                                                                        00053500
      *     A AREA DO SUBSTPC GUARDA O PROXIMO REGISTRO DO ARQUIVO,    *00053600
      *     AINDA NAO GRAVADO: MONTA O NOVO NELA E DEPOIS RESTAURA     *00053700
            MOVE WRK-SUBSTITUICAO      TO WRK-SUB-SALVO                 00053800
            MOVE SPACES                TO WRK-SUBSTITUICAO              00053900
            MOVE FD-MSB-PECA-ANTIGA    TO FD-SUB-PECA-ANTIGA            00054000
            MOVE FD-MSB-PECA-NOVA      TO FD-SUB-PECA-NOVA              00054100
            MOVE FD-MSB-DATA-VIGOR-X   TO FD-SUB-DATA-VIGOR             00054200
            MOVE FD-MSB-INTERCAMBIAVEL TO FD-SUB-INTERCAMBIAVEL         00054300
            MOVE WRK-DATA-EXEC         TO FD-SUB-DATA-ATUAL             00054400
            MOVE 'N'                   TO WRK-SUB-EXCLUIDO              00054500
            PERFORM 3900-GRAVAR-SUBNOVO                                 00054600
            ADD 1                      TO ACUM-INCLUSOES                00054700
                                                                        00054800
            MOVE '3300  '              TO WRK-AUD-SECAO                 00054900
            MOVE 'I'                   TO WRK-AUD-OPERACAO              00055000
            MOVE SPACES                TO WRK-AUD-VALOR-ANTES           00055100
            PERFORM 3700-GRAVAR-AUDITORIA                               00055200
            MOVE WRK-SUB-SALVO         TO WRK-SUBSTITUICAO.             00055300
                                                                        00055400
      *----------------------------------------------------------------*00055500
       3300-99-FIM.                           EXIT.                     00055600
      *----------------------------------------------------------------*00055700
                                                                        00055800
      *----------------------------------------------------------------*00055900
       3500-ALTERAR-SUBSTITUICAO              SECTION.                  00056000
      *----------------------------------------------------------------*00056100
                                                                        00056200
      *     A ALTERACAO TRAZ OS TRES DADOS COMPLETOS (PECA NOVA, VIGOR *00056300
      *     E INTERCAMBIAVEL), COMO NA INCLUSAO                        *00056400
            PERFORM 3550-CONFERIR-DADOS                                 00056500
            IF WRK-MOTIVO-RECUSA NOT EQUAL SPACES                       00056600
               PERFORM 3800-GRAVAR-RECUSA                               00056700
               GO                  TO 3500-99-FIM                       00056800
            END-IF                                                      00056900
                                                                        00057000
            MOVE '3500  '              TO WRK-AUD-SECAO                 00057100
            MOVE 'A'                   TO WRK-AUD-OPERACAO              00057200
            PERFORM 3650-MONTAR-VALOR-ANTES                             00057300
            MOVE FD-MSB-PECA-NOVA      TO FD-SUB-PECA-NOVA              00057400
            MOVE FD-MSB-DATA-VIGOR-X   TO FD-SUB-DATA-VIGOR             00057500
            MOVE FD-MSB-INTERCAMBIAVEL TO FD-SUB-INTERCAMBIAVEL         00057600
            MOVE WRK-DATA-EXEC         TO FD-SUB-DATA-ATUAL             00057700
            PERFORM 3700-GRAVAR-AUDITORIA                               00057800
            ADD 1                      TO ACUM-ALTERACOES.              00057900
                                                                        00058000
      *----------------------------------------------------------------*00058100
       3500-99-FIM.                           EXIT.                     00058200
      *----------------------------------------------------------------*00058300
                                                                        00058400
      *----------------------------------------------------------------*00058500
       3550-CONFERIR-DADOS                    SECTION.                  00058600
      *----------------------------------------------------------------*00058700
                                                                        00058800
      *     A PECA NOVA NAO PODE SER A PROPRIA ANTIGA; A DATA DE VIGOR *00058900
      *     E AAAAMMDD E PODE SER RETROATIVA (A SUCESSAO JA ACONTECEU  *00059000
      *     NO FORNECEDOR)                                             *00059100
            MOVE SPACES                TO WRK-MOTIVO-RECUSA             00059200
                                                                        00059300
            IF FD-MSB-PECA-NOVA EQUAL SPACES                            00059400
               MOVE 'PECA NOVA EM BRANCO'                               00059500
                                       TO WRK-MOTIVO-RECUSA             00059600
               GO                  TO 3550-99-FIM                       00059700
            END-IF                                                      00059800
                                                                        00059900
            IF FD-MSB-PECA-NOVA EQUAL FD-MSB-PECA-ANTIGA                00060000
               MOVE 'PECA NOVA IGUAL A ANTIGA'                          00060100
                                       TO WRK-MOTIVO-RECUSA             00060200
               GO                  TO 3550-99-FIM                       00060300
            END-IF                                                      00060400
                                                                        00060500
            IF FD-MSB-DATA-VIGOR-X NOT NUMERIC                          00060600
             OR FD-MSB-DATA-VIGOR-X (5:2) LESS '01'                     00060700
             OR FD-MSB-DATA-VIGOR-X (5:2) GREATER '12'                  00060800
             OR FD-MSB-DATA-VIGOR-X (7:2) LESS '01'                     00060900
             OR FD-MSB-DATA-VIGOR-X (7:2) GREATER '31'                  00061000
               MOVE 'DATA DE VIGOR INVALIDA'                            00061100
                                       TO WRK-MOTIVO-RECUSA             00061200
               GO                  TO 3550-99-FIM                       00061300
            END-IF                                                      00061400
                                                                        00061500
            IF NOT FD-MSB-INTERCAMBIAVEL-OK                             00061600
               MOVE 'INTERCAMBIAVEL DEVE SER S OU N'                    00061700
                                       TO WRK-MOTIVO-RECUSA             00061800
            END-IF.                                                     00061900
                                                                        00062000
      *----------------------------------------------------------------*00062100
       3550-99-FIM.                           EXIT.                     00062200
      *----------------------------------------------------------------*00062300
                                                                        00062400
      *----------------------------------------------------------------*00062500
       3600-EXCLUIR-SUBSTITUICAO              SECTION.                  00062600
      *----------------------------------------------------------------*00062700
                                                                        00062800
      *     A SUBSTITUICAO EXCLUIDA NAO E REGRAVADA (3900): A PECA     *00062900
      *     ANTIGA VOLTA A SER REPOSTA; O QUE HAVIA FICA NA TRILHA     *00063000
            MOVE '3600  '              TO WRK-AUD-SECAO                 00063100
            MOVE 'D'                   TO WRK-AUD-OPERACAO              00063200
            PERFORM 3650-MONTAR-VALOR-ANTES                             00063300
            MOVE SPACES                TO WRK-AUD-VALOR-DEPOIS          00063400
            PERFORM 3750-CHAMAR-GRAVAUD                                 00063500
            MOVE 'S'                   TO WRK-SUB-EXCLUIDO              00063600
            ADD 1                      TO ACUM-EXCLUSOES.               00063700
                                                                        00063800
      *----------------------------------------------------------------*00063900
       3600-99-FIM.                           EXIT.                     00064000
      *----------------------------------------------------------------*00064100
                                                                        00064200
      *----------------------------------------------------------------*00064300
      *    A TRILHA GUARDA A PECA NOVA, A DATA DE VIGOR E A MARCA DE   *00064400
      *    INTERCAMBIAVEL NO MESMO VALOR                               *00064500
      *----------------------------------------------------------------*00064600
       3650-MONTAR-VALOR-ANTES                SECTION.                  00064700
      *----------------------------------------------------------------*00064800
                                                                        00064900
            MOVE SPACES                TO WRK-AUD-VALOR-ANTES           00065000
            STRING FD-SUB-PECA-NOVA    ' '                              00065100
                   FD-SUB-DATA-VIGOR   ' '                              00065200
                   FD-SUB-INTERCAMBIAVEL                                00065300
                   DELIMITED BY SIZE                                    00065400
                   INTO WRK-AUD-VALOR-ANTES.                            00065500
                                                                        00065600
      *----------------------------------------------------------------*00065700
       3650-99-FIM.                           EXIT.                     00065800
      *----------------------------------------------------------------*00065900
                                                                        00066000
      *----------------------------------------------------------------*00066100
       3700-GRAVAR-AUDITORIA                  SECTION.                  00066200
      *----------------------------------------------------------------*00066300
                                                                        00066400
            MOVE SPACES                TO WRK-AUD-VALOR-DEPOIS          00066500
            STRING FD-SUB-PECA-NOVA    ' '                              00066600
                   FD-SUB-DATA-VIGOR   ' '                              00066700
                   FD-SUB-INTERCAMBIAVEL                                00066800
                   DELIMITED BY SIZE                                    00066900
                   INTO WRK-AUD-VALOR-DEPOIS                            00067000
            PERFORM 3750-CHAMAR-GRAVAUD.                                00067100
                                                                        00067200
      *----------------------------------------------------------------*00067300
       3700-99-FIM.                           EXIT.                     00067400
      *----------------------------------------------------------------*00067500
                                                                        00067600
      *----------------------------------------------------------------*00067700
       3750-CHAMAR-GRAVAUD                    SECTION.                  00067800
      *----------------------------------------------------------------*00067900
                                                                        00068000
            MOVE 'FR05EX76'            TO WRK-AUD-PROGRAMA              00068100
            MOVE 'SUBSTPC'             TO WRK-AUD-TABELA                00068200
            MOVE ZEROS                 TO WRK-AUD-ID                    00068300
            MOVE 'SUBSTITUTA'          TO WRK-AUD-CAMPO                 00068400
            MOVE SPACES                TO WRK-AUD-USUARIO               00068500
            MOVE FD-SUB-PECA-ANTIGA    TO WRK-AUD-CHAVE                 00068600
            CALL 'GRAVAUD'             USING WRK-AUDITORIA.             00068700
                                                                        00068800
      *----------------------------------------------------------------*00068900
       3750-99-FIM.                           EXIT.                     00069000
      *----------------------------------------------------------------*00069100
                                                                        00069200
      *----------------------------------------------------------------*00069300
       3800-GRAVAR-RECUSA                     SECTION.                  00069400
      *----------------------------------------------------------------*00069500
                                                                        00069600
            MOVE FD-MANSUB             TO FD-RSB-TRANSACAO              00069700
            MOVE WRK-MOTIVO-RECUSA     TO FD-RSB-MOTIVO                 00069800
            WRITE FD-SUBREJ                                             00069900
            PERFORM 1140-TESTAR-WRK-FS-SUBREJ                           00070000
            ADD 1                      TO ACUM-RECUSADAS                00070100
                                                                        00070200
            MOVE 'A'                   TO WRK-SEVERIDADE                00070300
            MOVE 'FR05EX76'            TO WRK-PROGRAMA                  00070400
            MOVE '3800  '              TO WRK-SECAO                     00070500
            MOVE WRK-MOTIVO-RECUSA     TO WRK-MENSAGEM                  00070600
            MOVE FD-MSB-PECA-ANTIGA    TO WRK-STATUS                    00070700
            CALL 'GRAVALOG'            USING WRK-LOG.                   00070800
                                                                        00070900
      *----------------------------------------------------------------*00071000
       3800-99-FIM.                           EXIT.                     00071100
      *----------------------------------------------------------------*00071200
                                                                        00071300
      *----------------------------------------------------------------*00071400
       3900-GRAVAR-SUBNOVO                    SECTION.                  00071500
      *----------------------------------------------------------------*00071600
                                                                        00071700
            IF WRK-SUB-EXCLUIDO-SIM                                     00071800
               GO                  TO 3900-99-FIM                       00071900
            END-IF                                                      00072000
                                                                        00072100
            WRITE FD-SUBNOVO           FROM WRK-SUBSTITUICAO            00072200
            PERFORM 1130-TESTAR-WRK-FS-SUBNOVO                          00072300
            ADD 1                      TO ACUM-GRAV-SUBNOVO.            00072400
                                                                        00072500
      *----------------------------------------------------------------*00072600
       3900-99-FIM.                           EXIT.                     00072700
      *----------------------------------------------------------------*00072800
                                                                        00072900
      ******************************************************************00073000
      *                     F I N A L I Z A R                          *00073100
      ******************************************************************00073200
                                                                        00073300
      *----------------------------------------------------------------*00073400
       4000-FINALIZAR                        SECTION.                   00073500
      *----------------------------------------------------------------*00073600
                                                                        00073700
            IF WRK-TEM-SUBSTPC-SIM                                      00073800
               CLOSE SUBSTPC                                            00073900
            END-IF                                                      00074000
                                                                        00074100
            CLOSE MANSUB                                                00074200
                  SUBNOVO                                               00074300
                  SUBREJ                                                00074400
                                                                        00074500
            DISPLAY '*************************************************' 00074600
            DISPLAY '     MANUTENCAO DA SUBSTITUICAO DE PECAS         ' 00074700
            DISPLAY '                                                 ' 00074800
            DISPLAY '  LIDOS SUBSTPC       :  ' ACUM-LIDOS-SUBSTPC      00074900
            DISPLAY '  LIDOS MANSUB        :  ' ACUM-LIDOS-MANSUB       00075000
            DISPLAY '  GRAVADOS SUBNOVO    :  ' ACUM-GRAV-SUBNOVO       00075100
            DISPLAY '  INCLUSOES           :  ' ACUM-INCLUSOES          00075200
            DISPLAY '  ALTERACOES          :  ' ACUM-ALTERACOES         00075300
            DISPLAY '  EXCLUSOES           :  ' ACUM-EXCLUSOES          00075400
            DISPLAY '  RECUSADAS           :  ' ACUM-RECUSADAS          00075500
            DISPLAY '                                                 ' 00075600
            DISPLAY '*************************************************'.00075700
                                                                        00075800
      *----------------------------------------------------------------*00075900
       4000-99-FIM.                           EXIT.                     00076000
      *----------------------------------------------------------------*00076100
                                                                        00076200
      ******************************************************************00076300
      *                   T R A T A R  E R R O                         *00076400
      ******************************************************************00076500
       9000-TRATAR-ERRO                     SECTION.                    00076600
      *----------------------------------------------------------------*00076700
                                                                        00076800
                  MOVE 'F'                TO WRK-SEVERIDADE             00076900
                  CALL 'GRAVALOG'         USING WRK-LOG                 00077000
                  MOVE 16                 TO RETURN-CODE                00077100
                  GOBACK.                                               00077200
                                                                        00077300
      *----------------------------------------------------------------*00077400
       9000-99-FIM.                           EXIT.                     00077500
      *----------------------------------------------------------------*00077600
