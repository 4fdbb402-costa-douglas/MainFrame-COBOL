      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX70.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX70                                       *00002000
      *    TIPO.......: MANUTENCAO DO ORCAMENTO POR DEPARTAMENTO       *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : APLICAR SOBRE O ARQUIVO DE ORCAMENTO DE CONSUMO  *00002800
      *               DE PECAS (ORCDEP, BOOK B#ORCDEP, UM REGISTRO POR *00002900
      *               DEPARTAMENTO + ANO/MES) O LOTE MANORC DA         *00003000
      *               CONTROLADORIA: INCLUSAO ('I') DO LIMITE DO MES,  *00003100
      *               ALTERACAO ('A') DO LIMITE E EXCLUSAO ('E'). MES  *00003200
      *               ANTERIOR AO MOVIMENTO NAO E MAIS MEXIDO. O       *00003300
      *               LIMITE E CONFERIDO PELO FR05EX30 A CADA          *00003400
      *               REQUISICAO E COMPARADO COM O CONSUMO NO          *00003500
      *               RELATORIO MENSAL DO FR05EX71. NO MESMO MOLDE DO  *00003600
      *               FR05EX67: CASAMENTO PELA CHAVE, REGRAVACAO EM    *00003700
      *               ORCNOVO (COPIADO SOBRE O ORCDEP PELO JOB         *00003800
      *               FR05ORC), CADA MUDANCA NA TRILHA DE AUDITORIA    *00003900
      *               VIA GRAVAUD E TRANSACAO RECUSADA NO ORCREJ COM O *00004000
      *               MOTIVO.                                          *00004100
      *----------------------------------------------------------------*00004200
      *    ARQUIVOS :                                                  *00004300
      *    DDNAME          I/O                                         *00004400
      *    JCLORCDP         I    ORCAMENTO POR DEPTO/MES (OPCIONAL)    *00004500
      *    JCLMANOR         I    LOTE DE MANUTENCAO (POR CHAVE)        *00004600
      *    JCLORCNV         O    ORCAMENTO REGRAVADO                   *00004700
      *    JCLORCRJ         O    TRANSACOES RECUSADAS                  *00004800
      *----------------------------------------------------------------*00004900
      *    BOOKS    :    B#ORCDEP, B#GRALOG, B#AUDIT, B#RUNCTL,        *00005000
      *                  B#DATPRC                                      *00005100
      *----------------------------------------------------------------*00005200
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00005300
      *                  GRAVAUD  - TRILHA DE AUDITORIA                *00005400
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00005500
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00005600
      *----------------------------------------------------------------*00005700
      *    PARAMETROS (VIA SYSIN):                                     *00005800
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00005900
      *----------------------------------------------------------------*00006000
      *    HISTORICO DE ALTERACOES:                                    *00006100
      *      DATA        RESP.    DESCRICAO                            *00006200
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00006300
      ******************************************************************00006400
      *================================================================*00006500
                                                                        00006600
      *================================================================*00006700
       ENVIRONMENT                                DIVISION.             00006800
      *================================================================*00006900
                                                                        00007000
      *----------------------------------------------------------------*00007100
       CONFIGURATION                              SECTION.              00007200
      *----------------------------------------------------------------*00007300
                                                                        00007400
       SPECIAL-NAMES.                                                   00007500
           DECIMAL-POINT IS COMMA.                                      00007600
                                                                        00007700
      *----------------------------------------------------------------*00007800
       INPUT-OUTPUT                               SECTION.              00007900
      *----------------------------------------------------------------*00008000
                                                                        00008100
       FILE-CONTROL.                                                    00008200
             SELECT ORCDEP    ASSIGN     TO JCLORCDP                    00008300
                    FILE STATUS          IS WRK-FS-ORCDEP.              00008400
                                                                        00008500
             SELECT MANORC    ASSIGN     TO JCLMANOR                    00008600
                    FILE STATUS          IS WRK-FS-MANORC.              00008700
                                                                        00008800
             SELECT ORCNOVO   ASSIGN     TO JCLORCNV                    00008900
                    FILE STATUS          IS WRK-FS-ORCNOVO.             00009000
                                                                        00009100
             SELECT ORCREJ    ASSIGN     TO JCLORCRJ                    00009200
                    FILE STATUS          IS WRK-FS-ORCREJ.              00009300
                                                                        00009400
      *================================================================*00009500
       DATA                                      DIVISION.              00009600
      *================================================================*00009700
                                                                        00009800
      *----------------------------------------------------------------*00009900
       FILE                                      SECTION.               00010000
      *----------------------------------------------------------------*00010100
                                                                        00010200
      *----------------------------------------------------------------*00010300
      *  INPUT - ORCAMENTO POR DEPARTAMENTO/MES (ORCDEP) - LRECL = 040.*00010400
      *----------------------------------------------------------------*00010500
                                                                        00010600
       FD ORCDEP                                                        00010700
           RECORDING MODE IS F                                          00010800
           BLOCK CONTAINS 0 RECORDS.                                    00010900
       01 FD-ORCDEP                   PIC X(040).                       00011000
                                                                        00011100
      *----------------------------------------------------------------*00011200
      *  INPUT - LOTE DE MANUTENCAO (MANORC) - LRECL = 040.            *00011300
      *----------------------------------------------------------------*00011400
                                                                        00011500
       FD MANORC                                                        00011600
           RECORDING MODE IS F                                          00011700
           BLOCK CONTAINS 0 RECORDS.                                    00011800
       01 FD-MANORC.                                                    00011900
          05 FD-MOR-OPERACAO          PIC X(01).                        00012000
              88 FD-MOR-OP-INCLUSAO       VALUE 'I'.                    00012100
              88 FD-MOR-OP-ALTERACAO      VALUE 'A'.                    00012200
              88 FD-MOR-OP-EXCLUSAO       VALUE 'E'.                    00012300
          05 FD-MOR-CHAVE.                                              00012400
             10 FD-MOR-DEPTO          PIC X(10).                        00012500
             10 FD-MOR-ANOMES.                                          00012600
                15 FD-MOR-ANO         PIC 9(04).                        00012700
                15 FD-MOR-MES         PIC 9(02).                        00012800
          05 FD-MOR-LIMITE-X          PIC X(11).                        00012900
          05 FD-MOR-LIMITE REDEFINES FD-MOR-LIMITE-X                    00013000
                                      PIC 9(09)V99.                     00013100
          05 FILLER                   PIC X(12).                        00013200
                                                                        00013300
      *----------------------------------------------------------------*00013400
      *  OUTPUT - ORCAMENTO REGRAVADO (ORCNOVO) - LRECL = 040.         *00013500
      *----------------------------------------------------------------*00013600
                                                                        00013700
       FD ORCNOVO                                                       00013800
           RECORDING MODE IS F                                          00013900
           BLOCK CONTAINS 0 RECORDS.                                    00014000
       01 FD-ORCNOVO                  PIC X(040).                       00014100
                                                                        00014200
      *----------------------------------------------------------------*00014300
      *  OUTPUT - TRANSACOES RECUSADAS (ORCREJ) - LRECL = 070.         *00014400
      *----------------------------------------------------------------*00014500
                                                                        00014600
       FD ORCREJ                                                        00014700
           RECORDING MODE IS F                                          00014800
           BLOCK CONTAINS 0 RECORDS.                                    00014900
       01 FD-ORCREJ.                                                    00015000
          05 FD-ROR-TRANSACAO         PIC X(040).                       00015100
          05 FD-ROR-MOTIVO            PIC X(030).                       00015200
                                                                        00015300
      *----------------------------------------------------------------*00015400
       WORKING-STORAGE                            SECTION.              00015500
      *----------------------------------------------------------------*00015600
      *----------------------------------------------------------------*00015700
       01 FILLER                         PIC X(050)       VALUE         00015800
                   '*** INICIO DA WORKING FR05EX70 ***'.                00015900
      *----------------------------------------------------------------*00016000
                                                                        00016100
       77 WRK-FS-ORCDEP                  PIC X(002) VALUE SPACES.       00016200
       77 WRK-FS-MANORC                  PIC X(002) VALUE SPACES.       00016300
       77 WRK-FS-ORCNOVO                 PIC X(002) VALUE SPACES.       00016400
       77 WRK-FS-ORCREJ                  PIC X(002) VALUE SPACES.       00016500
                                                                        00016600
      *----------------------------------------------------------------*00016700
       01 FILLER                         PIC X(050)       VALUE         00016800
                     '*** AREA DA ACUMULADORES ***'.                    00016900
      *----------------------------------------------------------------*00017000
                                                                        00017100
       77 ACUM-LIDOS-ORCDEP              PIC 9(007) VALUE ZEROS.        00017200
       77 ACUM-LIDOS-MANORC              PIC 9(007) VALUE ZEROS.        00017300
       77 ACUM-GRAV-ORCNOVO              PIC 9(007) VALUE ZEROS.        00017400
       77 ACUM-INCLUSOES                 PIC 9(005) VALUE ZEROS.        00017500
       77 ACUM-ALTERACOES                PIC 9(005) VALUE ZEROS.        00017600
       77 ACUM-EXCLUSOES                 PIC 9(005) VALUE ZEROS.        00017700
       77 ACUM-RECUSADAS                 PIC 9(005) VALUE ZEROS.        00017800
                                                                        00017900
      *----------------------------------------------------------------*00018000
       01 FILLER                         PIC X(050)       VALUE         00018100
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00018200
      *----------------------------------------------------------------*00018300
                                                                        00018400
       77 WRK-MOTIVO-RECUSA              PIC X(030) VALUE SPACES.       00018500
       77 WRK-CHAVE-ATUAL-ORC            PIC X(016) VALUE SPACES.       00018600
       77 WRK-CHAVE-ATUAL-MOR            PIC X(016) VALUE SPACES.       00018700
       77 WRK-CHAVE-APLICADA             PIC X(016) VALUE LOW-VALUES.   00018800
       77 WRK-ORC-SALVO                  PIC X(040) VALUE SPACES.       00018900
       77 WRK-ANOMES-EXEC                PIC 9(006) VALUE ZEROS.        00019000
       77 WRK-LIMITE-AUD                 PIC Z.ZZZ.ZZZ.ZZ9,99.          00019100
       77 WRK-ORC-EXCLUIDO               PIC X(001) VALUE 'N'.          00019200
           88 WRK-ORC-EXCLUIDO-SIM                  VALUE 'S'.          00019300
       77 WRK-TEM-ORCDEP                 PIC X(001) VALUE 'N'.          00019400
           88 WRK-TEM-ORCDEP-SIM                    VALUE 'S'.          00019500
                                                                        00019600
      *----------------------------------------------------------------*00019700
       01 FILLER                         PIC X(050)       VALUE         00019800
                    '*** AREA DOS BOOKS DE CADASTRO ***'.               00019900
      *----------------------------------------------------------------*00020000
                                                                        00020100
       COPY 'B#ORCDEP'.                                                 00020200
                                                                        00020300
      *----------------------------------------------------------------*00020400
       01 FILLER                         PIC X(050)       VALUE         00020500
                    '*** AREA DA BOOK GRAVALOG ***'.                    00020600
      *----------------------------------------------------------------*00020700
                                                                        00020800
                           COPY 'B#GRALOG'.                             00020900
                                                                        00021000
      *----------------------------------------------------------------*00021100
       01 FILLER                         PIC X(050)       VALUE         00021200
                    '*** AREA DA BOOK GRAVAUD ***'.                     00021300
      *----------------------------------------------------------------*00021400
                                                                        00021500
                           COPY 'B#AUDIT'.                              00021600
                                                                        00021700
      ******************************************************************00021800
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00021900
      ******************************************************************00022000
                                                                        00022100
       COPY 'B#RUNCTL'.                                                 00022200
                                                                        00022300
       COPY 'B#DATPRC'.                                                 00022400
                                                                        00022500
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00022600
                                                                        00022700
      *================================================================*00022800
       PROCEDURE                                 DIVISION.              00022900
      *================================================================*00023000
                                                                        00023100
      ******************************************************************00023200
      *              P R O G R A M A  P R I N C I P A L                *00023300
      ******************************************************************00023400
                                                                        00023500
      *----------------------------------------------------------------*00023600
       0000-PRINCIPAL                            SECTION.               00023700
      *----------------------------------------------------------------*00023800
                                                                        00023900
            PERFORM 1000-INICIAR                                        00024000
                                                                        00024100
            PERFORM 2100-LER-ORCDEP                                     00024200
            PERFORM 2200-LER-MANORC                                     00024300
                                                                        00024400
            PERFORM 3000-PROCESSAR                                      00024500
                    UNTIL WRK-CHAVE-ATUAL-ORC EQUAL HIGH-VALUES         00024600
                    AND   WRK-CHAVE-ATUAL-MOR EQUAL HIGH-VALUES         00024700
                                                                        00024800
            PERFORM 4000-FINALIZAR                                      00024900
                                                                        00025000
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00025100
            MOVE ACUM-LIDOS-MANORC    TO WRK-RUN-LIDOS                  00025200
            MOVE ACUM-GRAV-ORCNOVO    TO WRK-RUN-GRAVADOS               00025300
            MOVE ZEROS                TO WRK-RUN-RC                     00025400
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00025500
                                                                        00025600
            STOP RUN.                                                   00025700
                                                                        00025800
      *----------------------------------------------------------------*00025900
       0000-99-FIM.                           EXIT.                     00026000
      *----------------------------------------------------------------*00026100
                                                                        00026200
      ******************************************************************00026300
      *                       I N I C I A R                            *00026400
      ******************************************************************00026500
                                                                        00026600
      *----------------------------------------------------------------*00026700
       1000-INICIAR                           SECTION.                  00026800
      *----------------------------------------------------------------*00026900
                                                                        00027000
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO            *00027100
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00027200
           CALL 'LERDATAP'            USING WRK-DATPRC                  00027300
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00027400
           MOVE WRK-DATA-EXEC (1:6)   TO WRK-ANOMES-EXEC                00027500
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00027600
           MOVE 'FR05EX70'            TO WRK-RUN-PROGRAMA               00027700
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00027800
           MOVE ZEROS                 TO WRK-RUN-RC                     00027900
                                         WRK-RUN-LIDOS                  00028000
                                         WRK-RUN-GRAVADOS               00028100
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00028200
                                                                        00028300
           IF WRK-RUN-DATA-JA-FEITA                                     00028400
              MOVE 'A'                TO WRK-SEVERIDADE                 00028500
              MOVE 'FR05EX70'         TO WRK-PROGRAMA                   00028600
              MOVE '1000  '           TO WRK-SECAO                      00028700
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00028800
                                      TO WRK-MENSAGEM                   00028900
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00029000
              CALL 'GRAVALOG'         USING WRK-LOG                     00029100
              MOVE 08                 TO RETURN-CODE                    00029200
              GOBACK                                                    00029300
           END-IF                                                       00029400
                                                                        00029500
      *    SEM ARQUIVO DE ORCAMENTO (PRIMEIRA CARGA), O LOTE SO INCLUI *00029600
           OPEN INPUT ORCDEP                                            00029700
           IF WRK-FS-ORCDEP EQUAL '35'                                  00029800
              MOVE '10'               TO WRK-FS-ORCDEP                  00029900
           ELSE                                                         00030000
              PERFORM 1110-TESTAR-WRK-FS-ORCDEP                         00030100
              MOVE 'S'                TO WRK-TEM-ORCDEP                 00030200
           END-IF                                                       00030300
                                                                        00030400
           OPEN INPUT MANORC                                            00030500
           PERFORM 1120-TESTAR-WRK-FS-MANORC                            00030600
                                                                        00030700
           OPEN OUTPUT ORCNOVO                                          00030800
                OUTPUT ORCREJ                                           00030900
                                                                        00031000
           PERFORM 1130-TESTAR-WRK-FS-ORCNOVO                           00031100
           PERFORM 1140-TESTAR-WRK-FS-ORCREJ.                           00031200
                                                                        00031300
      *----------------------------------------------------------------*00031400
       1000-99-FIM.                           EXIT.                     00031500
      *----------------------------------------------------------------*00031600
                                                                        00031700
      *----------------------------------------------------------------*00031800
       1110-TESTAR-WRK-FS-ORCDEP              SECTION.                  00031900
      *----------------------------------------------------------------*00032000
                                                                        00032100
           IF WRK-FS-ORCDEP NOT EQUAL ZEROS                             00032200
            AND WRK-FS-ORCDEP NOT EQUAL '10'                            00032300
              MOVE 'FR05EX70'                    TO WRK-PROGRAMA        00032400
              MOVE 'ERRO NO ARQUIVO ORCDEP'      TO WRK-MENSAGEM        00032500
              MOVE '1110'                        TO WRK-SECAO           00032600
              MOVE WRK-FS-ORCDEP                 TO WRK-STATUS          00032700
              PERFORM 9000-TRATAR-ERRO                                  00032800
           END-IF.                                                      00032900
                                                                        00033000
      *----------------------------------------------------------------*00033100
       1110-99-FIM.                           EXIT.                     00033200
      *----------------------------------------------------------------*00033300
                                                                        00033400
      *----------------------------------------------------------------*00033500
       1120-TESTAR-WRK-FS-MANORC              SECTION.                  00033600
      *----------------------------------------------------------------*00033700
                                                                        00033800
           IF WRK-FS-MANORC NOT EQUAL ZEROS                             00033900
            AND WRK-FS-MANORC NOT EQUAL '10'                            00034000
              MOVE 'FR05EX70'                    TO WRK-PROGRAMA        00034100
              MOVE 'ERRO NO ARQUIVO MANORC'      TO WRK-MENSAGEM        00034200
              MOVE '1120'                        TO WRK-SECAO           00034300
              MOVE WRK-FS-MANORC                 TO WRK-STATUS          00034400
              PERFORM 9000-TRATAR-ERRO                                  00034500
           END-IF.                                                      00034600
                                                                        00034700
      *----------------------------------------------------------------*00034800
       1120-99-FIM.                           EXIT.                     00034900
      *----------------------------------------------------------------*00035000
                                                                        00035100
      *----------------------------------------------------------------*00035200
       1130-TESTAR-WRK-FS-ORCNOVO             SECTION.                  00035300
      *----------------------------------------------------------------*00035400
                                                                        00035500
           IF WRK-FS-ORCNOVO NOT EQUAL ZEROS                            00035600
              MOVE 'FR05EX70'                    TO WRK-PROGRAMA        00035700
              MOVE 'ERRO NO ARQUIVO ORCNOVO'     TO WRK-MENSAGEM        00035800
              MOVE '1130'                        TO WRK-SECAO           00035900
              MOVE WRK-FS-ORCNOVO                TO WRK-STATUS          00036000
              PERFORM 9000-TRATAR-ERRO                                  00036100
           END-IF.                                                      00036200
                                                                        00036300
      *----------------------------------------------------------------*00036400
       1130-99-FIM.                           EXIT.                     00036500
      *----------------------------------------------------------------*00036600
                                                                        00036700
      *----------------------------------------------------------------*00036800
       1140-TESTAR-WRK-FS-ORCREJ              SECTION.                  00036900
      *----------------------------------------------------------------*00037000
                                                                        00037100
           IF WRK-FS-ORCREJ NOT EQUAL ZEROS                             00037200
              MOVE 'FR05EX70'                    TO WRK-PROGRAMA        00037300
              MOVE 'ERRO NO ARQUIVO ORCREJ'      TO WRK-MENSAGEM        00037400
              MOVE '1140'                        TO WRK-SECAO           00037500
              MOVE WRK-FS-ORCREJ                 TO WRK-STATUS          00037600
              PERFORM 9000-TRATAR-ERRO                                  00037700
           END-IF.                                                      00037800
                                                                        00037900
      *----------------------------------------------------------------*00038000
       1140-99-FIM.                           EXIT.                     00038100
      *----------------------------------------------------------------*00038200
                                                                        00038300
      ******************************************************************00038400
      *                     L E I T U R A S                            *00038500
      ******************************************************************00038600
                                                                        00038700
      *----------------------------------------------------------------*00038800
       2100-LER-ORCDEP                        SECTION.                  00038900
      *----------------------------------------------------------------*00039000
                                                                        00039100
            IF WRK-FS-ORCDEP EQUAL '10'                                 00039200
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-ORC             00039300
               GO                    TO 2100-99-FIM                     00039400
            END-IF                                                      00039500
                                                                        00039600
            READ ORCDEP              INTO WRK-ORCAMENTO                 00039700
                                                                        00039800
            IF WRK-FS-ORCDEP EQUAL '10'                                 00039900
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-ORC             00040000
               GO                    TO 2100-99-FIM                     00040100
            END-IF                                                      00040200
                                                                        00040300
            PERFORM 1110-TESTAR-WRK-FS-ORCDEP                           00040400
            MOVE 'N'                 TO WRK-ORC-EXCLUIDO                00040500
            MOVE FD-ORC-CHAVE        TO WRK-CHAVE-ATUAL-ORC             00040600
            ADD 1                    TO ACUM-LIDOS-ORCDEP.              00040700
                                                                        00040800
      *----------------------------------------------------------------*00040900
       2100-99-FIM.                           EXIT.                     00041000
      *----------------------------------------------------------------*00041100
                                                                        00041200
      *----------------------------------------------------------------*00041300
       2200-LER-MANORC                        SECTION.                  00041400
      *----------------------------------------------------------------*00041500
                                                                        00041600
            READ MANORC                                                 00041700
                                                                        00041800
            IF WRK-FS-MANORC EQUAL '10'                                 00041900
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-MOR             00042000
               GO                    TO 2200-99-FIM                     00042100
            END-IF                                                      00042200
                                                                        00042300
            PERFORM 1120-TESTAR-WRK-FS-MANORC                           00042400
            MOVE FD-MOR-CHAVE        TO WRK-CHAVE-ATUAL-MOR             00042500
            ADD 1                    TO ACUM-LIDOS-MANORC.              00042600
                                                                        00042700
      *----------------------------------------------------------------*00042800
       2200-99-FIM.                           EXIT.                     00042900
      *----------------------------------------------------------------*00043000
                                                                        00043100
      ******************************************************************00043200
      *                     P R O C E S S A R                          *00043300
      ******************************************************************00043400
                                                                        00043500
      *----------------------------------------------------------------*00043600
       3000-PROCESSAR                        SECTION.                   00043700
      *----------------------------------------------------------------*00043800
                                                                        00043900
            EVALUATE TRUE                                               00044000
              WHEN WRK-CHAVE-ATUAL-ORC   EQUAL WRK-CHAVE-ATUAL-MOR      00044100
               PERFORM 3200-APLICAR-NO-ORCAMENTO                        00044200
              WHEN WRK-CHAVE-ATUAL-ORC   LESS WRK-CHAVE-ATUAL-MOR       00044300
               PERFORM 3900-GRAVAR-ORCNOVO                              00044400
               PERFORM 2100-LER-ORCDEP                                  00044500
              WHEN OTHER                                                00044600
               PERFORM 3100-APLICAR-SEM-ORCAMENTO                       00044700
               PERFORM 2200-LER-MANORC                                  00044800
            END-EVALUATE.                                               00044900
                                                                        00045000
      *----------------------------------------------------------------*00045100
       3000-99-FIM.                           EXIT.                     00045200
      *----------------------------------------------------------------*00045300
                                                                        00045400
      *----------------------------------------------------------------*00045500
       3100-APLICAR-SEM-ORCAMENTO             SECTION.                  00045600
      *----------------------------------------------------------------*00045700
                                                                        00045800
            IF WRK-CHAVE-ATUAL-MOR EQUAL WRK-CHAVE-APLICADA             00045900
               MOVE 'TRANSACAO DUPLICADA NO LOTE'                       00046000
                                       TO WRK-MOTIVO-RECUSA             00046100
               PERFORM 3800-GRAVAR-RECUSA                               00046200
               GO                  TO 3100-99-FIM                       00046300
            END-IF                                                      00046400
                                                                        00046500
            EVALUATE TRUE                                               00046600
              WHEN FD-MOR-OP-INCLUSAO                                   00046700
               PERFORM 3300-INCLUIR-ORCAMENTO                           00046800
              WHEN FD-MOR-OP-ALTERACAO                                  00046900
               OR   FD-MOR-OP-EXCLUSAO                                  00047000
               MOVE 'ORCAMENTO INEXISTENTE'                             00047100
                                       TO WRK-MOTIVO-RECUSA             00047200
               PERFORM 3800-GRAVAR-RECUSA                               00047300
              WHEN OTHER                                                00047400
               MOVE 'OPERACAO INVALIDA'                                 00047500
                                       TO WRK-MOTIVO-RECUSA             00047600
               PERFORM 3800-GRAVAR-RECUSA                               00047700
            END-EVALUATE                                                00047800
                                                                        00047900
            MOVE WRK-CHAVE-ATUAL-MOR   TO WRK-CHAVE-APLICADA.           00048000
                                                                        00048100
      *----------------------------------------------------------------*00048200
       3100-99-FIM.                           EXIT.                     00048300
      *----------------------------------------------------------------*00048400
                                                                        00048500
      *----------------------------------------------------------------*00048600
       3200-APLICAR-NO-ORCAMENTO              SECTION.                  00048700
      *----------------------------------------------------------------*00048800
                                                                        00048900
            IF WRK-CHAVE-ATUAL-MOR EQUAL WRK-CHAVE-APLICADA             00049000
               MOVE 'TRANSACAO DUPLICADA NO LOTE'                       00049100
                                       TO WRK-MOTIVO-RECUSA             00049200
               PERFORM 3800-GRAVAR-RECUSA                               00049300
            ELSE                                                        00049400
               EVALUATE TRUE                                            00049500
                 WHEN FD-MOR-OP-INCLUSAO                                00049600
                  MOVE 'ORCAMENTO JA CADASTRADO'                        00049700
                                       TO WRK-MOTIVO-RECUSA             00049800
                  PERFORM 3800-GRAVAR-RECUSA                            00049900
                 WHEN FD-MOR-OP-ALTERACAO                               00050000
                  PERFORM 3500-ALTERAR-ORCAMENTO                        00050100
                 WHEN FD-MOR-OP-EXCLUSAO                                00050200
                  PERFORM 3600-EXCLUIR-ORCAMENTO                        00050300
                 WHEN OTHER                                             00050400
                  MOVE 'OPERACAO INVALIDA'                              00050500
                                       TO WRK-MOTIVO-RECUSA             00050600
                  PERFORM 3800-GRAVAR-RECUSA                            00050700
               END-EVALUATE                                             00050800
            END-IF                                                      00050900
                                                                        00051000
            PERFORM 3900-GRAVAR-ORCNOVO                                 00051100
            PERFORM 2100-LER-ORCDEP                                     00051200
            MOVE WRK-CHAVE-ATUAL-MOR   TO WRK-CHAVE-APLICADA            00051300
            PERFORM 2200-LER-MANORC.                                    00051400
                                                                        00051500
      *----------------------------------------------------------------*00051600
       3200-99-FIM.                           EXIT.                     00051700
      *----------------------------------------------------------------*00051800
                                                                        00051900
      *----------------------------------------------------------------*00052000
       3300-INCLUIR-ORCAMENTO                 SECTION.                  00052100
      *----------------------------------------------------------------*00052200
                                                                        00052300
            IF FD-MOR-DEPTO EQUAL SPACES                                00052400
               MOVE 'DEPARTAMENTO EM BRANCO'                            00052500
                                       TO WRK-MOTIVO-RECUSA             00052600
               PERFORM 3800-GRAVAR-RECUSA                               00052700
               GO                  TO 3300-99-FIM                       00052800
            END-IF                                                      00052900
                                                                        00053000
            PERFORM 3550-CONFERIR-MES                                   00053100
            IF WRK-MOTIVO-RECUSA NOT EQUAL SPACES                       00053200
               PERFORM 3800-GRAVAR-RECUSA                               00053300
               GO                  TO 3300-99-FIM                       00053400
            END-IF                                                      00053500
                                                                        00053600
            IF FD-MOR-LIMITE-X NOT NUMERIC                              00053700
               MOVE 'LIMITE INVALIDO'  TO WRK-MOTIVO-RECUSA             00053800
               PERFORM 3800-GRAVAR-RECUSA                               00053900
               GO                  TO 3300-99-FIM                       00054000
            END-IF                                                      00054100
                                                                        00054200
      *     A AREA DO ORCDEP GUARDA O PROXIMO REGISTRO DO ARQUIVO,     *00054300
      *     AINDA NAO GRAVADO: MONTA O NOVO NELA E DEPOIS RESTAURA     *00054400
            MOVE WRK-ORCAMENTO         TO WRK-ORC-SALVO                 00054500
            MOVE SPACES                TO WRK-ORCAMENTO                 00054600
            MOVE FD-MOR-DEPTO          TO FD-ORC-DEPTO                  00054700
            MOVE FD-MOR-ANOMES         TO FD-ORC-ANOMES                 00054800
            MOVE FD-MOR-LIMITE         TO FD-ORC-LIMITE                 00054900
            MOVE WRK-DATA-EXEC         TO FD-ORC-DATA-ATUAL             00055000
            MOVE 'N'                   TO WRK-ORC-EXCLUIDO              00055100
            PERFORM 3900-GRAVAR-ORCNOVO                                 00055200
            ADD 1                      TO ACUM-INCLUSOES                00055300
                                                                        00055400
            MOVE '3300  '              TO WRK-AUD-SECAO                 00055500
            MOVE 'I'                   TO WRK-AUD-OPERACAO              00055600
            MOVE SPACES                TO WRK-AUD-VALOR-ANTES           00055700
            PERFORM 3700-GRAVAR-AUDITORIA                               00055800
            MOVE WRK-ORC-SALVO         TO WRK-ORCAMENTO.                00055900
                                                                        00056000
      *----------------------------------------------------------------*00056100
       3300-99-FIM.                           EXIT.                     00056200
      *----------------------------------------------------------------*00056300
                                                                        00056400
      *----------------------------------------------------------------*00056500
       3500-ALTERAR-ORCAMENTO                 SECTION.                  00056600
      *----------------------------------------------------------------*00056700
                                                                        00056800
      *     O LIMITE NOVO VALE PARA AS PROXIMAS REQUISICOES; O QUE JA  *00056900
      *     FOI CONSUMIDO NO MES CONTINUA NO CONSDEP                   *00057000
            PERFORM 3550-CONFERIR-MES                                   00057100
            IF WRK-MOTIVO-RECUSA NOT EQUAL SPACES                       00057200
               PERFORM 3800-GRAVAR-RECUSA                               00057300
               GO                  TO 3500-99-FIM                       00057400
            END-IF                                                      00057500
                                                                        00057600
            IF FD-MOR-LIMITE-X NOT NUMERIC                              00057700
               MOVE 'LIMITE INVALIDO'  TO WRK-MOTIVO-RECUSA             00057800
               PERFORM 3800-GRAVAR-RECUSA                               00057900
               GO                  TO 3500-99-FIM                       00058000
            END-IF                                                      00058100
                                                                        00058200
            MOVE '3500  '              TO WRK-AUD-SECAO                 00058300
            MOVE 'A'                   TO WRK-AUD-OPERACAO              00058400
            PERFORM 3650-MONTAR-VALOR-ANTES                             00058500
            MOVE FD-MOR-LIMITE         TO FD-ORC-LIMITE                 00058600
            MOVE WRK-DATA-EXEC         TO FD-ORC-DATA-ATUAL             00058700
            PERFORM 3700-GRAVAR-AUDITORIA                               00058800
            ADD 1                      TO ACUM-ALTERACOES.              00058900
                                                                        00059000
      *----------------------------------------------------------------*00059100
       3500-99-FIM.                           EXIT.                     00059200
      *----------------------------------------------------------------*00059300
                                                                        00059400
      *----------------------------------------------------------------*00059500
       3550-CONFERIR-MES                      SECTION.                  00059600
      *----------------------------------------------------------------*00059700
                                                                        00059800
      *     O MES E AAAAMM E NAO PODE SER ANTERIOR AO DO MOVIMENTO:    *00059900
      *     MES ENCERRADO JA FOI COMPARADO NO RELATORIO MENSAL         *00060000
            MOVE SPACES                TO WRK-MOTIVO-RECUSA             00060100
                                                                        00060200
            IF FD-MOR-ANOMES NOT NUMERIC                                00060300
             OR FD-MOR-MES LESS 01                                      00060400
             OR FD-MOR-MES GREATER 12                                   00060500
               MOVE 'MES DO ORCAMENTO INVALIDO'                         00060600
                                       TO WRK-MOTIVO-RECUSA             00060700
               GO                  TO 3550-99-FIM                       00060800
            END-IF                                                      00060900
                                                                        00061000
            IF FD-MOR-ANOMES LESS WRK-ANOMES-EXEC                       00061100
               MOVE 'MES DO ORCAMENTO ENCERRADO'                        00061200
                                       TO WRK-MOTIVO-RECUSA             00061300
            END-IF.                                                     00061400
                                                                        00061500
      *----------------------------------------------------------------*00061600
       3550-99-FIM.                           EXIT.                     00061700
      *----------------------------------------------------------------*00061800
                                                                        00061900
      *----------------------------------------------------------------*00062000
       3600-EXCLUIR-ORCAMENTO                 SECTION.                  00062100
      *----------------------------------------------------------------*00062200
                                                                        00062300
      *     O ORCAMENTO EXCLUIDO NAO E REGRAVADO (3900): O DEPARTAMENTO*00062400
      *     FICA SEM LIMITE NO MES; O LIMITE QUE HAVIA FICA NA TRILHA  *00062500
            PERFORM 3550-CONFERIR-MES                                   00062600
            IF WRK-MOTIVO-RECUSA NOT EQUAL SPACES                       00062700
               PERFORM 3800-GRAVAR-RECUSA                               00062800
               GO                  TO 3600-99-FIM                       00062900
            END-IF                                                      00063000
                                                                        00063100
            MOVE '3600  '              TO WRK-AUD-SECAO                 00063200
            MOVE 'D'                   TO WRK-AUD-OPERACAO              00063300
            PERFORM 3650-MONTAR-VALOR-ANTES                             00063400
            MOVE SPACES                TO WRK-AUD-VALOR-DEPOIS          00063500
            PERFORM 3750-CHAMAR-GRAVAUD                                 00063600
            MOVE 'S'                   TO WRK-ORC-EXCLUIDO              00063700
            ADD 1                      TO ACUM-EXCLUSOES.               00063800
                                                                        00063900
      *----------------------------------------------------------------*00064000
       3600-99-FIM.                           EXIT.                     00064100
      *----------------------------------------------------------------*00064200
                                                                        00064300
      *----------------------------------------------------------------*00064400
      *    A CHAVE DO ORCAMENTO NAO CABE NA CHAVE DA TRILHA: O ANO/MES *00064500
      *    VAI NA FRENTE DO LIMITE                                     *00064600
      *----------------------------------------------------------------*00064700
       3650-MONTAR-VALOR-ANTES                SECTION.                  00064800
      *----------------------------------------------------------------*00064900
                                                                        00065000
            MOVE FD-ORC-LIMITE         TO WRK-LIMITE-AUD                00065100
            MOVE SPACES                TO WRK-AUD-VALOR-ANTES           00065200
            STRING FD-ORC-ANOMES       ' '                              00065300
                   WRK-LIMITE-AUD                                       00065400
                   DELIMITED BY SIZE                                    00065500
                   INTO WRK-AUD-VALOR-ANTES.                            00065600
                                                                        00065700
      *----------------------------------------------------------------*00065800
       3650-99-FIM.                           EXIT.                     00065900
      *----------------------------------------------------------------*00066000
                                                                        00066100
      *----------------------------------------------------------------*00066200
       3700-GRAVAR-AUDITORIA                  SECTION.                  00066300
      *----------------------------------------------------------------*00066400
                                                                        00066500
            MOVE FD-ORC-LIMITE         TO WRK-LIMITE-AUD                00066600
            MOVE SPACES                TO WRK-AUD-VALOR-DEPOIS          00066700
            STRING FD-ORC-ANOMES       ' '                              00066800
                   WRK-LIMITE-AUD                                       00066900
                   DELIMITED BY SIZE                                    00067000
                   INTO WRK-AUD-VALOR-DEPOIS                            00067100
            PERFORM 3750-CHAMAR-GRAVAUD.                                00067200
                                                                        00067300
      *----------------------------------------------------------------*00067400
       3700-99-FIM.                           EXIT.                     00067500
      *----------------------------------------------------------------*00067600
                                                                        00067700
      *----------------------------------------------------------------*00067800
       3750-CHAMAR-GRAVAUD                    SECTION.                  00067900
      *----------------------------------------------------------------*00068000
                                                                        00068100
            MOVE 'FR05EX70'            TO WRK-AUD-PROGRAMA              00068200
            MOVE 'ORCDEP'              TO WRK-AUD-TABELA                00068300
            MOVE ZEROS                 TO WRK-AUD-ID                    00068400
            MOVE 'LIMITE'              TO WRK-AUD-CAMPO                 00068500
            MOVE SPACES                TO WRK-AUD-USUARIO               00068600
            MOVE FD-ORC-DEPTO          TO WRK-AUD-CHAVE                 00068700
            CALL 'GRAVAUD'             USING WRK-AUDITORIA.             00068800
                                                                        00068900
      *----------------------------------------------------------------*00069000
       3750-99-FIM.                           EXIT.                     00069100
      *----------------------------------------------------------------*00069200
                                                                        00069300
      *----------------------------------------------------------------*00069400
       3800-GRAVAR-RECUSA                     SECTION.                  00069500
      *----------------------------------------------------------------*00069600
                                                                        00069700
            MOVE FD-MANORC             TO FD-ROR-TRANSACAO              00069800
            MOVE WRK-MOTIVO-RECUSA     TO FD-ROR-MOTIVO                 00069900
            WRITE FD-ORCREJ                                             00070000
            PERFORM 1140-TESTAR-WRK-FS-ORCREJ                           00070100
            ADD 1                      TO ACUM-RECUSADAS                00070200
                                                                        00070300
            MOVE 'A'                   TO WRK-SEVERIDADE                00070400
            MOVE 'FR05EX70'            TO WRK-PROGRAMA                  00070500
            MOVE '3800  '              TO WRK-SECAO                     00070600
            MOVE WRK-MOTIVO-RECUSA     TO WRK-MENSAGEM                  00070700
            MOVE FD-MOR-DEPTO          TO WRK-STATUS                    00070800
            CALL 'GRAVALOG'            USING WRK-LOG.                   00070900
                                                                        00071000
      *----------------------------------------------------------------*00071100
       3800-99-FIM.                           EXIT.                     00071200
      *----------------------------------------------------------------*00071300
                                                                        00071400
      *----------------------------------------------------------------*00071500
       3900-GRAVAR-ORCNOVO                    SECTION.                  00071600
      *----------------------------------------------------------------*00071700
                                                                        00071800
            IF WRK-ORC-EXCLUIDO-SIM                                     00071900
               GO                  TO 3900-99-FIM                       00072000
            END-IF                                                      00072100
                                                                        00072200
            WRITE FD-ORCNOVO           FROM WRK-ORCAMENTO               00072300
            PERFORM 1130-TESTAR-WRK-FS-ORCNOVO                          00072400
            ADD 1                      TO ACUM-GRAV-ORCNOVO.            00072500
                                                                        00072600
      *----------------------------------------------------------------*00072700
       3900-99-FIM.                           EXIT.                     00072800
      *----------------------------------------------------------------*00072900
                                                                        00073000
      ******************************************************************00073100
      *                     F I N A L I Z A R                          *00073200
      ******************************************************************00073300
                                                                        00073400
      *----------------------------------------------------------------*00073500
       4000-FINALIZAR                        SECTION.                   00073600
      *----------------------------------------------------------------*00073700
                                                                        00073800
            IF WRK-TEM-ORCDEP-SIM                                       00073900
               CLOSE ORCDEP                                             00074000
            END-IF                                                      00074100
                                                                        00074200
            CLOSE MANORC                                                00074300
                  ORCNOVO                                               00074400
                  ORCREJ                                                00074500
                                                                        00074600
            DISPLAY '*************************************************' 00074700
            DISPLAY '     MANUTENCAO DO ORCAMENTO POR DEPARTAMENTO    ' 00074800
            DISPLAY '                                                 ' 00074900
            DISPLAY '  LIDOS ORCDEP        :  ' ACUM-LIDOS-ORCDEP       00075000
            DISPLAY '  LIDOS MANORC        :  ' ACUM-LIDOS-MANORC       00075100
            DISPLAY '  GRAVADOS ORCNOVO    :  ' ACUM-GRAV-ORCNOVO       00075200
            DISPLAY '  INCLUSOES           :  ' ACUM-INCLUSOES          00075300
            DISPLAY '  ALTERACOES          :  ' ACUM-ALTERACOES         00075400
            DISPLAY '  EXCLUSOES           :  ' ACUM-EXCLUSOES          00075500
            DISPLAY '  RECUSADAS           :  ' ACUM-RECUSADAS          00075600
            DISPLAY '                                                 ' 00075700
            DISPLAY '*************************************************'.00075800
                                                                        00075900
      *----------------------------------------------------------------*00076000
       4000-99-FIM.                           EXIT.                     00076100
      *----------------------------------------------------------------*00076200
                                                                        00076300
      ******************************************************************00076400
      *                   T R A T A R  E R R O                         *00076500
      ******************************************************************00076600
       9000-TRATAR-ERRO                     SECTION.                    00076700
      *----------------------------------------------------------------*00076800
                                                                        00076900
                  MOVE 'F'                TO WRK-SEVERIDADE             00077000
                  CALL 'GRAVALOG'         USING WRK-LOG                 00077100
                  MOVE 16                 TO RETURN-CODE                00077200
                  GOBACK.                                               00077300
                                                                        00077400
      *----------------------------------------------------------------*00077500
       9000-99-FIM.                           EXIT.                     00077600
      *----------------------------------------------------------------*00077700
