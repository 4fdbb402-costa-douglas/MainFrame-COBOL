      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX57.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX57                                       *00002000
      *    TIPO.......: MANUTENCAO DO CADASTRO DE AGENCIAS             *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : APLICAR SOBRE O CADASTRO DE AGENCIAS (AGENCIAS,  *00002800
      *               BOOK B#AGENC) O LOTE DE MANUTENCAO MANAGE, POR   *00002900
      *               CODIGO DE AGENCIA: INCLUSAO ('I'), ALTERACAO     *00003000
      *               ('A') DE NOME, CIDADE, UF, REGIAO E/OU GERENTE,  *00003100
      *               FECHAMENTO ('F', A AGENCIA FICA NO CADASTRO COM  *00003200
      *               SITUACAO 'F' E PASSA A SER RECUSADA NA ABERTURA  *00003300
      *               DE CONTAS E NA CAPTACAO DE MOVIMENTOS) E         *00003400
      *               REABERTURA ('R'). NO MESMO MOLDE DO FR05EX56:    *00003500
      *               HEADER/TRAILER CONFERIDOS NUM PRE-PASSO (QTDE E  *00003600
      *               HASH DOS CODIGOS DE AGENCIA), VALIDACAO REGISTRO *00003700
      *               A REGISTRO, REGRAVACAO EM AGENOVO (COPIADO SOBRE *00003800
      *               O CADASTRO PELO PASSO SEGUINTE DO JOB FR05AGE) E *00003900
      *               CADA MUDANCA NA TRILHA DE AUDITORIA VIA GRAVAUD. *00004000
      *               TRANSACAO RECUSADA SAI NO ARQUIVO AGEREJ COM O   *00004100
      *               MOTIVO.                                          *00004200
      *----------------------------------------------------------------*00004300
      *    ARQUIVOS :                                                  *00004400
      *    DDNAME          I/O                                         *00004500
      *    JCLAGENC         I    CADASTRO DE AGENCIAS (ORDENADO POR    *00004600
      *                          AGENCIA)                              *00004700
      *    JCLMANAG         I    LOTE DE MANUTENCAO                    *00004800
      *    JCLAGENV         O    CADASTRO DE AGENCIAS REGRAVADO        *00004900
      *    JCLAGERJ         O    TRANSACOES RECUSADAS                  *00005000
      *----------------------------------------------------------------*00005100
      *    BOOKS    :    B#AGENC, B#GRALOG, B#AUDIT, B#RUNCTL,         *00005200
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
             SELECT AGEANT    ASSIGN     TO JCLAGENC                    00008500
                    FILE STATUS          IS WRK-FS-AGEANT.              00008600
                                                                        00008700
             SELECT MANAGE    ASSIGN     TO JCLMANAG                    00008800
                    FILE STATUS          IS WRK-FS-MANAGE.              00008900
                                                                        00009000
             SELECT AGENOVO   ASSIGN     TO JCLAGENV                    00009100
                    FILE STATUS          IS WRK-FS-AGENOVO.             00009200
                                                                        00009300
             SELECT AGEREJ    ASSIGN     TO JCLAGERJ                    00009400
                    FILE STATUS          IS WRK-FS-AGEREJ.              00009500
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
      *  INPUT - CADASTRO DE AGENCIAS (AGENCIAS) - LRECL = 100.        *00010600
      *----------------------------------------------------------------*00010700
                                                                        00010800
       FD AGEANT                                                        00010900
           RECORDING MODE IS F                                          00011000
           BLOCK CONTAINS 0 RECORDS.                                    00011100
                                                                        00011200
           COPY 'B#AGENC'.                                              00011300
                                                                        00011400
      *----------------------------------------------------------------*00011500
      *  INPUT - LOTE DE MANUTENCAO (MANAGE) - LRECL = 100.            *00011600
      *----------------------------------------------------------------*00011700
                                                                        00011800
       FD MANAGE                                                        00011900
           RECORDING MODE IS F                                          00012000
           BLOCK CONTAINS 0 RECORDS.                                    00012100
       01 FD-MANAGE.                                                    00012200
          05 FD-MAG-TIPO-REG          PIC X(01).                        00012300
          05 FD-MAG-OPERACAO          PIC X(01).                        00012400
              88 FD-MAG-OP-INCLUSAO       VALUE 'I'.                    00012500
              88 FD-MAG-OP-ALTERACAO      VALUE 'A'.                    00012600
              88 FD-MAG-OP-FECHAMENTO     VALUE 'F'.                    00012700
              88 FD-MAG-OP-REABERTURA     VALUE 'R'.                    00012800
          05 FD-MAG-AGENCIA           PIC 9(04).                        00012900
          05 FD-MAG-AGENCIA-X REDEFINES FD-MAG-AGENCIA                  00013000
                                      PIC X(04).                        00013100
          05 FD-MAG-NOME              PIC X(30).                        00013200
          05 FD-MAG-CIDADE            PIC X(20).                        00013300
          05 FD-MAG-UF                PIC X(02).                        00013400
          05 FD-MAG-REGIAO            PIC X(02).                        00013500
              88 FD-MAG-REGIAO-VALIDA     VALUE 'N ' 'NE' 'CO'          00013600
                                                'SE' 'S '.              00013700
          05 FD-MAG-GERENTE           PIC X(30).                        00013800
          05 FILLER                   PIC X(10).                        00013900
                                                                        00014000
       01 FD-MAG-HEADER.                                                00014100
          05 FD-MAG-H-TIPO            PIC X(01).                        00014200
          05 FD-MAG-H-ORIGEM          PIC X(08).                        00014300
          05 FD-MAG-H-DATA            PIC X(08).                        00014400
          05 FILLER                   PIC X(83).                        00014500
                                                                        00014600
       01 FD-MAG-TRAILER.                                               00014700
          05 FD-MAG-T-TIPO            PIC X(01).                        00014800
          05 FD-MAG-T-QTD-REG         PIC 9(07).                        00014900
          05 FD-MAG-T-HASH-AGENCIA    PIC 9(11).                        00015000
          05 FILLER                   PIC X(81).                        00015100
                                                                        00015200
      *----------------------------------------------------------------*00015300
      *  OUTPUT - CADASTRO DE AGENCIAS REGRAVADO (AGENOVO)             *00015400
      *           - LRECL = 100.                                       *00015500
      *----------------------------------------------------------------*00015600
                                                                        00015700
       FD AGENOVO                                                       00015800
           RECORDING MODE IS F                                          00015900
           BLOCK CONTAINS 0 RECORDS.                                    00016000
       01 FD-AGENOVO                  PIC X(100).                       00016100
                                                                        00016200
      *----------------------------------------------------------------*00016300
      *  OUTPUT - TRANSACOES RECUSADAS (AGEREJ) - LRECL = 130.         *00016400
      *----------------------------------------------------------------*00016500
                                                                        00016600
       FD AGEREJ                                                        00016700
           RECORDING MODE IS F                                          00016800
           BLOCK CONTAINS 0 RECORDS.                                    00016900
       01 FD-AGEREJ.                                                    00017000
          05 FD-ARJ-TRANSACAO         PIC X(100).                       00017100
          05 FD-ARJ-MOTIVO            PIC X(030).                       00017200
                                                                        00017300
      *----------------------------------------------------------------*00017400
       WORKING-STORAGE                            SECTION.              00017500
      *----------------------------------------------------------------*00017600
      *----------------------------------------------------------------*00017700
       01 FILLER                         PIC X(050)       VALUE         00017800
                   '*** INICIO DA WORKING FR05EX57 ***'.                00017900
      *----------------------------------------------------------------*00018000
                                                                        00018100
       77 WRK-FS-AGEANT                  PIC X(002) VALUE SPACES.       00018200
       77 WRK-FS-MANAGE                  PIC X(002) VALUE SPACES.       00018300
       77 WRK-FS-AGENOVO                 PIC X(002) VALUE SPACES.       00018400
       77 WRK-FS-AGEREJ                  PIC X(002) VALUE SPACES.       00018500
                                                                        00018600
      *----------------------------------------------------------------*00018700
       01 FILLER                         PIC X(050)       VALUE         00018800
                     '*** AREA DA ACUMULADORES ***'.                    00018900
      *----------------------------------------------------------------*00019000
                                                                        00019100
       77 ACUM-LIDOS-AGEANT              PIC 9(007) VALUE ZEROS.        00019200
       77 ACUM-LIDOS-MANAGE              PIC 9(007) VALUE ZEROS.        00019300
       77 ACUM-GRAV-AGENOVO              PIC 9(007) VALUE ZEROS.        00019400
       77 ACUM-INCLUSOES                 PIC 9(005) VALUE ZEROS.        00019500
       77 ACUM-ALTERACOES                PIC 9(005) VALUE ZEROS.        00019600
       77 ACUM-FECHAMENTOS               PIC 9(005) VALUE ZEROS.        00019700
       77 ACUM-REABERTURAS               PIC 9(005) VALUE ZEROS.        00019800
       77 ACUM-RECUSADAS                 PIC 9(005) VALUE ZEROS.        00019900
                                                                        00020000
      *----------------------------------------------------------------*00020100
       01 FILLER                         PIC X(050)       VALUE         00020200
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00020300
      *----------------------------------------------------------------*00020400
                                                                        00020500
       77 WRK-MOTIVO-RECUSA              PIC X(030) VALUE SPACES.       00020600
       77 WRK-CHAVE-ANT-MAG              PIC X(004) VALUE LOW-VALUES.   00020700
       77 WRK-CHAVE-ATUAL-MAG            PIC X(004) VALUE SPACES.       00020800
       77 WRK-CHAVE-APLICADA             PIC X(004) VALUE LOW-VALUES.   00020900
       77 WRK-CHAVE-ATUAL-AGE            PIC X(004) VALUE SPACES.       00021000
       77 WRK-AGE-SALVO                  PIC X(100) VALUE SPACES.       00021100
       77 WRK-ALTERA-CAMPO               PIC X(001) VALUE 'N'.          00021200
           88 WRK-ALTERA-CAMPO-SIM                  VALUE 'S'.          00021300
                                                                        00021400
      *----------------------------------------------------------------*00021500
       01 FILLER                         PIC X(050)       VALUE         00021600
                '*** AREA DE CONTROLE HEADER/TRAILER ***'.              00021700
      *----------------------------------------------------------------*00021800
                                                                        00021900
       77 WRK-QTD-CONTROLE-MAG           PIC 9(007) VALUE ZEROS.        00022000
       77 WRK-HASH-AGENCIA               PIC 9(011) VALUE ZEROS.        00022100
       77 WRK-TRL-QTD-INFORMADA          PIC 9(007) VALUE ZEROS.        00022200
       77 WRK-TRL-HASH-INFORMADO         PIC 9(011) VALUE ZEROS.        00022300
       77 WRK-TEM-HEADER                 PIC X(001) VALUE 'N'.          00022400
           88 WRK-TEM-HEADER-SIM                    VALUE 'S'.          00022500
       77 WRK-TEM-TRAILER                PIC X(001) VALUE 'N'.          00022600
           88 WRK-TEM-TRAILER-SIM                   VALUE 'S'.          00022700
                                                                        00022800
      *----------------------------------------------------------------*00022900
       01 FILLER                         PIC X(050)       VALUE         00023000
                    '*** AREA DA BOOK GRAVALOG ***'.                    00023100
      *----------------------------------------------------------------*00023200
                                                                        00023300
                           COPY 'B#GRALOG'.                             00023400
                                                                        00023500
      *----------------------------------------------------------------*00023600
       01 FILLER                         PIC X(050)       VALUE         00023700
                    '*** AREA DA BOOK GRAVAUD ***'.                     00023800
      *----------------------------------------------------------------*00023900
                                                                        00024000
                           COPY 'B#AUDIT'.                              00024100
                                                                        00024200
      ******************************************************************00024300
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00024400
      ******************************************************************00024500
                                                                        00024600
       COPY 'B#RUNCTL'.                                                 00024700
                                                                        00024800
       COPY 'B#DATPRC'.                                                 00024900
                                                                        00025000
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00025100
                                                                        00025200
      *================================================================*00025300
       PROCEDURE                                 DIVISION.              00025400
      *================================================================*00025500
                                                                        00025600
      ******************************************************************00025700
      *              P R O G R A M A  P R I N C I P A L                *00025800
      ******************************************************************00025900
                                                                        00026000
      *----------------------------------------------------------------*00026100
       0000-PRINCIPAL                            SECTION.               00026200
      *----------------------------------------------------------------*00026300
                                                                        00026400
            PERFORM 1000-INICIAR                                        00026500
                                                                        00026600
            PERFORM 2100-LER-AGEANT                                     00026700
            PERFORM 2200-LER-MANAGE                                     00026800
                                                                        00026900
            PERFORM 3000-PROCESSAR                                      00027000
                    UNTIL WRK-FS-AGEANT EQUAL '10'                      00027100
                    AND   WRK-FS-MANAGE EQUAL '10'                      00027200
                                                                        00027300
            PERFORM 4000-FINALIZAR                                      00027400
                                                                        00027500
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00027600
            MOVE ACUM-LIDOS-MANAGE    TO WRK-RUN-LIDOS                  00027700
            MOVE ACUM-GRAV-AGENOVO    TO WRK-RUN-GRAVADOS               00027800
            MOVE ZEROS                TO WRK-RUN-RC                     00027900
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00028000
                                                                        00028100
            STOP RUN.                                                   00028200
                                                                        00028300
      *----------------------------------------------------------------*00028400
       0000-99-FIM.                           EXIT.                     00028500
      *----------------------------------------------------------------*00028600
                                                                        00028700
      ******************************************************************00028800
      *                       I N I C I A R                            *00028900
      ******************************************************************00029000
                                                                        00029100
      *----------------------------------------------------------------*00029200
       1000-INICIAR                           SECTION.                  00029300
      *----------------------------------------------------------------*00029400
                                                                        00029500
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO          *  00029600
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00029700
           CALL 'LERDATAP'            USING WRK-DATPRC                  00029800
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00029900
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00030000
           MOVE 'FR05EX57'            TO WRK-RUN-PROGRAMA               00030100
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00030200
           MOVE ZEROS                 TO WRK-RUN-RC                     00030300
                                         WRK-RUN-LIDOS                  00030400
                                         WRK-RUN-GRAVADOS               00030500
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00030600
                                                                        00030700
           IF WRK-RUN-DATA-JA-FEITA                                     00030800
              MOVE 'A'                TO WRK-SEVERIDADE                 00030900
              MOVE 'FR05EX57'         TO WRK-PROGRAMA                   00031000
              MOVE '1000  '           TO WRK-SECAO                      00031100
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00031200
                                      TO WRK-MENSAGEM                   00031300
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00031400
              CALL 'GRAVALOG'         USING WRK-LOG                     00031500
              MOVE 08                 TO RETURN-CODE                    00031600
              GOBACK                                                    00031700
           END-IF                                                       00031800
                                                                        00031900
      *    SEM CADASTRO ANTERIOR (PRIMEIRA CARGA) NAO E ERRO          * 00032000
           OPEN INPUT AGEANT                                            00032100
           IF WRK-FS-AGEANT EQUAL '35'                                  00032200
              MOVE '10'               TO WRK-FS-AGEANT                  00032300
           ELSE                                                         00032400
              PERFORM 1110-TESTAR-WRK-FS-AGEANT                         00032500
           END-IF                                                       00032600
                                                                        00032700
           OPEN INPUT MANAGE                                            00032800
           PERFORM 1120-TESTAR-WRK-FS-MANAGE                            00032900
                                                                        00033000
           PERFORM 1300-VALIDAR-CONTROLES                               00033100
                                                                        00033200
           OPEN OUTPUT AGENOVO                                          00033300
                OUTPUT AGEREJ                                           00033400
                                                                        00033500
           PERFORM 1130-TESTAR-WRK-FS-AGENOVO                           00033600
           PERFORM 1140-TESTAR-WRK-FS-AGEREJ.                           00033700
                                                                        00033800
      *----------------------------------------------------------------*00033900
       1000-99-FIM.                           EXIT.                     00034000
      *----------------------------------------------------------------*00034100
                                                                        00034200
      *----------------------------------------------------------------*00034300
       1110-TESTAR-WRK-FS-AGEANT              SECTION.                  00034400
      *----------------------------------------------------------------*00034500
                                                                        00034600
           IF WRK-FS-AGEANT NOT EQUAL ZEROS                             00034700
            AND WRK-FS-AGEANT NOT EQUAL '10'                            00034800
              MOVE 'FR05EX57'                    TO WRK-PROGRAMA        00034900
              MOVE 'ERRO NO ARQUIVO AGEANT'      TO WRK-MENSAGEM        00035000
              MOVE '1110'                        TO WRK-SECAO           00035100
              MOVE WRK-FS-AGEANT                 TO WRK-STATUS          00035200
              PERFORM 9000-TRATAR-ERRO                                  00035300
           END-IF.                                                      00035400
                                                                        00035500
      *----------------------------------------------------------------*00035600
       1110-99-FIM.                           EXIT.                     00035700
      *----------------------------------------------------------------*00035800
                                                                        00035900
      *----------------------------------------------------------------*00036000
       1120-TESTAR-WRK-FS-MANAGE              SECTION.                  00036100
      *----------------------------------------------------------------*00036200
                                                                        00036300
           IF WRK-FS-MANAGE NOT EQUAL ZEROS                             00036400
              MOVE 'FR05EX57'                    TO WRK-PROGRAMA        00036500
              MOVE 'ERRO NO ARQUIVO MANAGE'      TO WRK-MENSAGEM        00036600
              MOVE '1120'                        TO WRK-SECAO           00036700
              MOVE WRK-FS-MANAGE                 TO WRK-STATUS          00036800
              PERFORM 9000-TRATAR-ERRO                                  00036900
           END-IF.                                                      00037000
                                                                        00037100
      *----------------------------------------------------------------*00037200
       1120-99-FIM.                           EXIT.                     00037300
      *----------------------------------------------------------------*00037400
                                                                        00037500
      *----------------------------------------------------------------*00037600
       1130-TESTAR-WRK-FS-AGENOVO             SECTION.                  00037700
      *----------------------------------------------------------------*00037800
                                                                        00037900
           IF WRK-FS-AGENOVO NOT EQUAL ZEROS                            00038000
              MOVE 'FR05EX57'                    TO WRK-PROGRAMA        00038100
              MOVE 'ERRO NO ARQUIVO AGENOVO'     TO WRK-MENSAGEM        00038200
              MOVE '1130'                        TO WRK-SECAO           00038300
              MOVE WRK-FS-AGENOVO                TO WRK-STATUS          00038400
              PERFORM 9000-TRATAR-ERRO                                  00038500
           END-IF.                                                      00038600
                                                                        00038700
      *----------------------------------------------------------------*00038800
       1130-99-FIM.                           EXIT.                     00038900
      *----------------------------------------------------------------*00039000
                                                                        00039100
      *----------------------------------------------------------------*00039200
       1140-TESTAR-WRK-FS-AGEREJ              SECTION.                  00039300
      *----------------------------------------------------------------*00039400
                                                                        00039500
           IF WRK-FS-AGEREJ NOT EQUAL ZEROS                             00039600
              MOVE 'FR05EX57'                    TO WRK-PROGRAMA        00039700
              MOVE 'ERRO NO ARQUIVO AGEREJ'      TO WRK-MENSAGEM        00039800
              MOVE '1140'                        TO WRK-SECAO           00039900
              MOVE WRK-FS-AGEREJ                 TO WRK-STATUS          00040000
              PERFORM 9000-TRATAR-ERRO                                  00040100
           END-IF.                                                      00040200
                                                                        00040300
      *----------------------------------------------------------------*00040400
       1140-99-FIM.                           EXIT.                     00040500
      *----------------------------------------------------------------*00040600
                                                                        00040700
      ******************************************************************00040800
      *   V A L I D A R   C O N T R O L E S   ( H D R / T R L )        *00040900
      ******************************************************************00041000
                                                                        00041100
      *----------------------------------------------------------------*00041200
       1300-VALIDAR-CONTROLES                 SECTION.                  00041300
      *----------------------------------------------------------------*00041400
                                                                        00041500
           MOVE 'N'                  TO WRK-TEM-HEADER                  00041600
                                        WRK-TEM-TRAILER                 00041700
           MOVE ZEROS                TO WRK-QTD-CONTROLE-MAG            00041800
                                        WRK-HASH-AGENCIA                00041900
           MOVE LOW-VALUES           TO WRK-CHAVE-ANT-MAG               00042000
                                                                        00042100
           PERFORM 1340-VALIDAR-REG-MAG                                 00042200
                   UNTIL WRK-FS-MANAGE EQUAL '10'                       00042300
                                                                        00042400
           IF NOT WRK-TEM-HEADER-SIM                                    00042500
              MOVE 'MANAGE SEM REGISTRO HEADER' TO WRK-MENSAGEM         00042600
              PERFORM 1390-ERRO-CONTROLE                                00042700
           END-IF                                                       00042800
                                                                        00042900
           IF NOT WRK-TEM-TRAILER-SIM                                   00043000
              MOVE 'MANAGE SEM REGISTRO TRAILER' TO WRK-MENSAGEM        00043100
              PERFORM 1390-ERRO-CONTROLE                                00043200
           END-IF                                                       00043300
                                                                        00043400
           IF WRK-TRL-QTD-INFORMADA NOT EQUAL WRK-QTD-CONTROLE-MAG      00043500
              MOVE 'MANAGE QTDE DIVERGE DO TRAILER' TO WRK-MENSAGEM     00043600
              PERFORM 1390-ERRO-CONTROLE                                00043700
           END-IF                                                       00043800
                                                                        00043900
           IF WRK-TRL-HASH-INFORMADO NOT EQUAL WRK-HASH-AGENCIA         00044000
              MOVE 'MANAGE HASH DIVERGE DO TRAILER' TO WRK-MENSAGEM     00044100
              PERFORM 1390-ERRO-CONTROLE                                00044200
           END-IF                                                       00044300
                                                                        00044400
           CLOSE MANAGE                                                 00044500
           OPEN INPUT MANAGE                                            00044600
           PERFORM 1120-TESTAR-WRK-FS-MANAGE.                           00044700
                                                                        00044800
      *----------------------------------------------------------------*00044900
       1300-99-FIM.                           EXIT.                     00045000
      *----------------------------------------------------------------*00045100
                                                                        00045200
      *----------------------------------------------------------------*00045300
       1340-VALIDAR-REG-MAG                   SECTION.                  00045400
      *----------------------------------------------------------------*00045500
                                                                        00045600
           READ MANAGE                                                  00045700
                                                                        00045800
           IF WRK-FS-MANAGE EQUAL '10'                                  00045900
              GO                  TO 1340-99-FIM                        00046000
           END-IF                                                       00046100
                                                                        00046200
           PERFORM 1120-TESTAR-WRK-FS-MANAGE                            00046300
                                                                        00046400
           EVALUATE FD-MAG-TIPO-REG                                     00046500
             WHEN '0'                                                   00046600
              MOVE 'S'              TO WRK-TEM-HEADER                   00046700
             WHEN '9'                                                   00046800
              MOVE 'S'              TO WRK-TEM-TRAILER                  00046900
              MOVE FD-MAG-T-QTD-REG TO WRK-TRL-QTD-INFORMADA            00047000
              MOVE FD-MAG-T-HASH-AGENCIA                                00047100
                                    TO WRK-TRL-HASH-INFORMADO           00047200
             WHEN OTHER                                                 00047300
              ADD 1                 TO WRK-QTD-CONTROLE-MAG             00047400
              IF FD-MAG-AGENCIA-X LESS WRK-CHAVE-ANT-MAG                00047500
                 MOVE 'MANAGE FORA DE SEQUENCIA'                        00047600
                                       TO WRK-MENSAGEM                  00047700
                 PERFORM 1390-ERRO-CONTROLE                             00047800
              END-IF                                                    00047900
              MOVE FD-MAG-AGENCIA-X TO WRK-CHAVE-ANT-MAG                00048000
              IF FD-MAG-AGENCIA NUMERIC                                 00048100
                 ADD FD-MAG-AGENCIA TO WRK-HASH-AGENCIA                 00048200
              END-IF                                                    00048300
           END-EVALUATE.                                                00048400
                                                                        00048500
      *----------------------------------------------------------------*00048600
       1340-99-FIM.                           EXIT.                     00048700
      *----------------------------------------------------------------*00048800
                                                                        00048900
      *----------------------------------------------------------------*00049000
       1390-ERRO-CONTROLE                     SECTION.                  00049100
      *----------------------------------------------------------------*00049200
                                                                        00049300
           MOVE 'FR05EX57'           TO WRK-PROGRAMA                    00049400
           MOVE '1300'               TO WRK-SECAO                       00049500
           MOVE SPACES               TO WRK-STATUS                      00049600
           PERFORM 9000-TRATAR-ERRO.                                    00049700
                                                                        00049800
      *----------------------------------------------------------------*00049900
       1390-99-FIM.                           EXIT.                     00050000
      *----------------------------------------------------------------*00050100
                                                                        00050200
      ******************************************************************00050300
      *                     L E I T U R A S                            *00050400
      ******************************************************************00050500
                                                                        00050600
      *----------------------------------------------------------------*00050700
       2100-LER-AGEANT                        SECTION.                  00050800
      *----------------------------------------------------------------*00050900
                                                                        00051000
            IF WRK-FS-AGEANT EQUAL '10'                                 00051100
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-AGE             00051200
               GO                    TO 2100-99-FIM                     00051300
            END-IF                                                      00051400
                                                                        00051500
            READ AGEANT                                                 00051600
                                                                        00051700
            IF WRK-FS-AGEANT EQUAL '10'                                 00051800
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-AGE             00051900
               GO                    TO 2100-99-FIM                     00052000
            END-IF                                                      00052100
                                                                        00052200
            PERFORM 1110-TESTAR-WRK-FS-AGEANT                           00052300
            MOVE FD-AGE-AGENCIA      TO WRK-CHAVE-ATUAL-AGE             00052400
            ADD 1                    TO ACUM-LIDOS-AGEANT.              00052500
                                                                        00052600
      *----------------------------------------------------------------*00052700
       2100-99-FIM.                           EXIT.                     00052800
      *----------------------------------------------------------------*00052900
                                                                        00053000
      *----------------------------------------------------------------*00053100
       2200-LER-MANAGE                        SECTION.                  00053200
      *----------------------------------------------------------------*00053300
                                                                        00053400
       2200-10-LER.                                                     00053500
            READ MANAGE                                                 00053600
                                                                        00053700
            IF WRK-FS-MANAGE NOT EQUAL '10'                             00053800
             AND (FD-MAG-TIPO-REG EQUAL '0'                             00053900
                  OR FD-MAG-TIPO-REG EQUAL '9')                         00054000
               GO                  TO 2200-10-LER                       00054100
            END-IF                                                      00054200
                                                                        00054300
            IF WRK-FS-MANAGE EQUAL '10'                                 00054400
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-MAG             00054500
               GO                    TO 2200-99-FIM                     00054600
            END-IF                                                      00054700
                                                                        00054800
            PERFORM 1120-TESTAR-WRK-FS-MANAGE                           00054900
            MOVE FD-MAG-AGENCIA-X    TO WRK-CHAVE-ATUAL-MAG             00055000
            ADD 1                    TO ACUM-LIDOS-MANAGE.              00055100
                                                                        00055200
      *----------------------------------------------------------------*00055300
       2200-99-FIM.                           EXIT.                     00055400
      *----------------------------------------------------------------*00055500
                                                                        00055600
      ******************************************************************00055700
      *                     P R O C E S S A R                          *00055800
      ******************************************************************00055900
                                                                        00056000
      *----------------------------------------------------------------*00056100
       3000-PROCESSAR                        SECTION.                   00056200
      *----------------------------------------------------------------*00056300
                                                                        00056400
            EVALUATE TRUE                                               00056500
              WHEN WRK-CHAVE-ATUAL-AGE   EQUAL WRK-CHAVE-ATUAL-MAG      00056600
               PERFORM 3200-APLICAR-NA-AGENCIA                          00056700
              WHEN WRK-CHAVE-ATUAL-AGE   LESS WRK-CHAVE-ATUAL-MAG       00056800
               PERFORM 3900-GRAVAR-AGENOVO                              00056900
               PERFORM 2100-LER-AGEANT                                  00057000
              WHEN OTHER                                                00057100
               PERFORM 3100-APLICAR-SEM-AGENCIA                         00057200
               PERFORM 2200-LER-MANAGE                                  00057300
            END-EVALUATE.                                               00057400
                                                                        00057500
      *----------------------------------------------------------------*00057600
       3000-99-FIM.                           EXIT.                     00057700
      *----------------------------------------------------------------*00057800
                                                                        00057900
      *----------------------------------------------------------------*00058000
       3100-APLICAR-SEM-AGENCIA               SECTION.                  00058100
      *----------------------------------------------------------------*00058200
                                                                        00058300
            IF WRK-CHAVE-ATUAL-MAG EQUAL WRK-CHAVE-APLICADA             00058400
               MOVE 'TRANSACAO DUPLICADA NO LOTE'                       00058500
                                       TO WRK-MOTIVO-RECUSA             00058600
               PERFORM 3800-GRAVAR-RECUSA                               00058700
               GO                  TO 3100-99-FIM                       00058800
            END-IF                                                      00058900
                                                                        00059000
            EVALUATE TRUE                                               00059100
              WHEN FD-MAG-OP-INCLUSAO                                   00059200
               PERFORM 3300-INCLUIR-AGENCIA                             00059300
              WHEN FD-MAG-OP-ALTERACAO                                  00059400
                OR FD-MAG-OP-FECHAMENTO                                 00059500
                OR FD-MAG-OP-REABERTURA                                 00059600
               MOVE 'AGENCIA INEXISTENTE'                               00059700
                                       TO WRK-MOTIVO-RECUSA             00059800
               PERFORM 3800-GRAVAR-RECUSA                               00059900
              WHEN OTHER                                                00060000
               MOVE 'OPERACAO INVALIDA'                                 00060100
                                       TO WRK-MOTIVO-RECUSA             00060200
               PERFORM 3800-GRAVAR-RECUSA                               00060300
            END-EVALUATE                                                00060400
                                                                        00060500
            MOVE WRK-CHAVE-ATUAL-MAG   TO WRK-CHAVE-APLICADA.           00060600
                                                                        00060700
      *----------------------------------------------------------------*00060800
       3100-99-FIM.                           EXIT.                     00060900
      *----------------------------------------------------------------*00061000
                                                                        00061100
      *----------------------------------------------------------------*00061200
       3200-APLICAR-NA-AGENCIA                SECTION.                  00061300
      *----------------------------------------------------------------*00061400
                                                                        00061500
      *     AGENCIA REPETIDA NO CADASTRO ANTIGO: SO A PRIMEIRA RECEBE  *00061600
      *     A TRANSACAO                                                *00061700
            IF WRK-CHAVE-ATUAL-MAG EQUAL WRK-CHAVE-APLICADA             00061800
               MOVE 'TRANSACAO DUPLICADA NO LOTE'                       00061900
                                       TO WRK-MOTIVO-RECUSA             00062000
               PERFORM 3800-GRAVAR-RECUSA                               00062100
            ELSE                                                        00062200
               EVALUATE TRUE                                            00062300
                 WHEN FD-MAG-OP-INCLUSAO                                00062400
                  MOVE 'AGENCIA JA CADASTRADA'                          00062500
                                       TO WRK-MOTIVO-RECUSA             00062600
                  PERFORM 3800-GRAVAR-RECUSA                            00062700
                 WHEN FD-MAG-OP-ALTERACAO                               00062800
                  PERFORM 3500-ALTERAR-AGENCIA                          00062900
                 WHEN FD-MAG-OP-FECHAMENTO                              00063000
                  PERFORM 3400-FECHAR-AGENCIA                           00063100
                 WHEN FD-MAG-OP-REABERTURA                              00063200
                  PERFORM 3600-REABRIR-AGENCIA                          00063300
                 WHEN OTHER                                             00063400
                  MOVE 'OPERACAO INVALIDA'                              00063500
                                       TO WRK-MOTIVO-RECUSA             00063600
                  PERFORM 3800-GRAVAR-RECUSA                            00063700
               END-EVALUATE                                             00063800
            END-IF                                                      00063900
                                                                        00064000
            PERFORM 3900-GRAVAR-AGENOVO                                 00064100
            PERFORM 2100-LER-AGEANT                                     00064200
            MOVE WRK-CHAVE-ATUAL-MAG   TO WRK-CHAVE-APLICADA            00064300
            PERFORM 2200-LER-MANAGE.                                    00064400
                                                                        00064500
      *----------------------------------------------------------------*00064600
       3200-99-FIM.                           EXIT.                     00064700
      *----------------------------------------------------------------*00064800
                                                                        00064900
      *----------------------------------------------------------------*00065000
       3300-INCLUIR-AGENCIA                   SECTION.                  00065100
      *----------------------------------------------------------------*00065200
                                                                        00065300
      *     '0000' E '9999' FICAM RESERVADOS AOS REGISTROS DE CONTROLE *00065400
      *     DOS ARQUIVOS POR AGENCIA                                   *00065500
            IF FD-MAG-AGENCIA NOT NUMERIC                               00065600
             OR FD-MAG-AGENCIA EQUAL ZEROS                              00065700
             OR FD-MAG-AGENCIA EQUAL 9999                               00065800
               MOVE 'CODIGO DE AGENCIA INVALIDO'                        00065900
                                       TO WRK-MOTIVO-RECUSA             00066000
               PERFORM 3800-GRAVAR-RECUSA                               00066100
               GO                  TO 3300-99-FIM                       00066200
            END-IF                                                      00066300
                                                                        00066400
            IF FD-MAG-NOME EQUAL SPACES                                 00066500
               MOVE 'NOME DA AGENCIA EM BRANCO'                         00066600
                                       TO WRK-MOTIVO-RECUSA             00066700
               PERFORM 3800-GRAVAR-RECUSA                               00066800
               GO                  TO 3300-99-FIM                       00066900
            END-IF                                                      00067000
                                                                        00067100
            IF FD-MAG-CIDADE EQUAL SPACES                               00067200
             OR FD-MAG-UF EQUAL SPACES                                  00067300
               MOVE 'CIDADE/UF EM BRANCO'                               00067400
                                       TO WRK-MOTIVO-RECUSA             00067500
               PERFORM 3800-GRAVAR-RECUSA                               00067600
               GO                  TO 3300-99-FIM                       00067700
            END-IF                                                      00067800
                                                                        00067900
            IF NOT FD-MAG-REGIAO-VALIDA                                 00068000
               MOVE 'REGIAO INVALIDA'                                   00068100
                                       TO WRK-MOTIVO-RECUSA             00068200
               PERFORM 3800-GRAVAR-RECUSA                               00068300
               GO                  TO 3300-99-FIM                       00068400
            END-IF                                                      00068500
                                                                        00068600
      *     A AREA DO AGEANT GUARDA A PROXIMA AGENCIA DO CADASTRO,     *00068700
      *     AINDA NAO GRAVADA: MONTA A AGENCIA NOVA NELA E DEPOIS      *00068800
      *     RESTAURA                                                   *00068900
            MOVE FD-AGENCIAS           TO WRK-AGE-SALVO                 00069000
            MOVE SPACES                TO FD-AGENCIAS                   00069100
            MOVE FD-MAG-AGENCIA        TO FD-AGE-AGENCIA                00069200
            MOVE FD-MAG-NOME           TO FD-AGE-NOME                   00069300
            MOVE FD-MAG-CIDADE         TO FD-AGE-CIDADE                 00069400
            MOVE FD-MAG-UF             TO FD-AGE-UF                     00069500
            MOVE FD-MAG-REGIAO         TO FD-AGE-REGIAO                 00069600
            MOVE FD-MAG-GERENTE        TO FD-AGE-GERENTE                00069700
            MOVE 'A'                   TO FD-AGE-SITUACAO               00069800
            MOVE WRK-DATA-EXEC         TO FD-AGE-DATA-ATUALIZ           00069900
            PERFORM 3900-GRAVAR-AGENOVO                                 00070000
            ADD 1                      TO ACUM-INCLUSOES                00070100
                                                                        00070200
            MOVE '3300  '              TO WRK-AUD-SECAO                 00070300
            MOVE 'I'                   TO WRK-AUD-OPERACAO              00070400
            MOVE 'AGENCIA'             TO WRK-AUD-CAMPO                 00070500
            MOVE SPACES                TO WRK-AUD-VALOR-ANTES           00070600
            MOVE FD-AGE-NOME           TO WRK-AUD-VALOR-DEPOIS          00070700
            PERFORM 3700-GRAVAR-AUDITORIA                               00070800
                                                                        00070900
            MOVE WRK-AGE-SALVO         TO FD-AGENCIAS.                  00071000
                                                                        00071100
      *----------------------------------------------------------------*00071200
       3300-99-FIM.                           EXIT.                     00071300
      *----------------------------------------------------------------*00071400
                                                                        00071500
      *----------------------------------------------------------------*00071600
       3400-FECHAR-AGENCIA                    SECTION.                  00071700
      *----------------------------------------------------------------*00071800
                                                                        00071900
      *     AGENCIA FECHADA CONTINUA NO CADASTRO, PARA OS RELATORIOS   *00072000
      *     E O HISTORICO AINDA ACHAREM O NOME                         *00072100
            IF FD-AGE-FECHADA                                           00072200
               MOVE 'AGENCIA JA FECHADA'                                00072300
                                       TO WRK-MOTIVO-RECUSA             00072400
               PERFORM 3800-GRAVAR-RECUSA                               00072500
               GO                  TO 3400-99-FIM                       00072600
            END-IF                                                      00072700
                                                                        00072800
            MOVE '3400  '              TO WRK-AUD-SECAO                 00072900
            MOVE 'A'                   TO WRK-AUD-OPERACAO              00073000
            MOVE 'SITUACAO'            TO WRK-AUD-CAMPO                 00073100
            MOVE FD-AGE-SITUACAO       TO WRK-AUD-VALOR-ANTES           00073200
            MOVE 'F'                   TO FD-AGE-SITUACAO               00073300
                                          WRK-AUD-VALOR-DEPOIS          00073400
            MOVE WRK-DATA-EXEC         TO FD-AGE-DATA-ATUALIZ           00073500
            PERFORM 3700-GRAVAR-AUDITORIA                               00073600
            ADD 1                      TO ACUM-FECHAMENTOS.             00073700
                                                                        00073800
      *----------------------------------------------------------------*00073900
       3400-99-FIM.                           EXIT.                     00074000
      *----------------------------------------------------------------*00074100
                                                                        00074200
      *----------------------------------------------------------------*00074300
       3500-ALTERAR-AGENCIA                   SECTION.                  00074400
      *----------------------------------------------------------------*00074500
                                                                        00074600
      *     CAMPO EM BRANCO NO LOTE = CAMPO NAO ALTERADO; TODOS OS     *00074700
      *     CAMPOS SAO CONFERIDOS ANTES DE QUALQUER MUDANCA            *00074800
            IF FD-MAG-NOME    EQUAL SPACES                              00074900
             AND FD-MAG-CIDADE  EQUAL SPACES                            00075000
             AND FD-MAG-UF      EQUAL SPACES                            00075100
             AND FD-MAG-REGIAO  EQUAL SPACES                            00075200
             AND FD-MAG-GERENTE EQUAL SPACES                            00075300
               MOVE 'ALTERACAO SEM CAMPO INFORMADO'                     00075400
                                       TO WRK-MOTIVO-RECUSA             00075500
               PERFORM 3800-GRAVAR-RECUSA                               00075600
               GO                  TO 3500-99-FIM                       00075700
            END-IF                                                      00075800
                                                                        00075900
            IF FD-MAG-REGIAO NOT EQUAL SPACES                           00076000
             AND NOT FD-MAG-REGIAO-VALIDA                               00076100
               MOVE 'REGIAO INVALIDA'                                   00076200
                                       TO WRK-MOTIVO-RECUSA             00076300
               PERFORM 3800-GRAVAR-RECUSA                               00076400
               GO                  TO 3500-99-FIM                       00076500
            END-IF                                                      00076600
                                                                        00076700
            MOVE '3500  '              TO WRK-AUD-SECAO                 00076800
            MOVE 'A'                   TO WRK-AUD-OPERACAO              00076900
                                                                        00077000
            IF FD-MAG-NOME NOT EQUAL SPACES                             00077100
               MOVE 'NOME'             TO WRK-AUD-CAMPO                 00077200
               MOVE FD-AGE-NOME        TO WRK-AUD-VALOR-ANTES           00077300
               MOVE FD-MAG-NOME        TO FD-AGE-NOME                   00077400
                                          WRK-AUD-VALOR-DEPOIS          00077500
               PERFORM 3700-GRAVAR-AUDITORIA                            00077600
            END-IF                                                      00077700
                                                                        00077800
            IF FD-MAG-CIDADE NOT EQUAL SPACES                           00077900
               MOVE 'CIDADE'           TO WRK-AUD-CAMPO                 00078000
               MOVE FD-AGE-CIDADE      TO WRK-AUD-VALOR-ANTES           00078100
               MOVE FD-MAG-CIDADE      TO FD-AGE-CIDADE                 00078200
                                          WRK-AUD-VALOR-DEPOIS          00078300
               PERFORM 3700-GRAVAR-AUDITORIA                            00078400
            END-IF                                                      00078500
                                                                        00078600
            IF FD-MAG-UF NOT EQUAL SPACES                               00078700
               MOVE 'UF'               TO WRK-AUD-CAMPO                 00078800
               MOVE FD-AGE-UF          TO WRK-AUD-VALOR-ANTES           00078900
               MOVE FD-MAG-UF          TO FD-AGE-UF                     00079000
                                          WRK-AUD-VALOR-DEPOIS          00079100
               PERFORM 3700-GRAVAR-AUDITORIA                            00079200
            END-IF                                                      00079300
                                                                        00079400
            IF FD-MAG-REGIAO NOT EQUAL SPACES                           00079500
               MOVE 'REGIAO'           TO WRK-AUD-CAMPO                 00079600
               MOVE FD-AGE-REGIAO      TO WRK-AUD-VALOR-ANTES           00079700
               MOVE FD-MAG-REGIAO      TO FD-AGE-REGIAO                 00079800
                                          WRK-AUD-VALOR-DEPOIS          00079900
               PERFORM 3700-GRAVAR-AUDITORIA                            00080000
            END-IF                                                      00080100
                                                                        00080200
            IF FD-MAG-GERENTE NOT EQUAL SPACES                          00080300
               MOVE 'GERENTE'          TO WRK-AUD-CAMPO                 00080400
               MOVE FD-AGE-GERENTE     TO WRK-AUD-VALOR-ANTES           00080500
               MOVE FD-MAG-GERENTE     TO FD-AGE-GERENTE                00080600
                                          WRK-AUD-VALOR-DEPOIS          00080700
               PERFORM 3700-GRAVAR-AUDITORIA                            00080800
            END-IF                                                      00080900
                                                                        00081000
            MOVE WRK-DATA-EXEC         TO FD-AGE-DATA-ATUALIZ           00081100
            ADD 1                      TO ACUM-ALTERACOES.              00081200
                                                                        00081300
      *----------------------------------------------------------------*00081400
       3500-99-FIM.                           EXIT.                     00081500
      *----------------------------------------------------------------*00081600
                                                                        00081700
      *----------------------------------------------------------------*00081800
       3600-REABRIR-AGENCIA                   SECTION.                  00081900
      *----------------------------------------------------------------*00082000
                                                                        00082100
            IF NOT FD-AGE-FECHADA                                       00082200
               MOVE 'AGENCIA JA ATIVA'                                  00082300
                                       TO WRK-MOTIVO-RECUSA             00082400
               PERFORM 3800-GRAVAR-RECUSA                               00082500
               GO                  TO 3600-99-FIM                       00082600
            END-IF                                                      00082700
                                                                        00082800
            MOVE '3600  '              TO WRK-AUD-SECAO                 00082900
            MOVE 'A'                   TO WRK-AUD-OPERACAO              00083000
            MOVE 'SITUACAO'            TO WRK-AUD-CAMPO                 00083100
            MOVE FD-AGE-SITUACAO       TO WRK-AUD-VALOR-ANTES           00083200
            MOVE 'A'                   TO FD-AGE-SITUACAO               00083300
                                          WRK-AUD-VALOR-DEPOIS          00083400
            MOVE WRK-DATA-EXEC         TO FD-AGE-DATA-ATUALIZ           00083500
            PERFORM 3700-GRAVAR-AUDITORIA                               00083600
            ADD 1                      TO ACUM-REABERTURAS.             00083700
                                                                        00083800
      *----------------------------------------------------------------*00083900
       3600-99-FIM.                           EXIT.                     00084000
      *----------------------------------------------------------------*00084100
                                                                        00084200
      *----------------------------------------------------------------*00084300
      *    O CODIGO DA AGENCIA CABE NO ID DA TRILHA                    *00084400
      *----------------------------------------------------------------*00084500
       3700-GRAVAR-AUDITORIA                  SECTION.                  00084600
      *----------------------------------------------------------------*00084700
                                                                        00084800
            MOVE 'FR05EX57'            TO WRK-AUD-PROGRAMA              00084900
            MOVE 'AGENCIAS'            TO WRK-AUD-TABELA                00085000
            MOVE FD-MAG-AGENCIA        TO WRK-AUD-ID                    00085100
            MOVE SPACES                TO WRK-AUD-USUARIO               00085200
                                          WRK-AUD-CHAVE                 00085300
            CALL 'GRAVAUD'             USING WRK-AUDITORIA.             00085400
                                                                        00085500
      *----------------------------------------------------------------*00085600
       3700-99-FIM.                           EXIT.                     00085700
      *----------------------------------------------------------------*00085800
                                                                        00085900
      *----------------------------------------------------------------*00086000
       3800-GRAVAR-RECUSA                     SECTION.                  00086100
      *----------------------------------------------------------------*00086200
                                                                        00086300
            MOVE FD-MANAGE             TO FD-ARJ-TRANSACAO              00086400
            MOVE WRK-MOTIVO-RECUSA     TO FD-ARJ-MOTIVO                 00086500
            WRITE FD-AGEREJ                                             00086600
            PERFORM 1140-TESTAR-WRK-FS-AGEREJ                           00086700
            ADD 1                      TO ACUM-RECUSADAS                00086800
                                                                        00086900
            MOVE 'A'                   TO WRK-SEVERIDADE                00087000
            MOVE 'FR05EX57'            TO WRK-PROGRAMA                  00087100
            MOVE '3800  '              TO WRK-SECAO                     00087200
            MOVE WRK-MOTIVO-RECUSA     TO WRK-MENSAGEM                  00087300
            MOVE FD-MAG-AGENCIA-X      TO WRK-STATUS                    00087400
            CALL 'GRAVALOG'            USING WRK-LOG.                   00087500
                                                                        00087600
      *----------------------------------------------------------------*00087700
       3800-99-FIM.                           EXIT.                     00087800
      *----------------------------------------------------------------*00087900
                                                                        00088000
      *----------------------------------------------------------------*00088100
       3900-GRAVAR-AGENOVO                    SECTION.                  00088200
      *----------------------------------------------------------------*00088300
                                                                        00088400
            WRITE FD-AGENOVO           FROM FD-AGENCIAS                 00088500
            PERFORM 1130-TESTAR-WRK-FS-AGENOVO                          00088600
            ADD 1                      TO ACUM-GRAV-AGENOVO.            00088700
                                                                        00088800
      *----------------------------------------------------------------*00088900
       3900-99-FIM.                           EXIT.                     00089000
      *----------------------------------------------------------------*00089100
                                                                        00089200
      ******************************************************************00089300
      *                     F I N A L I Z A R                          *00089400
      ******************************************************************00089500
                                                                        00089600
      *----------------------------------------------------------------*00089700
       4000-FINALIZAR                        SECTION.                   00089800
      *----------------------------------------------------------------*00089900
                                                                        00090000
            CLOSE MANAGE                                                00090100
                  AGENOVO                                               00090200
                  AGEREJ                                                00090300
                                                                        00090400
            IF WRK-FS-AGEANT NOT EQUAL '10'                             00090500
               CLOSE AGEANT                                             00090600
            END-IF                                                      00090700
                                                                        00090800
            DISPLAY '*************************************************' 00090900
            DISPLAY '       MANUTENCAO DO CADASTRO DE AGENCIAS        ' 00091000
            DISPLAY '                                                 ' 00091100
            DISPLAY '  LIDOS AGEANT        :  ' ACUM-LIDOS-AGEANT       00091200
            DISPLAY '  LIDOS MANAGE        :  ' ACUM-LIDOS-MANAGE       00091300
            DISPLAY '  GRAVADOS AGENOVO    :  ' ACUM-GRAV-AGENOVO       00091400
            DISPLAY '  INCLUSOES           :  ' ACUM-INCLUSOES          00091500
            DISPLAY '  ALTERACOES          :  ' ACUM-ALTERACOES         00091600
            DISPLAY '  FECHAMENTOS         :  ' ACUM-FECHAMENTOS        00091700
            DISPLAY '  REABERTURAS         :  ' ACUM-REABERTURAS        00091800
            DISPLAY '  RECUSADAS           :  ' ACUM-RECUSADAS          00091900
            DISPLAY '                                                 ' 00092000
            DISPLAY '*************************************************'.00092100
                                                                        00092200
      *----------------------------------------------------------------*00092300
       4000-99-FIM.                           EXIT.                     00092400
      *----------------------------------------------------------------*00092500
                                                                        00092600
      ******************************************************************00092700
      *                   T R A T A R  E R R O                         *00092800
      ******************************************************************00092900
       9000-TRATAR-ERRO                     SECTION.                    00093000
      *----------------------------------------------------------------*00093100
                  MOVE 'F'                TO WRK-SEVERIDADE             00093200
                  CALL 'GRAVALOG'         USING WRK-LOG                 00093300
                  MOVE 16                 TO RETURN-CODE                00093400
                  GOBACK.                                               00093500
      *----------------------------------------------------------------*00093600
       9000-99-FIM.                           EXIT.                     00093700
      *----------------------------------------------------------------*00093800
