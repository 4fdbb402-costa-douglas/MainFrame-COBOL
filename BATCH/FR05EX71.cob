      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX71.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX71                                       *00002000
      *    TIPO.......: ORCADO X REALIZADO POR DEPARTAMENTO (MENSAL)   *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : COMPARAR, PARA O MES INFORMADO, O ORCAMENTO DE   *00002800
      *               CONSUMO DE PECAS DE CADA DEPARTAMENTO (ORCDEP,   *00002900
      *               MANTIDO PELO FR05EX70) COM O CONSUMO A CUSTO     *00003000
      *               ACUMULADO PELO FR05EX30 (CONSDEP): ORCADO,       *00003100
      *               CONSUMIDO, SALDO, PERCENTUAL UTILIZADO,          *00003200
      *               REQUISICOES E RETIDAS POR FALTA DE ORCAMENTO.    *00003300
      *               DEPARTAMENTO ACIMA DO LIMITE (POR LIBERACAO DO   *00003400
      *               FR05DB60) SAI MARCADO 'ESTOURO'; O QUE CONSUMIU  *00003500
      *               SEM ORCAMENTO NO MES SAI MARCADO 'SEM ORC'.      *00003600
      *               O MES DO SYSIN EM BRANCO OU ZEROS ASSUME O MES   *00003700
      *               DA DATA DO CICLO; O CONSDEP GUARDA O MES         *00003800
      *               CORRENTE E O ANTERIOR.                           *00003900
      *----------------------------------------------------------------*00004000
      *    ARQUIVOS :                                                  *00004100
      *    DDNAME          I/O                                         *00004200
      *    JCLORCDP         I    ORCAMENTO POR DEPTO/MES (OPCIONAL)    *00004300
      *    JCLCONSD         I    CONSUMO DO MES POR DEPTO (OPCIONAL)   *00004400
      *    JCLRELOR         O    RELATORIO ORCADO X REALIZADO          *00004500
      *----------------------------------------------------------------*00004600
      *    BOOKS    :    B#ORCDEP, B#CONSDP, B#GRALOG, B#RUNCTL,       *00004700
      *                  B#DATPRC                                      *00004800
      *----------------------------------------------------------------*00004900
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00005000
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00005100
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00005200
      *----------------------------------------------------------------*00005300
      *    PARAMETROS (VIA SYSIN):                                     *00005400
      *      ANO/MES DO RELATORIO (AAAAMM; BRANCO = MES DO CICLO)      *00005500
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00005600
      *----------------------------------------------------------------*00005700
      *    HISTORICO DE ALTERACOES:                                    *00005800
      *      DATA        RESP.    DESCRICAO                            *00005900
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00006000
      ******************************************************************00006100
      *================================================================*00006200
                                                                        00006300
      *================================================================*00006400
       ENVIRONMENT                                DIVISION.             00006500
      *================================================================*00006600
                                                                        00006700
      *----------------------------------------------------------------*00006800
       CONFIGURATION                              SECTION.              00006900
      *----------------------------------------------------------------*00007000
                                                                        00007100
       SPECIAL-NAMES.                                                   00007200
           DECIMAL-POINT IS COMMA.                                      00007300
                                                                        00007400
      *----------------------------------------------------------------*00007500
       INPUT-OUTPUT                               SECTION.              00007600
      *----------------------------------------------------------------*00007700
                                                                        00007800
       FILE-CONTROL.                                                    00007900
             SELECT ORCDEP    ASSIGN     TO JCLORCDP                    00008000
                    FILE STATUS          IS WRK-FS-ORCDEP.              00008100
                                                                        00008200
             SELECT CONSDEP   ASSIGN     TO JCLCONSD                    00008300
                    FILE STATUS          IS WRK-FS-CONSDEP.             00008400
                                                                        00008500
             SELECT RELORC    ASSIGN     TO JCLRELOR                    00008600
                    FILE STATUS          IS WRK-FS-RELORC.              00008700
                                                                        00008800
      *================================================================*00008900
       DATA                                      DIVISION.              00009000
      *================================================================*00009100
                                                                        00009200
      *----------------------------------------------------------------*00009300
       FILE                                      SECTION.               00009400
      *----------------------------------------------------------------*00009500
                                                                        00009600
      *----------------------------------------------------------------*00009700
      *  INPUT - ORCAMENTO POR DEPARTAMENTO/MES (ORCDEP) - LRECL = 040.*00009800
      *----------------------------------------------------------------*00009900
                                                                        00010000
       FD ORCDEP                                                        00010100
           RECORDING MODE IS F                                          00010200
           BLOCK CONTAINS 0 RECORDS.                                    00010300
       01 FD-ORCDEP                   PIC X(040).                       00010400
                                                                        00010500
      *----------------------------------------------------------------*00010600
      *  INPUT - CONSUMO DO MES POR DEPARTAMENTO (CONSDEP) - LRECL=040.*00010700
      *----------------------------------------------------------------*00010800
                                                                        00010900
       FD CONSDEP                                                       00011000
           RECORDING MODE IS F                                          00011100
           BLOCK CONTAINS 0 RECORDS.                                    00011200
       01 FD-CONSDEP                  PIC X(040).                       00011300
                                                                        00011400
      *----------------------------------------------------------------*00011500
      *  OUTPUT - ORCADO X REALIZADO (RELORC) - LRECL = 080.           *00011600
      *----------------------------------------------------------------*00011700
                                                                        00011800
       FD RELORC                                                        00011900
           RECORDING MODE IS F                                          00012000
           BLOCK CONTAINS 0 RECORDS.                                    00012100
       01 FD-RELORC                   PIC X(080).                       00012200
                                                                        00012300
      *----------------------------------------------------------------*00012400
       WORKING-STORAGE                            SECTION.              00012500
      *----------------------------------------------------------------*00012600
      *----------------------------------------------------------------*00012700
       01 FILLER                         PIC X(050)       VALUE         00012800
                   '*** INICIO DA WORKING FR05EX71 ***'.                00012900
      *----------------------------------------------------------------*00013000
                                                                        00013100
       77 WRK-FS-ORCDEP                  PIC X(002) VALUE SPACES.       00013200
       77 WRK-FS-CONSDEP                 PIC X(002) VALUE SPACES.       00013300
       77 WRK-FS-RELORC                  PIC X(002) VALUE SPACES.       00013400
                                                                        00013500
      *----------------------------------------------------------------*00013600
       01 FILLER                         PIC X(050)       VALUE         00013700
                     '*** AREA DA ACUMULADORES ***'.                    00013800
      *----------------------------------------------------------------*00013900
                                                                        00014000
       77 ACUM-LIDOS-ORCDEP              PIC 9(007) VALUE ZEROS.        00014100
       77 ACUM-LIDOS-CONSDEP             PIC 9(007) VALUE ZEROS.        00014200
       77 ACUM-LINHAS                    PIC 9(005) VALUE ZEROS.        00014300
       77 ACUM-ESTOUROS                  PIC 9(005) VALUE ZEROS.        00014400
       77 ACUM-SEM-ORCAMENTO             PIC 9(005) VALUE ZEROS.        00014500
       77 ACUM-ORCADO                    PIC 9(011)V99 VALUE ZEROS.     00014600
       77 ACUM-CONSUMIDO                 PIC 9(011)V99 VALUE ZEROS.     00014700
       77 ACUM-REQS                      PIC 9(007) VALUE ZEROS.        00014800
       77 ACUM-RETIDAS                   PIC 9(007) VALUE ZEROS.        00014900
                                                                        00015000
      *----------------------------------------------------------------*00015100
       01 FILLER                         PIC X(050)       VALUE         00015200
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00015300
      *----------------------------------------------------------------*00015400
                                                                        00015500
       77 WRK-PARM-ANOMES                PIC X(006) VALUE SPACES.       00015600
       77 WRK-ANOMES-REL                 PIC 9(006) VALUE ZEROS.        00015700
       77 WRK-SALDO                      PIC S9(011)V99 VALUE ZEROS.    00015800
       77 WRK-PERCENTUAL                 PIC 9(003)V9 VALUE ZEROS.      00015900
       77 WRK-DEP-ACHOU                  PIC X(001) VALUE 'N'.          00016000
           88 WRK-DEP-ACHOU-SIM                     VALUE 'S'.          00016100
                                                                        00016200
      *----------------------------------------------------------------*00016300
      *    DEPARTAMENTOS DO MES: PRIMEIRO OS ORCADOS (ORDEM DO         *00016400
      *    ORCDEP), DEPOIS OS QUE CONSUMIRAM SEM ORCAMENTO             *00016500
      *----------------------------------------------------------------*00016600
                                                                        00016700
       01 WRK-TAB-DEPTOS.                                               00016800
          05 WRK-TAB-DEP                 OCCURS 300 TIMES               00016900
                                         INDEXED BY WRK-IDX-DEP.        00017000
             10 WRK-TAB-DEP-DEPTO        PIC X(10).                     00017100
             10 WRK-TAB-DEP-TEM-ORC      PIC X(01).                     00017200
             10 WRK-TAB-DEP-LIMITE       PIC 9(09)V99.                  00017300
             10 WRK-TAB-DEP-VALOR        PIC 9(09)V99.                  00017400
             10 WRK-TAB-DEP-REQS         PIC 9(05).                     00017500
             10 WRK-TAB-DEP-RETIDAS      PIC 9(05).                     00017600
                                                                        00017700
       77 WRK-TAB-DEP-QTDE               PIC 9(003) VALUE ZEROS.        00017800
                                                                        00017900
      *----------------------------------------------------------------*00018000
      *    LINHAS DO RELATORIO ORCADO X REALIZADO                      *00018100
      *----------------------------------------------------------------*00018200
                                                                        00018300
       01 WRK-LINCAB1.                                                  00018400
          05 FILLER                      PIC X(036) VALUE               00018500
             'ORCADO X REALIZADO POR DEPTO - MES'.                      00018600
          05 FILLER                      PIC X(001) VALUE SPACES.       00018700
          05 WRK-LC-ANOMES               PIC 9(006).                    00018800
          05 FILLER                      PIC X(012) VALUE               00018900
             '  MOVIMENTO '.                                            00019000
          05 WRK-LC-DATA                 PIC X(008).                    00019100
          05 FILLER                      PIC X(017) VALUE SPACES.       00019200
                                                                        00019300
       01 WRK-LINCAB2.                                                  00019400
          05 FILLER                      PIC X(040) VALUE               00019500
             'DEPTO            ORCADO    CONSUMIDO    '.                00019600
          05 FILLER                      PIC X(040) VALUE               00019700
             '    SALDO  %UTIL   REQS RET SITUACAO    '.                00019800
                                                                        00019900
       01 WRK-LINDET.                                                   00020000
          05 WRK-LD-DEPTO                PIC X(010).                    00020100
          05 FILLER                      PIC X(001) VALUE SPACES.       00020200
          05 WRK-LD-ORCADO               PIC Z.ZZZ.ZZ9,99.              00020300
          05 FILLER                      PIC X(001) VALUE SPACES.       00020400
          05 WRK-LD-CONSUMIDO            PIC Z.ZZZ.ZZ9,99.              00020500
          05 FILLER                      PIC X(001) VALUE SPACES.       00020600
          05 WRK-LD-SALDO                PIC Z.ZZZ.ZZ9,99-.             00020700
          05 FILLER                      PIC X(001) VALUE SPACES.       00020800
          05 WRK-LD-PERCENTUAL           PIC ZZ9,9.                     00020900
          05 FILLER                      PIC X(001) VALUE SPACES.       00021000
          05 WRK-LD-REQS                 PIC ZZ.ZZ9.                    00021100
          05 FILLER                      PIC X(001) VALUE SPACES.       00021200
          05 WRK-LD-RETIDAS              PIC ZZ9.                       00021300
          05 FILLER                      PIC X(001) VALUE SPACES.       00021400
          05 WRK-LD-SITUACAO             PIC X(007).                    00021500
          05 FILLER                      PIC X(005) VALUE SPACES.       00021600
                                                                        00021700
       01 WRK-LINTOT.                                                   00021800
          05 FILLER                      PIC X(010) VALUE               00021900
             'TOTAL     '.                                              00022000
          05 FILLER                      PIC X(001) VALUE SPACES.       00022100
          05 WRK-LT-ORCADO               PIC ZZZ.ZZZ.ZZ9,99.            00022200
          05 FILLER                      PIC X(001) VALUE SPACES.       00022300
          05 WRK-LT-CONSUMIDO            PIC ZZZ.ZZZ.ZZ9,99.            00022400
          05 FILLER                      PIC X(001) VALUE SPACES.       00022500
          05 WRK-LT-REQS                 PIC Z.ZZZ.ZZ9.                 00022600
          05 FILLER                      PIC X(001) VALUE SPACES.       00022700
          05 WRK-LT-RETIDAS              PIC ZZ.ZZ9.                    00022800
          05 FILLER                      PIC X(023) VALUE SPACES.       00022900
                                                                        00023000
       01 WRK-LINRES.                                                   00023100
          05 FILLER                      PIC X(020) VALUE               00023200
             'DEPTOS NO RELATORIO:'.                                    00023300
          05 WRK-LR-LINHAS               PIC ZZ.ZZ9.                    00023400
          05 FILLER                      PIC X(012) VALUE               00023500
             '  ESTOUROS: '.                                            00023600
          05 WRK-LR-ESTOUROS             PIC ZZ.ZZ9.                    00023700
          05 FILLER                      PIC X(016) VALUE               00023800
             '  SEM ORCAMENTO:'.                                        00023900
          05 WRK-LR-SEM-ORC              PIC ZZ.ZZ9.                    00024000
          05 FILLER                      PIC X(014) VALUE SPACES.       00024100
                                                                        00024200
      *----------------------------------------------------------------*00024300
       01 FILLER                         PIC X(050)       VALUE         00024400
                    '*** AREA DOS BOOKS DE CADASTRO ***'.               00024500
      *----------------------------------------------------------------*00024600
                                                                        00024700
       COPY 'B#ORCDEP'.                                                 00024800
                                                                        00024900
       COPY 'B#CONSDP'.                                                 00025000
                                                                        00025100
      *----------------------------------------------------------------*00025200
       01 FILLER                         PIC X(050)       VALUE         00025300
                    '*** AREA DA BOOK GRAVALOG ***'.                    00025400
      *----------------------------------------------------------------*00025500
                                                                        00025600
                           COPY 'B#GRALOG'.                             00025700
                                                                        00025800
      ******************************************************************00025900
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00026000
      ******************************************************************00026100
                                                                        00026200
       COPY 'B#RUNCTL'.                                                 00026300
                                                                        00026400
       COPY 'B#DATPRC'.                                                 00026500
                                                                        00026600
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00026700
                                                                        00026800
      *================================================================*00026900
       PROCEDURE                                 DIVISION.              00027000
      *================================================================*00027100
                                                                        00027200
      ******************************************************************00027300
      *              P R O G R A M A  P R I N C I P A L                *00027400
      ******************************************************************00027500
                                                                        00027600
      *----------------------------------------------------------------*00027700
       0000-PRINCIPAL                            SECTION.               00027800
      *----------------------------------------------------------------*00027900
                                                                        00028000
            PERFORM 1000-INICIAR                                        00028100
                                                                        00028200
            PERFORM 1200-CARREGAR-ORCAMENTO                             00028300
                                                                        00028400
            PERFORM 1300-CARREGAR-CONSUMO                               00028500
                                                                        00028600
            IF WRK-TAB-DEP-QTDE GREATER ZEROS                           00028700
               PERFORM 3000-LISTAR-DEPTO                                00028800
                       VARYING WRK-IDX-DEP FROM 1 BY 1                  00028900
                       UNTIL WRK-IDX-DEP GREATER WRK-TAB-DEP-QTDE       00029000
            END-IF                                                      00029100
                                                                        00029200
            PERFORM 4000-FINALIZAR                                      00029300
                                                                        00029400
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00029500
            MOVE ACUM-LIDOS-CONSDEP   TO WRK-RUN-LIDOS                  00029600
            MOVE ACUM-LINHAS          TO WRK-RUN-GRAVADOS               00029700
            MOVE ZEROS                TO WRK-RUN-RC                     00029800
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00029900
                                                                        00030000
            STOP RUN.                                                   00030100
                                                                        00030200
      *----------------------------------------------------------------*00030300
       0000-99-FIM.                           EXIT.                     00030400
      *----------------------------------------------------------------*00030500
                                                                        00030600
      ******************************************************************00030700
      *                       I N I C I A R                            *00030800
      ******************************************************************00030900
                                                                        00031000
      *----------------------------------------------------------------*00031100
       1000-INICIAR                           SECTION.                  00031200
      *----------------------------------------------------------------*00031300
                                                                        00031400
           ACCEPT WRK-PARM-ANOMES FROM SYSIN                            00031500
                                                                        00031600
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO            *00031700
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00031800
           CALL 'LERDATAP'            USING WRK-DATPRC                  00031900
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00032000
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00032100
           MOVE 'FR05EX71'            TO WRK-RUN-PROGRAMA               00032200
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00032300
           MOVE ZEROS                 TO WRK-RUN-RC                     00032400
                                         WRK-RUN-LIDOS                  00032500
                                         WRK-RUN-GRAVADOS               00032600
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00032700
                                                                        00032800
           IF WRK-RUN-DATA-JA-FEITA                                     00032900
              MOVE 'A'                TO WRK-SEVERIDADE                 00033000
              MOVE 'FR05EX71'         TO WRK-PROGRAMA                   00033100
              MOVE '1000  '           TO WRK-SECAO                      00033200
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00033300
                                      TO WRK-MENSAGEM                   00033400
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00033500
              CALL 'GRAVALOG'         USING WRK-LOG                     00033600
              MOVE 08                 TO RETURN-CODE                    00033700
              GOBACK                                                    00033800
           END-IF                                                       00033900
                                                                        00034000
      *    MES DO RELATORIO: O INFORMADO NO SYSIN OU O DO CICLO        *00034100
           IF WRK-PARM-ANOMES NUMERIC                                   00034200
            AND WRK-PARM-ANOMES NOT EQUAL ZEROS                         00034300
              MOVE WRK-PARM-ANOMES    TO WRK-ANOMES-REL                 00034400
           ELSE                                                         00034500
              MOVE WRK-DATA-EXEC (1:6)                                  00034600
                                      TO WRK-ANOMES-REL                 00034700
           END-IF                                                       00034800
                                                                        00034900
           OPEN OUTPUT RELORC                                           00035000
           PERFORM 1130-TESTAR-WRK-FS-RELORC                            00035100
                                                                        00035200
           MOVE WRK-ANOMES-REL        TO WRK-LC-ANOMES                  00035300
           MOVE WRK-DATA-EXEC         TO WRK-LC-DATA                    00035400
           WRITE FD-RELORC            FROM WRK-LINCAB1                  00035500
           PERFORM 1130-TESTAR-WRK-FS-RELORC                            00035600
           WRITE FD-RELORC            FROM WRK-LINCAB2                  00035700
           PERFORM 1130-TESTAR-WRK-FS-RELORC.                           00035800
                                                                        00035900
      *----------------------------------------------------------------*00036000
       1000-99-FIM.                           EXIT.                     00036100
      *----------------------------------------------------------------*00036200
                                                                        00036300
      *----------------------------------------------------------------*00036400
       1110-TESTAR-WRK-FS-ORCDEP              SECTION.                  00036500
      *----------------------------------------------------------------*00036600
                                                                        00036700
           IF WRK-FS-ORCDEP NOT EQUAL ZEROS                             00036800
            AND WRK-FS-ORCDEP NOT EQUAL '10'                            00036900
              MOVE 'FR05EX71'                    TO WRK-PROGRAMA        00037000
              MOVE 'ERRO NO ARQUIVO ORCDEP'      TO WRK-MENSAGEM        00037100
              MOVE '1110'                        TO WRK-SECAO           00037200
              MOVE WRK-FS-ORCDEP                 TO WRK-STATUS          00037300
              PERFORM 9000-TRATAR-ERRO                                  00037400
           END-IF.                                                      00037500
                                                                        00037600
      *----------------------------------------------------------------*00037700
       1110-99-FIM.                           EXIT.                     00037800
      *----------------------------------------------------------------*00037900
                                                                        00038000
      *----------------------------------------------------------------*00038100
       1120-TESTAR-WRK-FS-CONSDEP             SECTION.                  00038200
      *----------------------------------------------------------------*00038300
                                                                        00038400
           IF WRK-FS-CONSDEP NOT EQUAL ZEROS                            00038500
            AND WRK-FS-CONSDEP NOT EQUAL '10'                           00038600
              MOVE 'FR05EX71'                    TO WRK-PROGRAMA        00038700
              MOVE 'ERRO NO ARQUIVO CONSDEP'     TO WRK-MENSAGEM        00038800
              MOVE '1120'                        TO WRK-SECAO           00038900
              MOVE WRK-FS-CONSDEP                TO WRK-STATUS          00039000
              PERFORM 9000-TRATAR-ERRO                                  00039100
           END-IF.                                                      00039200
                                                                        00039300
      *----------------------------------------------------------------*00039400
       1120-99-FIM.                           EXIT.                     00039500
      *----------------------------------------------------------------*00039600
                                                                        00039700
      *----------------------------------------------------------------*00039800
       1130-TESTAR-WRK-FS-RELORC              SECTION.                  00039900
      *----------------------------------------------------------------*00040000
                                                                        00040100
           IF WRK-FS-RELORC NOT EQUAL ZEROS                             00040200
              MOVE 'FR05EX71'                    TO WRK-PROGRAMA        00040300
              MOVE 'ERRO NO ARQUIVO RELORC'      TO WRK-MENSAGEM        00040400
              MOVE '1130'                        TO WRK-SECAO           00040500
              MOVE WRK-FS-RELORC                 TO WRK-STATUS          00040600
              PERFORM 9000-TRATAR-ERRO                                  00040700
           END-IF.                                                      00040800
                                                                        00040900
      *----------------------------------------------------------------*00041000
       1130-99-FIM.                           EXIT.                     00041100
      *----------------------------------------------------------------*00041200
                                                                        00041300
      ******************************************************************00041400
      *           C A R R E G A R   O R C A M E N T O                  *00041500
      ******************************************************************00041600
                                                                        00041700
      *----------------------------------------------------------------*00041800
       1200-CARREGAR-ORCAMENTO                SECTION.                  00041900
      *----------------------------------------------------------------*00042000
                                                                        00042100
           OPEN INPUT ORCDEP                                            00042200
           IF WRK-FS-ORCDEP EQUAL '35'                                  00042300
              GO                  TO 1200-99-FIM                        00042400
           END-IF                                                       00042500
                                                                        00042600
           PERFORM 1110-TESTAR-WRK-FS-ORCDEP                            00042700
                                                                        00042800
           PERFORM 1210-GUARDAR-ORCAMENTO                               00042900
                   UNTIL WRK-FS-ORCDEP EQUAL '10'                       00043000
                                                                        00043100
           CLOSE ORCDEP.                                                00043200
                                                                        00043300
      *----------------------------------------------------------------*00043400
       1200-99-FIM.                           EXIT.                     00043500
      *----------------------------------------------------------------*00043600
                                                                        00043700
      *----------------------------------------------------------------*00043800
       1210-GUARDAR-ORCAMENTO                 SECTION.                  00043900
      *----------------------------------------------------------------*00044000
                                                                        00044100
           READ ORCDEP                INTO WRK-ORCAMENTO                00044200
                                                                        00044300
           IF WRK-FS-ORCDEP EQUAL '10'                                  00044400
              GO                  TO 1210-99-FIM                        00044500
           END-IF                                                       00044600
                                                                        00044700
           PERFORM 1110-TESTAR-WRK-FS-ORCDEP                            00044800
           ADD 1                      TO ACUM-LIDOS-ORCDEP              00044900
                                                                        00045000
           IF FD-ORC-ANOMES NOT EQUAL WRK-ANOMES-REL                    00045100
              GO                  TO 1210-99-FIM                        00045200
           END-IF                                                       00045300
                                                                        00045400
           PERFORM 3500-NOVO-DEPTO                                      00045500
           MOVE FD-ORC-DEPTO          TO WRK-TAB-DEP-DEPTO (WRK-IDX-DEP)00045600
           MOVE 'S'                   TO WRK-TAB-DEP-TEM-ORC            00045700
                                          (WRK-IDX-DEP)                 00045800
           IF FD-ORC-LIMITE NUMERIC                                     00045900
              MOVE FD-ORC-LIMITE      TO WRK-TAB-DEP-LIMITE             00046000
                                          (WRK-IDX-DEP)                 00046100
           END-IF.                                                      00046200
                                                                        00046300
      *----------------------------------------------------------------*00046400
       1210-99-FIM.                           EXIT.                     00046500
      *----------------------------------------------------------------*00046600
                                                                        00046700
      ******************************************************************00046800
      *           C A R R E G A R   C O N S U M O                      *00046900
      ******************************************************************00047000
                                                                        00047100
      *----------------------------------------------------------------*00047200
       1300-CARREGAR-CONSUMO                  SECTION.                  00047300
      *----------------------------------------------------------------*00047400
                                                                        00047500
           OPEN INPUT CONSDEP                                           00047600
           IF WRK-FS-CONSDEP EQUAL '35'                                 00047700
              GO                  TO 1300-99-FIM                        00047800
           END-IF                                                       00047900
                                                                        00048000
           PERFORM 1120-TESTAR-WRK-FS-CONSDEP                           00048100
                                                                        00048200
           PERFORM 1310-SOMAR-CONSUMO                                   00048300
                   UNTIL WRK-FS-CONSDEP EQUAL '10'                      00048400
                                                                        00048500
           CLOSE CONSDEP.                                               00048600
                                                                        00048700
      *----------------------------------------------------------------*00048800
       1300-99-FIM.                           EXIT.                     00048900
      *----------------------------------------------------------------*00049000
                                                                        00049100
      *----------------------------------------------------------------*00049200
       1310-SOMAR-CONSUMO                     SECTION.                  00049300
      *----------------------------------------------------------------*00049400
                                                                        00049500
           READ CONSDEP               INTO WRK-CONSUMO                  00049600
                                                                        00049700
           IF WRK-FS-CONSDEP EQUAL '10'                                 00049800
              GO                  TO 1310-99-FIM                        00049900
           END-IF                                                       00050000
                                                                        00050100
           PERFORM 1120-TESTAR-WRK-FS-CONSDEP                           00050200
           ADD 1                      TO ACUM-LIDOS-CONSDEP             00050300
                                                                        00050400
           IF FD-CNS-ANOMES NOT EQUAL WRK-ANOMES-REL                    00050500
              GO                  TO 1310-99-FIM                        00050600
           END-IF                                                       00050700
                                                                        00050800
           MOVE 'N'                   TO WRK-DEP-ACHOU                  00050900
           IF WRK-TAB-DEP-QTDE GREATER ZEROS                            00051000
              SET WRK-IDX-DEP         TO 1                              00051100
              SEARCH WRK-TAB-DEP                                        00051200
                AT END                                                  00051300
                   CONTINUE                                             00051400
                WHEN WRK-IDX-DEP GREATER WRK-TAB-DEP-QTDE               00051500
                   CONTINUE                                             00051600
                WHEN WRK-TAB-DEP-DEPTO (WRK-IDX-DEP)                    00051700
                         EQUAL FD-CNS-DEPTO                             00051800
                   MOVE 'S'           TO WRK-DEP-ACHOU                  00051900
              END-SEARCH                                                00052000
           END-IF                                                       00052100
                                                                        00052200
           IF NOT WRK-DEP-ACHOU-SIM                                     00052300
              PERFORM 3500-NOVO-DEPTO                                   00052400
              MOVE FD-CNS-DEPTO       TO WRK-TAB-DEP-DEPTO (WRK-IDX-DEP)00052500
           END-IF                                                       00052600
                                                                        00052700
           MOVE FD-CNS-VALOR          TO WRK-TAB-DEP-VALOR (WRK-IDX-DEP)00052800
           MOVE FD-CNS-REQS           TO WRK-TAB-DEP-REQS (WRK-IDX-DEP) 00052900
           MOVE FD-CNS-RETIDAS        TO WRK-TAB-DEP-RETIDAS            00053000
                                          (WRK-IDX-DEP).                00053100
                                                                        00053200
      *----------------------------------------------------------------*00053300
       1310-99-FIM.                           EXIT.                     00053400
      *----------------------------------------------------------------*00053500
                                                                        00053600
      ******************************************************************00053700
      *                     L I S T A R                                *00053800
      ******************************************************************00053900
                                                                        00054000
      *----------------------------------------------------------------*00054100
       3000-LISTAR-DEPTO                      SECTION.                  00054200
      *----------------------------------------------------------------*00054300
                                                                        00054400
            MOVE SPACES                TO WRK-LD-SITUACAO               00054500
            MOVE ZEROS                 TO WRK-PERCENTUAL                00054600
            COMPUTE WRK-SALDO = WRK-TAB-DEP-LIMITE (WRK-IDX-DEP)        00054700
                              - WRK-TAB-DEP-VALOR (WRK-IDX-DEP)         00054800
                                                                        00054900
      *     PERCENTUAL ACIMA DE 999,9 SAI COMO 999,9                   *00055000
            EVALUATE TRUE                                               00055100
              WHEN WRK-TAB-DEP-TEM-ORC (WRK-IDX-DEP) NOT EQUAL 'S'      00055200
               MOVE 'SEM ORC'          TO WRK-LD-SITUACAO               00055300
               ADD 1                   TO ACUM-SEM-ORCAMENTO            00055400
              WHEN WRK-TAB-DEP-LIMITE (WRK-IDX-DEP) EQUAL ZEROS         00055500
               IF WRK-TAB-DEP-VALOR (WRK-IDX-DEP) GREATER ZEROS         00055600
                  MOVE 999,9           TO WRK-PERCENTUAL                00055700
                  MOVE 'ESTOURO'       TO WRK-LD-SITUACAO               00055800
                  ADD 1                TO ACUM-ESTOUROS                 00055900
               END-IF                                                   00056000
              WHEN OTHER                                                00056100
               COMPUTE WRK-PERCENTUAL ROUNDED =                         00056200
                       WRK-TAB-DEP-VALOR (WRK-IDX-DEP) * 100            00056300
                     / WRK-TAB-DEP-LIMITE (WRK-IDX-DEP)                 00056400
                  ON SIZE ERROR                                         00056500
                     MOVE 999,9        TO WRK-PERCENTUAL                00056600
               END-COMPUTE                                              00056700
               IF WRK-SALDO LESS ZEROS                                  00056800
                  MOVE 'ESTOURO'       TO WRK-LD-SITUACAO               00056900
                  ADD 1                TO ACUM-ESTOUROS                 00057000
               END-IF                                                   00057100
            END-EVALUATE                                                00057200
                                                                        00057300
            MOVE WRK-TAB-DEP-DEPTO (WRK-IDX-DEP)                        00057400
                                       TO WRK-LD-DEPTO                  00057500
            MOVE WRK-TAB-DEP-LIMITE (WRK-IDX-DEP)                       00057600
                                       TO WRK-LD-ORCADO                 00057700
            MOVE WRK-TAB-DEP-VALOR (WRK-IDX-DEP)                        00057800
                                       TO WRK-LD-CONSUMIDO              00057900
            MOVE WRK-SALDO             TO WRK-LD-SALDO                  00058000
            MOVE WRK-PERCENTUAL        TO WRK-LD-PERCENTUAL             00058100
            MOVE WRK-TAB-DEP-REQS (WRK-IDX-DEP)                         00058200
                                       TO WRK-LD-REQS                   00058300
            MOVE WRK-TAB-DEP-RETIDAS (WRK-IDX-DEP)                      00058400
                                       TO WRK-LD-RETIDAS                00058500
            WRITE FD-RELORC            FROM WRK-LINDET                  00058600
            PERFORM 1130-TESTAR-WRK-FS-RELORC                           00058700
                                                                        00058800
            ADD 1                      TO ACUM-LINHAS                   00058900
            ADD WRK-TAB-DEP-LIMITE (WRK-IDX-DEP)                        00059000
                                       TO ACUM-ORCADO                   00059100
            ADD WRK-TAB-DEP-VALOR (WRK-IDX-DEP)                         00059200
                                       TO ACUM-CONSUMIDO                00059300
            ADD WRK-TAB-DEP-REQS (WRK-IDX-DEP)                          00059400
                                       TO ACUM-REQS                     00059500
            ADD WRK-TAB-DEP-RETIDAS (WRK-IDX-DEP)                       00059600
                                       TO ACUM-RETIDAS.                 00059700
                                                                        00059800
      *----------------------------------------------------------------*00059900
       3000-99-FIM.                           EXIT.                     00060000
      *----------------------------------------------------------------*00060100
                                                                        00060200
      *----------------------------------------------------------------*00060300
       3500-NOVO-DEPTO                        SECTION.                  00060400
      *----------------------------------------------------------------*00060500
                                                                        00060600
            IF WRK-TAB-DEP-QTDE GREATER OR EQUAL 300                    00060700
               MOVE 'FR05EX71'                    TO WRK-PROGRAMA       00060800
               MOVE 'TABELA DE DEPARTAMENTOS CHEIA'                     00060900
                                                  TO WRK-MENSAGEM       00061000
               MOVE '3500'                        TO WRK-SECAO          00061100
               MOVE SPACES                        TO WRK-STATUS         00061200
               PERFORM 9000-TRATAR-ERRO                                 00061300
            END-IF                                                      00061400
                                                                        00061500
            ADD 1                      TO WRK-TAB-DEP-QTDE              00061600
            SET WRK-IDX-DEP            TO WRK-TAB-DEP-QTDE              00061700
            MOVE 'N'                   TO WRK-TAB-DEP-TEM-ORC           00061800
                                           (WRK-IDX-DEP)                00061900
            MOVE ZEROS                 TO WRK-TAB-DEP-LIMITE            00062000
                                           (WRK-IDX-DEP)                00062100
                                          WRK-TAB-DEP-VALOR             00062200
                                           (WRK-IDX-DEP)                00062300
                                          WRK-TAB-DEP-REQS              00062400
                                           (WRK-IDX-DEP)                00062500
                                          WRK-TAB-DEP-RETIDAS           00062600
                                           (WRK-IDX-DEP).               00062700
                                                                        00062800
      *----------------------------------------------------------------*00062900
       3500-99-FIM.                           EXIT.                     00063000
      *----------------------------------------------------------------*00063100
                                                                        00063200
      ******************************************************************00063300
      *                     F I N A L I Z A R                          *00063400
      ******************************************************************00063500
                                                                        00063600
      *----------------------------------------------------------------*00063700
       4000-FINALIZAR                        SECTION.                   00063800
      *----------------------------------------------------------------*00063900
                                                                        00064000
            MOVE ACUM-ORCADO           TO WRK-LT-ORCADO                 00064100
            MOVE ACUM-CONSUMIDO        TO WRK-LT-CONSUMIDO              00064200
            MOVE ACUM-REQS             TO WRK-LT-REQS                   00064300
            MOVE ACUM-RETIDAS          TO WRK-LT-RETIDAS                00064400
            WRITE FD-RELORC            FROM WRK-LINTOT                  00064500
            PERFORM 1130-TESTAR-WRK-FS-RELORC                           00064600
                                                                        00064700
            MOVE ACUM-LINHAS           TO WRK-LR-LINHAS                 00064800
            MOVE ACUM-ESTOUROS         TO WRK-LR-ESTOUROS               00064900
            MOVE ACUM-SEM-ORCAMENTO    TO WRK-LR-SEM-ORC                00065000
            WRITE FD-RELORC            FROM WRK-LINRES                  00065100
            PERFORM 1130-TESTAR-WRK-FS-RELORC                           00065200
                                                                        00065300
            CLOSE RELORC                                                00065400
                                                                        00065500
            DISPLAY '*************************************************' 00065600
            DISPLAY '    ORCADO X REALIZADO POR DEPARTAMENTO          ' 00065700
            DISPLAY '                                                 ' 00065800
            DISPLAY '  MES DO RELATORIO    :  ' WRK-ANOMES-REL          00065900
            DISPLAY '  LIDOS ORCDEP        :  ' ACUM-LIDOS-ORCDEP       00066000
            DISPLAY '  LIDOS CONSDEP       :  ' ACUM-LIDOS-CONSDEP      00066100
            DISPLAY '  DEPTOS LISTADOS     :  ' ACUM-LINHAS             00066200
            DISPLAY '  ESTOUROS            :  ' ACUM-ESTOUROS           00066300
            DISPLAY '  SEM ORCAMENTO       :  ' ACUM-SEM-ORCAMENTO      00066400
            DISPLAY '                                                 ' 00066500
            DISPLAY '*************************************************'.00066600
                                                                        00066700
      *----------------------------------------------------------------*00066800
       4000-99-FIM.                           EXIT.                     00066900
      *----------------------------------------------------------------*00067000
                                                                        00067100
      ******************************************************************00067200
      *                   T R A T A R  E R R O                         *00067300
      ******************************************************************00067400
       9000-TRATAR-ERRO                     SECTION.                    00067500
      *----------------------------------------------------------------*00067600
                                                                        00067700
                  MOVE 'F'                TO WRK-SEVERIDADE             00067800
                  CALL 'GRAVALOG'         USING WRK-LOG                 00067900
                  MOVE 16                 TO RETURN-CODE                00068000
                  GOBACK.                                               00068100
                                                                        00068200
      *----------------------------------------------------------------*00068300
       9000-99-FIM.                           EXIT.                     00068400
      *----------------------------------------------------------------*00068500
