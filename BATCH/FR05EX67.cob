      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX67.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX67                                       *00002000
      *    TIPO.......: MANUTENCAO DAS RESERVAS DE ESTOQUE             *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : APLICAR SOBRE O ARQUIVO DE RESERVAS DE ESTOQUE   *00002800
      *               (RESERVAS, BOOK B#RESERV, UM REGISTRO POR PECA + *00002900
      *               DEPOSITO + DEPARTAMENTO) O LOTE MANRES DA        *00003000
      *               MANUTENCAO PLANEJADA: INCLUSAO ('I') DA RESERVA  *00003100
      *               COM QUANTIDADE, DATA DE NECESSIDADE E ORDEM DE   *00003200
      *               SERVICO; ALTERACAO ('A') DE QUALQUER UM DOS TRES *00003300
      *               (CAMPO EM BRANCO = NAO ALTERADO) E CANCELAMENTO  *00003400
      *               ('C'). A PECA TEM DE EXISTIR NO DEPOSITO         *00003500
      *               (ARQPECAS) E NAO PODE ESTAR DESCONTINUADA.       *00003600
      *               A RETIRADA E FEITA PELO FR05EX30 NAS REQUISICOES *00003700
      *               DO DEPARTAMENTO; RESERVA TODA RETIRADA ('B') E   *00003800
      *               EXPURGADA AQUI. NO MESMO MOLDE DO FR05EX64:      *00003900
      *               CASAMENTO PELA CHAVE, REGRAVACAO EM RESNOVO      *00004000
      *               (COPIADO SOBRE O RESERVAS PELO JOB FR05RES),     *00004100
      *               CADA MUDANCA NA TRILHA DE AUDITORIA VIA GRAVAUD  *00004200
      *               E TRANSACAO RECUSADA NO RESREJ COM O MOTIVO. O   *00004300
      *               RELRES LISTA AS RESERVAS VENCIDAS (DATA DE       *00004400
      *               NECESSIDADE ANTERIOR AO MOVIMENTO) DAS QUAIS     *00004500
      *               NADA FOI RETIRADO.                               *00004600
      *----------------------------------------------------------------*00004700
      *    ARQUIVOS :                                                  *00004800
      *    DDNAME          I/O                                         *00004900
      *    JCLPECAS         I    PECAS EM ESTOQUE (ARQPECAS)           *00005000
      *    JCLRESER         I    RESERVAS DE ESTOQUE (OPCIONAL)        *00005100
      *    JCLMANRS         I    LOTE DE MANUTENCAO (POR CHAVE)        *00005200
      *    JCLRESNV         O    RESERVAS REGRAVADAS                   *00005300
      *    JCLRESRJ         O    TRANSACOES RECUSADAS                  *00005400
      *    JCLRELRS         O    RELATORIO DE RESERVAS VENCIDAS        *00005500
      *----------------------------------------------------------------*00005600
      *    BOOKS    :    B#ARQE, B#RESERV, B#GRALOG, B#AUDIT,          *00005700
      *                  B#RUNCTL, B#DATPRC                            *00005800
      *----------------------------------------------------------------*00005900
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00006000
      *                  GRAVAUD  - TRILHA DE AUDITORIA                *00006100
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00006200
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00006300
      *----------------------------------------------------------------*00006400
      *    PARAMETROS (VIA SYSIN):                                     *00006500
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00006600
      *----------------------------------------------------------------*00006700
      *    HISTORICO DE ALTERACOES:                                    *00006800
      *      DATA        RESP.    DESCRICAO                            *00006900
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00007000
      ******************************************************************00007100
      *================================================================*00007200
                                                                        00007300
      *================================================================*00007400
       ENVIRONMENT                                DIVISION.             00007500
      *================================================================*00007600
                                                                        00007700
      *----------------------------------------------------------------*00007800
       CONFIGURATION                              SECTION.              00007900
      *----------------------------------------------------------------*00008000
                                                                        00008100
       SPECIAL-NAMES.                                                   00008200
           DECIMAL-POINT IS COMMA.                                      00008300
                                                                        00008400
      *----------------------------------------------------------------*00008500
       INPUT-OUTPUT                               SECTION.              00008600
      *----------------------------------------------------------------*00008700
                                                                        00008800
       FILE-CONTROL.                                                    00008900
             SELECT ARQPECAS  ASSIGN     TO JCLPECAS                    00009000
                    FILE STATUS          IS WRK-FS-PECAS.               00009100
                                                                        00009200
             SELECT RESERVAS  ASSIGN     TO JCLRESER                    00009300
                    FILE STATUS          IS WRK-FS-RESERVAS.            00009400
                                                                        00009500
             SELECT MANRES    ASSIGN     TO JCLMANRS                    00009600
                    FILE STATUS          IS WRK-FS-MANRES.              00009700
                                                                        00009800
             SELECT RESNOVO   ASSIGN     TO JCLRESNV                    00009900
                    FILE STATUS          IS WRK-FS-RESNOVO.             00010000
                                                                        00010100
             SELECT RESREJ    ASSIGN     TO JCLRESRJ                    00010200
                    FILE STATUS          IS WRK-FS-RESREJ.              00010300
                                                                        00010400
             SELECT RELRES    ASSIGN     TO JCLRELRS                    00010500
                    FILE STATUS          IS WRK-FS-RELRES.              00010600
                                                                        00010700
      *================================================================*00010800
       DATA                                      DIVISION.              00010900
      *================================================================*00011000
                                                                        00011100
      *----------------------------------------------------------------*00011200
       FILE                                      SECTION.               00011300
      *----------------------------------------------------------------*00011400
                                                                        00011500
      *----------------------------------------------------------------*00011600
      *  INPUT - PECAS EM ESTOQUE (ARQPECAS) - LRECL = 050.            *00011700
      *----------------------------------------------------------------*00011800
                                                                        00011900
       FD ARQPECAS                                                      00012000
           RECORDING MODE IS F                                          00012100
           BLOCK CONTAINS 0 RECORDS.                                    00012200
       01 FD-PECAS                    PIC X(050).                       00012300
                                                                        00012400
      *----------------------------------------------------------------*00012500
      *  INPUT - RESERVAS DE ESTOQUE (RESERVAS) - LRECL = 060.         *00012600
      *----------------------------------------------------------------*00012700
                                                                        00012800
       FD RESERVAS                                                      00012900
           RECORDING MODE IS F                                          00013000
           BLOCK CONTAINS 0 RECORDS.                                    00013100
       01 FD-RESERVAS                 PIC X(060).                       00013200
                                                                        00013300
      *----------------------------------------------------------------*00013400
      *  INPUT - LOTE DE MANUTENCAO (MANRES) - LRECL = 060.            *00013500
      *----------------------------------------------------------------*00013600
                                                                        00013700
       FD MANRES                                                        00013800
           RECORDING MODE IS F                                          00013900
           BLOCK CONTAINS 0 RECORDS.                                    00014000
       01 FD-MANRES.                                                    00014100
          05 FD-MRS-OPERACAO          PIC X(01).                        00014200
              88 FD-MRS-OP-INCLUSAO       VALUE 'I'.                    00014300
              88 FD-MRS-OP-ALTERACAO      VALUE 'A'.                    00014400
              88 FD-MRS-OP-CANCELAMENTO   VALUE 'C'.                    00014500
          05 FD-MRS-CHAVE.                                              00014600
             10 FD-MRS-COD-PECA       PIC X(06).                        00014700
             10 FD-MRS-DEPOSITO       PIC X(02).                        00014800
             10 FD-MRS-DEPTO          PIC X(10).                        00014900
          05 FD-MRS-QUANT-X           PIC X(05).                        00015000
          05 FD-MRS-QUANT REDEFINES FD-MRS-QUANT-X                      00015100
                                      PIC 9(05).                        00015200
          05 FD-MRS-DATA-NECES.                                         00015300
             10 FD-MRS-NECES-ANO      PIC 9(04).                        00015400
             10 FD-MRS-NECES-MES      PIC 9(02).                        00015500
             10 FD-MRS-NECES-DIA      PIC 9(02).                        00015600
          05 FD-MRS-ORDEM             PIC X(10).                        00015700
          05 FILLER                   PIC X(18).                        00015800
                                                                        00015900
      *----------------------------------------------------------------*00016000
      *  OUTPUT - RESERVAS REGRAVADAS (RESNOVO) - LRECL = 060.         *00016100
      *----------------------------------------------------------------*00016200
                                                                        00016300
       FD RESNOVO                                                       00016400
           RECORDING MODE IS F                                          00016500
           BLOCK CONTAINS 0 RECORDS.                                    00016600
       01 FD-RESNOVO                  PIC X(060).                       00016700
                                                                        00016800
      *----------------------------------------------------------------*00016900
      *  OUTPUT - TRANSACOES RECUSADAS (RESREJ) - LRECL = 090.         *00017000
      *----------------------------------------------------------------*00017100
                                                                        00017200
       FD RESREJ                                                        00017300
           RECORDING MODE IS F                                          00017400
           BLOCK CONTAINS 0 RECORDS.                                    00017500
       01 FD-RESREJ.                                                    00017600
          05 FD-RRS-TRANSACAO         PIC X(060).                       00017700
          05 FD-RRS-MOTIVO            PIC X(030).                       00017800
                                                                        00017900
      *----------------------------------------------------------------*00018000
      *  OUTPUT - RESERVAS VENCIDAS SEM RETIRADA (RELRES) - LRECL = 080*00018100
      *----------------------------------------------------------------*00018200
                                                                        00018300
       FD RELRES                                                        00018400
           RECORDING MODE IS F                                          00018500
           BLOCK CONTAINS 0 RECORDS.                                    00018600
       01 FD-RELRES                   PIC X(080).                       00018700
                                                                        00018800
      *----------------------------------------------------------------*00018900
       WORKING-STORAGE                            SECTION.              00019000
      *----------------------------------------------------------------*00019100
      *----------------------------------------------------------------*00019200
       01 FILLER                         PIC X(050)       VALUE         00019300
                   '*** INICIO DA WORKING FR05EX67 ***'.                00019400
      *----------------------------------------------------------------*00019500
                                                                        00019600
       77 WRK-FS-PECAS                   PIC X(002) VALUE SPACES.       00019700
       77 WRK-FS-RESERVAS                PIC X(002) VALUE SPACES.       00019800
       77 WRK-FS-MANRES                  PIC X(002) VALUE SPACES.       00019900
       77 WRK-FS-RESNOVO                 PIC X(002) VALUE SPACES.       00020000
       77 WRK-FS-RESREJ                  PIC X(002) VALUE SPACES.       00020100
       77 WRK-FS-RELRES                  PIC X(002) VALUE SPACES.       00020200
                                                                        00020300
      *----------------------------------------------------------------*00020400
       01 FILLER                         PIC X(050)       VALUE         00020500
                     '*** AREA DA ACUMULADORES ***'.                    00020600
      *----------------------------------------------------------------*00020700
                                                                        00020800
       77 ACUM-LIDOS-RESERVAS            PIC 9(007) VALUE ZEROS.        00020900
       77 ACUM-LIDOS-MANRES              PIC 9(007) VALUE ZEROS.        00021000
       77 ACUM-GRAV-RESNOVO              PIC 9(007) VALUE ZEROS.        00021100
       77 ACUM-INCLUSOES                 PIC 9(005) VALUE ZEROS.        00021200
       77 ACUM-ALTERACOES                PIC 9(005) VALUE ZEROS.        00021300
       77 ACUM-CANCELADAS                PIC 9(005) VALUE ZEROS.        00021400
       77 ACUM-EXPURGADAS                PIC 9(005) VALUE ZEROS.        00021500
       77 ACUM-RECUSADAS                 PIC 9(005) VALUE ZEROS.        00021600
       77 ACUM-VENCIDAS                  PIC 9(005) VALUE ZEROS.        00021700
       77 ACUM-QUANT-VENCIDA             PIC 9(007) VALUE ZEROS.        00021800
                                                                        00021900
      *----------------------------------------------------------------*00022000
       01 FILLER                         PIC X(050)       VALUE         00022100
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00022200
      *----------------------------------------------------------------*00022300
                                                                        00022400
       77 WRK-MOTIVO-RECUSA              PIC X(030) VALUE SPACES.       00022500
       77 WRK-CHAVE-ATUAL-RES            PIC X(018) VALUE SPACES.       00022600
       77 WRK-CHAVE-ATUAL-MRS            PIC X(018) VALUE SPACES.       00022700
       77 WRK-CHAVE-APLICADA             PIC X(018) VALUE LOW-VALUES.   00022800
       77 WRK-RES-SALVO                  PIC X(060) VALUE SPACES.       00022900
       77 WRK-VALOR-AUD                  PIC X(029) VALUE SPACES.       00023000
       77 WRK-QUANT-AUD                 PIC 9(005) VALUE ZEROS.         00023100
       77 WRK-TEM-RESERVAS               PIC X(001) VALUE 'N'.          00023200
           88 WRK-TEM-RESERVAS-SIM                  VALUE 'S'.          00023300
                                                                        00023400
       01 WRK-CHAVE-BUSCA.                                              00023500
          05 WRK-CHVB-COD-PECA           PIC X(006) VALUE SPACES.       00023600
          05 WRK-CHVB-DEPOSITO           PIC X(002) VALUE SPACES.       00023700
                                                                        00023800
       01 WRK-CHAVE-AUD.                                                00023900
          05 WRK-CHVA-COD-PECA           PIC X(006) VALUE SPACES.       00024000
          05 WRK-CHVA-DEPOSITO           PIC X(002) VALUE SPACES.       00024100
          05 FILLER                      PIC X(002) VALUE SPACES.       00024200
                                                                        00024300
      *----------------------------------------------------------------*00024400
      *    CHAVES DO CADASTRO DE PECAS (CARREGADAS NUM PRE-PASSO)      *00024500
      *----------------------------------------------------------------*00024600
                                                                        00024700
       01 WRK-TAB-PECAS.                                                00024800
          05 WRK-TAB-PEC               OCCURS 500 TIMES                 00024900
                                        INDEXED BY WRK-IDX-PEC.         00025000
             10 WRK-TAB-PEC-CHAVE.                                      00025100
                15 WRK-TAB-PEC-COD      PIC X(06).                      00025200
                15 WRK-TAB-PEC-DEP      PIC X(02).                      00025300
             10 WRK-TAB-PEC-SITUACAO    PIC X(01).                      00025400
                                                                        00025500
       77 WRK-TAB-PEC-QTDE               PIC 9(003) VALUE ZEROS.        00025600
       77 WRK-PEC-ACHOU                  PIC X(001) VALUE 'N'.          00025700
           88 WRK-PEC-ACHOU-SIM                     VALUE 'S'.          00025800
                                                                        00025900
      *----------------------------------------------------------------*00026000
      *    LINHAS DO RELATORIO DE RESERVAS VENCIDAS                    *00026100
      *----------------------------------------------------------------*00026200
                                                                        00026300
       01 WRK-LINCAB.                                                   00026400
          05 FILLER                      PIC X(042) VALUE               00026500
             'RESERVAS VENCIDAS SEM RETIRADA - MOVIMENTO'.              00026600
          05 FILLER                      PIC X(001) VALUE SPACES.       00026700
          05 WRK-LC-DATA                 PIC X(008).                    00026800
          05 FILLER                      PIC X(029) VALUE SPACES.       00026900
                                                                        00027000
       01 WRK-LINVEN.                                                   00027100
          05 WRK-LV-COD-PECA             PIC X(006).                    00027200
          05 FILLER                      PIC X(002) VALUE SPACES.       00027300
          05 WRK-LV-DEPOSITO             PIC X(002).                    00027400
          05 FILLER                      PIC X(002) VALUE SPACES.       00027500
          05 WRK-LV-DEPTO                PIC X(010).                    00027600
          05 FILLER                      PIC X(002) VALUE SPACES.       00027700
          05 WRK-LV-ORDEM                PIC X(010).                    00027800
          05 FILLER                      PIC X(002) VALUE SPACES.       00027900
          05 WRK-LV-QUANT                PIC ZZ.ZZ9.                    00028000
          05 FILLER                      PIC X(007) VALUE ' NECES '.    00028100
          05 WRK-LV-DATA-NECES           PIC X(008).                    00028200
          05 FILLER                      PIC X(006) VALUE ' INCL '.     00028300
          05 WRK-LV-DATA-INCL            PIC X(008).                    00028400
          05 FILLER                      PIC X(009) VALUE SPACES.       00028500
                                                                        00028600
       01 WRK-LINTOT.                                                   00028700
          05 FILLER                      PIC X(018) VALUE               00028800
             'TOTAL VENCIDAS  : '.                                      00028900
          05 WRK-LT-QTDE                 PIC ZZ.ZZ9.                    00029000
          05 FILLER                      PIC X(010) VALUE               00029100
             '  PECAS : '.                                              00029200
          05 WRK-LT-QUANT                PIC Z.ZZZ.ZZ9.                 00029300
          05 FILLER                      PIC X(037) VALUE SPACES.       00029400
                                                                        00029500
      *----------------------------------------------------------------*00029600
       01 FILLER                         PIC X(050)       VALUE         00029700
                    '*** AREA DOS BOOKS DE CADASTRO ***'.               00029800
      *----------------------------------------------------------------*00029900
                                                                        00030000
       COPY 'B#ARQE'.                                                   00030100
                                                                        00030200
       COPY 'B#RESERV'.                                                 00030300
                                                                        00030400
      *----------------------------------------------------------------*00030500
       01 FILLER                         PIC X(050)       VALUE         00030600
                    '*** AREA DA BOOK GRAVALOG ***'.                    00030700
      *----------------------------------------------------------------*00030800
                                                                        00030900
                           COPY 'B#GRALOG'.                             00031000
                                                                        00031100
      *----------------------------------------------------------------*00031200
       01 FILLER                         PIC X(050)       VALUE         00031300
                    '*** AREA DA BOOK GRAVAUD ***'.                     00031400
      *----------------------------------------------------------------*00031500
                                                                        00031600
                           COPY 'B#AUDIT'.                              00031700
                                                                        00031800
      ******************************************************************00031900
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00032000
      ******************************************************************00032100
                                                                        00032200
       COPY 'B#RUNCTL'.                                                 00032300
                                                                        00032400
       COPY 'B#DATPRC'.                                                 00032500
                                                                        00032600
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00032700
                                                                        00032800
      *================================================================*00032900
       PROCEDURE                                 DIVISION.              00033000
      *================================================================*00033100
                                                                        00033200
      ******************************************************************00033300
      *              P R O G R A M A  P R I N C I P A L                *00033400
      ******************************************************************00033500
                                                                        00033600
      *----------------------------------------------------------------*00033700
       0000-PRINCIPAL                            SECTION.               00033800
      *----------------------------------------------------------------*00033900
                                                                        00034000
            PERFORM 1000-INICIAR                                        00034100
                                                                        00034200
            PERFORM 2100-LER-RESERVAS                                   00034300
            PERFORM 2200-LER-MANRES                                     00034400
                                                                        00034500
            PERFORM 3000-PROCESSAR                                      00034600
                    UNTIL WRK-CHAVE-ATUAL-RES EQUAL HIGH-VALUES         00034700
                    AND   WRK-CHAVE-ATUAL-MRS EQUAL HIGH-VALUES         00034800
                                                                        00034900
            PERFORM 4000-FINALIZAR                                      00035000
                                                                        00035100
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00035200
            MOVE ACUM-LIDOS-MANRES    TO WRK-RUN-LIDOS                  00035300
            MOVE ACUM-GRAV-RESNOVO    TO WRK-RUN-GRAVADOS               00035400
            MOVE ZEROS                TO WRK-RUN-RC                     00035500
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00035600
                                                                        00035700
            STOP RUN.                                                   00035800
                                                                        00035900
      *----------------------------------------------------------------*00036000
       0000-99-FIM.                           EXIT.                     00036100
      *----------------------------------------------------------------*00036200
                                                                        00036300
      ******************************************************************00036400
      *                       I N I C I A R                            *00036500
      ******************************************************************00036600
                                                                        00036700
      *----------------------------------------------------------------*00036800
       1000-INICIAR                           SECTION.                  00036900
      *----------------------------------------------------------------*00037000
                                                                        00037100
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO            *00037200
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00037300
           CALL 'LERDATAP'            USING WRK-DATPRC                  00037400
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00037500
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00037600
           MOVE 'FR05EX67'            TO WRK-RUN-PROGRAMA               00037700
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00037800
           MOVE ZEROS                 TO WRK-RUN-RC                     00037900
                                         WRK-RUN-LIDOS                  00038000
                                         WRK-RUN-GRAVADOS               00038100
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00038200
                                                                        00038300
           IF WRK-RUN-DATA-JA-FEITA                                     00038400
              MOVE 'A'                TO WRK-SEVERIDADE                 00038500
              MOVE 'FR05EX67'         TO WRK-PROGRAMA                   00038600
              MOVE '1000  '           TO WRK-SECAO                      00038700
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00038800
                                      TO WRK-MENSAGEM                   00038900
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00039000
              CALL 'GRAVALOG'         USING WRK-LOG                     00039100
              MOVE 08                 TO RETURN-CODE                    00039200
              GOBACK                                                    00039300
           END-IF                                                       00039400
                                                                        00039500
           PERFORM 1200-CARREGAR-PECAS                                  00039600
                                                                        00039700
      *    SEM ARQUIVO DE RESERVAS (PRIMEIRA CARGA), O LOTE SO INCLUI  *00039800
           OPEN INPUT RESERVAS                                          00039900
           IF WRK-FS-RESERVAS EQUAL '35'                                00040000
              MOVE '10'               TO WRK-FS-RESERVAS                00040100
           ELSE                                                         00040200
              PERFORM 1120-TESTAR-WRK-FS-RESERVAS                       00040300
              MOVE 'S'                TO WRK-TEM-RESERVAS               00040400
           END-IF                                                       00040500
                                                                        00040600
           OPEN INPUT MANRES                                            00040700
           PERFORM 1130-TESTAR-WRK-FS-MANRES                            00040800
                                                                        00040900
           OPEN OUTPUT RESNOVO                                          00041000
                OUTPUT RESREJ                                           00041100
                OUTPUT RELRES                                           00041200
                                                                        00041300
           PERFORM 1140-TESTAR-WRK-FS-RESNOVO                           00041400
           PERFORM 1150-TESTAR-WRK-FS-RESREJ                            00041500
           PERFORM 1160-TESTAR-WRK-FS-RELRES                            00041600
                                                                        00041700
           MOVE WRK-DATA-EXEC         TO WRK-LC-DATA                    00041800
           WRITE FD-RELRES            FROM WRK-LINCAB                   00041900
           PERFORM 1160-TESTAR-WRK-FS-RELRES.                           00042000
                                                                        00042100
      *----------------------------------------------------------------*00042200
       1000-99-FIM.                           EXIT.                     00042300
      *----------------------------------------------------------------*00042400
                                                                        00042500
      *----------------------------------------------------------------*00042600
       1110-TESTAR-WRK-FS-PECAS               SECTION.                  00042700
      *----------------------------------------------------------------*00042800
                                                                        00042900
           IF WRK-FS-PECAS NOT EQUAL ZEROS                              00043000
            AND WRK-FS-PECAS NOT EQUAL '10'                             00043100
              MOVE 'FR05EX67'                    TO WRK-PROGRAMA        00043200
              MOVE 'ERRO NO ARQUIVO ARQPECAS'    TO WRK-MENSAGEM        00043300
              MOVE '1110'                        TO WRK-SECAO           00043400
              MOVE WRK-FS-PECAS                  TO WRK-STATUS          00043500
              PERFORM 9000-TRATAR-ERRO                                  00043600
           END-IF.                                                      00043700
                                                                        00043800
      *----------------------------------------------------------------*00043900
       1110-99-FIM.                           EXIT.                     00044000
      *----------------------------------------------------------------*00044100
                                                                        00044200
      *----------------------------------------------------------------*00044300
       1120-TESTAR-WRK-FS-RESERVAS            SECTION.                  00044400
      *----------------------------------------------------------------*00044500
                                                                        00044600
           IF WRK-FS-RESERVAS NOT EQUAL ZEROS                           00044700
            AND WRK-FS-RESERVAS NOT EQUAL '10'                          00044800
              MOVE 'FR05EX67'                    TO WRK-PROGRAMA        00044900
              MOVE 'ERRO NO ARQUIVO RESERVAS'    TO WRK-MENSAGEM        00045000
              MOVE '1120'                        TO WRK-SECAO           00045100
              MOVE WRK-FS-RESERVAS               TO WRK-STATUS          00045200
              PERFORM 9000-TRATAR-ERRO                                  00045300
           END-IF.                                                      00045400
                                                                        00045500
      *----------------------------------------------------------------*00045600
       1120-99-FIM.                           EXIT.                     00045700
      *----------------------------------------------------------------*00045800
                                                                        00045900
      *----------------------------------------------------------------*00046000
       1130-TESTAR-WRK-FS-MANRES              SECTION.                  00046100
      *----------------------------------------------------------------*00046200
                                                                        00046300
           IF WRK-FS-MANRES NOT EQUAL ZEROS                             00046400
            AND WRK-FS-MANRES NOT EQUAL '10'                            00046500
              MOVE 'FR05EX67'                    TO WRK-PROGRAMA        00046600
              MOVE 'ERRO NO ARQUIVO MANRES'      TO WRK-MENSAGEM        00046700
              MOVE '1130'                        TO WRK-SECAO           00046800
              MOVE WRK-FS-MANRES                 TO WRK-STATUS          00046900
              PERFORM 9000-TRATAR-ERRO                                  00047000
           END-IF.                                                      00047100
                                                                        00047200
      *----------------------------------------------------------------*00047300
       1130-99-FIM.                           EXIT.                     00047400
      *----------------------------------------------------------------*00047500
                                                                        00047600
      *----------------------------------------------------------------*00047700
       1140-TESTAR-WRK-FS-RESNOVO             SECTION.                  00047800
      *----------------------------------------------------------------*00047900
                                                                        00048000
           IF WRK-FS-RESNOVO NOT EQUAL ZEROS                            00048100
              MOVE 'FR05EX67'                    TO WRK-PROGRAMA        00048200
              MOVE 'ERRO NO ARQUIVO RESNOVO'     TO WRK-MENSAGEM        00048300
              MOVE '1140'                        TO WRK-SECAO           00048400
              MOVE WRK-FS-RESNOVO                TO WRK-STATUS          00048500
              PERFORM 9000-TRATAR-ERRO                                  00048600
           END-IF.                                                      00048700
                                                                        00048800
      *----------------------------------------------------------------*00048900
       1140-99-FIM.                           EXIT.                     00049000
      *----------------------------------------------------------------*00049100
                                                                        00049200
      *----------------------------------------------------------------*00049300
       1150-TESTAR-WRK-FS-RESREJ              SECTION.                  00049400
      *----------------------------------------------------------------*00049500
                                                                        00049600
           IF WRK-FS-RESREJ NOT EQUAL ZEROS                             00049700
              MOVE 'FR05EX67'                    TO WRK-PROGRAMA        00049800
              MOVE 'ERRO NO ARQUIVO RESREJ'      TO WRK-MENSAGEM        00049900
              MOVE '1150'                        TO WRK-SECAO           00050000
              MOVE WRK-FS-RESREJ                 TO WRK-STATUS          00050100
              PERFORM 9000-TRATAR-ERRO                                  00050200
           END-IF.                                                      00050300
                                                                        00050400
      *----------------------------------------------------------------*00050500
       1150-99-FIM.                           EXIT.                     00050600
      *----------------------------------------------------------------*00050700
                                                                        00050800
      *----------------------------------------------------------------*00050900
       1160-TESTAR-WRK-FS-RELRES              SECTION.                  00051000
      *----------------------------------------------------------------*00051100
                                                                        00051200
           IF WRK-FS-RELRES NOT EQUAL ZEROS                             00051300
              MOVE 'FR05EX67'                    TO WRK-PROGRAMA        00051400
              MOVE 'ERRO NO ARQUIVO RELRES'      TO WRK-MENSAGEM        00051500
              MOVE '1160'                        TO WRK-SECAO           00051600
              MOVE WRK-FS-RELRES                 TO WRK-STATUS          00051700
              PERFORM 9000-TRATAR-ERRO                                  00051800
           END-IF.                                                      00051900
                                                                        00052000
      *----------------------------------------------------------------*00052100
       1160-99-FIM.                           EXIT.                     00052200
      *----------------------------------------------------------------*00052300
                                                                        00052400
      ******************************************************************00052500
      *     C A R R E G A R   C H A V E S   D O   C A D A S T R O      *00052600
      ******************************************************************00052700
                                                                        00052800
      *----------------------------------------------------------------*00052900
       1200-CARREGAR-PECAS                    SECTION.                  00053000
      *----------------------------------------------------------------*00053100
                                                                        00053200
           OPEN INPUT ARQPECAS                                          00053300
           PERFORM 1110-TESTAR-WRK-FS-PECAS                             00053400
                                                                        00053500
           PERFORM 1210-GUARDAR-PECA                                    00053600
                   UNTIL WRK-FS-PECAS EQUAL '10'                        00053700
                                                                        00053800
           CLOSE ARQPECAS.                                              00053900
                                                                        00054000
      *----------------------------------------------------------------*00054100
       1200-99-FIM.                           EXIT.                     00054200
      *----------------------------------------------------------------*00054300
                                                                        00054400
      *----------------------------------------------------------------*00054500
       1210-GUARDAR-PECA                      SECTION.                  00054600
      *----------------------------------------------------------------*00054700
                                                                        00054800
           READ ARQPECAS             INTO WRK-ARQPECAS                  00054900
                                                                        00055000
           IF WRK-FS-PECAS EQUAL '10'                                   00055100
              GO                  TO 1210-99-FIM                        00055200
           END-IF                                                       00055300
                                                                        00055400
           PERFORM 1110-TESTAR-WRK-FS-PECAS                             00055500
                                                                        00055600
           IF WRK-TAB-PEC-QTDE GREATER OR EQUAL 500                     00055700
              MOVE 'FR05EX67'                    TO WRK-PROGRAMA        00055800
              MOVE 'TABELA DE PECAS CHEIA'       TO WRK-MENSAGEM        00055900
              MOVE '1210'                        TO WRK-SECAO           00056000
              MOVE SPACES                        TO WRK-STATUS          00056100
              PERFORM 9000-TRATAR-ERRO                                  00056200
           END-IF                                                       00056300
                                                                        00056400
           ADD 1                     TO WRK-TAB-PEC-QTDE                00056500
           SET WRK-IDX-PEC           TO WRK-TAB-PEC-QTDE                00056600
           MOVE FD-COD-PECA          TO WRK-TAB-PEC-COD (WRK-IDX-PEC)   00056700
           MOVE FD-DEPOSITO-PECA     TO WRK-TAB-PEC-DEP (WRK-IDX-PEC)   00056800
           MOVE FD-SITUACAO-PECA     TO WRK-TAB-PEC-SITUACAO            00056900
                                         (WRK-IDX-PEC).                 00057000
                                                                        00057100
      *----------------------------------------------------------------*00057200
       1210-99-FIM.                           EXIT.                     00057300
      *----------------------------------------------------------------*00057400
                                                                        00057500
      ******************************************************************00057600
      *                     L E I T U R A S                            *00057700
      ******************************************************************00057800
                                                                        00057900
      *----------------------------------------------------------------*00058000
       2100-LER-RESERVAS                      SECTION.                  00058100
      *----------------------------------------------------------------*00058200
                                                                        00058300
            IF WRK-FS-RESERVAS EQUAL '10'                               00058400
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-RES             00058500
               GO                    TO 2100-99-FIM                     00058600
            END-IF                                                      00058700
                                                                        00058800
            READ RESERVAS            INTO WRK-RESERVA                   00058900
                                                                        00059000
            IF WRK-FS-RESERVAS EQUAL '10'                               00059100
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-RES             00059200
               GO                    TO 2100-99-FIM                     00059300
            END-IF                                                      00059400
                                                                        00059500
            PERFORM 1120-TESTAR-WRK-FS-RESERVAS                         00059600
            MOVE FD-RES-CHAVE        TO WRK-CHAVE-ATUAL-RES             00059700
            ADD 1                    TO ACUM-LIDOS-RESERVAS.            00059800
                                                                        00059900
      *----------------------------------------------------------------*00060000
       2100-99-FIM.                           EXIT.                     00060100
      *----------------------------------------------------------------*00060200
                                                                        00060300
      *----------------------------------------------------------------*00060400
       2200-LER-MANRES                        SECTION.                  00060500
      *----------------------------------------------------------------*00060600
                                                                        00060700
            READ MANRES                                                 00060800
                                                                        00060900
            IF WRK-FS-MANRES EQUAL '10'                                 00061000
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-MRS             00061100
               GO                    TO 2200-99-FIM                     00061200
            END-IF                                                      00061300
                                                                        00061400
            PERFORM 1130-TESTAR-WRK-FS-MANRES                           00061500
            MOVE FD-MRS-CHAVE        TO WRK-CHAVE-ATUAL-MRS             00061600
            ADD 1                    TO ACUM-LIDOS-MANRES.              00061700
                                                                        00061800
      *----------------------------------------------------------------*00061900
       2200-99-FIM.                           EXIT.                     00062000
      *----------------------------------------------------------------*00062100
                                                                        00062200
      ******************************************************************00062300
      *                     P R O C E S S A R                          *00062400
      ******************************************************************00062500
                                                                        00062600
      *----------------------------------------------------------------*00062700
       3000-PROCESSAR                        SECTION.                   00062800
      *----------------------------------------------------------------*00062900
                                                                        00063000
            EVALUATE TRUE                                               00063100
              WHEN WRK-CHAVE-ATUAL-RES   EQUAL WRK-CHAVE-ATUAL-MRS      00063200
               PERFORM 3200-APLICAR-NA-RESERVA                          00063300
              WHEN WRK-CHAVE-ATUAL-RES   LESS WRK-CHAVE-ATUAL-MRS       00063400
               PERFORM 3900-GRAVAR-RESNOVO                              00063500
               PERFORM 2100-LER-RESERVAS                                00063600
              WHEN OTHER                                                00063700
               PERFORM 3100-APLICAR-SEM-RESERVA                         00063800
               PERFORM 2200-LER-MANRES                                  00063900
            END-EVALUATE.                                               00064000
                                                                        00064100
      *----------------------------------------------------------------*00064200
       3000-99-FIM.                           EXIT.                     00064300
      *----------------------------------------------------------------*00064400
                                                                        00064500
      *----------------------------------------------------------------*00064600
       3100-APLICAR-SEM-RESERVA               SECTION.                  00064700
      *----------------------------------------------------------------*00064800
                                                                        00064900
            IF WRK-CHAVE-ATUAL-MRS EQUAL WRK-CHAVE-APLICADA             00065000
               MOVE 'TRANSACAO DUPLICADA NO LOTE'                       00065100
                                       TO WRK-MOTIVO-RECUSA             00065200
               PERFORM 3800-GRAVAR-RECUSA                               00065300
               GO                  TO 3100-99-FIM                       00065400
            END-IF                                                      00065500
                                                                        00065600
            EVALUATE TRUE                                               00065700
              WHEN FD-MRS-OP-INCLUSAO                                   00065800
               PERFORM 3300-INCLUIR-RESERVA                             00065900
              WHEN FD-MRS-OP-ALTERACAO                                  00066000
               OR   FD-MRS-OP-CANCELAMENTO                              00066100
               MOVE 'RESERVA INEXISTENTE'                               00066200
                                       TO WRK-MOTIVO-RECUSA             00066300
               PERFORM 3800-GRAVAR-RECUSA                               00066400
              WHEN OTHER                                                00066500
               MOVE 'OPERACAO INVALIDA'                                 00066600
                                       TO WRK-MOTIVO-RECUSA             00066700
               PERFORM 3800-GRAVAR-RECUSA                               00066800
            END-EVALUATE                                                00066900
                                                                        00067000
            MOVE WRK-CHAVE-ATUAL-MRS   TO WRK-CHAVE-APLICADA.           00067100
                                                                        00067200
      *----------------------------------------------------------------*00067300
       3100-99-FIM.                           EXIT.                     00067400
      *----------------------------------------------------------------*00067500
                                                                        00067600
      *----------------------------------------------------------------*00067700
       3200-APLICAR-NA-RESERVA                SECTION.                  00067800
      *----------------------------------------------------------------*00067900
                                                                        00068000
      *     RESERVA TODA RETIRADA ('B') VALE COMO INEXISTENTE: PODE    *00068100
      *     SER INCLUIDA DE NOVO, MAS NAO ALTERADA NEM CANCELADA       *00068200
            IF WRK-CHAVE-ATUAL-MRS EQUAL WRK-CHAVE-APLICADA             00068300
               MOVE 'TRANSACAO DUPLICADA NO LOTE'                       00068400
                                       TO WRK-MOTIVO-RECUSA             00068500
               PERFORM 3800-GRAVAR-RECUSA                               00068600
            ELSE                                                        00068700
               EVALUATE TRUE                                            00068800
                 WHEN FD-MRS-OP-INCLUSAO                                00068900
                  AND FD-RES-BAIXADA                                    00069000
                  PERFORM 3300-INCLUIR-RESERVA                          00069100
                 WHEN FD-MRS-OP-INCLUSAO                                00069200
                  MOVE 'RESERVA JA CADASTRADA'                          00069300
                                       TO WRK-MOTIVO-RECUSA             00069400
                  PERFORM 3800-GRAVAR-RECUSA                            00069500
                 WHEN (FD-MRS-OP-ALTERACAO OR FD-MRS-OP-CANCELAMENTO)   00069600
                  AND FD-RES-BAIXADA                                    00069700
                  MOVE 'RESERVA JA RETIRADA'                            00069800
                                       TO WRK-MOTIVO-RECUSA             00069900
                  PERFORM 3800-GRAVAR-RECUSA                            00070000
                 WHEN FD-MRS-OP-ALTERACAO                               00070100
                  PERFORM 3500-ALTERAR-RESERVA                          00070200
                 WHEN FD-MRS-OP-CANCELAMENTO                            00070300
                  PERFORM 3600-CANCELAR-RESERVA                         00070400
                 WHEN OTHER                                             00070500
                  MOVE 'OPERACAO INVALIDA'                              00070600
                                       TO WRK-MOTIVO-RECUSA             00070700
                  PERFORM 3800-GRAVAR-RECUSA                            00070800
               END-EVALUATE                                             00070900
            END-IF                                                      00071000
                                                                        00071100
            PERFORM 3900-GRAVAR-RESNOVO                                 00071200
            PERFORM 2100-LER-RESERVAS                                   00071300
            MOVE WRK-CHAVE-ATUAL-MRS   TO WRK-CHAVE-APLICADA            00071400
            PERFORM 2200-LER-MANRES.                                    00071500
                                                                        00071600
      *----------------------------------------------------------------*00071700
       3200-99-FIM.                           EXIT.                     00071800
      *----------------------------------------------------------------*00071900
                                                                        00072000
      *----------------------------------------------------------------*00072100
       3300-INCLUIR-RESERVA                   SECTION.                  00072200
      *----------------------------------------------------------------*00072300
                                                                        00072400
            IF FD-MRS-COD-PECA EQUAL SPACES                             00072500
               MOVE 'CODIGO DA PECA EM BRANCO'                          00072600
                                       TO WRK-MOTIVO-RECUSA             00072700
               PERFORM 3800-GRAVAR-RECUSA                               00072800
               GO                  TO 3300-99-FIM                       00072900
            END-IF                                                      00073000
                                                                        00073100
            IF FD-MRS-DEPTO EQUAL SPACES                                00073200
               MOVE 'DEPARTAMENTO EM BRANCO'                            00073300
                                       TO WRK-MOTIVO-RECUSA             00073400
               PERFORM 3800-GRAVAR-RECUSA                               00073500
               GO                  TO 3300-99-FIM                       00073600
            END-IF                                                      00073700
                                                                        00073800
            MOVE FD-MRS-COD-PECA       TO WRK-CHVB-COD-PECA             00073900
            MOVE FD-MRS-DEPOSITO       TO WRK-CHVB-DEPOSITO             00074000
            PERFORM 3610-LOCALIZAR-PECA                                 00074100
            IF NOT WRK-PEC-ACHOU-SIM                                    00074200
               MOVE 'PECA INEXISTENTE NO DEPOSITO'                      00074300
                                       TO WRK-MOTIVO-RECUSA             00074400
               PERFORM 3800-GRAVAR-RECUSA                               00074500
               GO                  TO 3300-99-FIM                       00074600
            END-IF                                                      00074700
                                                                        00074800
            IF WRK-TAB-PEC-SITUACAO (WRK-IDX-PEC) EQUAL 'D'             00074900
               MOVE 'PECA DESCONTINUADA'                                00075000
                                       TO WRK-MOTIVO-RECUSA             00075100
               PERFORM 3800-GRAVAR-RECUSA                               00075200
               GO                  TO 3300-99-FIM                       00075300
            END-IF                                                      00075400
                                                                        00075500
            IF FD-MRS-QUANT-X NOT NUMERIC                               00075600
             OR FD-MRS-QUANT EQUAL ZEROS                                00075700
               MOVE 'QUANTIDADE INVALIDA'                               00075800
                                       TO WRK-MOTIVO-RECUSA             00075900
               PERFORM 3800-GRAVAR-RECUSA                               00076000
               GO                  TO 3300-99-FIM                       00076100
            END-IF                                                      00076200
                                                                        00076300
            PERFORM 3550-CONFERIR-DATA                                  00076400
            IF WRK-MOTIVO-RECUSA NOT EQUAL SPACES                       00076500
               PERFORM 3800-GRAVAR-RECUSA                               00076600
               GO                  TO 3300-99-FIM                       00076700
            END-IF                                                      00076800
                                                                        00076900
            IF FD-MRS-ORDEM EQUAL SPACES                                00077000
               MOVE 'ORDEM DE SERVICO EM BRANCO'                        00077100
                                       TO WRK-MOTIVO-RECUSA             00077200
               PERFORM 3800-GRAVAR-RECUSA                               00077300
               GO                  TO 3300-99-FIM                       00077400
            END-IF                                                      00077500
                                                                        00077600
      *     A AREA DO RESERVAS GUARDA A PROXIMA RESERVA DO ARQUIVO,    *00077700
      *     AINDA NAO GRAVADA: MONTA A NOVA NELA E DEPOIS RESTAURA     *00077800
            MOVE WRK-RESERVA           TO WRK-RES-SALVO                 00077900
            MOVE SPACES                TO WRK-RESERVA                   00078000
            MOVE FD-MRS-CHAVE          TO FD-RES-CHAVE                  00078100
            MOVE FD-MRS-QUANT          TO FD-RES-QUANT                  00078200
                                          FD-RES-QUANT-ORIG             00078300
            MOVE FD-MRS-DATA-NECES     TO FD-RES-DATA-NECES             00078400
            MOVE FD-MRS-ORDEM          TO FD-RES-ORDEM                  00078500
            MOVE WRK-DATA-EXEC         TO FD-RES-DATA-INCL              00078600
            MOVE 'A'                   TO FD-RES-SITUACAO               00078700
            PERFORM 3900-GRAVAR-RESNOVO                                 00078800
            ADD 1                      TO ACUM-INCLUSOES                00078900
                                                                        00079000
            MOVE '3300  '              TO WRK-AUD-SECAO                 00079100
            MOVE 'I'                   TO WRK-AUD-OPERACAO              00079200
            MOVE 'RESERVA'             TO WRK-AUD-CAMPO                 00079300
            MOVE SPACES                TO WRK-VALOR-AUD                 00079400
            MOVE FD-RES-QUANT          TO WRK-QUANT-AUD                 00079500
            STRING WRK-QUANT-AUD      ' '                               00079600
                   FD-RES-DATA-NECES   ' '                              00079700
                   FD-RES-ORDEM                                         00079800
                   DELIMITED BY SIZE                                    00079900
                   INTO WRK-VALOR-AUD                                   00080000
            MOVE SPACES                TO WRK-AUD-VALOR-ANTES           00080100
            PERFORM 3700-GRAVAR-AUDITORIA                               00080200
                                                                        00080300
            MOVE WRK-RES-SALVO         TO WRK-RESERVA.                  00080400
                                                                        00080500
      *----------------------------------------------------------------*00080600
       3300-99-FIM.                           EXIT.                     00080700
      *----------------------------------------------------------------*00080800
                                                                        00080900
      *----------------------------------------------------------------*00081000
       3500-ALTERAR-RESERVA                   SECTION.                  00081100
      *----------------------------------------------------------------*00081200
                                                                        00081300
      *     CAMPO EM BRANCO NO LOTE = CAMPO NAO ALTERADO; TODOS OS     *00081400
      *     CAMPOS SAO CONFERIDOS ANTES DE QUALQUER MUDANCA. A         *00081500
      *     QUANTIDADE INFORMADA E O NOVO SALDO A RETIRAR: O TOTAL     *00081600
      *     RESERVADO ACOMPANHA A DIFERENCA                            *00081700
            IF FD-MRS-QUANT-X EQUAL SPACES                              00081800
             AND FD-MRS-DATA-NECES EQUAL SPACES                         00081900
             AND FD-MRS-ORDEM EQUAL SPACES                              00082000
               MOVE 'ALTERACAO SEM CAMPO INFORMADO'                     00082100
                                       TO WRK-MOTIVO-RECUSA             00082200
               PERFORM 3800-GRAVAR-RECUSA                               00082300
               GO                  TO 3500-99-FIM                       00082400
            END-IF                                                      00082500
                                                                        00082600
            IF FD-MRS-QUANT-X NOT EQUAL SPACES                          00082700
               IF FD-MRS-QUANT-X NOT NUMERIC                            00082800
                OR FD-MRS-QUANT EQUAL ZEROS                             00082900
                  MOVE 'QUANTIDADE INVALIDA'                            00083000
                                       TO WRK-MOTIVO-RECUSA             00083100
                  PERFORM 3800-GRAVAR-RECUSA                            00083200
                  GO               TO 3500-99-FIM                       00083300
               END-IF                                                   00083400
            END-IF                                                      00083500
                                                                        00083600
            IF FD-MRS-DATA-NECES NOT EQUAL SPACES                       00083700
               PERFORM 3550-CONFERIR-DATA                               00083800
               IF WRK-MOTIVO-RECUSA NOT EQUAL SPACES                    00083900
                  PERFORM 3800-GRAVAR-RECUSA                            00084000
                  GO               TO 3500-99-FIM                       00084100
               END-IF                                                   00084200
            END-IF                                                      00084300
                                                                        00084400
            MOVE '3500  '              TO WRK-AUD-SECAO                 00084500
            MOVE 'A'                   TO WRK-AUD-OPERACAO              00084600
                                                                        00084700
            IF FD-MRS-QUANT-X NOT EQUAL SPACES                          00084800
               MOVE 'QUANTIDADE'       TO WRK-AUD-CAMPO                 00084900
               MOVE FD-RES-QUANT       TO WRK-QUANT-AUD                 00085000
               MOVE WRK-QUANT-AUD     TO WRK-VALOR-AUD                  00085100
               PERFORM 3650-MONTAR-VALOR-ANTES                          00085200
               COMPUTE FD-RES-QUANT-ORIG = FD-RES-QUANT-ORIG            00085300
                                         - FD-RES-QUANT                 00085400
                                         + FD-MRS-QUANT                 00085500
               MOVE FD-MRS-QUANT       TO FD-RES-QUANT                  00085600
                                          WRK-QUANT-AUD                 00085700
               MOVE WRK-QUANT-AUD     TO WRK-VALOR-AUD                  00085800
               PERFORM 3700-GRAVAR-AUDITORIA                            00085900
            END-IF                                                      00086000
                                                                        00086100
            IF FD-MRS-DATA-NECES NOT EQUAL SPACES                       00086200
               MOVE 'DATA NECES'       TO WRK-AUD-CAMPO                 00086300
               MOVE FD-RES-DATA-NECES  TO WRK-VALOR-AUD                 00086400
               PERFORM 3650-MONTAR-VALOR-ANTES                          00086500
               MOVE FD-MRS-DATA-NECES  TO FD-RES-DATA-NECES             00086600
                                          WRK-VALOR-AUD                 00086700
               PERFORM 3700-GRAVAR-AUDITORIA                            00086800
            END-IF                                                      00086900
                                                                        00087000
            IF FD-MRS-ORDEM NOT EQUAL SPACES                            00087100
               MOVE 'ORDEM'            TO WRK-AUD-CAMPO                 00087200
               MOVE FD-RES-ORDEM       TO WRK-VALOR-AUD                 00087300
               PERFORM 3650-MONTAR-VALOR-ANTES                          00087400
               MOVE FD-MRS-ORDEM       TO FD-RES-ORDEM                  00087500
                                          WRK-VALOR-AUD                 00087600
               PERFORM 3700-GRAVAR-AUDITORIA                            00087700
            END-IF                                                      00087800
                                                                        00087900
            ADD 1                      TO ACUM-ALTERACOES.              00088000
                                                                        00088100
      *----------------------------------------------------------------*00088200
       3500-99-FIM.                           EXIT.                     00088300
      *----------------------------------------------------------------*00088400
                                                                        00088500
      *----------------------------------------------------------------*00088600
       3550-CONFERIR-DATA                     SECTION.                  00088700
      *----------------------------------------------------------------*00088800
                                                                        00088900
      *     A DATA DE NECESSIDADE E AAAAMMDD E NAO PODE SER ANTERIOR   *00089000
      *     AO MOVIMENTO                                               *00089100
            MOVE SPACES                TO WRK-MOTIVO-RECUSA             00089200
                                                                        00089300
            IF FD-MRS-DATA-NECES NOT NUMERIC                            00089400
             OR FD-MRS-NECES-MES LESS 01                                00089500
             OR FD-MRS-NECES-MES GREATER 12                             00089600
             OR FD-MRS-NECES-DIA LESS 01                                00089700
             OR FD-MRS-NECES-DIA GREATER 31                             00089800
               MOVE 'DATA DE NECESSIDADE INVALIDA'                      00089900
                                       TO WRK-MOTIVO-RECUSA             00090000
               GO                  TO 3550-99-FIM                       00090100
            END-IF                                                      00090200
                                                                        00090300
            IF FD-MRS-DATA-NECES LESS WRK-DATA-EXEC                     00090400
               MOVE 'DATA DE NECESSIDADE VENCIDA'                       00090500
                                       TO WRK-MOTIVO-RECUSA             00090600
            END-IF.                                                     00090700
                                                                        00090800
      *----------------------------------------------------------------*00090900
       3550-99-FIM.                           EXIT.                     00091000
      *----------------------------------------------------------------*00091100
                                                                        00091200
      *----------------------------------------------------------------*00091300
       3600-CANCELAR-RESERVA                  SECTION.                  00091400
      *----------------------------------------------------------------*00091500
                                                                        00091600
      *     A RESERVA CANCELADA NAO E REGRAVADA (3900); O SALDO QUE    *00091700
      *     RESTAVA FICA NA TRILHA                                     *00091800
            MOVE '3600  '              TO WRK-AUD-SECAO                 00091900
            MOVE 'D'                   TO WRK-AUD-OPERACAO              00092000
            MOVE 'RESERVA'             TO WRK-AUD-CAMPO                 00092100
            MOVE SPACES                TO WRK-VALOR-AUD                 00092200
            MOVE FD-RES-QUANT          TO WRK-QUANT-AUD                 00092300
            STRING WRK-QUANT-AUD      ' '                               00092400
                   FD-RES-DATA-NECES   ' '                              00092500
                   FD-RES-ORDEM                                         00092600
                   DELIMITED BY SIZE                                    00092700
                   INTO WRK-VALOR-AUD                                   00092800
            PERFORM 3650-MONTAR-VALOR-ANTES                             00092900
            MOVE SPACES                TO WRK-AUD-VALOR-DEPOIS          00093000
            PERFORM 3750-CHAMAR-GRAVAUD                                 00093100
            MOVE 'C'                   TO FD-RES-SITUACAO               00093200
            ADD 1                      TO ACUM-CANCELADAS.              00093300
                                                                        00093400
      *----------------------------------------------------------------*00093500
       3600-99-FIM.                           EXIT.                     00093600
      *----------------------------------------------------------------*00093700
                                                                        00093800
      *----------------------------------------------------------------*00093900
       3610-LOCALIZAR-PECA                    SECTION.                  00094000
      *----------------------------------------------------------------*00094100
                                                                        00094200
            MOVE 'N'                   TO WRK-PEC-ACHOU                 00094300
                                                                        00094400
            IF WRK-TAB-PEC-QTDE EQUAL ZEROS                             00094500
               GO                  TO 3610-99-FIM                       00094600
            END-IF                                                      00094700
                                                                        00094800
            SET WRK-IDX-PEC            TO 1                             00094900
            SEARCH WRK-TAB-PEC                                          00095000
              AT END                                                    00095100
                 CONTINUE                                               00095200
              WHEN WRK-IDX-PEC GREATER WRK-TAB-PEC-QTDE                 00095300
                 CONTINUE                                               00095400
              WHEN WRK-TAB-PEC-CHAVE (WRK-IDX-PEC)                      00095500
                   EQUAL WRK-CHAVE-BUSCA                                00095600
                 MOVE 'S'              TO WRK-PEC-ACHOU                 00095700
            END-SEARCH.                                                 00095800
                                                                        00095900
      *----------------------------------------------------------------*00096000
       3610-99-FIM.                           EXIT.                     00096100
      *----------------------------------------------------------------*00096200
                                                                        00096300
      *----------------------------------------------------------------*00096400
      *    A CHAVE DA RESERVA NAO CABE NA CHAVE DA TRILHA: O           *00096500
      *    DEPARTAMENTO VAI NA FRENTE DOS VALORES                      *00096600
      *----------------------------------------------------------------*00096700
       3650-MONTAR-VALOR-ANTES                SECTION.                  00096800
      *----------------------------------------------------------------*00096900
                                                                        00097000
            MOVE SPACES                TO WRK-AUD-VALOR-ANTES           00097100
            STRING FD-RES-DEPTO        ' '                              00097200
                   WRK-VALOR-AUD                                        00097300
                   DELIMITED BY SIZE                                    00097400
                   INTO WRK-AUD-VALOR-ANTES.                            00097500
                                                                        00097600
      *----------------------------------------------------------------*00097700
       3650-99-FIM.                           EXIT.                     00097800
      *----------------------------------------------------------------*00097900
                                                                        00098000
      *----------------------------------------------------------------*00098100
       3700-GRAVAR-AUDITORIA                  SECTION.                  00098200
      *----------------------------------------------------------------*00098300
                                                                        00098400
            MOVE SPACES                TO WRK-AUD-VALOR-DEPOIS          00098500
            STRING FD-RES-DEPTO        ' '                              00098600
                   WRK-VALOR-AUD                                        00098700
                   DELIMITED BY SIZE                                    00098800
                   INTO WRK-AUD-VALOR-DEPOIS                            00098900
            PERFORM 3750-CHAMAR-GRAVAUD.                                00099000
                                                                        00099100
      *----------------------------------------------------------------*00099200
       3700-99-FIM.                           EXIT.                     00099300
      *----------------------------------------------------------------*00099400
                                                                        00099500
      *----------------------------------------------------------------*00099600
       3750-CHAMAR-GRAVAUD                    SECTION.                  00099700
      *----------------------------------------------------------------*00099800
                                                                        00099900
            MOVE FD-RES-COD-PECA       TO WRK-CHVA-COD-PECA             00100000
            MOVE FD-RES-DEPOSITO       TO WRK-CHVA-DEPOSITO             00100100
            MOVE 'FR05EX67'            TO WRK-AUD-PROGRAMA              00100200
            MOVE 'RESERVAS'            TO WRK-AUD-TABELA                00100300
            MOVE ZEROS                 TO WRK-AUD-ID                    00100400
            MOVE SPACES                TO WRK-AUD-USUARIO               00100500
            MOVE WRK-CHAVE-AUD         TO WRK-AUD-CHAVE                 00100600
            CALL 'GRAVAUD'             USING WRK-AUDITORIA.             00100700
                                                                        00100800
      *----------------------------------------------------------------*00100900
       3750-99-FIM.                           EXIT.                     00101000
      *----------------------------------------------------------------*00101100
                                                                        00101200
      *----------------------------------------------------------------*00101300
       3800-GRAVAR-RECUSA                     SECTION.                  00101400
      *----------------------------------------------------------------*00101500
                                                                        00101600
            MOVE FD-MANRES             TO FD-RRS-TRANSACAO              00101700
            MOVE WRK-MOTIVO-RECUSA     TO FD-RRS-MOTIVO                 00101800
            WRITE FD-RESREJ                                             00101900
            PERFORM 1150-TESTAR-WRK-FS-RESREJ                           00102000
            ADD 1                      TO ACUM-RECUSADAS                00102100
                                                                        00102200
            MOVE 'A'                   TO WRK-SEVERIDADE                00102300
            MOVE 'FR05EX67'            TO WRK-PROGRAMA                  00102400
            MOVE '3800  '              TO WRK-SECAO                     00102500
            MOVE WRK-MOTIVO-RECUSA     TO WRK-MENSAGEM                  00102600
            MOVE FD-MRS-COD-PECA       TO WRK-STATUS                    00102700
            CALL 'GRAVALOG'            USING WRK-LOG.                   00102800
                                                                        00102900
      *----------------------------------------------------------------*00103000
       3800-99-FIM.                           EXIT.                     00103100
      *----------------------------------------------------------------*00103200
                                                                        00103300
      *----------------------------------------------------------------*00103400
       3900-GRAVAR-RESNOVO                    SECTION.                  00103500
      *----------------------------------------------------------------*00103600
                                                                        00103700
      *     A BAIXADA PELO FR05EX30 E EXPURGADA; A CANCELADA FICA SO   *00103800
      *     NA TRILHA DE AUDITORIA                                     *00103900
            IF FD-RES-BAIXADA                                           00104000
               ADD 1                   TO ACUM-EXPURGADAS               00104100
               GO                  TO 3900-99-FIM                       00104200
            END-IF                                                      00104300
                                                                        00104400
            IF FD-RES-CANCELADA                                         00104500
               GO                  TO 3900-99-FIM                       00104600
            END-IF                                                      00104700
                                                                        00104800
            IF FD-RES-DATA-NECES LESS WRK-DATA-EXEC                     00104900
             AND FD-RES-QUANT EQUAL FD-RES-QUANT-ORIG                   00105000
               PERFORM 3950-LISTAR-VENCIDA                              00105100
            END-IF                                                      00105200
                                                                        00105300
            WRITE FD-RESNOVO           FROM WRK-RESERVA                 00105400
            PERFORM 1140-TESTAR-WRK-FS-RESNOVO                          00105500
            ADD 1                      TO ACUM-GRAV-RESNOVO.            00105600
                                                                        00105700
      *----------------------------------------------------------------*00105800
       3900-99-FIM.                           EXIT.                     00105900
      *----------------------------------------------------------------*00106000
                                                                        00106100
      *----------------------------------------------------------------*00106200
       3950-LISTAR-VENCIDA                    SECTION.                  00106300
      *----------------------------------------------------------------*00106400
                                                                        00106500
            MOVE FD-RES-COD-PECA       TO WRK-LV-COD-PECA               00106600
            MOVE FD-RES-DEPOSITO       TO WRK-LV-DEPOSITO               00106700
            MOVE FD-RES-DEPTO          TO WRK-LV-DEPTO                  00106800
            MOVE FD-RES-ORDEM          TO WRK-LV-ORDEM                  00106900
            MOVE FD-RES-QUANT          TO WRK-LV-QUANT                  00107000
            MOVE FD-RES-DATA-NECES     TO WRK-LV-DATA-NECES             00107100
            MOVE FD-RES-DATA-INCL      TO WRK-LV-DATA-INCL              00107200
            WRITE FD-RELRES            FROM WRK-LINVEN                  00107300
            PERFORM 1160-TESTAR-WRK-FS-RELRES                           00107400
                                                                        00107500
            ADD 1                      TO ACUM-VENCIDAS                 00107600
            ADD FD-RES-QUANT           TO ACUM-QUANT-VENCIDA.           00107700
                                                                        00107800
      *----------------------------------------------------------------*00107900
       3950-99-FIM.                           EXIT.                     00108000
      *----------------------------------------------------------------*00108100
                                                                        00108200
      ******************************************************************00108300
      *                     F I N A L I Z A R                          *00108400
      ******************************************************************00108500
                                                                        00108600
      *----------------------------------------------------------------*00108700
       4000-FINALIZAR                        SECTION.                   00108800
      *----------------------------------------------------------------*00108900
                                                                        00109000
            MOVE ACUM-VENCIDAS         TO WRK-LT-QTDE                   00109100
            MOVE ACUM-QUANT-VENCIDA    TO WRK-LT-QUANT                  00109200
            WRITE FD-RELRES            FROM WRK-LINTOT                  00109300
            PERFORM 1160-TESTAR-WRK-FS-RELRES                           00109400
                                                                        00109500
            IF WRK-TEM-RESERVAS-SIM                                     00109600
               CLOSE RESERVAS                                           00109700
            END-IF                                                      00109800
                                                                        00109900
            CLOSE MANRES                                                00110000
                  RESNOVO                                               00110100
                  RESREJ                                                00110200
                  RELRES                                                00110300
                                                                        00110400
            DISPLAY '*************************************************' 00110500
            DISPLAY '        MANUTENCAO DAS RESERVAS DE ESTOQUE       ' 00110600
            DISPLAY '                                                 ' 00110700
            DISPLAY '  LIDAS RESERVAS      :  ' ACUM-LIDOS-RESERVAS     00110800
            DISPLAY '  LIDOS MANRES        :  ' ACUM-LIDOS-MANRES       00110900
            DISPLAY '  GRAVADAS RESNOVO    :  ' ACUM-GRAV-RESNOVO       00111000
            DISPLAY '  INCLUSOES           :  ' ACUM-INCLUSOES          00111100
            DISPLAY '  ALTERACOES          :  ' ACUM-ALTERACOES         00111200
            DISPLAY '  CANCELADAS          :  ' ACUM-CANCELADAS         00111300
            DISPLAY '  EXPURGADAS (BAIXA)  :  ' ACUM-EXPURGADAS         00111400
            DISPLAY '  RECUSADAS           :  ' ACUM-RECUSADAS          00111500
            DISPLAY '  VENCIDAS S/ RETIRADA:  ' ACUM-VENCIDAS           00111600
            DISPLAY '                                                 ' 00111700
            DISPLAY '*************************************************'.00111800
                                                                        00111900
      *----------------------------------------------------------------*00112000
       4000-99-FIM.                           EXIT.                     00112100
      *----------------------------------------------------------------*00112200
                                                                        00112300
      ******************************************************************00112400
      *                   T R A T A R  E R R O                         *00112500
      ******************************************************************00112600
       9000-TRATAR-ERRO                     SECTION.                    00112700
      *----------------------------------------------------------------*00112800
                  MOVE 'F'                TO WRK-SEVERIDADE             00112900
                  CALL 'GRAVALOG'         USING WRK-LOG                 00113000
                  MOVE 16                 TO RETURN-CODE                00113100
                  GOBACK.                                               00113200
      *----------------------------------------------------------------*00113300
       9000-99-FIM.                           EXIT.                     00113400
      *----------------------------------------------------------------*00113500
