      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX81.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX81                                       *00002000
      *    TIPO.......: DESFAZER O CICLO DO CADASTRO DE CLIENTES       *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : DEVOLVER O CLUSTER CLI2505 AO ESTADO ANTERIOR AO *00002800
      *               CICLO DE UMA DATA DE MOVIMENTO, A PARTIR DO      *00002900
      *               JOURNAL DE IMAGENS ANTERIORES GRAVADO PELO       *00003000
      *               FR05EX03 (BOOK B#CLIJRN), ORDENADO POR DATA,     *00003100
      *               TIPO (TOTAIS ANTES) E CHAVE DA CONTA:            *00003200
      *               1) CONFERE CADA CONTA DO JOURNAL CONTRA O        *00003300
      *                  CADASTRO: O SALDO E A DATA DO ULTIMO          *00003400
      *                  MOVIMENTO ATUAIS TEM QUE SER OS DA ULTIMA     *00003500
      *                  IMAGEM GRAVADA PELO CICLO. QUALQUER CONTA     *00003600
      *                  DIVERGENTE (ALTERADA DEPOIS DO CICLO) VAI AO  *00003700
      *                  LOG E O PROGRAMA NAO DESFAZ NADA (RC 08);     *00003800
      *               2) RESTAURA O SALDO E A DATA DO ULTIMO MOVIMENTO *00003900
      *                  DA PRIMEIRA IMAGEM ANTERIOR DE CADA CONTA     *00004000
      *                  (AS DEMAIS INFORMACOES DO CADASTRO, MANTIDAS  *00004100
      *                  PELO FR05EX20, FICAM COMO ESTAO); CONTA       *00004200
      *                  EXCLUIDA DEPOIS DO CICLO SO E CONTADA;        *00004300
      *               3) CONFERE, POR EXECUCAO, O SALDO E A QUANTIDADE *00004400
      *                  DE CONTAS RESTAURADAS CONTRA O REGISTRO DE    *00004500
      *                  TOTAIS DO JOURNAL (SALDO INICIAL E LIDOS DO   *00004600
      *                  TOTPART) E, SE CONFEREM, GRAVA NO CONTROLE DE *00004700
      *                  EXECUCOES O CICLO DESFEITO (GRAVARUN FUNCAO   *00004800
      *                  'D'), PARA O FR05EX03 PODER RODAR A DATA DE   *00004900
      *                  NOVO SEM RERUN. SEM TOTAIS OU COM DIFERENCA O *00005000
      *                  GUARDA NAO E LIBERADO (RC 04 / RC 08);        *00005100
      *               4) ZERA O CHECKPOINT DA EXECUCAO (DD JCLCKPT,    *00005200
      *                  OPCIONAL) QUANDO ELE E DA DATA DESFEITA, PARA *00005300
      *                  O REPROCESSAMENTO COMECAR DO INICIO.          *00005400
      *               OS ARQUIVOS JA GERADOS PELO CICLO (MOVIMENTOS,   *00005500
      *               RESUMO, REJEITADOS, RAZAO) NAO SAO DESFEITOS.    *00005600
      *----------------------------------------------------------------*00005700
      *    ARQUIVOS :                                                  *00005800
      *    DDNAME          I/O                                         *00005900
      *    JCLCLI          I-O   CADASTRO DE CLIENTES (VSAM)           *00006000
      *    JCLJRNOR         I    JOURNAL DE IMAGENS ORDENADO           *00006100
      *    JCLRELDS         O    RELATORIO DO CICLO DESFEITO           *00006200
      *    JCLCKPT         I/O   CHECKPOINT DA EXECUCAO DESFEITA       *00006300
      *----------------------------------------------------------------*00006400
      *    BOOKS    :    B#CLIMST, B#CLIJRN, B#TOTPAR, B#CKPT,         *00006500
      *                  B#GRALOG, B#RUNCTL, B#DATPRC                  *00006600
      *----------------------------------------------------------------*00006700
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00006800
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00006900
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00007000
      *----------------------------------------------------------------*00007100
      *    PARAMETROS (VIA SYSIN):                                     *00007200
      *      1. DATA A DESFAZER (AAAAMMDD) - EM BRANCO = DATA DO CICLO *00007300
      *      2. EXECUCAO A DESFAZER (FR05EX03, EX030001, ...) - EM     *00007400
      *         BRANCO = TODAS AS EXECUCOES DA DATA                    *00007500
      *      3. RERUN                                                  *00007600
      *----------------------------------------------------------------*00007700
      *    HISTORICO DE ALTERACOES:                                    *00007800
      *      DATA        RESP.    DESCRICAO                            *00007900
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00008000
      ******************************************************************00008100
      *================================================================*00008200
                                                                        00008300
      *================================================================*00008400
       ENVIRONMENT                                DIVISION.             00008500
      *================================================================*00008600
                                                                        00008700
      *----------------------------------------------------------------*00008800
       CONFIGURATION                              SECTION.              00008900
      *----------------------------------------------------------------*00009000
                                                                        00009100
       SPECIAL-NAMES.                                                   00009200
           DECIMAL-POINT IS COMMA.                                      00009300
                                                                        00009400
      *----------------------------------------------------------------*00009500
       INPUT-OUTPUT                               SECTION.              00009600
      *----------------------------------------------------------------*00009700
                                                                        00009800
       FILE-CONTROL.                                                    00009900
             SELECT CLI2505   ASSIGN     TO JCLCLI                      00010000
                    ORGANIZATION         IS INDEXED                     00010100
                    ACCESS MODE          IS RANDOM                      00010200
                    RECORD KEY           IS FD-CLI2505-CHAVE            00010300
                    FILE STATUS          IS WRK-FS-CLI2505.             00010400
                                                                        00010500
             SELECT JRNORD    ASSIGN     TO JCLJRNOR                    00010600
                    FILE STATUS          IS WRK-FS-JRNORD.              00010700
                                                                        00010800
             SELECT RELDES    ASSIGN     TO JCLRELDS                    00010900
                    FILE STATUS          IS WRK-FS-RELDES.              00011000
                                                                        00011100
             SELECT CKPT      ASSIGN     TO JCLCKPT                     00011200
                    FILE STATUS          IS WRK-FS-CKPT.                00011300
                                                                        00011400
      *================================================================*00011500
       DATA                                      DIVISION.              00011600
      *================================================================*00011700
                                                                        00011800
      *----------------------------------------------------------------*00011900
       FILE                                      SECTION.               00012000
      *----------------------------------------------------------------*00012100
                                                                        00012200
      *----------------------------------------------------------------*00012300
      *  I/O - CADASTRO DE CLIENTES (VSAM) - LRECL = 082.              *00012400
      *----------------------------------------------------------------*00012500
                                                                        00012600
       FD CLI2505.                                                      00012700
                                                                        00012800
           COPY 'B#CLIMST'.                                             00012900
                                                                        00013000
      *----------------------------------------------------------------*00013100
      *  INPUT - JOURNAL DE IMAGENS ORDENADO (JRNORD) - LRECL = 200.   *00013200
      *----------------------------------------------------------------*00013300
                                                                        00013400
       FD JRNORD                                                        00013500
           RECORDING MODE IS F                                          00013600
           BLOCK CONTAINS 0 RECORDS.                                    00013700
                                                                        00013800
           COPY 'B#CLIJRN'.                                             00013900
                                                                        00014000
      *----------------------------------------------------------------*00014100
      *  OUTPUT - RELATORIO DO CICLO DESFEITO (RELDES) - LRECL = 080.  *00014200
      *----------------------------------------------------------------*00014300
                                                                        00014400
       FD RELDES                                                        00014500
           RECORDING MODE IS F                                          00014600
           BLOCK CONTAINS 0 RECORDS.                                    00014700
       01 FD-RELDES         PIC X(080).                                 00014800
                                                                        00014900
      *----------------------------------------------------------------*00015000
      *  I/O - CHECKPOINT/RESTART (CKPT) - LRECL = 165.                *00015100
      *----------------------------------------------------------------*00015200
                                                                        00015300
       FD CKPT                                                          00015400
           RECORDING MODE IS F                                          00015500
           BLOCK CONTAINS 0 RECORDS.                                    00015600
       01 FD-CKPT           PIC X(165).                                 00015700
                                                                        00015800
      *----------------------------------------------------------------*00015900
       WORKING-STORAGE                            SECTION.              00016000
      *----------------------------------------------------------------*00016100
      *----------------------------------------------------------------*00016200
       01 FILLER                         PIC X(050)       VALUE         00016300
                   '*** INICIO DA WORKING FR05EX81 ***'.                00016400
      *----------------------------------------------------------------*00016500
                                                                        00016600
       77 WRK-FS-CLI2505                 PIC X(002) VALUE SPACES.       00016700
       77 WRK-FS-JRNORD                  PIC X(002) VALUE SPACES.       00016800
       77 WRK-FS-RELDES                  PIC X(002) VALUE SPACES.       00016900
       77 WRK-FS-CKPT                    PIC X(002) VALUE SPACES.       00017000
                                                                        00017100
      *----------------------------------------------------------------*00017200
       01 FILLER                         PIC X(050)       VALUE         00017300
                     '*** AREA DA ACUMULADORES ***'.                    00017400
      *----------------------------------------------------------------*00017500
                                                                        00017600
       77 ACUM-LIDOS-JRNORD              PIC 9(007) VALUE ZEROS.        00017700
       77 ACUM-CONTAS                    PIC 9(007) VALUE ZEROS.        00017800
       77 ACUM-INCONSISTENTES            PIC 9(007) VALUE ZEROS.        00017900
       77 ACUM-EXCLUIDAS                 PIC 9(007) VALUE ZEROS.        00018000
       77 ACUM-RESTAURADAS               PIC 9(007) VALUE ZEROS.        00018100
       77 ACUM-EXE-CONFERIDAS            PIC 9(003) VALUE ZEROS.        00018200
       77 ACUM-EXE-DIVERGENTES           PIC 9(003) VALUE ZEROS.        00018300
       77 ACUM-EXE-SEM-TOTAIS            PIC 9(003) VALUE ZEROS.        00018400
                                                                        00018500
      *----------------------------------------------------------------*00018600
       01 FILLER                         PIC X(050)       VALUE         00018700
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00018800
      *----------------------------------------------------------------*00018900
                                                                        00019000
       77 WRK-DATA-ALVO                  PIC X(008) VALUE SPACES.       00019100
       77 WRK-PARM-PROGRAMA              PIC X(008) VALUE SPACES.       00019200
       77 WRK-CHAVE-JRN                  PIC X(010) VALUE SPACES.       00019300
       77 WRK-RC-FINAL                   PIC 9(002) VALUE ZEROS.        00019400
       77 WRK-SALDO-CONFERIDO            PIC S9(010)V99 VALUE ZEROS.    00019500
       77 WRK-QTD-CONFERIDA              PIC 9(007) VALUE ZEROS.        00019600
       77 WRK-QTD-EXE                    PIC 9(003) VALUE ZEROS.        00019700
       77 WRK-MAX-EXE                    PIC 9(003) VALUE 20.           00019800
                                                                        00019900
      *    CONTA MONTADA A PARTIR DAS IMAGENS DO JOURNAL: A PRIMEIRA   *00020000
      *    IMAGEM DA CONTA NA DATA E O ESTADO ANTERIOR AO CICLO E A    *00020100
      *    ULTIMA TRAZ O ESTADO EM QUE O CICLO DEIXOU A CONTA          *00020200
       01 WRK-GRUPO.                                                    00020300
          05 WRK-GRP-CHAVE               PIC X(010).                    00020400
          05 WRK-GRP-PROGRAMA            PIC X(008).                    00020500
          05 WRK-GRP-ANTES               PIC X(082).                    00020600
          05 WRK-GRP-ANTES-R         REDEFINES WRK-GRP-ANTES.           00020700
             10 WRK-GRP-AGENCIA          PIC 9(004).                    00020800
             10 WRK-GRP-CONTA            PIC 9(006).                    00020900
             10 FILLER                   PIC X(030).                    00021000
             10 WRK-GRP-SALDO-ANTES      PIC S9(008)V99.                00021100
             10 FILLER                   PIC X(008).                    00021200
             10 WRK-GRP-DT-ULT-ANTES     PIC X(008).                    00021300
             10 FILLER                   PIC X(016).                    00021400
          05 WRK-GRP-SALDO-DEPOIS        PIC S9(008)V99.                00021500
          05 WRK-GRP-DT-ULT-DEPOIS       PIC X(008).                    00021600
                                                                        00021700
      *    EXECUCOES DO FR05EX03 ENCONTRADAS NO JOURNAL DA DATA        *00021800
       01 WRK-TAB-EXECUCOES.                                            00021900
          05 WRK-TAB-EXE                 OCCURS 20 TIMES                00022000
                                         INDEXED BY WRK-IDX-EXE.        00022100
             10 WRK-EXE-PROGRAMA         PIC X(008).                    00022200
             10 WRK-EXE-TEM-TOTAIS       PIC X(001).                    00022300
                 88 WRK-EXE-TOTAIS-SIM             VALUE 'S'.           00022400
             10 WRK-EXE-SALDO-INI-TOT    PIC S9(010)V99.                00022500
             10 WRK-EXE-LIDOS-TOT        PIC 9(007).                    00022600
             10 WRK-EXE-QTD              PIC 9(007).                    00022700
             10 WRK-EXE-SALDO-REST       PIC S9(010)V99.                00022800
             10 WRK-EXE-QTD-EXCL         PIC 9(007).                    00022900
             10 WRK-EXE-SALDO-EXCL       PIC S9(010)V99.                00023000
             10 WRK-EXE-SITUACAO         PIC X(001).                    00023100
                 88 WRK-EXE-CONFERIDA              VALUE 'C'.           00023200
                 88 WRK-EXE-DIVERGENTE             VALUE 'D'.           00023300
                 88 WRK-EXE-SEM-TOTAIS             VALUE 'S'.           00023400
                                                                        00023500
      *----------------------------------------------------------------*00023600
      *    LINHAS DO RELATORIO                                         *00023700
      *----------------------------------------------------------------*00023800
                                                                        00023900
       01 WRK-LINDES.                                                   00024000
          05 WRK-LD-AGENCIA              PIC 9(004).                    00024100
          05 FILLER                      PIC X(001) VALUE SPACES.       00024200
          05 WRK-LD-CONTA                PIC 9(006).                    00024300
          05 FILLER                      PIC X(001) VALUE SPACES.       00024400
          05 WRK-LD-PROGRAMA             PIC X(008).                    00024500
          05 FILLER                      PIC X(001) VALUE SPACES.       00024600
          05 WRK-LD-SALDO-DEPOIS         PIC -ZZ.ZZZ.ZZ9,99.            00024700
          05 FILLER                      PIC X(001) VALUE SPACES.       00024800
          05 WRK-LD-SALDO-ANTES          PIC -ZZ.ZZZ.ZZ9,99.            00024900
          05 FILLER                      PIC X(001) VALUE SPACES.       00025000
          05 WRK-LD-DT-ULT-ANTES         PIC X(008).                    00025100
          05 FILLER                      PIC X(001) VALUE SPACES.       00025200
          05 WRK-LD-SITUACAO             PIC X(010).                    00025300
          05 FILLER                      PIC X(010) VALUE SPACES.       00025400
                                                                        00025500
       01 WRK-LINEXE.                                                   00025600
          05 FILLER                      PIC X(009) VALUE               00025700
                                                     'EXECUCAO '.       00025800
          05 WRK-LE-PROGRAMA             PIC X(008).                    00025900
          05 FILLER                      PIC X(008) VALUE               00026000
                                                     ' CONTAS '.        00026100
          05 WRK-LE-CONTAS               PIC ZZZ.ZZ9.                   00026200
          05 FILLER                      PIC X(007) VALUE               00026300
                                                     ' SALDO '.         00026400
          05 WRK-LE-SALDO                PIC -Z.ZZZ.ZZZ.ZZ9,99.         00026500
          05 FILLER                      PIC X(001) VALUE SPACES.       00026600
          05 WRK-LE-SITUACAO             PIC X(012).                    00026700
          05 FILLER                      PIC X(011) VALUE SPACES.       00026800
                                                                        00026900
      *----------------------------------------------------------------*00027000
       01 FILLER                         PIC X(050)       VALUE         00027100
                    '*** AREA DA BOOK TOTPAR ***'.                      00027200
      *----------------------------------------------------------------*00027300
                                                                        00027400
                           COPY 'B#TOTPAR'.                             00027500
                                                                        00027600
      *----------------------------------------------------------------*00027700
       01 FILLER                         PIC X(050)       VALUE         00027800
                    '*** AREA DA BOOK CKPT ***'.                        00027900
      *----------------------------------------------------------------*00028000
                                                                        00028100
                           COPY 'B#CKPT'.                               00028200
                                                                        00028300
      *----------------------------------------------------------------*00028400
       01 FILLER                         PIC X(050)       VALUE         00028500
                    '*** AREA DA BOOK GRAVALOG ***'.                    00028600
      *----------------------------------------------------------------*00028700
                                                                        00028800
                           COPY 'B#GRALOG'.                             00028900
                                                                        00029000
      ******************************************************************00029100
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00029200
      ******************************************************************00029300
                                                                        00029400
       COPY 'B#RUNCTL'.                                                 00029500
                                                                        00029600
       COPY 'B#DATPRC'.                                                 00029700
                                                                        00029800
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00029900
       77 WRK-RUN-PROPRIO         PIC X(008) VALUE SPACES.              00030000
                                                                        00030100
      *================================================================*00030200
       PROCEDURE                                 DIVISION.              00030300
      *================================================================*00030400
                                                                        00030500
      ******************************************************************00030600
      *              P R O G R A M A  P R I N C I P A L                *00030700
      ******************************************************************00030800
                                                                        00030900
      *----------------------------------------------------------------*00031000
       0000-PRINCIPAL                            SECTION.               00031100
      *----------------------------------------------------------------*00031200
                                                                        00031300
            PERFORM 1000-INICIAR                                        00031400
                                                                        00031500
            PERFORM 2000-CONFERIR-JOURNAL                               00031600
                                                                        00031700
            IF WRK-RC-FINAL EQUAL ZEROS                                 00031800
               PERFORM 3000-RESTAURAR                                   00031900
               PERFORM 4000-VERIFICAR                                   00032000
               PERFORM 5000-LIBERAR-GUARDA                              00032100
            END-IF                                                      00032200
                                                                        00032300
            PERFORM 6000-FINALIZAR                                      00032400
                                                                        00032500
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00032600
            MOVE WRK-RUN-PROPRIO      TO WRK-RUN-PROGRAMA               00032700
            MOVE WRK-DATA-ALVO        TO WRK-RUN-DATA-MOVTO             00032800
            MOVE ACUM-LIDOS-JRNORD    TO WRK-RUN-LIDOS                  00032900
            MOVE ACUM-RESTAURADAS     TO WRK-RUN-GRAVADOS               00033000
            MOVE WRK-RC-FINAL         TO WRK-RUN-RC                     00033100
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00033200
                                                                        00033300
            MOVE WRK-RC-FINAL         TO RETURN-CODE                    00033400
            STOP RUN.                                                   00033500
                                                                        00033600
      *----------------------------------------------------------------*00033700
       0000-99-FIM.                           EXIT.                     00033800
      *----------------------------------------------------------------*00033900
                                                                        00034000
      ******************************************************************00034100
      *                       I N I C I A R                            *00034200
      ******************************************************************00034300
                                                                        00034400
      *----------------------------------------------------------------*00034500
       1000-INICIAR                           SECTION.                  00034600
      *----------------------------------------------------------------*00034700
                                                                        00034800
           ACCEPT WRK-DATA-ALVO       FROM SYSIN                        00034900
           ACCEPT WRK-PARM-PROGRAMA   FROM SYSIN                        00035000
           ACCEPT WRK-RUN-RERUN       FROM SYSIN                        00035100
           CALL 'LERDATAP'            USING WRK-DATPRC                  00035200
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00035300
                                                                        00035400
      *    SEM DATA INFORMADA, DESFAZ O CICLO DA DATA DE MOVIMENTO    * 00035500
           IF WRK-DATA-ALVO EQUAL SPACES                                00035600
            OR WRK-DATA-ALVO NOT NUMERIC                                00035700
              MOVE WRK-DATA-EXEC      TO WRK-DATA-ALVO                  00035800
           END-IF                                                       00035900
                                                                        00036000
      *    CONTROLE DE EXECUCOES: UMA IDENTIDADE POR EXECUCAO DESFEITA *00036100
           IF WRK-PARM-PROGRAMA EQUAL SPACES                            00036200
              MOVE 'FR05EX81'         TO WRK-RUN-PROPRIO                00036300
           ELSE                                                         00036400
              MOVE 'EX81'             TO WRK-RUN-PROPRIO (1:4)          00036500
              MOVE WRK-PARM-PROGRAMA (5:4)                              00036600
                                      TO WRK-RUN-PROPRIO (5:4)          00036700
           END-IF                                                       00036800
                                                                        00036900
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00037000
           MOVE WRK-RUN-PROPRIO       TO WRK-RUN-PROGRAMA               00037100
           MOVE WRK-DATA-ALVO         TO WRK-RUN-DATA-MOVTO             00037200
           MOVE ZEROS                 TO WRK-RUN-RC                     00037300
                                         WRK-RUN-LIDOS                  00037400
                                         WRK-RUN-GRAVADOS               00037500
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00037600
                                                                        00037700
           IF WRK-RUN-DATA-JA-FEITA                                     00037800
              MOVE 'A'                TO WRK-SEVERIDADE                 00037900
              MOVE 'FR05EX81'         TO WRK-PROGRAMA                   00038000
              MOVE '1000  '           TO WRK-SECAO                      00038100
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00038200
                                      TO WRK-MENSAGEM                   00038300
              MOVE WRK-DATA-ALVO      TO WRK-STATUS                     00038400
              CALL 'GRAVALOG'         USING WRK-LOG                     00038500
              MOVE 08                 TO RETURN-CODE                    00038600
              GOBACK                                                    00038700
           END-IF                                                       00038800
                                                                        00038900
           MOVE ZEROS                 TO WRK-QTD-EXE                    00039000
           MOVE SPACES                TO WRK-TAB-EXECUCOES              00039100
                                                                        00039200
           OPEN I-O    CLI2505                                          00039300
                INPUT  JRNORD                                           00039400
                OUTPUT RELDES                                           00039500
                                                                        00039600
           PERFORM 1110-TESTAR-WRK-FS-CLI2505                           00039700
           PERFORM 1120-TESTAR-WRK-FS-JRNORD                            00039800
           PERFORM 1130-TESTAR-WRK-FS-RELDES.                           00039900
                                                                        00040000
      *----------------------------------------------------------------*00040100
       1000-99-FIM.                           EXIT.                     00040200
      *----------------------------------------------------------------*00040300
                                                                        00040400
      *----------------------------------------------------------------*00040500
       1110-TESTAR-WRK-FS-CLI2505             SECTION.                  00040600
      *----------------------------------------------------------------*00040700
                                                                        00040800
           IF WRK-FS-CLI2505 NOT EQUAL ZEROS                            00040900
              MOVE 'FR05EX81'                    TO WRK-PROGRAMA        00041000
              MOVE 'ERRO NO ARQUIVO CLI2505'     TO WRK-MENSAGEM        00041100
              MOVE '1110'                        TO WRK-SECAO           00041200
              MOVE WRK-FS-CLI2505                TO WRK-STATUS          00041300
              PERFORM 9000-TRATAR-ERRO                                  00041400
           END-IF.                                                      00041500
                                                                        00041600
      *----------------------------------------------------------------*00041700
       1110-99-FIM.                           EXIT.                     00041800
      *----------------------------------------------------------------*00041900
                                                                        00042000
      *----------------------------------------------------------------*00042100
       1120-TESTAR-WRK-FS-JRNORD              SECTION.                  00042200
      *----------------------------------------------------------------*00042300
                                                                        00042400
           IF WRK-FS-JRNORD NOT EQUAL ZEROS                             00042500
              MOVE 'FR05EX81'                    TO WRK-PROGRAMA        00042600
              MOVE 'ERRO NO ARQUIVO JRNORD'      TO WRK-MENSAGEM        00042700
              MOVE '1120'                        TO WRK-SECAO           00042800
              MOVE WRK-FS-JRNORD                 TO WRK-STATUS          00042900
              PERFORM 9000-TRATAR-ERRO                                  00043000
           END-IF.                                                      00043100
                                                                        00043200
      *----------------------------------------------------------------*00043300
       1120-99-FIM.                           EXIT.                     00043400
      *----------------------------------------------------------------*00043500
                                                                        00043600
      *----------------------------------------------------------------*00043700
       1130-TESTAR-WRK-FS-RELDES              SECTION.                  00043800
      *----------------------------------------------------------------*00043900
                                                                        00044000
           IF WRK-FS-RELDES NOT EQUAL ZEROS                             00044100
              MOVE 'FR05EX81'                    TO WRK-PROGRAMA        00044200
              MOVE 'ERRO NO ARQUIVO RELDES'      TO WRK-MENSAGEM        00044300
              MOVE '1130'                        TO WRK-SECAO           00044400
              MOVE WRK-FS-RELDES                 TO WRK-STATUS          00044500
              PERFORM 9000-TRATAR-ERRO                                  00044600
           END-IF.                                                      00044700
                                                                        00044800
      *----------------------------------------------------------------*00044900
       1130-99-FIM.                           EXIT.                     00045000
      *----------------------------------------------------------------*00045100
                                                                        00045200
      *----------------------------------------------------------------*00045300
       1140-TESTAR-WRK-FS-CKPT                SECTION.                  00045400
      *----------------------------------------------------------------*00045500
                                                                        00045600
           IF WRK-FS-CKPT NOT EQUAL ZEROS                               00045700
              MOVE 'FR05EX81'                    TO WRK-PROGRAMA        00045800
              MOVE 'ERRO NO ARQUIVO CKPT'        TO WRK-MENSAGEM        00045900
              MOVE '1140'                        TO WRK-SECAO           00046000
              MOVE WRK-FS-CKPT                   TO WRK-STATUS          00046100
              PERFORM 9000-TRATAR-ERRO                                  00046200
           END-IF.                                                      00046300
                                                                        00046400
      *----------------------------------------------------------------*00046500
       1140-99-FIM.                           EXIT.                     00046600
      *----------------------------------------------------------------*00046700
                                                                        00046800
      ******************************************************************00046900
      *             C O N F E R I R  J O U R N A L                     *00047000
      ******************************************************************00047100
      *    PRIMEIRA PASSAGEM: NENHUMA CONTA E REGRAVADA SE ALGUMA      *00047200
      *    CONTA DO JOURNAL FOI ALTERADA DEPOIS DO CICLO.              *00047300
      *----------------------------------------------------------------*00047400
       2000-CONFERIR-JOURNAL                  SECTION.                  00047500
      *----------------------------------------------------------------*00047600
                                                                        00047700
            PERFORM 2100-LER-JOURNAL                                    00047800
                                                                        00047900
            PERFORM 2200-CONFERIR-CONTA                                 00048000
                    UNTIL WRK-CHAVE-JRN EQUAL HIGH-VALUES               00048100
                                                                        00048200
            IF ACUM-INCONSISTENTES GREATER ZEROS                        00048300
               MOVE 'A'                TO WRK-SEVERIDADE                00048400
               MOVE 'FR05EX81'         TO WRK-PROGRAMA                  00048500
               MOVE '2000  '           TO WRK-SECAO                     00048600
               MOVE 'CONTAS ALTERADAS APOS CICLO - NAO DESFEZ'          00048700
                                       TO WRK-MENSAGEM                  00048800
               MOVE WRK-DATA-ALVO      TO WRK-STATUS                    00048900
               CALL 'GRAVALOG'         USING WRK-LOG                    00049000
               MOVE 08                 TO WRK-RC-FINAL                  00049100
               GO                      TO 2000-99-FIM                   00049200
            END-IF                                                      00049300
                                                                        00049400
            IF ACUM-CONTAS EQUAL ZEROS                                  00049500
               MOVE 'A'                TO WRK-SEVERIDADE                00049600
               MOVE 'FR05EX81'         TO WRK-PROGRAMA                  00049700
               MOVE '2000  '           TO WRK-SECAO                     00049800
               MOVE 'JOURNAL SEM IMAGENS - NADA A DESFAZER'             00049900
                                       TO WRK-MENSAGEM                  00050000
               MOVE WRK-DATA-ALVO      TO WRK-STATUS                    00050100
               CALL 'GRAVALOG'         USING WRK-LOG                    00050200
               MOVE 04                 TO WRK-RC-FINAL                  00050300
            END-IF.                                                     00050400
                                                                        00050500
      *----------------------------------------------------------------*00050600
       2000-99-FIM.                           EXIT.                     00050700
      *----------------------------------------------------------------*00050800
                                                                        00050900
      *----------------------------------------------------------------*00051000
      *    LE O PROXIMO REGISTRO 'B' DA DATA (E DA EXECUCAO, QUANDO    *00051100
      *    INFORMADA); OS REGISTROS DE TOTAIS, QUE O SORT DEIXA NA     *00051200
      *    FRENTE DAS IMAGENS DA DATA, VAO PARA A TABELA DE EXECUCOES. *00051300
      *----------------------------------------------------------------*00051400
       2100-LER-JOURNAL                       SECTION.                  00051500
      *----------------------------------------------------------------*00051600
       2100-10-LER.                                                     00051700
                                                                        00051800
            READ JRNORD                                                 00051900
                                                                        00052000
            IF WRK-FS-JRNORD EQUAL '10'                                 00052100
               MOVE HIGH-VALUES      TO WRK-CHAVE-JRN                   00052200
               GO                    TO 2100-99-FIM                     00052300
            END-IF                                                      00052400
                                                                        00052500
            PERFORM 1120-TESTAR-WRK-FS-JRNORD                           00052600
                                                                        00052700
            IF FD-JRN-DATA-MOVTO LESS WRK-DATA-ALVO                     00052800
               GO                    TO 2100-10-LER                     00052900
            END-IF                                                      00053000
                                                                        00053100
            IF FD-JRN-DATA-MOVTO GREATER WRK-DATA-ALVO                  00053200
               MOVE HIGH-VALUES      TO WRK-CHAVE-JRN                   00053300
               GO                    TO 2100-99-FIM                     00053400
            END-IF                                                      00053500
                                                                        00053600
            IF WRK-PARM-PROGRAMA NOT EQUAL SPACES                       00053700
             AND FD-JRN-PROGRAMA NOT EQUAL WRK-PARM-PROGRAMA            00053800
               GO                    TO 2100-10-LER                     00053900
            END-IF                                                      00054000
                                                                        00054100
            ADD 1                    TO ACUM-LIDOS-JRNORD               00054200
                                                                        00054300
            IF FD-JRN-TIPO-TOTAIS                                       00054400
               PERFORM 2150-GUARDAR-TOTAIS                              00054500
               GO                    TO 2100-10-LER                     00054600
            END-IF                                                      00054700
                                                                        00054800
            IF NOT FD-JRN-TIPO-IMAGEM                                   00054900
               GO                    TO 2100-10-LER                     00055000
            END-IF                                                      00055100
                                                                        00055200
            MOVE FD-JRN-CHAVE        TO WRK-CHAVE-JRN.                  00055300
                                                                        00055400
      *----------------------------------------------------------------*00055500
       2100-99-FIM.                           EXIT.                     00055600
      *----------------------------------------------------------------*00055700
                                                                        00055800
      *----------------------------------------------------------------*00055900
      *    VALE O PRIMEIRO REGISTRO DE TOTAIS DA EXECUCAO NA DATA: O   *00056000
      *    DE UM RERUN POSTERIOR JA PARTE DO CADASTRO ATUALIZADO.      *00056100
      *----------------------------------------------------------------*00056200
       2150-GUARDAR-TOTAIS                    SECTION.                  00056300
      *----------------------------------------------------------------*00056400
                                                                        00056500
            MOVE FD-JRN-PROGRAMA     TO WRK-GRP-PROGRAMA                00056600
            PERFORM 2160-LOCALIZAR-EXECUCAO                             00056700
                                                                        00056800
            IF NOT WRK-EXE-TOTAIS-SIM (WRK-IDX-EXE)                     00056900
               MOVE FD-JRN-TOTPAR    TO WRK-TOTPAR                      00057000
               MOVE 'S'              TO WRK-EXE-TEM-TOTAIS (WRK-IDX-EXE)00057100
               MOVE WRK-TOT-SALDO-INICIAL                               00057200
                              TO WRK-EXE-SALDO-INI-TOT (WRK-IDX-EXE)    00057300
               MOVE WRK-TOT-LIDOS-CLI                                   00057400
                              TO WRK-EXE-LIDOS-TOT (WRK-IDX-EXE)        00057500
            END-IF.                                                     00057600
                                                                        00057700
      *----------------------------------------------------------------*00057800
       2150-99-FIM.                           EXIT.                     00057900
      *----------------------------------------------------------------*00058000
                                                                        00058100
      *----------------------------------------------------------------*00058200
       2160-LOCALIZAR-EXECUCAO                SECTION.                  00058300
      *----------------------------------------------------------------*00058400
                                                                        00058500
            SET WRK-IDX-EXE          TO 1                               00058600
            SEARCH WRK-TAB-EXE                                          00058700
              AT END                                                    00058800
                 PERFORM 2170-INCLUIR-EXECUCAO                          00058900
              WHEN WRK-IDX-EXE GREATER WRK-QTD-EXE                      00059000
                 PERFORM 2170-INCLUIR-EXECUCAO                          00059100
              WHEN WRK-EXE-PROGRAMA (WRK-IDX-EXE)                       00059200
                                     EQUAL WRK-GRP-PROGRAMA             00059300
                 CONTINUE                                               00059400
            END-SEARCH.                                                 00059500
                                                                        00059600
      *----------------------------------------------------------------*00059700
       2160-99-FIM.                           EXIT.                     00059800
      *----------------------------------------------------------------*00059900
                                                                        00060000
      *----------------------------------------------------------------*00060100
       2170-INCLUIR-EXECUCAO                  SECTION.                  00060200
      *----------------------------------------------------------------*00060300
                                                                        00060400
            IF WRK-QTD-EXE NOT LESS WRK-MAX-EXE                         00060500
               MOVE 'FR05EX81'                 TO WRK-PROGRAMA          00060600
               MOVE 'EXCEDIDO LIMITE DE EXECUCOES NA DATA'              00060700
                                               TO WRK-MENSAGEM          00060800
               MOVE '2170'                     TO WRK-SECAO             00060900
               MOVE WRK-GRP-PROGRAMA           TO WRK-STATUS            00061000
               PERFORM 9000-TRATAR-ERRO                                 00061100
            END-IF                                                      00061200
                                                                        00061300
            ADD 1                    TO WRK-QTD-EXE                     00061400
            SET WRK-IDX-EXE          TO WRK-QTD-EXE                     00061500
            MOVE WRK-GRP-PROGRAMA    TO WRK-EXE-PROGRAMA (WRK-IDX-EXE)  00061600
            MOVE 'N'                 TO WRK-EXE-TEM-TOTAIS (WRK-IDX-EXE)00061700
            MOVE SPACES              TO WRK-EXE-SITUACAO (WRK-IDX-EXE)  00061800
            MOVE ZEROS               TO WRK-EXE-SALDO-INI-TOT           00061900
                                                          (WRK-IDX-EXE) 00062000
                                        WRK-EXE-LIDOS-TOT (WRK-IDX-EXE) 00062100
                                        WRK-EXE-QTD (WRK-IDX-EXE)       00062200
                                        WRK-EXE-SALDO-REST (WRK-IDX-EXE)00062300
                                        WRK-EXE-QTD-EXCL (WRK-IDX-EXE)  00062400
                                        WRK-EXE-SALDO-EXCL              00062500
                                                          (WRK-IDX-EXE).00062600
                                                                        00062700
      *----------------------------------------------------------------*00062800
       2170-99-FIM.                           EXIT.                     00062900
      *----------------------------------------------------------------*00063000
                                                                        00063100
      *----------------------------------------------------------------*00063200
       2200-CONFERIR-CONTA                    SECTION.                  00063300
      *----------------------------------------------------------------*00063400
                                                                        00063500
            PERFORM 2300-MONTAR-GRUPO                                   00063600
            ADD 1                      TO ACUM-CONTAS                   00063700
                                                                        00063800
            MOVE WRK-GRP-CHAVE         TO FD-CLI2505-CHAVE              00063900
            READ CLI2505                                                00064000
                                                                        00064100
      *     CONTA EXCLUIDA DEPOIS DO CICLO NAO IMPEDE O DESFAZIMENTO   *00064200
            IF WRK-FS-CLI2505 EQUAL '23'                                00064300
               GO                      TO 2200-99-FIM                   00064400
            END-IF                                                      00064500
                                                                        00064600
            PERFORM 1110-TESTAR-WRK-FS-CLI2505                          00064700
                                                                        00064800
            IF FD-CLI2505-SALDO NOT EQUAL WRK-GRP-SALDO-DEPOIS          00064900
             OR FD-CLI2505-DATA-ULT-MOV NOT EQUAL WRK-GRP-DT-ULT-DEPOIS 00065000
               ADD 1                   TO ACUM-INCONSISTENTES           00065100
               MOVE 'A'                TO WRK-SEVERIDADE                00065200
               MOVE 'FR05EX81'         TO WRK-PROGRAMA                  00065300
               MOVE '2200  '           TO WRK-SECAO                     00065400
               MOVE 'CONTA ALTERADA DEPOIS DO CICLO'                    00065500
                                       TO WRK-MENSAGEM                  00065600
               MOVE WRK-GRP-CHAVE      TO WRK-STATUS                    00065700
               CALL 'GRAVALOG'         USING WRK-LOG                    00065800
            END-IF.                                                     00065900
                                                                        00066000
      *----------------------------------------------------------------*00066100
       2200-99-FIM.                           EXIT.                     00066200
      *----------------------------------------------------------------*00066300
                                                                        00066400
      *----------------------------------------------------------------*00066500
       2300-MONTAR-GRUPO                      SECTION.                  00066600
      *----------------------------------------------------------------*00066700
                                                                        00066800
            MOVE WRK-CHAVE-JRN         TO WRK-GRP-CHAVE                 00066900
            MOVE FD-JRN-PROGRAMA       TO WRK-GRP-PROGRAMA              00067000
            MOVE FD-JRN-CLIENTE        TO WRK-GRP-ANTES                 00067100
                                                                        00067200
            PERFORM 2310-ACUMULAR-IMAGEM                                00067300
                    UNTIL WRK-CHAVE-JRN NOT EQUAL WRK-GRP-CHAVE.        00067400
                                                                        00067500
      *----------------------------------------------------------------*00067600
       2300-99-FIM.                           EXIT.                     00067700
      *----------------------------------------------------------------*00067800
                                                                        00067900
      *----------------------------------------------------------------*00068000
       2310-ACUMULAR-IMAGEM                   SECTION.                  00068100
      *----------------------------------------------------------------*00068200
                                                                        00068300
            MOVE FD-JRN-SALDO-DEPOIS   TO WRK-GRP-SALDO-DEPOIS          00068400
            MOVE FD-JRN-DT-ULT-DEPOIS  TO WRK-GRP-DT-ULT-DEPOIS         00068500
            PERFORM 2100-LER-JOURNAL.                                   00068600
                                                                        00068700
      *----------------------------------------------------------------*00068800
       2310-99-FIM.                           EXIT.                     00068900
      *----------------------------------------------------------------*00069000
                                                                        00069100
      ******************************************************************00069200
      *                    R E S T A U R A R                           *00069300
      ******************************************************************00069400
      *    SEGUNDA PASSAGEM: RELE O JOURNAL E DEVOLVE A CADA CONTA O   *00069500
      *    SALDO E A DATA DO ULTIMO MOVIMENTO ANTERIORES AO CICLO.     *00069600
      *----------------------------------------------------------------*00069700
       3000-RESTAURAR                         SECTION.                  00069800
      *----------------------------------------------------------------*00069900
                                                                        00070000
            CLOSE JRNORD                                                00070100
            OPEN INPUT JRNORD                                           00070200
            PERFORM 1120-TESTAR-WRK-FS-JRNORD                           00070300
            MOVE ZEROS                 TO ACUM-LIDOS-JRNORD             00070400
                                                                        00070500
            PERFORM 2100-LER-JOURNAL                                    00070600
                                                                        00070700
            PERFORM 3100-RESTAURAR-CONTA                                00070800
                    UNTIL WRK-CHAVE-JRN EQUAL HIGH-VALUES               00070900
                                                                        00071000
            PERFORM 3900-LIMPAR-CHECKPOINT.                             00071100
                                                                        00071200
      *----------------------------------------------------------------*00071300
       3000-99-FIM.                           EXIT.                     00071400
      *----------------------------------------------------------------*00071500
                                                                        00071600
      *----------------------------------------------------------------*00071700
       3100-RESTAURAR-CONTA                   SECTION.                  00071800
      *----------------------------------------------------------------*00071900
                                                                        00072000
            PERFORM 2300-MONTAR-GRUPO                                   00072100
            PERFORM 2160-LOCALIZAR-EXECUCAO                             00072200
                                                                        00072300
            MOVE WRK-GRP-AGENCIA       TO WRK-LD-AGENCIA                00072400
            MOVE WRK-GRP-CONTA         TO WRK-LD-CONTA                  00072500
            MOVE WRK-GRP-PROGRAMA      TO WRK-LD-PROGRAMA               00072600
            MOVE WRK-GRP-SALDO-DEPOIS  TO WRK-LD-SALDO-DEPOIS           00072700
            MOVE WRK-GRP-SALDO-ANTES   TO WRK-LD-SALDO-ANTES            00072800
            MOVE WRK-GRP-DT-ULT-ANTES  TO WRK-LD-DT-ULT-ANTES           00072900
                                                                        00073000
            MOVE WRK-GRP-CHAVE         TO FD-CLI2505-CHAVE              00073100
            READ CLI2505                                                00073200
                                                                        00073300
            IF WRK-FS-CLI2505 EQUAL '23'                                00073400
               ADD 1                   TO ACUM-EXCLUIDAS                00073500
                                          WRK-EXE-QTD-EXCL (WRK-IDX-EXE)00073600
               ADD WRK-GRP-SALDO-ANTES TO WRK-EXE-SALDO-EXCL            00073700
                                                          (WRK-IDX-EXE) 00073800
               MOVE 'EXCLUIDA  '       TO WRK-LD-SITUACAO               00073900
               PERFORM 3200-GRAVAR-LINHA                                00074000
               GO                      TO 3100-99-FIM                   00074100
            END-IF                                                      00074200
                                                                        00074300
            PERFORM 1110-TESTAR-WRK-FS-CLI2505                          00074400
                                                                        00074500
            MOVE WRK-GRP-SALDO-ANTES   TO FD-CLI2505-SALDO              00074600
            MOVE WRK-GRP-DT-ULT-ANTES  TO FD-CLI2505-DATA-ULT-MOV       00074700
            REWRITE FD-CLI2505                                          00074800
            PERFORM 1110-TESTAR-WRK-FS-CLI2505                          00074900
                                                                        00075000
      *     O SALDO CONFERIDO E O QUE FICOU GRAVADO NO CLUSTER         *00075100
            READ CLI2505                                                00075200
            PERFORM 1110-TESTAR-WRK-FS-CLI2505                          00075300
                                                                        00075400
            ADD 1                      TO ACUM-RESTAURADAS              00075500
                                          WRK-EXE-QTD (WRK-IDX-EXE)     00075600
            ADD FD-CLI2505-SALDO       TO WRK-EXE-SALDO-REST            00075700
                                                          (WRK-IDX-EXE) 00075800
            MOVE 'RESTAURADA'          TO WRK-LD-SITUACAO               00075900
            PERFORM 3200-GRAVAR-LINHA.                                  00076000
                                                                        00076100
      *----------------------------------------------------------------*00076200
       3100-99-FIM.                           EXIT.                     00076300
      *----------------------------------------------------------------*00076400
                                                                        00076500
      *----------------------------------------------------------------*00076600
       3200-GRAVAR-LINHA                      SECTION.                  00076700
      *----------------------------------------------------------------*00076800
                                                                        00076900
            WRITE FD-RELDES            FROM WRK-LINDES                  00077000
            PERFORM 1130-TESTAR-WRK-FS-RELDES.                          00077100
                                                                        00077200
      *----------------------------------------------------------------*00077300
       3200-99-FIM.                           EXIT.                     00077400
      *----------------------------------------------------------------*00077500
                                                                        00077600
      *----------------------------------------------------------------*00077700
      *    CHECKPOINT DA EXECUCAO DESFEITA (OPCIONAL): SE FICOU DE UM  *00077800
      *    CICLO INTERROMPIDO NA DATA, E ZERADO COMO NO FIM NORMAL DO  *00077900
      *    FR05EX03, PARA O REPROCESSAMENTO NAO SALTAR CONTAS QUE      *00078000
      *    ACABARAM DE SER RESTAURADAS.                                *00078100
      *----------------------------------------------------------------*00078200
       3900-LIMPAR-CHECKPOINT                 SECTION.                  00078300
      *----------------------------------------------------------------*00078400
                                                                        00078500
            OPEN INPUT CKPT                                             00078600
            IF WRK-FS-CKPT NOT EQUAL ZEROS                              00078700
               GO                      TO 3900-99-FIM                   00078800
            END-IF                                                      00078900
                                                                        00079000
            MOVE SPACES                TO WRK-CKPT-AREA                 00079100
            READ CKPT                  INTO WRK-CKPT-AREA               00079200
            CLOSE CKPT                                                  00079300
                                                                        00079400
            IF WRK-CKPT-DATA-MOVTO NOT EQUAL WRK-DATA-ALVO              00079500
             OR WRK-CKPT-QTD-LIDOS NOT NUMERIC                          00079600
             OR WRK-CKPT-QTD-LIDOS EQUAL ZEROS                          00079700
               GO                      TO 3900-99-FIM                   00079800
            END-IF                                                      00079900
                                                                        00080000
            OPEN OUTPUT CKPT                                            00080100
            PERFORM 1140-TESTAR-WRK-FS-CKPT                             00080200
            MOVE SPACES                TO WRK-CKPT-AREA                 00080300
            MOVE ZEROS                 TO WRK-CKPT-QTD-LIDOS            00080400
            MOVE WRK-DATA-ALVO         TO WRK-CKPT-DATA-MOVTO           00080500
            WRITE FD-CKPT              FROM WRK-CKPT-AREA               00080600
            PERFORM 1140-TESTAR-WRK-FS-CKPT                             00080700
            CLOSE CKPT.                                                 00080800
                                                                        00080900
      *----------------------------------------------------------------*00081000
       3900-99-FIM.                           EXIT.                     00081100
      *----------------------------------------------------------------*00081200
                                                                        00081300
      ******************************************************************00081400
      *                     V E R I F I C A R                          *00081500
      ******************************************************************00081600
                                                                        00081700
      *----------------------------------------------------------------*00081800
       4000-VERIFICAR                         SECTION.                  00081900
      *----------------------------------------------------------------*00082000
                                                                        00082100
            PERFORM 4100-VERIFICAR-EXECUCAO                             00082200
                    VARYING WRK-IDX-EXE FROM 1 BY 1                     00082300
                    UNTIL WRK-IDX-EXE GREATER WRK-QTD-EXE.              00082400
                                                                        00082500
      *----------------------------------------------------------------*00082600
       4000-99-FIM.                           EXIT.                     00082700
      *----------------------------------------------------------------*00082800
                                                                        00082900
      *----------------------------------------------------------------*00083000
      *    O SALDO RESTAURADO (MAIS O DAS CONTAS EXCLUIDAS) TEM QUE    *00083100
      *    SER O SALDO INICIAL DA EXECUCAO E O NUMERO DE CONTAS O DE   *00083200
      *    CLIENTES LIDOS PELO FR05EX03.                               *00083300
      *----------------------------------------------------------------*00083400
       4100-VERIFICAR-EXECUCAO                SECTION.                  00083500
      *----------------------------------------------------------------*00083600
                                                                        00083700
            COMPUTE WRK-SALDO-CONFERIDO =                               00083800
                    WRK-EXE-SALDO-REST (WRK-IDX-EXE)                    00083900
                  + WRK-EXE-SALDO-EXCL (WRK-IDX-EXE)                    00084000
            COMPUTE WRK-QTD-CONFERIDA =                                 00084100
                    WRK-EXE-QTD (WRK-IDX-EXE)                           00084200
                  + WRK-EXE-QTD-EXCL (WRK-IDX-EXE)                      00084300
                                                                        00084400
            MOVE WRK-EXE-PROGRAMA (WRK-IDX-EXE)  TO WRK-LE-PROGRAMA     00084500
            MOVE WRK-QTD-CONFERIDA               TO WRK-LE-CONTAS       00084600
            MOVE WRK-SALDO-CONFERIDO             TO WRK-LE-SALDO        00084700
                                                                        00084800
            EVALUATE TRUE                                               00084900
              WHEN NOT WRK-EXE-TOTAIS-SIM (WRK-IDX-EXE)                 00085000
               MOVE 'S'            TO WRK-EXE-SITUACAO (WRK-IDX-EXE)    00085100
               MOVE 'SEM TOTAIS  ' TO WRK-LE-SITUACAO                   00085200
               ADD 1               TO ACUM-EXE-SEM-TOTAIS               00085300
               IF WRK-RC-FINAL LESS 04                                  00085400
                  MOVE 04          TO WRK-RC-FINAL                      00085500
               END-IF                                                   00085600
              WHEN WRK-SALDO-CONFERIDO EQUAL                            00085700
                   WRK-EXE-SALDO-INI-TOT (WRK-IDX-EXE)                  00085800
               AND WRK-QTD-CONFERIDA EQUAL                              00085900
                   WRK-EXE-LIDOS-TOT (WRK-IDX-EXE)                      00086000
               MOVE 'C'            TO WRK-EXE-SITUACAO (WRK-IDX-EXE)    00086100
               MOVE 'CONFERIDA   ' TO WRK-LE-SITUACAO                   00086200
               ADD 1               TO ACUM-EXE-CONFERIDAS               00086300
              WHEN OTHER                                                00086400
               MOVE 'D'            TO WRK-EXE-SITUACAO (WRK-IDX-EXE)    00086500
               MOVE 'DIVERGENTE  ' TO WRK-LE-SITUACAO                   00086600
               ADD 1               TO ACUM-EXE-DIVERGENTES              00086700
               MOVE 'A'            TO WRK-SEVERIDADE                    00086800
               MOVE 'FR05EX81'     TO WRK-PROGRAMA                      00086900
               MOVE '4100  '       TO WRK-SECAO                         00087000
               MOVE 'RESTAURACAO NAO CONFERE COM TOTAIS'                00087100
                                   TO WRK-MENSAGEM                      00087200
               MOVE WRK-EXE-PROGRAMA (WRK-IDX-EXE)                      00087300
                                   TO WRK-STATUS                        00087400
               CALL 'GRAVALOG'     USING WRK-LOG                        00087500
               MOVE 08             TO WRK-RC-FINAL                      00087600
            END-EVALUATE                                                00087700
                                                                        00087800
            WRITE FD-RELDES        FROM WRK-LINEXE                      00087900
            PERFORM 1130-TESTAR-WRK-FS-RELDES.                          00088000
                                                                        00088100
      *----------------------------------------------------------------*00088200
       4100-99-FIM.                           EXIT.                     00088300
      *----------------------------------------------------------------*00088400
                                                                        00088500
      ******************************************************************00088600
      *               L I B E R A R  G U A R D A                       *00088700
      ******************************************************************00088800
                                                                        00088900
      *----------------------------------------------------------------*00089000
       5000-LIBERAR-GUARDA                    SECTION.                  00089100
      *----------------------------------------------------------------*00089200
                                                                        00089300
            PERFORM 5100-GRAVAR-DESFEITO                                00089400
                    VARYING WRK-IDX-EXE FROM 1 BY 1                     00089500
                    UNTIL WRK-IDX-EXE GREATER WRK-QTD-EXE.              00089600
                                                                        00089700
      *----------------------------------------------------------------*00089800
       5000-99-FIM.                           EXIT.                     00089900
      *----------------------------------------------------------------*00090000
                                                                        00090100
      *----------------------------------------------------------------*00090200
       5100-GRAVAR-DESFEITO                   SECTION.                  00090300
      *----------------------------------------------------------------*00090400
                                                                        00090500
            IF NOT WRK-EXE-CONFERIDA (WRK-IDX-EXE)                      00090600
               GO                      TO 5100-99-FIM                   00090700
            END-IF                                                      00090800
                                                                        00090900
            MOVE 'D'                   TO WRK-RUN-FUNCAO                00091000
            MOVE WRK-EXE-PROGRAMA (WRK-IDX-EXE)                         00091100
                                       TO WRK-RUN-PROGRAMA              00091200
            MOVE WRK-DATA-ALVO         TO WRK-RUN-DATA-MOVTO            00091300
            MOVE ZEROS                 TO WRK-RUN-RC                    00091400
            MOVE WRK-EXE-QTD (WRK-IDX-EXE)                              00091500
                                       TO WRK-RUN-LIDOS                 00091600
                                          WRK-RUN-GRAVADOS              00091700
            CALL 'GRAVARUN'            USING WRK-RUNCTL.                00091800
                                                                        00091900
      *----------------------------------------------------------------*00092000
       5100-99-FIM.                           EXIT.                     00092100
      *----------------------------------------------------------------*00092200
                                                                        00092300
      ******************************************************************00092400
      *                     F I N A L I Z A R                          *00092500
      ******************************************************************00092600
                                                                        00092700
      *----------------------------------------------------------------*00092800
       6000-FINALIZAR                         SECTION.                  00092900
      *----------------------------------------------------------------*00093000
                                                                        00093100
            CLOSE CLI2505                                               00093200
                  JRNORD                                                00093300
                  RELDES                                                00093400
                                                                        00093500
            DISPLAY '*************************************************' 00093600
            DISPLAY '         CICLO DO CADASTRO DESFEITO              ' 00093700
            DISPLAY '                                                 ' 00093800
            DISPLAY '  DATA DESFEITA       :  ' WRK-DATA-ALVO           00093900
            DISPLAY '  EXECUCAO            :  ' WRK-PARM-PROGRAMA       00094000
            DISPLAY '  REGISTROS JOURNAL   :  ' ACUM-LIDOS-JRNORD       00094100
            DISPLAY '  CONTAS NO JOURNAL   :  ' ACUM-CONTAS             00094200
            DISPLAY '  CONTAS ALTERADAS    :  ' ACUM-INCONSISTENTES     00094300
            DISPLAY '  CONTAS RESTAURADAS  :  ' ACUM-RESTAURADAS        00094400
            DISPLAY '  CONTAS EXCLUIDAS    :  ' ACUM-EXCLUIDAS          00094500
            DISPLAY '  EXECUCOES CONFERIDAS:  ' ACUM-EXE-CONFERIDAS     00094600
            DISPLAY '  EXECUCOES DIVERGENT.:  ' ACUM-EXE-DIVERGENTES    00094700
            DISPLAY '  EXECUCOES S/ TOTAIS :  ' ACUM-EXE-SEM-TOTAIS     00094800
            DISPLAY '  RETURN CODE         :  ' WRK-RC-FINAL            00094900
            DISPLAY '                                                 ' 00095000
            DISPLAY '*************************************************'.00095100
                                                                        00095200
      *----------------------------------------------------------------*00095300
       6000-99-FIM.                           EXIT.                     00095400
      *----------------------------------------------------------------*00095500
                                                                        00095600
      ******************************************************************00095700
      *                   T R A T A R  E R R O                         *00095800
      ******************************************************************00095900
                                                                        00096000
       9000-TRATAR-ERRO                     SECTION.                    00096100
      *----------------------------------------------------------------*00096200
                  MOVE 'F'                TO WRK-SEVERIDADE             00096300
                  CALL 'GRAVALOG'         USING WRK-LOG                 00096400
                  MOVE 16                 TO RETURN-CODE                00096500
                  GOBACK.                                               00096600
      *----------------------------------------------------------------*00096700
       9000-99-FIM.                           EXIT.                     00096800
      *----------------------------------------------------------------*00096900
