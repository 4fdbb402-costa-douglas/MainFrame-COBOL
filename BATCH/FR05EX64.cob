      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX64.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX64                                       *00002000
      *    TIPO.......: MANUTENCAO DO CADASTRO DE PECAS                *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : APLICAR SOBRE O CADASTRO DE PECAS (ARQPECAS,     *00002800
      *               BOOK B#ARQE, UM REGISTRO POR PECA+DEPOSITO) O    *00002900
      *               LOTE DE MANUTENCAO MANPEC: INCLUSAO ('I') DE     *00003000
      *               PECA NUM DEPOSITO (FORNECEDOR DO CADFORN, CUSTO  *00003100
      *               E SALDO INICIAL SEMPRE ZERO), ALTERACAO ('A') DO *00003200
      *               FORNECEDOR E/OU DO DEPOSITO (SO COM O SALDO DO   *00003300
      *               DEPOSITO ZERADO) E DESCONTINUACAO ('D', POR PECA,*00003400
      *               DEPOSITO EM BRANCO: TODOS OS REGISTROS DA PECA   *00003500
      *               FICAM COM SITUACAO 'D' E SAEM DA REPOSICAO DO    *00003600
      *               FR05EX01). A QUANTIDADE NUNCA E ALTERADA AQUI:   *00003700
      *               ESTOQUE SO SE MOVE PELOS PROGRAMAS QUE POSTAM NO *00003800
      *               KARDEX, PARA O FR05EX36 CONTINUAR PROVANDO O     *00003900
      *               LIVRO. NO MESMO MOLDE DO FR05EX57: HEADER/       *00004000
      *               TRAILER CONFERIDOS NUM PRE-PASSO (QTDE E HASH    *00004100
      *               DOS CUSTOS), VALIDACAO REGISTRO A REGISTRO,      *00004200
      *               REGRAVACAO EM PECANOV (RECLASSIFICADO POR        *00004300
      *               PECA+DEPOSITO E COPIADO SOBRE O ARQPECAS PELO    *00004400
      *               PASSO SEGUINTE DO JOB FR05PEC) E CADA MUDANCA NA *00004500
      *               TRILHA DE AUDITORIA VIA GRAVAUD. TRANSACAO       *00004600
      *               RECUSADA SAI NO ARQUIVO PECREJ COM O MOTIVO.     *00004700
      *----------------------------------------------------------------*00004800
      *    ARQUIVOS :                                                  *00004900
      *    DDNAME          I/O                                         *00005000
      *    JCLPECAS         I    PECAS EM ESTOQUE (ARQPECAS)           *00005100
      *    JCLMANPC         I    LOTE DE MANUTENCAO                    *00005200
      *    JCLFORN          I    CADASTRO DE FORNECEDORES (CADFORN)    *00005300
      *    JCLPECSN         O    CADASTRO DE PECAS REGRAVADO           *00005400
      *    JCLPECRJ         O    TRANSACOES RECUSADAS                  *00005500
      *----------------------------------------------------------------*00005600
      *    BOOKS    :    B#ARQE, B#FORN, B#GRALOG, B#AUDIT, B#RUNCTL,  *00005700
      *                  B#DATPRC                                      *00005800
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
             SELECT PECANT    ASSIGN     TO JCLPECAS                    00009000
                    FILE STATUS          IS WRK-FS-PECANT.              00009100
                                                                        00009200
             SELECT MANPEC    ASSIGN     TO JCLMANPC                    00009300
                    FILE STATUS          IS WRK-FS-MANPEC.              00009400
                                                                        00009500
             SELECT CADFORN   ASSIGN     TO JCLFORN                     00009600
                    FILE STATUS          IS WRK-FS-CADFORN.             00009700
                                                                        00009800
             SELECT PECANOV   ASSIGN     TO JCLPECSN                    00009900
                    FILE STATUS          IS WRK-FS-PECANOV.             00010000
                                                                        00010100
             SELECT PECREJ    ASSIGN     TO JCLPECRJ                    00010200
                    FILE STATUS          IS WRK-FS-PECREJ.              00010300
                                                                        00010400
      *================================================================*00010500
       DATA                                      DIVISION.              00010600
      *================================================================*00010700
                                                                        00010800
      *----------------------------------------------------------------*00010900
       FILE                                      SECTION.               00011000
      *----------------------------------------------------------------*00011100
                                                                        00011200
      *----------------------------------------------------------------*00011300
      *  INPUT - PECAS EM ESTOQUE (ARQPECAS) - LRECL = 050.            *00011400
      *----------------------------------------------------------------*00011500
                                                                        00011600
       FD PECANT                                                        00011700
           RECORDING MODE IS F                                          00011800
           BLOCK CONTAINS 0 RECORDS.                                    00011900
       01 FD-PECANT                   PIC X(050).                       00012000
                                                                        00012100
      *----------------------------------------------------------------*00012200
      *  INPUT - LOTE DE MANUTENCAO (MANPEC) - LRECL = 050.            *00012300
      *----------------------------------------------------------------*00012400
                                                                        00012500
       FD MANPEC                                                        00012600
           RECORDING MODE IS F                                          00012700
           BLOCK CONTAINS 0 RECORDS.                                    00012800
       01 FD-MANPEC.                                                    00012900
          05 FD-MPC-TIPO-REG          PIC X(01).                        00013000
          05 FD-MPC-OPERACAO          PIC X(01).                        00013100
              88 FD-MPC-OP-INCLUSAO       VALUE 'I'.                    00013200
              88 FD-MPC-OP-ALTERACAO      VALUE 'A'.                    00013300
              88 FD-MPC-OP-DESCONTINUA    VALUE 'D'.                    00013400
          05 FD-MPC-CHAVE.                                              00013500
             10 FD-MPC-COD-PECA       PIC X(06).                        00013600
             10 FD-MPC-DEPOSITO       PIC X(02).                        00013700
                 88 FD-MPC-DEPOSITO-VALIDO VALUE '01' '02'.             00013800
          05 FD-MPC-FORNECEDOR        PIC X(20).                        00013900
          05 FD-MPC-CUSTO             PIC 9(05)V99.                     00014000
          05 FD-MPC-DEP-NOVO          PIC X(02).                        00014100
              88 FD-MPC-DEP-NOVO-VALIDO   VALUE '01' '02'.              00014200
          05 FILLER                   PIC X(11).                        00014300
                                                                        00014400
       01 FD-MPC-HEADER.                                                00014500
          05 FD-MPC-H-TIPO            PIC X(01).                        00014600
          05 FD-MPC-H-ORIGEM          PIC X(08).                        00014700
          05 FD-MPC-H-DATA            PIC X(08).                        00014800
          05 FILLER                   PIC X(33).                        00014900
                                                                        00015000
       01 FD-MPC-TRAILER.                                               00015100
          05 FD-MPC-T-TIPO            PIC X(01).                        00015200
          05 FD-MPC-T-QTD-REG         PIC 9(07).                        00015300
          05 FD-MPC-T-HASH-CUSTO      PIC 9(10)V99.                     00015400
          05 FILLER                   PIC X(30).                        00015500
                                                                        00015600
      *----------------------------------------------------------------*00015700
      *  INPUT - CADASTRO DE FORNECEDORES (CADFORN) - LRECL = 060.     *00015800
      *----------------------------------------------------------------*00015900
                                                                        00016000
       FD CADFORN                                                       00016100
           RECORDING MODE IS F                                          00016200
           BLOCK CONTAINS 0 RECORDS.                                    00016300
       01 FD-FORN                     PIC X(060).                       00016400
                                                                        00016500
      *----------------------------------------------------------------*00016600
      *  OUTPUT - CADASTRO DE PECAS REGRAVADO (PECANOV) - LRECL = 050. *00016700
      *----------------------------------------------------------------*00016800
                                                                        00016900
       FD PECANOV                                                       00017000
           RECORDING MODE IS F                                          00017100
           BLOCK CONTAINS 0 RECORDS.                                    00017200
       01 FD-PECANOV                  PIC X(050).                       00017300
                                                                        00017400
      *----------------------------------------------------------------*00017500
      *  OUTPUT - TRANSACOES RECUSADAS (PECREJ) - LRECL = 080.         *00017600
      *----------------------------------------------------------------*00017700
                                                                        00017800
       FD PECREJ                                                        00017900
           RECORDING MODE IS F                                          00018000
           BLOCK CONTAINS 0 RECORDS.                                    00018100
       01 FD-PECREJ.                                                    00018200
          05 FD-PRJ-TRANSACAO         PIC X(050).                       00018300
          05 FD-PRJ-MOTIVO            PIC X(030).                       00018400
                                                                        00018500
      *----------------------------------------------------------------*00018600
       WORKING-STORAGE                            SECTION.              00018700
      *----------------------------------------------------------------*00018800
      *----------------------------------------------------------------*00018900
       01 FILLER                         PIC X(050)       VALUE         00019000
                   '*** INICIO DA WORKING FR05EX64 ***'.                00019100
      *----------------------------------------------------------------*00019200
                                                                        00019300
       77 WRK-FS-PECANT                  PIC X(002) VALUE SPACES.       00019400
       77 WRK-FS-MANPEC                  PIC X(002) VALUE SPACES.       00019500
       77 WRK-FS-CADFORN                 PIC X(002) VALUE SPACES.       00019600
       77 WRK-FS-PECANOV                 PIC X(002) VALUE SPACES.       00019700
       77 WRK-FS-PECREJ                  PIC X(002) VALUE SPACES.       00019800
                                                                        00019900
      *----------------------------------------------------------------*00020000
       01 FILLER                         PIC X(050)       VALUE         00020100
                     '*** AREA DA ACUMULADORES ***'.                    00020200
      *----------------------------------------------------------------*00020300
                                                                        00020400
       77 ACUM-LIDOS-PECANT              PIC 9(007) VALUE ZEROS.        00020500
       77 ACUM-LIDOS-MANPEC              PIC 9(007) VALUE ZEROS.        00020600
       77 ACUM-GRAV-PECANOV              PIC 9(007) VALUE ZEROS.        00020700
       77 ACUM-INCLUSOES                 PIC 9(005) VALUE ZEROS.        00020800
       77 ACUM-ALTERACOES                PIC 9(005) VALUE ZEROS.        00020900
       77 ACUM-DESCONTINUADAS            PIC 9(005) VALUE ZEROS.        00021000
       77 ACUM-RECUSADAS                 PIC 9(005) VALUE ZEROS.        00021100
                                                                        00021200
      *----------------------------------------------------------------*00021300
       01 FILLER                         PIC X(050)       VALUE         00021400
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00021500
      *----------------------------------------------------------------*00021600
                                                                        00021700
       77 WRK-MOTIVO-RECUSA              PIC X(030) VALUE SPACES.       00021800
       77 WRK-CHAVE-ANT-MPC              PIC X(008) VALUE LOW-VALUES.   00021900
       77 WRK-CHAVE-ATUAL-MPC            PIC X(008) VALUE SPACES.       00022000
       77 WRK-CHAVE-APLICADA             PIC X(008) VALUE LOW-VALUES.   00022100
       77 WRK-CHAVE-ATUAL-PEC            PIC X(008) VALUE SPACES.       00022200
       77 WRK-PEC-SALVO                  PIC X(050) VALUE SPACES.       00022300
       77 WRK-COD-DESCONT                PIC X(006) VALUE LOW-VALUES.   00022400
       77 WRK-QTD-DEP-PECA               PIC 9(003) VALUE ZEROS.        00022500
       77 WRK-QTD-DEP-DESCONT            PIC 9(003) VALUE ZEROS.        00022600
                                                                        00022700
       01 WRK-CHAVE-BUSCA.                                              00022800
          05 WRK-CHVB-COD-PECA           PIC X(006) VALUE SPACES.       00022900
          05 WRK-CHVB-DEPOSITO           PIC X(002) VALUE SPACES.       00023000
                                                                        00023100
       01 WRK-CHAVE-AUD.                                                00023200
          05 WRK-CHVA-COD-PECA           PIC X(006) VALUE SPACES.       00023300
          05 WRK-CHVA-DEPOSITO           PIC X(002) VALUE SPACES.       00023400
          05 FILLER                      PIC X(002) VALUE SPACES.       00023500
                                                                        00023600
      *----------------------------------------------------------------*00023700
       01 FILLER                         PIC X(050)       VALUE         00023800
                '*** AREA DE CONTROLE HEADER/TRAILER ***'.              00023900
      *----------------------------------------------------------------*00024000
                                                                        00024100
       77 WRK-QTD-CONTROLE-MPC           PIC 9(007) VALUE ZEROS.        00024200
       77 WRK-HASH-CUSTO                 PIC 9(010)V99 VALUE ZEROS.     00024300
       77 WRK-TRL-QTD-INFORMADA          PIC 9(007) VALUE ZEROS.        00024400
       77 WRK-TRL-HASH-INFORMADO         PIC 9(010)V99 VALUE ZEROS.     00024500
       77 WRK-TEM-HEADER                 PIC X(001) VALUE 'N'.          00024600
           88 WRK-TEM-HEADER-SIM                    VALUE 'S'.          00024700
       77 WRK-TEM-TRAILER                PIC X(001) VALUE 'N'.          00024800
           88 WRK-TEM-TRAILER-SIM                   VALUE 'S'.          00024900
                                                                        00025000
      *----------------------------------------------------------------*00025100
      *    CHAVES DO CADASTRO DE PECAS (CARREGADAS NUM PRE-PASSO, PARA *00025200
      *    A INCLUSAO E A TROCA DE DEPOSITO ENXERGAREM O CADASTRO TODO)*00025300
      *----------------------------------------------------------------*00025400
                                                                        00025500
       01 WRK-TAB-PECAS.                                                00025600
          05 WRK-TAB-PEC               OCCURS 500 TIMES                 00025700
                                        INDEXED BY WRK-IDX-PEC.         00025800
             10 WRK-TAB-PEC-CHAVE.                                      00025900
                15 WRK-TAB-PEC-COD      PIC X(06).                      00026000
                15 WRK-TAB-PEC-DEP      PIC X(02).                      00026100
             10 WRK-TAB-PEC-SITUACAO    PIC X(01).                      00026200
                                                                        00026300
       77 WRK-TAB-PEC-QTDE               PIC 9(003) VALUE ZEROS.        00026400
       77 WRK-PEC-ACHOU                  PIC X(001) VALUE 'N'.          00026500
           88 WRK-PEC-ACHOU-SIM                     VALUE 'S'.          00026600
                                                                        00026700
      *----------------------------------------------------------------*00026800
      *    TABELA DO CADASTRO DE FORNECEDORES (CARREGADA DO CADFORN)   *00026900
      *----------------------------------------------------------------*00027000
                                                                        00027100
       01 WRK-TAB-FORNECEDORES.                                         00027200
          05 WRK-TAB-FORN              OCCURS 200 TIMES                 00027300
                                        INDEXED BY WRK-IDX-FORN.        00027400
             10 WRK-TAB-FORN-RAZAO      PIC X(20).                      00027500
                                                                        00027600
       77 WRK-TAB-FORN-QTDE              PIC 9(003) VALUE ZEROS.        00027700
       77 WRK-FORN-ACHOU                 PIC X(001) VALUE 'N'.          00027800
           88 WRK-FORN-ACHOU-SIM                    VALUE 'S'.          00027900
                                                                        00028000
      *----------------------------------------------------------------*00028100
       01 FILLER                         PIC X(050)       VALUE         00028200
                    '*** AREA DOS BOOKS DE CADASTRO ***'.               00028300
      *----------------------------------------------------------------*00028400
                                                                        00028500
       COPY 'B#ARQE'.                                                   00028600
                                                                        00028700
       COPY 'B#FORN'.                                                   00028800
                                                                        00028900
      *----------------------------------------------------------------*00029000
       01 FILLER                         PIC X(050)       VALUE         00029100
                    '*** AREA DA BOOK GRAVALOG ***'.                    00029200
      *----------------------------------------------------------------*00029300
                                                                        00029400
                           COPY 'B#GRALOG'.                             00029500
                                                                        00029600
      *----------------------------------------------------------------*00029700
       01 FILLER                         PIC X(050)       VALUE         00029800
                    '*** AREA DA BOOK GRAVAUD ***'.                     00029900
      *----------------------------------------------------------------*00030000
                                                                        00030100
                           COPY 'B#AUDIT'.                              00030200
                                                                        00030300
      ******************************************************************00030400
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00030500
      ******************************************************************00030600
                                                                        00030700
       COPY 'B#RUNCTL'.                                                 00030800
                                                                        00030900
       COPY 'B#DATPRC'.                                                 00031000
                                                                        00031100
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00031200
                                                                        00031300
      *================================================================*00031400
       PROCEDURE                                 DIVISION.              00031500
      *================================================================*00031600
                                                                        00031700
      ******************************************************************00031800
      *              P R O G R A M A  P R I N C I P A L                *00031900
      ******************************************************************00032000
                                                                        00032100
      *----------------------------------------------------------------*00032200
       0000-PRINCIPAL                            SECTION.               00032300
      *----------------------------------------------------------------*00032400
                                                                        00032500
            PERFORM 1000-INICIAR                                        00032600
                                                                        00032700
            PERFORM 2100-LER-PECANT                                     00032800
            PERFORM 2200-LER-MANPEC                                     00032900
                                                                        00033000
            PERFORM 3000-PROCESSAR                                      00033100
                    UNTIL WRK-CHAVE-ATUAL-PEC EQUAL HIGH-VALUES         00033200
                    AND   WRK-CHAVE-ATUAL-MPC EQUAL HIGH-VALUES         00033300
                                                                        00033400
            PERFORM 4000-FINALIZAR                                      00033500
                                                                        00033600
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00033700
            MOVE ACUM-LIDOS-MANPEC    TO WRK-RUN-LIDOS                  00033800
            MOVE ACUM-GRAV-PECANOV    TO WRK-RUN-GRAVADOS               00033900
            MOVE ZEROS                TO WRK-RUN-RC                     00034000
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00034100
                                                                        00034200
            STOP RUN.                                                   00034300
                                                                        00034400
      *----------------------------------------------------------------*00034500
       0000-99-FIM.                           EXIT.                     00034600
      *----------------------------------------------------------------*00034700
                                                                        00034800
      ******************************************************************00034900
      *                       I N I C I A R                            *00035000
      ******************************************************************00035100
                                                                        00035200
      *----------------------------------------------------------------*00035300
       1000-INICIAR                           SECTION.                  00035400
      *----------------------------------------------------------------*00035500
                                                                        00035600
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO            *00035700
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00035800
           CALL 'LERDATAP'            USING WRK-DATPRC                  00035900
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00036000
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00036100
           MOVE 'FR05EX64'            TO WRK-RUN-PROGRAMA               00036200
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00036300
           MOVE ZEROS                 TO WRK-RUN-RC                     00036400
                                         WRK-RUN-LIDOS                  00036500
                                         WRK-RUN-GRAVADOS               00036600
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00036700
                                                                        00036800
           IF WRK-RUN-DATA-JA-FEITA                                     00036900
              MOVE 'A'                TO WRK-SEVERIDADE                 00037000
              MOVE 'FR05EX64'         TO WRK-PROGRAMA                   00037100
              MOVE '1000  '           TO WRK-SECAO                      00037200
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00037300
                                      TO WRK-MENSAGEM                   00037400
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00037500
              CALL 'GRAVALOG'         USING WRK-LOG                     00037600
              MOVE 08                 TO RETURN-CODE                    00037700
              GOBACK                                                    00037800
           END-IF                                                       00037900
                                                                        00038000
           PERFORM 1200-CARREGAR-FORNECEDORES                           00038100
                                                                        00038200
           OPEN INPUT PECANT                                            00038300
           PERFORM 1110-TESTAR-WRK-FS-PECANT                            00038400
                                                                        00038500
           PERFORM 1250-CARREGAR-CHAVES                                 00038600
                                                                        00038700
           OPEN INPUT MANPEC                                            00038800
           PERFORM 1120-TESTAR-WRK-FS-MANPEC                            00038900
                                                                        00039000
           PERFORM 1300-VALIDAR-CONTROLES                               00039100
                                                                        00039200
           OPEN OUTPUT PECANOV                                          00039300
                OUTPUT PECREJ                                           00039400
                                                                        00039500
           PERFORM 1130-TESTAR-WRK-FS-PECANOV                           00039600
           PERFORM 1140-TESTAR-WRK-FS-PECREJ.                           00039700
                                                                        00039800
      *----------------------------------------------------------------*00039900
       1000-99-FIM.                           EXIT.                     00040000
      *----------------------------------------------------------------*00040100
                                                                        00040200
      *----------------------------------------------------------------*00040300
       1110-TESTAR-WRK-FS-PECANT              SECTION.                  00040400
      *----------------------------------------------------------------*00040500
                                                                        00040600
           IF WRK-FS-PECANT NOT EQUAL ZEROS                             00040700
            AND WRK-FS-PECANT NOT EQUAL '10'                            00040800
              MOVE 'FR05EX64'                    TO WRK-PROGRAMA        00040900
              MOVE 'ERRO NO ARQUIVO PECANT'      TO WRK-MENSAGEM        00041000
              MOVE '1110'                        TO WRK-SECAO           00041100
              MOVE WRK-FS-PECANT                 TO WRK-STATUS          00041200
              PERFORM 9000-TRATAR-ERRO                                  00041300
           END-IF.                                                      00041400
                                                                        00041500
      *----------------------------------------------------------------*00041600
       1110-99-FIM.                           EXIT.                     00041700
      *----------------------------------------------------------------*00041800
                                                                        00041900
      *----------------------------------------------------------------*00042000
       1120-TESTAR-WRK-FS-MANPEC              SECTION.                  00042100
      *----------------------------------------------------------------*00042200
                                                                        00042300
           IF WRK-FS-MANPEC NOT EQUAL ZEROS                             00042400
              MOVE 'FR05EX64'                    TO WRK-PROGRAMA        00042500
              MOVE 'ERRO NO ARQUIVO MANPEC'      TO WRK-MENSAGEM        00042600
              MOVE '1120'                        TO WRK-SECAO           00042700
              MOVE WRK-FS-MANPEC                 TO WRK-STATUS          00042800
              PERFORM 9000-TRATAR-ERRO                                  00042900
           END-IF.                                                      00043000
                                                                        00043100
      *----------------------------------------------------------------*00043200
       1120-99-FIM.                           EXIT.                     00043300
      *----------------------------------------------------------------*00043400
                                                                        00043500
      *----------------------------------------------------------------*00043600
       1130-TESTAR-WRK-FS-PECANOV             SECTION.                  00043700
      *----------------------------------------------------------------*00043800
                                                                        00043900
           IF WRK-FS-PECANOV NOT EQUAL ZEROS                            00044000
              MOVE 'FR05EX64'                    TO WRK-PROGRAMA        00044100
              MOVE 'ERRO NO ARQUIVO PECANOV'     TO WRK-MENSAGEM        00044200
              MOVE '1130'                        TO WRK-SECAO           00044300
              MOVE WRK-FS-PECANOV                TO WRK-STATUS          00044400
              PERFORM 9000-TRATAR-ERRO                                  00044500
           END-IF.                                                      00044600
                                                                        00044700
      *----------------------------------------------------------------*00044800
       1130-99-FIM.                           EXIT.                     00044900
      *----------------------------------------------------------------*00045000
                                                                        00045100
      *----------------------------------------------------------------*00045200
       1140-TESTAR-WRK-FS-PECREJ              SECTION.                  00045300
      *----------------------------------------------------------------*00045400
                                                                        00045500
           IF WRK-FS-PECREJ NOT EQUAL ZEROS                             00045600
              MOVE 'FR05EX64'                    TO WRK-PROGRAMA        00045700
              MOVE 'ERRO NO ARQUIVO PECREJ'      TO WRK-MENSAGEM        00045800
              MOVE '1140'                        TO WRK-SECAO           00045900
              MOVE WRK-FS-PECREJ                 TO WRK-STATUS          00046000
              PERFORM 9000-TRATAR-ERRO                                  00046100
           END-IF.                                                      00046200
                                                                        00046300
      *----------------------------------------------------------------*00046400
       1140-99-FIM.                           EXIT.                     00046500
      *----------------------------------------------------------------*00046600
                                                                        00046700
      *----------------------------------------------------------------*00046800
       1150-TESTAR-WRK-FS-CADFORN             SECTION.                  00046900
      *----------------------------------------------------------------*00047000
                                                                        00047100
           IF WRK-FS-CADFORN NOT EQUAL ZEROS                            00047200
            AND WRK-FS-CADFORN NOT EQUAL '10'                           00047300
              MOVE 'FR05EX64'                    TO WRK-PROGRAMA        00047400
              MOVE 'ERRO NO ARQUIVO CADFORN'     TO WRK-MENSAGEM        00047500
              MOVE '1150'                        TO WRK-SECAO           00047600
              MOVE WRK-FS-CADFORN                TO WRK-STATUS          00047700
              PERFORM 9000-TRATAR-ERRO                                  00047800
           END-IF.                                                      00047900
                                                                        00048000
      *----------------------------------------------------------------*00048100
       1150-99-FIM.                           EXIT.                     00048200
      *----------------------------------------------------------------*00048300
                                                                        00048400
      ******************************************************************00048500
      *     C A R R E G A R   F O R N E C E D O R E S                  *00048600
      ******************************************************************00048700
                                                                        00048800
      *----------------------------------------------------------------*00048900
       1200-CARREGAR-FORNECEDORES             SECTION.                  00049000
      *----------------------------------------------------------------*00049100
                                                                        00049200
           OPEN INPUT CADFORN                                           00049300
           PERFORM 1150-TESTAR-WRK-FS-CADFORN                           00049400
                                                                        00049500
           PERFORM 1210-LER-CADFORN                                     00049600
                                                                        00049700
           PERFORM 1220-GUARDAR-FORNECEDOR                              00049800
                   UNTIL WRK-FS-CADFORN EQUAL '10'                      00049900
                                                                        00050000
           CLOSE CADFORN.                                               00050100
                                                                        00050200
      *----------------------------------------------------------------*00050300
       1200-99-FIM.                           EXIT.                     00050400
      *----------------------------------------------------------------*00050500
                                                                        00050600
      *----------------------------------------------------------------*00050700
       1210-LER-CADFORN                       SECTION.                  00050800
      *----------------------------------------------------------------*00050900
                                                                        00051000
           READ CADFORN              INTO WRK-CADFORN                   00051100
                                                                        00051200
           IF WRK-FS-CADFORN EQUAL '10'                                 00051300
              GO                  TO 1210-99-FIM                        00051400
           END-IF                                                       00051500
                                                                        00051600
           PERFORM 1150-TESTAR-WRK-FS-CADFORN.                          00051700
                                                                        00051800
      *----------------------------------------------------------------*00051900
       1210-99-FIM.                           EXIT.                     00052000
      *----------------------------------------------------------------*00052100
                                                                        00052200
      *----------------------------------------------------------------*00052300
       1220-GUARDAR-FORNECEDOR                SECTION.                  00052400
      *----------------------------------------------------------------*00052500
                                                                        00052600
           IF WRK-TAB-FORN-QTDE GREATER OR EQUAL 200                    00052700
              MOVE 'FR05EX64'                    TO WRK-PROGRAMA        00052800
              MOVE 'TABELA DE FORNECEDORES CHEIA' TO WRK-MENSAGEM       00052900
              MOVE '1220'                        TO WRK-SECAO           00053000
              MOVE SPACES                        TO WRK-STATUS          00053100
              PERFORM 9000-TRATAR-ERRO                                  00053200
           END-IF                                                       00053300
                                                                        00053400
           ADD 1                     TO WRK-TAB-FORN-QTDE               00053500
           SET WRK-IDX-FORN          TO WRK-TAB-FORN-QTDE               00053600
           MOVE FD-FORN-RAZAO        TO WRK-TAB-FORN-RAZAO              00053700
                                         (WRK-IDX-FORN)                 00053800
                                                                        00053900
           PERFORM 1210-LER-CADFORN.                                    00054000
                                                                        00054100
      *----------------------------------------------------------------*00054200
       1220-99-FIM.                           EXIT.                     00054300
      *----------------------------------------------------------------*00054400
                                                                        00054500
      ******************************************************************00054600
      *     C A R R E G A R   C H A V E S   D O   C A D A S T R O      *00054700
      ******************************************************************00054800
                                                                        00054900
      *----------------------------------------------------------------*00055000
       1250-CARREGAR-CHAVES                   SECTION.                  00055100
      *----------------------------------------------------------------*00055200
                                                                        00055300
           PERFORM 1260-GUARDAR-CHAVE                                   00055400
                   UNTIL WRK-FS-PECANT EQUAL '10'                       00055500
                                                                        00055600
           CLOSE PECANT                                                 00055700
           OPEN INPUT PECANT                                            00055800
           PERFORM 1110-TESTAR-WRK-FS-PECANT.                           00055900
                                                                        00056000
      *----------------------------------------------------------------*00056100
       1250-99-FIM.                           EXIT.                     00056200
      *----------------------------------------------------------------*00056300
                                                                        00056400
      *----------------------------------------------------------------*00056500
       1260-GUARDAR-CHAVE                     SECTION.                  00056600
      *----------------------------------------------------------------*00056700
                                                                        00056800
           READ PECANT               INTO WRK-ARQPECAS                  00056900
                                                                        00057000
           IF WRK-FS-PECANT EQUAL '10'                                  00057100
              GO                  TO 1260-99-FIM                        00057200
           END-IF                                                       00057300
                                                                        00057400
           PERFORM 1110-TESTAR-WRK-FS-PECANT                            00057500
                                                                        00057600
           IF WRK-TAB-PEC-QTDE GREATER OR EQUAL 500                     00057700
              MOVE 'FR05EX64'                    TO WRK-PROGRAMA        00057800
              MOVE 'TABELA DE PECAS CHEIA'       TO WRK-MENSAGEM        00057900
              MOVE '1260'                        TO WRK-SECAO           00058000
              MOVE SPACES                        TO WRK-STATUS          00058100
              PERFORM 9000-TRATAR-ERRO                                  00058200
           END-IF                                                       00058300
                                                                        00058400
           ADD 1                     TO WRK-TAB-PEC-QTDE                00058500
           SET WRK-IDX-PEC           TO WRK-TAB-PEC-QTDE                00058600
           MOVE FD-COD-PECA          TO WRK-TAB-PEC-COD (WRK-IDX-PEC)   00058700
           MOVE FD-DEPOSITO-PECA     TO WRK-TAB-PEC-DEP (WRK-IDX-PEC)   00058800
           MOVE FD-SITUACAO-PECA     TO WRK-TAB-PEC-SITUACAO            00058900
                                         (WRK-IDX-PEC).                 00059000
                                                                        00059100
      *----------------------------------------------------------------*00059200
       1260-99-FIM.                           EXIT.                     00059300
      *----------------------------------------------------------------*00059400
                                                                        00059500
      ******************************************************************00059600
      *   V A L I D A R   C O N T R O L E S   ( H D R / T R L )        *00059700
      ******************************************************************00059800
                                                                        00059900
      *----------------------------------------------------------------*00060000
       1300-VALIDAR-CONTROLES                 SECTION.                  00060100
      *----------------------------------------------------------------*00060200
                                                                        00060300
           MOVE 'N'                  TO WRK-TEM-HEADER                  00060400
                                        WRK-TEM-TRAILER                 00060500
           MOVE ZEROS                TO WRK-QTD-CONTROLE-MPC            00060600
                                        WRK-HASH-CUSTO                  00060700
           MOVE LOW-VALUES           TO WRK-CHAVE-ANT-MPC               00060800
                                                                        00060900
           PERFORM 1340-VALIDAR-REG-MPC                                 00061000
                   UNTIL WRK-FS-MANPEC EQUAL '10'                       00061100
                                                                        00061200
           IF NOT WRK-TEM-HEADER-SIM                                    00061300
              MOVE 'MANPEC SEM REGISTRO HEADER' TO WRK-MENSAGEM         00061400
              PERFORM 1390-ERRO-CONTROLE                                00061500
           END-IF                                                       00061600
                                                                        00061700
           IF NOT WRK-TEM-TRAILER-SIM                                   00061800
              MOVE 'MANPEC SEM REGISTRO TRAILER' TO WRK-MENSAGEM        00061900
              PERFORM 1390-ERRO-CONTROLE                                00062000
           END-IF                                                       00062100
                                                                        00062200
           IF WRK-TRL-QTD-INFORMADA NOT EQUAL WRK-QTD-CONTROLE-MPC      00062300
              MOVE 'MANPEC QTDE DIVERGE DO TRAILER' TO WRK-MENSAGEM     00062400
              PERFORM 1390-ERRO-CONTROLE                                00062500
           END-IF                                                       00062600
                                                                        00062700
           IF WRK-TRL-HASH-INFORMADO NOT EQUAL WRK-HASH-CUSTO           00062800
              MOVE 'MANPEC HASH DIVERGE DO TRAILER' TO WRK-MENSAGEM     00062900
              PERFORM 1390-ERRO-CONTROLE                                00063000
           END-IF                                                       00063100
                                                                        00063200
           CLOSE MANPEC                                                 00063300
           OPEN INPUT MANPEC                                            00063400
           PERFORM 1120-TESTAR-WRK-FS-MANPEC.                           00063500
                                                                        00063600
      *----------------------------------------------------------------*00063700
       1300-99-FIM.                           EXIT.                     00063800
      *----------------------------------------------------------------*00063900
                                                                        00064000
      *----------------------------------------------------------------*00064100
       1340-VALIDAR-REG-MPC                   SECTION.                  00064200
      *----------------------------------------------------------------*00064300
                                                                        00064400
           READ MANPEC                                                  00064500
                                                                        00064600
           IF WRK-FS-MANPEC EQUAL '10'                                  00064700
              GO                  TO 1340-99-FIM                        00064800
           END-IF                                                       00064900
                                                                        00065000
           PERFORM 1120-TESTAR-WRK-FS-MANPEC                            00065100
                                                                        00065200
      *    A DESCONTINUACAO VEM COM O DEPOSITO EM BRANCO E POR ISSO    *00065300
      *    CLASSIFICA ANTES DOS REGISTROS DA PECA                      *00065400
           EVALUATE FD-MPC-TIPO-REG                                     00065500
             WHEN '0'                                                   00065600
              MOVE 'S'              TO WRK-TEM-HEADER                   00065700
             WHEN '9'                                                   00065800
              MOVE 'S'              TO WRK-TEM-TRAILER                  00065900
              MOVE FD-MPC-T-QTD-REG TO WRK-TRL-QTD-INFORMADA            00066000
              MOVE FD-MPC-T-HASH-CUSTO                                  00066100
                                    TO WRK-TRL-HASH-INFORMADO           00066200
             WHEN OTHER                                                 00066300
              ADD 1                 TO WRK-QTD-CONTROLE-MPC             00066400
              IF FD-MPC-CHAVE LESS WRK-CHAVE-ANT-MPC                    00066500
                 MOVE 'MANPEC FORA DE SEQUENCIA'                        00066600
                                       TO WRK-MENSAGEM                  00066700
                 PERFORM 1390-ERRO-CONTROLE                             00066800
              END-IF                                                    00066900
              MOVE FD-MPC-CHAVE     TO WRK-CHAVE-ANT-MPC                00067000
              IF FD-MPC-CUSTO NUMERIC                                   00067100
                 ADD FD-MPC-CUSTO   TO WRK-HASH-CUSTO                   00067200
              END-IF                                                    00067300
           END-EVALUATE.                                                00067400
                                                                        00067500
      *----------------------------------------------------------------*00067600
       1340-99-FIM.                           EXIT.                     00067700
      *----------------------------------------------------------------*00067800
                                                                        00067900
      *----------------------------------------------------------------*00068000
       1390-ERRO-CONTROLE                     SECTION.                  00068100
      *----------------------------------------------------------------*00068200
                                                                        00068300
           MOVE 'FR05EX64'           TO WRK-PROGRAMA                    00068400
           MOVE '1300'               TO WRK-SECAO                       00068500
           MOVE SPACES               TO WRK-STATUS                      00068600
           PERFORM 9000-TRATAR-ERRO.                                    00068700
                                                                        00068800
      *----------------------------------------------------------------*00068900
       1390-99-FIM.                           EXIT.                     00069000
      *----------------------------------------------------------------*00069100
                                                                        00069200
      ******************************************************************00069300
      *                     L E I T U R A S                            *00069400
      ******************************************************************00069500
                                                                        00069600
      *----------------------------------------------------------------*00069700
       2100-LER-PECANT                        SECTION.                  00069800
      *----------------------------------------------------------------*00069900
                                                                        00070000
            READ PECANT              INTO WRK-ARQPECAS                  00070100
                                                                        00070200
            IF WRK-FS-PECANT EQUAL '10'                                 00070300
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-PEC             00070400
               GO                    TO 2100-99-FIM                     00070500
            END-IF                                                      00070600
                                                                        00070700
            PERFORM 1110-TESTAR-WRK-FS-PECANT                           00070800
            MOVE FD-COD-PECA         TO WRK-CHAVE-ATUAL-PEC (1:6)       00070900
            MOVE FD-DEPOSITO-PECA    TO WRK-CHAVE-ATUAL-PEC (7:2)       00071000
            ADD 1                    TO ACUM-LIDOS-PECANT.              00071100
                                                                        00071200
      *----------------------------------------------------------------*00071300
       2100-99-FIM.                           EXIT.                     00071400
      *----------------------------------------------------------------*00071500
                                                                        00071600
      *----------------------------------------------------------------*00071700
       2200-LER-MANPEC                        SECTION.                  00071800
      *----------------------------------------------------------------*00071900
                                                                        00072000
       2200-10-LER.                                                     00072100
            READ MANPEC                                                 00072200
                                                                        00072300
            IF WRK-FS-MANPEC NOT EQUAL '10'                             00072400
             AND (FD-MPC-TIPO-REG EQUAL '0'                             00072500
                  OR FD-MPC-TIPO-REG EQUAL '9')                         00072600
               GO                  TO 2200-10-LER                       00072700
            END-IF                                                      00072800
                                                                        00072900
            IF WRK-FS-MANPEC EQUAL '10'                                 00073000
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-MPC             00073100
               GO                    TO 2200-99-FIM                     00073200
            END-IF                                                      00073300
                                                                        00073400
            PERFORM 1120-TESTAR-WRK-FS-MANPEC                           00073500
            MOVE FD-MPC-CHAVE        TO WRK-CHAVE-ATUAL-MPC             00073600
            ADD 1                    TO ACUM-LIDOS-MANPEC.              00073700
                                                                        00073800
      *----------------------------------------------------------------*00073900
       2200-99-FIM.                           EXIT.                     00074000
      *----------------------------------------------------------------*00074100
                                                                        00074200
      ******************************************************************00074300
      *                     P R O C E S S A R                          *00074400
      ******************************************************************00074500
                                                                        00074600
      *----------------------------------------------------------------*00074700
       3000-PROCESSAR                        SECTION.                   00074800
      *----------------------------------------------------------------*00074900
                                                                        00075000
            EVALUATE TRUE                                               00075100
              WHEN WRK-CHAVE-ATUAL-PEC   EQUAL WRK-CHAVE-ATUAL-MPC      00075200
               PERFORM 3200-APLICAR-NA-PECA                             00075300
              WHEN WRK-CHAVE-ATUAL-PEC   LESS WRK-CHAVE-ATUAL-MPC       00075400
               PERFORM 3900-GRAVAR-PECANOV                              00075500
               PERFORM 2100-LER-PECANT                                  00075600
              WHEN OTHER                                                00075700
               PERFORM 3100-APLICAR-SEM-PECA                            00075800
               PERFORM 2200-LER-MANPEC                                  00075900
            END-EVALUATE.                                               00076000
                                                                        00076100
      *----------------------------------------------------------------*00076200
       3000-99-FIM.                           EXIT.                     00076300
      *----------------------------------------------------------------*00076400
                                                                        00076500
      *----------------------------------------------------------------*00076600
       3100-APLICAR-SEM-PECA                  SECTION.                  00076700
      *----------------------------------------------------------------*00076800
                                                                        00076900
            IF WRK-CHAVE-ATUAL-MPC EQUAL WRK-CHAVE-APLICADA             00077000
               MOVE 'TRANSACAO DUPLICADA NO LOTE'                       00077100
                                       TO WRK-MOTIVO-RECUSA             00077200
               PERFORM 3800-GRAVAR-RECUSA                               00077300
               GO                  TO 3100-99-FIM                       00077400
            END-IF                                                      00077500
                                                                        00077600
            EVALUATE TRUE                                               00077700
              WHEN FD-MPC-OP-INCLUSAO                                   00077800
               PERFORM 3300-INCLUIR-PECA                                00077900
              WHEN FD-MPC-OP-DESCONTINUA                                00078000
               AND FD-MPC-DEPOSITO EQUAL SPACES                         00078100
               PERFORM 3400-DESCONTINUAR-PECA                           00078200
              WHEN FD-MPC-OP-DESCONTINUA                                00078300
               MOVE 'DESCONTINUACAO E POR PECA'                         00078400
                                       TO WRK-MOTIVO-RECUSA             00078500
               PERFORM 3800-GRAVAR-RECUSA                               00078600
              WHEN FD-MPC-OP-ALTERACAO                                  00078700
               MOVE 'PECA INEXISTENTE NO DEPOSITO'                      00078800
                                       TO WRK-MOTIVO-RECUSA             00078900
               PERFORM 3800-GRAVAR-RECUSA                               00079000
              WHEN OTHER                                                00079100
               MOVE 'OPERACAO INVALIDA'                                 00079200
                                       TO WRK-MOTIVO-RECUSA             00079300
               PERFORM 3800-GRAVAR-RECUSA                               00079400
            END-EVALUATE                                                00079500
                                                                        00079600
            MOVE WRK-CHAVE-ATUAL-MPC   TO WRK-CHAVE-APLICADA.           00079700
                                                                        00079800
      *----------------------------------------------------------------*00079900
       3100-99-FIM.                           EXIT.                     00080000
      *----------------------------------------------------------------*00080100
                                                                        00080200
      *----------------------------------------------------------------*00080300
       3200-APLICAR-NA-PECA                   SECTION.                  00080400
      *----------------------------------------------------------------*00080500
                                                                        00080600
      *     PECA REPETIDA NO CADASTRO ANTIGO: SO A PRIMEIRA RECEBE A   *00080700
      *     TRANSACAO                                                  *00080800
            IF WRK-CHAVE-ATUAL-MPC EQUAL WRK-CHAVE-APLICADA             00080900
               MOVE 'TRANSACAO DUPLICADA NO LOTE'                       00081000
                                       TO WRK-MOTIVO-RECUSA             00081100
               PERFORM 3800-GRAVAR-RECUSA                               00081200
            ELSE                                                        00081300
               EVALUATE TRUE                                            00081400
                 WHEN FD-MPC-OP-INCLUSAO                                00081500
                  MOVE 'PECA JA CADASTRADA NO DEPOSITO'                 00081600
                                       TO WRK-MOTIVO-RECUSA             00081700
                  PERFORM 3800-GRAVAR-RECUSA                            00081800
                 WHEN FD-MPC-OP-ALTERACAO                               00081900
                  PERFORM 3500-ALTERAR-PECA                             00082000
                 WHEN FD-MPC-OP-DESCONTINUA                             00082100
                  MOVE 'DESCONTINUACAO E POR PECA'                      00082200
                                       TO WRK-MOTIVO-RECUSA             00082300
                  PERFORM 3800-GRAVAR-RECUSA                            00082400
                 WHEN OTHER                                             00082500
                  MOVE 'OPERACAO INVALIDA'                              00082600
                                       TO WRK-MOTIVO-RECUSA             00082700
                  PERFORM 3800-GRAVAR-RECUSA                            00082800
               END-EVALUATE                                             00082900
            END-IF                                                      00083000
                                                                        00083100
            PERFORM 3900-GRAVAR-PECANOV                                 00083200
            PERFORM 2100-LER-PECANT                                     00083300
            MOVE WRK-CHAVE-ATUAL-MPC   TO WRK-CHAVE-APLICADA            00083400
            PERFORM 2200-LER-MANPEC.                                    00083500
                                                                        00083600
      *----------------------------------------------------------------*00083700
       3200-99-FIM.                           EXIT.                     00083800
      *----------------------------------------------------------------*00083900
                                                                        00084000
      *----------------------------------------------------------------*00084100
       3300-INCLUIR-PECA                      SECTION.                  00084200
      *----------------------------------------------------------------*00084300
                                                                        00084400
            IF FD-MPC-COD-PECA EQUAL SPACES                             00084500
               MOVE 'CODIGO DA PECA EM BRANCO'                          00084600
                                       TO WRK-MOTIVO-RECUSA             00084700
               PERFORM 3800-GRAVAR-RECUSA                               00084800
               GO                  TO 3300-99-FIM                       00084900
            END-IF                                                      00085000
                                                                        00085100
            IF NOT FD-MPC-DEPOSITO-VALIDO                               00085200
               MOVE 'DEPOSITO INVALIDO'                                 00085300
                                       TO WRK-MOTIVO-RECUSA             00085400
               PERFORM 3800-GRAVAR-RECUSA                               00085500
               GO                  TO 3300-99-FIM                       00085600
            END-IF                                                      00085700
                                                                        00085800
      *     O PAR PODE TER NASCIDO NESTE LOTE POR TROCA DE DEPOSITO    *00085900
            MOVE FD-MPC-CHAVE          TO WRK-CHAVE-BUSCA               00086000
            PERFORM 3610-LOCALIZAR-PECA                                 00086100
            IF WRK-PEC-ACHOU-SIM                                        00086200
               MOVE 'PECA JA CADASTRADA NO DEPOSITO'                    00086300
                                       TO WRK-MOTIVO-RECUSA             00086400
               PERFORM 3800-GRAVAR-RECUSA                               00086500
               GO                  TO 3300-99-FIM                       00086600
            END-IF                                                      00086700
                                                                        00086800
            PERFORM 3450-CONTAR-DEPOSITOS                               00086900
            IF WRK-QTD-DEP-DESCONT GREATER ZEROS                        00087000
               MOVE 'PECA DESCONTINUADA'                                00087100
                                       TO WRK-MOTIVO-RECUSA             00087200
               PERFORM 3800-GRAVAR-RECUSA                               00087300
               GO                  TO 3300-99-FIM                       00087400
            END-IF                                                      00087500
                                                                        00087600
            PERFORM 3600-LOCALIZAR-FORNECEDOR                           00087700
            IF NOT WRK-FORN-ACHOU-SIM                                   00087800
               MOVE 'FORNECEDOR NAO CADASTRADO'                         00087900
                                       TO WRK-MOTIVO-RECUSA             00088000
               PERFORM 3800-GRAVAR-RECUSA                               00088100
               GO                  TO 3300-99-FIM                       00088200
            END-IF                                                      00088300
                                                                        00088400
            IF FD-MPC-CUSTO NOT NUMERIC                                 00088500
             OR FD-MPC-CUSTO EQUAL ZEROS                                00088600
               MOVE 'CUSTO DA PECA INVALIDO'                            00088700
                                       TO WRK-MOTIVO-RECUSA             00088800
               PERFORM 3800-GRAVAR-RECUSA                               00088900
               GO                  TO 3300-99-FIM                       00089000
            END-IF                                                      00089100
                                                                        00089200
            IF WRK-TAB-PEC-QTDE GREATER OR EQUAL 500                    00089300
               MOVE 'FR05EX64'                   TO WRK-PROGRAMA        00089400
               MOVE 'TABELA DE PECAS CHEIA'      TO WRK-MENSAGEM        00089500
               MOVE '3300'                       TO WRK-SECAO           00089600
               MOVE SPACES                       TO WRK-STATUS          00089700
               PERFORM 9000-TRATAR-ERRO                                 00089800
            END-IF                                                      00089900
                                                                        00090000
      *     A AREA DO PECANT GUARDA A PROXIMA PECA DO CADASTRO, AINDA  *00090100
      *     NAO GRAVADA: MONTA A PECA NOVA NELA E DEPOIS RESTAURA. O   *00090200
      *     SALDO NASCE ZERO: A PRIMEIRA ENTRADA VEM PELO KARDEX       *00090300
            MOVE WRK-ARQPECAS          TO WRK-PEC-SALVO                 00090400
            MOVE SPACES                TO WRK-ARQPECAS                  00090500
            MOVE FD-MPC-COD-PECA       TO FD-COD-PECA                   00090600
            MOVE FD-MPC-DEPOSITO       TO FD-DEPOSITO-PECA              00090700
            MOVE FD-MPC-FORNECEDOR     TO FD-FORN-PECA                  00090800
            MOVE ZEROS                 TO FD-QUANT-PECA                 00090900
            MOVE FD-MPC-CUSTO          TO FD-CUSTO-PECA                 00091000
            PERFORM 3900-GRAVAR-PECANOV                                 00091100
            ADD 1                      TO ACUM-INCLUSOES                00091200
                                                                        00091300
            ADD 1                      TO WRK-TAB-PEC-QTDE              00091400
            SET WRK-IDX-PEC            TO WRK-TAB-PEC-QTDE              00091500
            MOVE FD-MPC-CHAVE          TO WRK-TAB-PEC-CHAVE             00091600
                                          (WRK-IDX-PEC)                 00091700
            MOVE SPACES                TO WRK-TAB-PEC-SITUACAO          00091800
                                          (WRK-IDX-PEC)                 00091900
                                                                        00092000
            MOVE '3300  '              TO WRK-AUD-SECAO                 00092100
            MOVE 'I'                   TO WRK-AUD-OPERACAO              00092200
            MOVE 'PECA'                TO WRK-AUD-CAMPO                 00092300
            MOVE SPACES                TO WRK-AUD-VALOR-ANTES           00092400
            MOVE FD-FORN-PECA          TO WRK-AUD-VALOR-DEPOIS          00092500
            PERFORM 3700-GRAVAR-AUDITORIA                               00092600
                                                                        00092700
            MOVE WRK-PEC-SALVO         TO WRK-ARQPECAS.                 00092800
                                                                        00092900
      *----------------------------------------------------------------*00093000
       3300-99-FIM.                           EXIT.                     00093100
      *----------------------------------------------------------------*00093200
                                                                        00093300
      *----------------------------------------------------------------*00093400
       3400-DESCONTINUAR-PECA                 SECTION.                  00093500
      *----------------------------------------------------------------*00093600
                                                                        00093700
      *     A SITUACAO E MARCADA AQUI NA TABELA E NOS REGISTROS DA     *00093800
      *     PECA QUANDO FOREM GRAVADOS (3900), QUE VEM LOGO A SEGUIR   *00093900
      *     NA ORDEM DO CADASTRO; O SALDO QUE SOBRAR CONTINUA SAINDO   *00094000
      *     NORMALMENTE PELAS REQUISICOES                              *00094100
            MOVE FD-MPC-COD-PECA       TO WRK-CHVB-COD-PECA             00094200
            PERFORM 3450-CONTAR-DEPOSITOS                               00094300
                                                                        00094400
            IF WRK-QTD-DEP-PECA EQUAL ZEROS                             00094500
               MOVE 'PECA INEXISTENTE'                                  00094600
                                       TO WRK-MOTIVO-RECUSA             00094700
               PERFORM 3800-GRAVAR-RECUSA                               00094800
               GO                  TO 3400-99-FIM                       00094900
            END-IF                                                      00095000
                                                                        00095100
            IF WRK-QTD-DEP-DESCONT EQUAL WRK-QTD-DEP-PECA               00095200
               MOVE 'PECA JA DESCONTINUADA'                             00095300
                                       TO WRK-MOTIVO-RECUSA             00095400
               PERFORM 3800-GRAVAR-RECUSA                               00095500
               GO                  TO 3400-99-FIM                       00095600
            END-IF                                                      00095700
                                                                        00095800
            PERFORM 3470-MARCAR-DEPOSITO                                00095900
                    VARYING WRK-IDX-PEC FROM 1 BY 1                     00096000
                    UNTIL WRK-IDX-PEC GREATER WRK-TAB-PEC-QTDE          00096100
                                                                        00096200
            MOVE FD-MPC-COD-PECA       TO WRK-COD-DESCONT               00096300
            ADD 1                      TO ACUM-DESCONTINUADAS.          00096400
                                                                        00096500
      *----------------------------------------------------------------*00096600
       3400-99-FIM.                           EXIT.                     00096700
      *----------------------------------------------------------------*00096800
                                                                        00096900
      *----------------------------------------------------------------*00097000
       3450-CONTAR-DEPOSITOS                  SECTION.                  00097100
      *----------------------------------------------------------------*00097200
                                                                        00097300
            MOVE FD-MPC-COD-PECA       TO WRK-CHVB-COD-PECA             00097400
            MOVE ZEROS                 TO WRK-QTD-DEP-PECA              00097500
                                          WRK-QTD-DEP-DESCONT           00097600
                                                                        00097700
            PERFORM 3460-CONTAR-DEPOSITO                                00097800
                    VARYING WRK-IDX-PEC FROM 1 BY 1                     00097900
                    UNTIL WRK-IDX-PEC GREATER WRK-TAB-PEC-QTDE.         00098000
                                                                        00098100
      *----------------------------------------------------------------*00098200
       3450-99-FIM.                           EXIT.                     00098300
      *----------------------------------------------------------------*00098400
                                                                        00098500
      *----------------------------------------------------------------*00098600
       3460-CONTAR-DEPOSITO                   SECTION.                  00098700
      *----------------------------------------------------------------*00098800
                                                                        00098900
            IF WRK-TAB-PEC-COD (WRK-IDX-PEC) EQUAL WRK-CHVB-COD-PECA    00099000
               ADD 1                   TO WRK-QTD-DEP-PECA              00099100
               IF WRK-TAB-PEC-SITUACAO (WRK-IDX-PEC) EQUAL 'D'          00099200
                  ADD 1                TO WRK-QTD-DEP-DESCONT           00099300
               END-IF                                                   00099400
            END-IF.                                                     00099500
                                                                        00099600
      *----------------------------------------------------------------*00099700
       3460-99-FIM.                           EXIT.                     00099800
      *----------------------------------------------------------------*00099900
                                                                        00100000
      *----------------------------------------------------------------*00100100
       3470-MARCAR-DEPOSITO                   SECTION.                  00100200
      *----------------------------------------------------------------*00100300
                                                                        00100400
            IF WRK-TAB-PEC-COD (WRK-IDX-PEC) EQUAL WRK-CHVB-COD-PECA    00100500
               MOVE 'D'                TO WRK-TAB-PEC-SITUACAO          00100600
                                          (WRK-IDX-PEC)                 00100700
            END-IF.                                                     00100800
                                                                        00100900
      *----------------------------------------------------------------*00101000
       3470-99-FIM.                           EXIT.                     00101100
      *----------------------------------------------------------------*00101200
                                                                        00101300
      *----------------------------------------------------------------*00101400
       3500-ALTERAR-PECA                      SECTION.                  00101500
      *----------------------------------------------------------------*00101600
                                                                        00101700
      *     CAMPO EM BRANCO NO LOTE = CAMPO NAO ALTERADO; TODOS OS     *00101800
      *     CAMPOS SAO CONFERIDOS ANTES DE QUALQUER MUDANCA. O CUSTO   *00101900
      *     SO VALE NA INCLUSAO: DEPOIS QUEM O ATUALIZA E O            *00102000
      *     RECEBIMENTO (FR05EX07)                                     *00102100
            IF FD-MPC-FORNECEDOR EQUAL SPACES                           00102200
             AND FD-MPC-DEP-NOVO EQUAL SPACES                           00102300
               MOVE 'ALTERACAO SEM CAMPO INFORMADO'                     00102400
                                       TO WRK-MOTIVO-RECUSA             00102500
               PERFORM 3800-GRAVAR-RECUSA                               00102600
               GO                  TO 3500-99-FIM                       00102700
            END-IF                                                      00102800
                                                                        00102900
            IF FD-MPC-FORNECEDOR NOT EQUAL SPACES                       00103000
               PERFORM 3600-LOCALIZAR-FORNECEDOR                        00103100
               IF NOT WRK-FORN-ACHOU-SIM                                00103200
                  MOVE 'FORNECEDOR NAO CADASTRADO'                      00103300
                                       TO WRK-MOTIVO-RECUSA             00103400
                  PERFORM 3800-GRAVAR-RECUSA                            00103500
                  GO               TO 3500-99-FIM                       00103600
               END-IF                                                   00103700
            END-IF                                                      00103800
                                                                        00103900
            IF FD-MPC-DEP-NOVO NOT EQUAL SPACES                         00104000
               PERFORM 3550-CONFERIR-DEPOSITO                           00104100
               IF WRK-MOTIVO-RECUSA NOT EQUAL SPACES                    00104200
                  PERFORM 3800-GRAVAR-RECUSA                            00104300
                  GO               TO 3500-99-FIM                       00104400
               END-IF                                                   00104500
            END-IF                                                      00104600
                                                                        00104700
            MOVE '3500  '              TO WRK-AUD-SECAO                 00104800
            MOVE 'A'                   TO WRK-AUD-OPERACAO              00104900
                                                                        00105000
            IF FD-MPC-FORNECEDOR NOT EQUAL SPACES                       00105100
               MOVE 'FORNECEDOR'       TO WRK-AUD-CAMPO                 00105200
               MOVE FD-FORN-PECA       TO WRK-AUD-VALOR-ANTES           00105300
               MOVE FD-MPC-FORNECEDOR  TO FD-FORN-PECA                  00105400
                                          WRK-AUD-VALOR-DEPOIS          00105500
               PERFORM 3700-GRAVAR-AUDITORIA                            00105600
            END-IF                                                      00105700
                                                                        00105800
      *     A TRILHA SAI NA CHAVE ANTIGA; O PECANOV E RECLASSIFICADO   *00105900
      *     PELO JOB, ENTAO O REGISTRO PODE SAIR FORA DE ORDEM AQUI    *00106000
            IF FD-MPC-DEP-NOVO NOT EQUAL SPACES                         00106100
               MOVE 'DEPOSITO'         TO WRK-AUD-CAMPO                 00106200
               MOVE FD-DEPOSITO-PECA   TO WRK-AUD-VALOR-ANTES           00106300
               MOVE FD-MPC-DEP-NOVO    TO WRK-AUD-VALOR-DEPOIS          00106400
               PERFORM 3700-GRAVAR-AUDITORIA                            00106500
               MOVE FD-MPC-CHAVE       TO WRK-CHAVE-BUSCA               00106600
               PERFORM 3610-LOCALIZAR-PECA                              00106700
               IF WRK-PEC-ACHOU-SIM                                     00106800
                  MOVE FD-MPC-DEP-NOVO TO WRK-TAB-PEC-DEP (WRK-IDX-PEC) 00106900
               END-IF                                                   00107000
               MOVE FD-MPC-DEP-NOVO    TO FD-DEPOSITO-PECA              00107100
            END-IF                                                      00107200
                                                                        00107300
            ADD 1                      TO ACUM-ALTERACOES.              00107400
                                                                        00107500
      *----------------------------------------------------------------*00107600
       3500-99-FIM.                           EXIT.                     00107700
      *----------------------------------------------------------------*00107800
                                                                        00107900
      *----------------------------------------------------------------*00108000
       3550-CONFERIR-DEPOSITO                 SECTION.                  00108100
      *----------------------------------------------------------------*00108200
                                                                        00108300
      *     TROCAR O DEPOSITO DE UMA PECA COM SALDO MOVERIA ESTOQUE    *00108400
      *     FORA DO KARDEX: O SALDO VAI ANTES PELA TRANSFERENCIA       *00108500
      *     (FR05EX34)                                                 *00108600
            MOVE SPACES                TO WRK-MOTIVO-RECUSA             00108700
                                                                        00108800
            IF NOT FD-MPC-DEP-NOVO-VALIDO                               00108900
               MOVE 'DEPOSITO INVALIDO'                                 00109000
                                       TO WRK-MOTIVO-RECUSA             00109100
               GO                  TO 3550-99-FIM                       00109200
            END-IF                                                      00109300
                                                                        00109400
            IF FD-MPC-DEP-NOVO EQUAL FD-DEPOSITO-PECA                   00109500
               MOVE 'DEPOSITO IGUAL AO ATUAL'                           00109600
                                       TO WRK-MOTIVO-RECUSA             00109700
               GO                  TO 3550-99-FIM                       00109800
            END-IF                                                      00109900
                                                                        00110000
            IF FD-QUANT-PECA NOT EQUAL ZEROS                            00110100
               MOVE 'PECA COM SALDO NO DEPOSITO'                        00110200
                                       TO WRK-MOTIVO-RECUSA             00110300
               GO                  TO 3550-99-FIM                       00110400
            END-IF                                                      00110500
                                                                        00110600
            MOVE FD-MPC-COD-PECA       TO WRK-CHVB-COD-PECA             00110700
            MOVE FD-MPC-DEP-NOVO       TO WRK-CHVB-DEPOSITO             00110800
            PERFORM 3610-LOCALIZAR-PECA                                 00110900
            IF WRK-PEC-ACHOU-SIM                                        00111000
               MOVE 'PECA JA CADASTRADA NO DEPOSITO'                    00111100
                                       TO WRK-MOTIVO-RECUSA             00111200
            END-IF.                                                     00111300
                                                                        00111400
      *----------------------------------------------------------------*00111500
       3550-99-FIM.                           EXIT.                     00111600
      *----------------------------------------------------------------*00111700
                                                                        00111800
      *----------------------------------------------------------------*00111900
       3600-LOCALIZAR-FORNECEDOR              SECTION.                  00112000
      *----------------------------------------------------------------*00112100
                                                                        00112200
      *     O ARQPECAS GUARDA A RAZAO SOCIAL, COMO O FR05EX01 CASA     *00112300
            MOVE 'N'                   TO WRK-FORN-ACHOU                00112400
                                                                        00112500
            IF WRK-TAB-FORN-QTDE EQUAL ZEROS                            00112600
             OR FD-MPC-FORNECEDOR EQUAL SPACES                          00112700
               GO                  TO 3600-99-FIM                       00112800
            END-IF                                                      00112900
                                                                        00113000
            SET WRK-IDX-FORN           TO 1                             00113100
            SEARCH WRK-TAB-FORN                                         00113200
              AT END                                                    00113300
                 CONTINUE                                               00113400
              WHEN WRK-IDX-FORN GREATER WRK-TAB-FORN-QTDE               00113500
                 CONTINUE                                               00113600
              WHEN WRK-TAB-FORN-RAZAO (WRK-IDX-FORN)                    00113700
                   EQUAL FD-MPC-FORNECEDOR                              00113800
                 MOVE 'S'              TO WRK-FORN-ACHOU                00113900
            END-SEARCH.                                                 00114000
                                                                        00114100
      *----------------------------------------------------------------*00114200
       3600-99-FIM.                           EXIT.                     00114300
      *----------------------------------------------------------------*00114400
                                                                        00114500
      *----------------------------------------------------------------*00114600
       3610-LOCALIZAR-PECA                    SECTION.                  00114700
      *----------------------------------------------------------------*00114800
                                                                        00114900
            MOVE 'N'                   TO WRK-PEC-ACHOU                 00115000
                                                                        00115100
            IF WRK-TAB-PEC-QTDE EQUAL ZEROS                             00115200
               GO                  TO 3610-99-FIM                       00115300
            END-IF                                                      00115400
                                                                        00115500
            SET WRK-IDX-PEC            TO 1                             00115600
            SEARCH WRK-TAB-PEC                                          00115700
              AT END                                                    00115800
                 CONTINUE                                               00115900
              WHEN WRK-IDX-PEC GREATER WRK-TAB-PEC-QTDE                 00116000
                 CONTINUE                                               00116100
              WHEN WRK-TAB-PEC-CHAVE (WRK-IDX-PEC)                      00116200
                   EQUAL WRK-CHAVE-BUSCA                                00116300
                 MOVE 'S'              TO WRK-PEC-ACHOU                 00116400
            END-SEARCH.                                                 00116500
                                                                        00116600
      *----------------------------------------------------------------*00116700
       3610-99-FIM.                           EXIT.                     00116800
      *----------------------------------------------------------------*00116900
                                                                        00117000
      *----------------------------------------------------------------*00117100
      *    A CHAVE PECA+DEPOSITO NAO CABE NO ID DA TRILHA: VAI NA CHAVE*00117200
      *----------------------------------------------------------------*00117300
       3700-GRAVAR-AUDITORIA                  SECTION.                  00117400
      *----------------------------------------------------------------*00117500
                                                                        00117600
            MOVE FD-COD-PECA           TO WRK-CHVA-COD-PECA             00117700
            MOVE FD-DEPOSITO-PECA      TO WRK-CHVA-DEPOSITO             00117800
            MOVE 'FR05EX64'            TO WRK-AUD-PROGRAMA              00117900
            MOVE 'ARQPECAS'            TO WRK-AUD-TABELA                00118000
            MOVE ZEROS                 TO WRK-AUD-ID                    00118100
            MOVE SPACES                TO WRK-AUD-USUARIO               00118200
            MOVE WRK-CHAVE-AUD         TO WRK-AUD-CHAVE                 00118300
            CALL 'GRAVAUD'             USING WRK-AUDITORIA.             00118400
                                                                        00118500
      *----------------------------------------------------------------*00118600
       3700-99-FIM.                           EXIT.                     00118700
      *----------------------------------------------------------------*00118800
                                                                        00118900
      *----------------------------------------------------------------*00119000
       3800-GRAVAR-RECUSA                     SECTION.                  00119100
      *----------------------------------------------------------------*00119200
                                                                        00119300
            MOVE FD-MANPEC             TO FD-PRJ-TRANSACAO              00119400
            MOVE WRK-MOTIVO-RECUSA     TO FD-PRJ-MOTIVO                 00119500
            WRITE FD-PECREJ                                             00119600
            PERFORM 1140-TESTAR-WRK-FS-PECREJ                           00119700
            ADD 1                      TO ACUM-RECUSADAS                00119800
                                                                        00119900
            MOVE 'A'                   TO WRK-SEVERIDADE                00120000
            MOVE 'FR05EX64'            TO WRK-PROGRAMA                  00120100
            MOVE '3800  '              TO WRK-SECAO                     00120200
            MOVE WRK-MOTIVO-RECUSA     TO WRK-MENSAGEM                  00120300
            MOVE FD-MPC-CHAVE          TO WRK-STATUS                    00120400
            CALL 'GRAVALOG'            USING WRK-LOG.                   00120500
                                                                        00120600
      *----------------------------------------------------------------*00120700
       3800-99-FIM.                           EXIT.                     00120800
      *----------------------------------------------------------------*00120900
                                                                        00121000
      *----------------------------------------------------------------*00121100
       3900-GRAVAR-PECANOV                    SECTION.                  00121200
      *----------------------------------------------------------------*00121300
                                                                        00121400
            IF FD-COD-PECA EQUAL WRK-COD-DESCONT                        00121500
             AND NOT FD-PECA-DESCONTINUADA                              00121600
               PERFORM 3950-MARCAR-DESCONTINUADA                        00121700
            END-IF                                                      00121800
                                                                        00121900
            WRITE FD-PECANOV           FROM WRK-ARQPECAS                00122000
            PERFORM 1130-TESTAR-WRK-FS-PECANOV                          00122100
            ADD 1                      TO ACUM-GRAV-PECANOV.            00122200
                                                                        00122300
      *----------------------------------------------------------------*00122400
       3900-99-FIM.                           EXIT.                     00122500
      *----------------------------------------------------------------*00122600
                                                                        00122700
      *----------------------------------------------------------------*00122800
       3950-MARCAR-DESCONTINUADA              SECTION.                  00122900
      *----------------------------------------------------------------*00123000
                                                                        00123100
            MOVE '3400  '              TO WRK-AUD-SECAO                 00123200
            MOVE 'A'                   TO WRK-AUD-OPERACAO              00123300
            MOVE 'SITUACAO'            TO WRK-AUD-CAMPO                 00123400
            MOVE FD-SITUACAO-PECA      TO WRK-AUD-VALOR-ANTES           00123500
            MOVE 'D'                   TO FD-SITUACAO-PECA              00123600
                                          WRK-AUD-VALOR-DEPOIS          00123700
            PERFORM 3700-GRAVAR-AUDITORIA.                              00123800
                                                                        00123900
      *----------------------------------------------------------------*00124000
       3950-99-FIM.                           EXIT.                     00124100
      *----------------------------------------------------------------*00124200
                                                                        00124300
      ******************************************************************00124400
      *                     F I N A L I Z A R                          *00124500
      ******************************************************************00124600
                                                                        00124700
      *----------------------------------------------------------------*00124800
       4000-FINALIZAR                        SECTION.                   00124900
      *----------------------------------------------------------------*00125000
                                                                        00125100
            CLOSE PECANT                                                00125200
                  MANPEC                                                00125300
                  PECANOV                                               00125400
                  PECREJ                                                00125500
                                                                        00125600
            DISPLAY '*************************************************' 00125700
            DISPLAY '        MANUTENCAO DO CADASTRO DE PECAS          ' 00125800
            DISPLAY '                                                 ' 00125900
            DISPLAY '  LIDOS PECANT        :  ' ACUM-LIDOS-PECANT       00126000
            DISPLAY '  LIDOS MANPEC        :  ' ACUM-LIDOS-MANPEC       00126100
            DISPLAY '  GRAVADOS PECANOV    :  ' ACUM-GRAV-PECANOV       00126200
            DISPLAY '  INCLUSOES           :  ' ACUM-INCLUSOES          00126300
            DISPLAY '  ALTERACOES          :  ' ACUM-ALTERACOES         00126400
            DISPLAY '  DESCONTINUADAS      :  ' ACUM-DESCONTINUADAS     00126500
            DISPLAY '  RECUSADAS           :  ' ACUM-RECUSADAS          00126600
            DISPLAY '                                                 ' 00126700
            DISPLAY '*************************************************'.00126800
                                                                        00126900
      *----------------------------------------------------------------*00127000
       4000-99-FIM.                           EXIT.                     00127100
      *----------------------------------------------------------------*00127200
                                                                        00127300
      ******************************************************************00127400
      *                   T R A T A R  E R R O                         *00127500
      ******************************************************************00127600
       9000-TRATAR-ERRO                     SECTION.                    00127700
      *----------------------------------------------------------------*00127800
                  MOVE 'F'                TO WRK-SEVERIDADE             00127900
                  CALL 'GRAVALOG'         USING WRK-LOG                 00128000
                  MOVE 16                 TO RETURN-CODE                00128100
                  GOBACK.                                               00128200
      *----------------------------------------------------------------*00128300
       9000-99-FIM.                           EXIT.                     00128400
      *----------------------------------------------------------------*00128500
