      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05DB56.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05DB56                                       *00002000
      *    TIPO.......: APROVACAO DE ALTERACAO CADASTRAL PENDENTE      *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : DUPLA APROVACAO DAS ALTERACOES DO CADASTRO DE    *00002800
      *               CLIENTES RETIDAS PELO FR05EX20 (PENDCLI, BOOK    *00002900
      *               B#PENDCL: TROCA DE NOME E AUMENTO DE LIMITE DE   *00003000
      *               CHEQUE ESPECIAL ACIMA DA ALCADA), NO MOLDE DO    *00003100
      *               FR05DB36: O LOTE APRCLI TRAZ, POR LINHA, O       *00003200
      *               OPERADOR APROVADOR, A CHAVE AGENCIA+CONTA E A    *00003300
      *               DECISAO ('A' APROVA / 'R' REJEITA). O APROVADOR  *00003400
      *               PRECISA SER OUTRO OPERADOR QUE NAO O DIGITADOR E *00003500
      *               TER ALCADA NA FOUR001.OPERADOR (MANTIDA PELO     *00003600
      *               FR05DB28: EXIGE ATIVO = 'S' E ALTERA = 'S').     *00003700
      *               A ALTERACAO APROVADA GANHA O APROVADOR E ENTRA   *00003800
      *               NO LOTE MANCLI DO FR05MAN, INTERCALADA POR CHAVE *00003900
      *               COM O LOTE DAS AGENCIAS (HEADER MANTIDO, TRAILER *00004000
      *               SOMADO), COMO FAZ O FR05EX53; A REJEITADA SAI DO *00004100
      *               PENDCLI. APROVACAO E REJEICAO VAO PARA A TRILHA  *00004200
      *               DE AUDITORIA COM DIGITADOR E APROVADOR. O QUE    *00004300
      *               FICA PENDENTE ENVELHECE NO RELATORIO (DIAS DESDE *00004400
      *               A RETENCAO). O PENDCLI CHEGA CLASSIFICADO POR    *00004500
      *               CHAVE (PASSO DE SORT DO JOB). CADA APROVACAO     *00004600
      *               CONCEDIDA VAI TAMBEM PARA O APRVCLI (B#APRVCL):  *00000000
      *               O FR05EX20 SO APLICA A TRANSACAO QUE CHEGA COM   *00000000
      *               APROVADOR SE ELA CASAR COM ESSE ARQUIVO.         *00000000
      *----------------------------------------------------------------*00004700
      *    BASE DE DADOS:                                              *00004800
      *      TABELAS DB2                           INCLUDE/BOOK        *00004900
      *      FOUR001.OPERADOR                       (HOST VARS PROPRIAS)00005000
      *----------------------------------------------------------------*00005100
      *    ARQUIVOS :                                                  *00005200
      *    DDNAME          I/O                                         *00005300
      *    JCLPEND          I    ALTERACOES PENDENTES (POR CHAVE)      *00005400
      *    JCLAPRLT         I    LOTE DE APROVACOES (APRCLI)           *00005500
      *    JCLMANAN         I    LOTE MANCLI DAS AGENCIAS              *00005600
      *    JCLPENDN         O    PENDENTES REGRAVADOS                  *00005700
      *    JCLMANNV         O    LOTE MANCLI COM AS APROVADAS          *00005800
      *    JCLRELPN         O    RELATORIO DE PENDENTES (IDADE)        *00005900
      *    JCLAPRVD         O    APROVACOES CONCEDIDAS (APRVCLI)       *00000000
      *----------------------------------------------------------------*00006000
      *    BOOKS    :    B#PENDCL, B#AUDIT, B#GRALOG, B#RUNCTL,        *00006100
      *                  B#DATPRC, B#APRVCL                            *00006200
      *----------------------------------------------------------------*00006300
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00006400
      *                  GRAVAUD  - TRILHA DE AUDITORIA                *00006500
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00006600
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00006700
      *----------------------------------------------------------------*00006800
      *    PARAMETROS (VIA SYSIN):                                     *00006900
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00007000
      *----------------------------------------------------------------*00007100
      *    HISTORICO DE ALTERACOES:                                    *00007200
      *      DATA        RESP.    DESCRICAO                            *00007300
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00007400
      ******************************************************************00007500
      *================================================================*00007600
                                                                        00007700
      *================================================================*00007800
       ENVIRONMENT DIVISION.                                            00007900
      *================================================================*00008000
                                                                        00008100
      *----------------------------------------------------------------*00008200
       CONFIGURATION                              SECTION.              00008300
      *----------------------------------------------------------------*00008400
                                                                        00008500
       SPECIAL-NAMES.                                                   00008600
           DECIMAL-POINT IS COMMA.                                      00008700
                                                                        00008800
      *----------------------------------------------------------------*00008900
       INPUT-OUTPUT                               SECTION.              00009000
                                                                        00009100
       FILE-CONTROL.                                                    00009200
             SELECT PENDCLI   ASSIGN     TO JCLPEND                     00009300
                    FILE STATUS     IS WRK-FS-PENDCLI.                  00009400
                                                                        00009500
             SELECT APRCLI    ASSIGN     TO JCLAPRLT                    00009600
                    FILE STATUS     IS WRK-FS-APRCLI.                   00009700
                                                                        00009800
             SELECT MANANT    ASSIGN     TO JCLMANAN                    00009900
                    FILE STATUS     IS WRK-FS-MANANT.                   00010000
                                                                        00010100
             SELECT PENDNOVO  ASSIGN     TO JCLPENDN                    00010200
                    FILE STATUS     IS WRK-FS-PENDNOVO.                 00010300
                                                                        00010400
             SELECT MANNOVO   ASSIGN     TO JCLMANNV                    00010500
                    FILE STATUS     IS WRK-FS-MANNOVO.                  00010600
                                                                        00010700
             SELECT RELPEN    ASSIGN     TO JCLRELPN                    00010800
                    FILE STATUS     IS WRK-FS-RELPEN.                   00010900
                                                                        00000000
             SELECT APRVCLI   ASSIGN     TO JCLAPRVD                    00000000
                    FILE STATUS     IS WRK-FS-APRVCLI.                  00000000
                                                                        00011000
      *================================================================*00011100
       DATA                DIVISION.                                    00011200
      *================================================================*00011300
      *----------------------------------------------------------------*00011400
       FILE                                       SECTION.              00011500
      *----------------------------------------------------------------*00011600
      *----------------------------------------------------------------*00011700
      *    INPUT - ALTERACOES PENDENTES (PENDCLI) - LRECL = 140        *00011800
      *----------------------------------------------------------------*00011900
                                                                        00012000
       FD PENDCLI                                                       00012100
           RECORDING MODE IS F                                          00012200
           BLOCK CONTAINS 0 RECORDS.                                    00012300
                                                                        00012400
           COPY 'B#PENDCL'.                                             00012500
                                                                        00012600
      *----------------------------------------------------------------*00012700
      *    INPUT - LOTE DE APROVACOES (APRCLI) - LRECL = 020           *00012800
      *----------------------------------------------------------------*00012900
                                                                        00013000
       FD APRCLI                                                        00013100
           RECORDING MODE IS F                                          00013200
           BLOCK CONTAINS 0 RECORDS.                                    00013300
       01 FD-APRCLI.                                                    00013400
          05 FD-APR-OPERADOR          PIC X(03).                        00013500
          05 FD-APR-CHAVE.                                              00013600
             10 FD-APR-AGENCIA        PIC 9(04).                        00013700
             10 FD-APR-CONTA          PIC 9(06).                        00013800
          05 FD-APR-DECISAO           PIC X(01).                        00013900
          05 FILLER                   PIC X(06).                        00014000
                                                                        00014100
      *----------------------------------------------------------------*00014200
      *    INPUT - LOTE MANCLI DAS AGENCIAS (MANANT) - LRECL = 080     *00014300
      *----------------------------------------------------------------*00014400
                                                                        00014500
       FD MANANT                                                        00014600
           RECORDING MODE IS F                                          00014700
           BLOCK CONTAINS 0 RECORDS.                                    00014800
       01 FD-MANCLI.                                                    00014900
          05 FD-MAN-TIPO-REG          PIC X(01).                        00015000
          05 FD-MAN-OPERACAO          PIC X(01).                        00015100
          05 FD-MAN-CHAVE.                                              00015200
             10 FD-MAN-AGENCIA        PIC 9(04).                        00015300
             10 FD-MAN-CONTA          PIC 9(06).                        00015400
          05 FD-MAN-NOME              PIC X(30).                        00015500
          05 FD-MAN-LIM-CHESP         PIC 9(06)V99.                     00015600
          05 FD-MAN-SEGMENTO          PIC X(01).                        00015700
          05 FD-MAN-TIPO-CONTA        PIC X(01).                        00015800
          05 FD-MAN-DOCUMENTO         PIC X(14).                        00015900
          05 FD-MAN-OPERADOR          PIC X(03).                        00016000
          05 FD-MAN-APROVADOR         PIC X(03).                        00016100
          05 FILLER                   PIC X(08).                        00016200
                                                                        00016300
       01 FD-MAN-TRAILER.                                               00016400
          05 FD-MAN-T-TIPO            PIC X(01).                        00016500
          05 FD-MAN-T-QTD-REG         PIC 9(07).                        00016600
          05 FD-MAN-T-HASH-LIM        PIC 9(10)V99.                     00016700
          05 FILLER                   PIC X(60).                        00016800
                                                                        00016900
      *----------------------------------------------------------------*00017000
      *    OUTPUT - PENDENTES REGRAVADOS (PENDNOVO) - LRECL = 140      *00017100
      *----------------------------------------------------------------*00017200
                                                                        00017300
       FD PENDNOVO                                                      00017400
           RECORDING MODE IS F                                          00017500
           BLOCK CONTAINS 0 RECORDS.                                    00017600
       01 FD-PENDNOVO       PIC X(140).                                 00017700
                                                                        00017800
      *----------------------------------------------------------------*00017900
      *    OUTPUT - LOTE MANCLI COM AS APROVADAS - LRECL = 080         *00018000
      *----------------------------------------------------------------*00018100
                                                                        00018200
       FD MANNOVO                                                       00018300
           RECORDING MODE IS F                                          00018400
           BLOCK CONTAINS 0 RECORDS.                                    00018500
       01 FD-MANNOVO        PIC X(080).                                 00018600
                                                                        00018700
       01 FD-MNV-HEADER.                                                00018800
          05 FD-MNV-H-TIPO            PIC X(01).                        00018900
          05 FD-MNV-H-ORIGEM          PIC X(08).                        00019000
          05 FD-MNV-H-DATA            PIC X(08).                        00019100
          05 FILLER                   PIC X(63).                        00019200
                                                                        00019300
       01 FD-MNV-TRAILER.                                               00019400
          05 FD-MNV-T-TIPO            PIC X(01).                        00019500
          05 FD-MNV-T-QTD-REG         PIC 9(07).                        00019600
          05 FD-MNV-T-HASH-LIM        PIC 9(10)V99.                     00019700
          05 FILLER                   PIC X(60).                        00019800
                                                                        00019900
      *----------------------------------------------------------------*00020000
      *    OUTPUT - RELATORIO DE PENDENTES (RELPEN) - LRECL = 080      *00020100
      *----------------------------------------------------------------*00020200
                                                                        00020300
       FD RELPEN                                                        00020400
           RECORDING MODE IS F                                          00020500
           BLOCK CONTAINS 0 RECORDS.                                    00020600
       01 FD-RELPEN         PIC X(080).                                 00020700
                                                                        00000000
      *----------------------------------------------------------------*00000000
      *    OUTPUT - APROVACOES CONCEDIDAS (APRVCLI) - LRECL = 100      *00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
       FD APRVCLI                                                       00000000
           RECORDING MODE IS F                                          00000000
           BLOCK CONTAINS 0 RECORDS.                                    00000000
                                                                        00000000
           COPY 'B#APRVCL'.                                             00000000
                                                                        00020800
      *----------------------------------------------------------------*00020900
       WORKING-STORAGE                            SECTION.              00021000
      *----------------------------------------------------------------*00021100
                                                                        00021200
      *----------------------------------------------------------------*00021300
       01  FILLER                      PIC  X(050)         VALUE        00021400
                 '*** INICIO DA WORKING FR05DB56 ***'.                  00021500
      *----------------------------------------------------------------*00021600
                                                                        00021700
       77 WRK-SQLCODE            PIC -999.                              00021800
       77 WRK-FS-PENDCLI         PIC X(002) VALUE SPACES.               00021900
       77 WRK-FS-APRCLI          PIC X(002) VALUE SPACES.               00022000
       77 WRK-FS-MANANT          PIC X(002) VALUE SPACES.               00022100
       77 WRK-FS-PENDNOVO        PIC X(002) VALUE SPACES.               00022200
       77 WRK-FS-MANNOVO         PIC X(002) VALUE SPACES.               00022300
       77 WRK-FS-RELPEN          PIC X(002) VALUE SPACES.               00022400
       77 WRK-FS-APRVCLI         PIC X(002) VALUE SPACES.               00000000
                                                                        00022500
       77 ACUM-LIDOS-PEND        PIC 9(005) VALUE ZEROS.                00022600
       77 ACUM-APROVADAS         PIC 9(005) VALUE ZEROS.                00022700
       77 ACUM-REJEITADAS        PIC 9(005) VALUE ZEROS.                00022800
       77 ACUM-RECUSADAS         PIC 9(005) VALUE ZEROS.                00022900
       77 ACUM-ADIADAS           PIC 9(005) VALUE ZEROS.                00023000
       77 ACUM-PENDENTES         PIC 9(005) VALUE ZEROS.                00023100
       77 ACUM-SEM-PENDENCIA     PIC 9(005) VALUE ZEROS.                00023200
       77 ACUM-HASH-APROVADAS    PIC 9(010)V99 VALUE ZEROS.             00023300
                                                                        00023400
       77 WRK-APR-ACHOU          PIC X(001) VALUE 'N'.                  00023500
           88 WRK-APR-ACHOU-SIM               VALUE 'S'.                00023600
       77 WRK-PEN-DECIDIDA       PIC X(001) VALUE 'N'.                  00023700
           88 WRK-PEN-DECIDIDA-SIM            VALUE 'S'.                00023800
       77 WRK-MAN-TEM-CHAVE      PIC X(001) VALUE 'N'.                  00023900
           88 WRK-MAN-TEM-CHAVE-SIM           VALUE 'S'.                00024000
       77 WRK-IDADE-DIAS         PIC S9(005) VALUE ZEROS.               00024100
       77 WRK-DATA-PEN-N         PIC 9(008) VALUE ZEROS.                00024200
       77 WRK-DATA-EXEC-N        PIC 9(008) VALUE ZEROS.                00024300
       77 WRK-MOTIVO-TXT         PIC X(006) VALUE SPACES.               00024400
                                                                        00024500
      *----------------------------------------------------------------*00024600
      *    CHAVES DO CASAMENTO PENDCLI X LOTE DAS AGENCIAS             *00024700
      *----------------------------------------------------------------*00024800
                                                                        00024900
       77 WRK-CHAVE-ATUAL-PEN    PIC X(010) VALUE SPACES.               00025000
       77 WRK-CHAVE-ATUAL-MAN    PIC X(010) VALUE SPACES.               00025100
       77 WRK-CHAVE-PROC         PIC X(010) VALUE SPACES.               00025200
                                                                        00025300
      *----------------------------------------------------------------*00025400
      *    CONTROLE DO LOTE MANCLI DAS AGENCIAS                        *00025500
      *----------------------------------------------------------------*00025600
                                                                        00025700
       77 WRK-SEM-MANANT         PIC X(001) VALUE 'N'.                  00025800
           88 WRK-SEM-MANANT-SIM              VALUE 'S'.                00025900
       77 WRK-HEADER-MAN         PIC X(001) VALUE 'N'.                  00026000
           88 WRK-HEADER-MAN-SIM              VALUE 'S'.                00026100
       77 WRK-HEADER-PROPRIO     PIC X(001) VALUE 'N'.                  00026200
           88 WRK-HEADER-PROPRIO-SIM          VALUE 'S'.                00026300
       77 WRK-TRAILER-MAN        PIC X(001) VALUE 'N'.                  00026400
           88 WRK-TRAILER-MAN-SIM             VALUE 'S'.                00026500
       77 WRK-TRL-QTD-MAN        PIC 9(007) VALUE ZEROS.                00026600
       77 WRK-TRL-HASH-MAN       PIC 9(010)V99 VALUE ZEROS.             00026700
                                                                        00026800
      *----------------------------------------------------------------*00026900
      *    HOST VARS DA TABELA FOUR001.OPERADOR                        *00027000
      *----------------------------------------------------------------*00027100
                                                                        00027200
       77 WRK-OP-OPERADOR        PIC X(03) VALUE SPACES.                00027300
       77 WRK-OP-ALTERA          PIC X(01) VALUE 'N'.                   00027400
       77 WRK-OP-ATIVO           PIC X(01) VALUE 'N'.                   00027500
                                                                        00027600
      *----------------------------------------------------------------*00027700
      *    LOTE DE APROVACOES CARREGADO                                *00027800
      *----------------------------------------------------------------*00027900
                                                                        00028000
       01 WRK-TAB-APROVACOES.                                           00028100
          05 WRK-TAB-APR                OCCURS 100 TIMES                00028200
                                         INDEXED BY WRK-IDX-APR.        00028300
             10 WRK-TAB-APR-OPERADOR    PIC X(03).                      00028400
             10 WRK-TAB-APR-CHAVE       PIC X(10).                      00028500
             10 WRK-TAB-APR-DECISAO     PIC X(01).                      00028600
                 88 WRK-TAB-APR-APROVA          VALUE 'A'.              00028700
                 88 WRK-TAB-APR-REJEITA         VALUE 'R'.              00028800
             10 WRK-TAB-APR-USADA       PIC X(01).                      00028900
                                                                        00029000
       77 WRK-TAB-APR-QTDE       PIC 9(003) VALUE ZEROS.                00029100
                                                                        00029200
      *----------------------------------------------------------------*00029300
      *    VALORES DA TRILHA DE AUDITORIA                              *00029400
      *----------------------------------------------------------------*00029500
                                                                        00029600
       01 WRK-AUD-OPERADORES.                                           00029700
          05 WRK-AUD-OPR-DIGITADOR     PIC X(003) VALUE SPACES.         00029800
          05 FILLER                    PIC X(001) VALUE '/'.            00029900
          05 WRK-AUD-OPR-APROVADOR     PIC X(003) VALUE SPACES.         00030000
          05 FILLER                    PIC X(001) VALUE SPACES.         00030100
                                                                        00030200
       01 WRK-AUD-ANTES.                                                00030300
          05 FILLER                    PIC X(015) VALUE                 00030400
                                       'PENDENTE DESDE '.               00030500
          05 WRK-AUD-ANT-DATA          PIC X(008) VALUE SPACES.         00030600
          05 FILLER                    PIC X(003) VALUE ' - '.          00030700
          05 WRK-AUD-ANT-MOTIVO        PIC X(006) VALUE SPACES.         00030800
          05 FILLER                    PIC X(008) VALUE SPACES.         00030900
                                                                        00031000
      *----------------------------------------------------------------*00031100
      *    LINHAS DO RELATORIO DE PENDENTES                            *00031200
      *----------------------------------------------------------------*00031300
                                                                        00031400
       01 WRK-CABEC1.                                                   00031500
          05 FILLER               PIC X(046) VALUE                      00031600
             'FR05DB56 - ALTERACOES CADASTRAIS EM APROVACAO '.          00031700
          05 FILLER               PIC X(012) VALUE '   MOVIMENTO'.      00031800
          05 FILLER               PIC X(001) VALUE SPACES.              00031900
          05 WRK-CB-DATA          PIC X(008) VALUE SPACES.              00032000
          05 FILLER               PIC X(013) VALUE SPACES.              00032100
                                                                        00032200
       01 WRK-CABEC2.                                                   00032300
          05 FILLER               PIC X(051) VALUE                      00032400
             'AG.  CONTA   MOTIVO  DIG  DESDE      DIAS  SITUACAO'.     00032500
          05 FILLER               PIC X(029) VALUE SPACES.              00032600
                                                                        00032700
       01 WRK-LINPEN.                                                   00032800
          05 WRK-LP-AGENCIA       PIC X(004).                           00032900
          05 FILLER               PIC X(001) VALUE '/'.                 00033000
          05 WRK-LP-CONTA         PIC X(006).                           00033100
          05 FILLER               PIC X(002) VALUE SPACES.              00033200
          05 WRK-LP-MOTIVO        PIC X(006).                           00033300
          05 FILLER               PIC X(002) VALUE SPACES.              00033400
          05 WRK-LP-DIGITADOR     PIC X(003).                           00033500
          05 FILLER               PIC X(002) VALUE SPACES.              00033600
          05 WRK-LP-DESDE         PIC X(008).                           00033700
          05 FILLER               PIC X(001) VALUE SPACES.              00033800
          05 WRK-LP-DIAS          PIC ZZ.ZZ9.                           00033900
          05 FILLER               PIC X(002) VALUE SPACES.              00034000
          05 WRK-LP-SITUACAO      PIC X(030).                           00034100
          05 FILLER               PIC X(007) VALUE SPACES.              00034200
                                                                        00034300
       01 WRK-LINTOT.                                                   00034400
          05 WRK-LT-TEXTO         PIC X(030).                           00034500
          05 WRK-LT-QTD           PIC ZZZ.ZZ9.                          00034600
          05 FILLER               PIC X(043) VALUE SPACES.              00034700
                                                                        00034800
      *----------------------------------------------------------------*00034900
       01  FILLER                       PIC X(050)           VALUE      00035000
                        '*** AREA DE BOOK ***'.                         00035100
      *----------------------------------------------------------------*00035200
                                                                        00035300
           COPY 'B#GRALOG'.                                             00035400
                                                                        00035500
           COPY 'B#AUDIT'.                                              00035600
                                                                        00035700
       COPY 'B#RUNCTL'.                                                 00035800
                                                                        00035900
       COPY 'B#DATPRC'.                                                 00036000
                                                                        00036100
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00036200
                                                                        00036300
      *----------------------------------------------------------------*00036400
       01  FILLER                       PIC X(050)           VALUE      00036500
                        '*** AREA DB2 ***'.                             00036600
      *----------------------------------------------------------------*00036700
                                                                        00036800
           EXEC SQL                                                     00036900
               INCLUDE SQLCA                                            00037000
           END-EXEC.                                                    00037100
                                                                        00037200
      *================================================================*00037300
       PROCEDURE                 DIVISION.                              00037400
      *================================================================*00037500
                                                                        00037600
      *----------------------------------------------------------------*00037700
       0000-PRINCIPAL                            SECTION.               00037800
      *----------------------------------------------------------------*00037900
                                                                        00038000
           PERFORM 1000-INICIAR                                         00038100
                                                                        00038200
           PERFORM 1200-CARREGAR-LOTE                                   00038300
                                                                        00038400
           PERFORM 2100-LER-PENDCLI                                     00038500
           PERFORM 2600-LER-MANANT                                      00038600
                                                                        00038700
           PERFORM 1400-HEADER-MANCLI                                   00038800
                                                                        00038900
           PERFORM 3000-PROCESSAR                                       00039000
                   UNTIL WRK-CHAVE-ATUAL-PEN EQUAL HIGH-VALUES          00039100
                     AND WRK-CHAVE-ATUAL-MAN EQUAL HIGH-VALUES          00039200
                                                                        00039300
           PERFORM 4000-FINALIZAR                                       00039400
                                                                        00039500
           MOVE 'F'                  TO WRK-RUN-FUNCAO                  00039600
           MOVE ACUM-LIDOS-PEND      TO WRK-RUN-LIDOS                   00039700
           MOVE ACUM-APROVADAS       TO WRK-RUN-GRAVADOS                00039800
           MOVE ZEROS                TO WRK-RUN-RC                      00039900
           CALL 'GRAVARUN'           USING WRK-RUNCTL                   00040000
                                                                        00040100
           STOP RUN.                                                    00040200
                                                                        00040300
      *----------------------------------------------------------------*00040400
       0000-99-FIM.                           EXIT.                     00040500
      *----------------------------------------------------------------*00040600
                                                                        00040700
      *----------------------------------------------------------------*00040800
       1000-INICIAR                           SECTION.                  00040900
      *----------------------------------------------------------------*00041000
                                                                        00041100
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00041200
           CALL 'LERDATAP'            USING WRK-DATPRC                  00041300
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00041400
           MOVE WRK-DATA-EXEC         TO WRK-DATA-EXEC-N (1:8)          00041500
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00041600
           MOVE 'FR05DB56'            TO WRK-RUN-PROGRAMA               00041700
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00041800
           MOVE ZEROS                 TO WRK-RUN-RC                     00041900
                                         WRK-RUN-LIDOS                  00042000
                                         WRK-RUN-GRAVADOS               00042100
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00042200
                                                                        00042300
           IF WRK-RUN-DATA-JA-FEITA                                     00042400
              MOVE 'A'                TO WRK-SEVERIDADE                 00042500
              MOVE 'FR05DB56'         TO WRK-PROGRAMA                   00042600
              MOVE '1000  '           TO WRK-SECAO                      00042700
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00042800
                                      TO WRK-MENSAGEM                   00042900
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00043000
              CALL 'GRAVALOG'         USING WRK-LOG                     00043100
              MOVE 08                 TO RETURN-CODE                    00043200
              GOBACK                                                    00043300
           END-IF                                                       00043400
                                                                        00043500
           OPEN INPUT  PENDCLI                                          00043600
                INPUT  APRCLI                                           00043700
                OUTPUT PENDNOVO                                         00043800
                OUTPUT MANNOVO                                          00043900
                OUTPUT RELPEN                                           00044000
                OUTPUT APRVCLI                                          00000000
                                                                        00044100
      *    SEM LOTE DAS AGENCIAS NO DIA O LOTE SAI SO COM AS APROVADAS *00044200
           OPEN INPUT  MANANT                                           00044300
           IF WRK-FS-MANANT EQUAL '35'                                  00044400
              MOVE 'S'                TO WRK-SEM-MANANT                 00044500
              MOVE '10'               TO WRK-FS-MANANT                  00044600
           END-IF                                                       00044700
                                                                        00044800
           PERFORM 1100-TESTAR-STATUS                                   00044900
                                                                        00045000
           MOVE WRK-DATA-EXEC         TO WRK-CB-DATA                    00045100
           WRITE FD-RELPEN            FROM WRK-CABEC1                   00045200
           MOVE SPACES                TO FD-RELPEN                      00045300
           WRITE FD-RELPEN                                              00045400
           WRITE FD-RELPEN            FROM WRK-CABEC2                   00045500
           PERFORM 1100-TESTAR-STATUS.                                  00045600
                                                                        00045700
      *----------------------------------------------------------------*00045800
       1000-99-FIM.                            EXIT.                    00045900
      *----------------------------------------------------------------*00046000
                                                                        00046100
      *----------------------------------------------------------------*00046200
       1100-TESTAR-STATUS                    SECTION.                   00046300
      *----------------------------------------------------------------*00046400
                                                                        00046500
           IF WRK-FS-PENDCLI NOT EQUAL ZEROS                            00046600
            AND WRK-FS-PENDCLI NOT EQUAL '10'                           00046700
              MOVE 'ERRO NO ARQUIVO PENDCLI'     TO WRK-MENSAGEM        00046800
              MOVE WRK-FS-PENDCLI                TO WRK-STATUS          00046900
              PERFORM 9999-TRATAR-ERROS                                 00047000
           END-IF                                                       00047100
                                                                        00047200
           IF WRK-FS-APRCLI NOT EQUAL ZEROS                             00047300
            AND WRK-FS-APRCLI NOT EQUAL '10'                            00047400
              MOVE 'ERRO NO ARQUIVO APRCLI'      TO WRK-MENSAGEM        00047500
              MOVE WRK-FS-APRCLI                 TO WRK-STATUS          00047600
              PERFORM 9999-TRATAR-ERROS                                 00047700
           END-IF                                                       00047800
                                                                        00047900
           IF WRK-FS-MANANT NOT EQUAL ZEROS                             00048000
            AND WRK-FS-MANANT NOT EQUAL '10'                            00048100
              MOVE 'ERRO NO ARQUIVO MANANT'      TO WRK-MENSAGEM        00048200
              MOVE WRK-FS-MANANT                 TO WRK-STATUS          00048300
              PERFORM 9999-TRATAR-ERROS                                 00048400
           END-IF                                                       00048500
                                                                        00048600
           IF WRK-FS-PENDNOVO NOT EQUAL ZEROS                           00048700
              MOVE 'ERRO NO ARQUIVO PENDNOVO'    TO WRK-MENSAGEM        00048800
              MOVE WRK-FS-PENDNOVO               TO WRK-STATUS          00048900
              PERFORM 9999-TRATAR-ERROS                                 00049000
           END-IF                                                       00049100
                                                                        00049200
           IF WRK-FS-MANNOVO NOT EQUAL ZEROS                            00049300
              MOVE 'ERRO NO ARQUIVO MANNOVO'     TO WRK-MENSAGEM        00049400
              MOVE WRK-FS-MANNOVO                TO WRK-STATUS          00049500
              PERFORM 9999-TRATAR-ERROS                                 00049600
           END-IF                                                       00049700
                                                                        00049800
           IF WRK-FS-RELPEN NOT EQUAL ZEROS                             00049900
              MOVE 'ERRO NO ARQUIVO RELPEN'      TO WRK-MENSAGEM        00050000
              MOVE WRK-FS-RELPEN                 TO WRK-STATUS          00050100
              PERFORM 9999-TRATAR-ERROS                                 00050200
           END-IF                                                       00050300
                                                                        00000000
           IF WRK-FS-APRVCLI NOT EQUAL ZEROS                            00000000
              MOVE 'ERRO NO ARQUIVO APRVCLI'     TO WRK-MENSAGEM        00000000
              MOVE WRK-FS-APRVCLI                TO WRK-STATUS          00000000
              PERFORM 9999-TRATAR-ERROS                                 00000000
           END-IF.                                                      00000000
                                                                        00050400
      *----------------------------------------------------------------*00050500
       1100-99-FIM.                            EXIT.                    00050600
      *----------------------------------------------------------------*00050700
                                                                        00050800
      *----------------------------------------------------------------*00050900
       1200-CARREGAR-LOTE                    SECTION.                   00051000
      *----------------------------------------------------------------*00051100
                                                                        00051200
           PERFORM 1210-LER-APRCLI                                      00051300
                                                                        00051400
           PERFORM 1220-GUARDAR-APROVACAO                               00051500
                   UNTIL WRK-FS-APRCLI EQUAL '10'                       00051600
                                                                        00051700
           CLOSE APRCLI.                                                00051800
                                                                        00051900
      *----------------------------------------------------------------*00052000
       1200-99-FIM.                           EXIT.                     00052100
      *----------------------------------------------------------------*00052200
                                                                        00052300
      *----------------------------------------------------------------*00052400
       1210-LER-APRCLI                       SECTION.                   00052500
      *----------------------------------------------------------------*00052600
                                                                        00052700
           READ APRCLI                                                  00052800
                                                                        00052900
           IF WRK-FS-APRCLI EQUAL '10'                                  00053000
              GO                  TO 1210-99-FIM                        00053100
           END-IF                                                       00053200
                                                                        00053300
           PERFORM 1100-TESTAR-STATUS.                                  00053400
                                                                        00053500
      *----------------------------------------------------------------*00053600
       1210-99-FIM.                           EXIT.                     00053700
      *----------------------------------------------------------------*00053800
                                                                        00053900
      *----------------------------------------------------------------*00054000
       1220-GUARDAR-APROVACAO                SECTION.                   00054100
      *----------------------------------------------------------------*00054200
                                                                        00054300
           IF WRK-TAB-APR-QTDE GREATER OR EQUAL 100                     00054400
              MOVE 'FR05DB56'          TO WRK-PROGRAMA                  00054500
              MOVE 'LOTE DE APROVACOES CHEIO' TO WRK-MENSAGEM           00054600
              MOVE '1220'              TO WRK-SECAO                     00054700
              MOVE SPACES              TO WRK-STATUS                    00054800
              PERFORM 9999-TRATAR-ERROS                                 00054900
           END-IF                                                       00055000
                                                                        00055100
           ADD 1                     TO WRK-TAB-APR-QTDE                00055200
           SET WRK-IDX-APR           TO WRK-TAB-APR-QTDE                00055300
           MOVE FD-APR-OPERADOR      TO WRK-TAB-APR-OPERADOR            00055400
                                         (WRK-IDX-APR)                  00055500
           MOVE FD-APR-CHAVE         TO WRK-TAB-APR-CHAVE               00055600
                                         (WRK-IDX-APR)                  00055700
           MOVE FD-APR-DECISAO       TO WRK-TAB-APR-DECISAO             00055800
                                         (WRK-IDX-APR)                  00055900
           MOVE 'N'                  TO WRK-TAB-APR-USADA               00056000
                                         (WRK-IDX-APR)                  00056100
                                                                        00056200
           PERFORM 1210-LER-APRCLI.                                     00056300
                                                                        00056400
      *----------------------------------------------------------------*00056500
       1220-99-FIM.                           EXIT.                     00056600
      *----------------------------------------------------------------*00056700
                                                                        00056800
      *----------------------------------------------------------------*00056900
       1400-HEADER-MANCLI                    SECTION.                   00057000
      *----------------------------------------------------------------*00057100
                                                                        00057200
      *    SEM LOTE DAS AGENCIAS (AUSENTE OU VAZIO) O LOTE SAI COM     *00057300
      *    HEADER PROPRIO. LOTE DAS AGENCIAS SEM HEADER CONTINUA SEM,  *00057400
      *    PARA O FR05EX20 RECUSA-LO COMO RECUSARIA SEM O FR05DB56     *00057500
           IF WRK-HEADER-MAN-SIM                                        00057600
            OR WRK-CHAVE-ATUAL-MAN NOT EQUAL HIGH-VALUES                00057700
              GO                      TO 1400-99-FIM                    00057800
           END-IF                                                       00057900
                                                                        00058000
           MOVE SPACES                TO FD-MNV-HEADER                  00058100
           MOVE '0'                   TO FD-MNV-H-TIPO                  00058200
           MOVE 'FR05DB56'            TO FD-MNV-H-ORIGEM                00058300
           MOVE WRK-DATA-EXEC         TO FD-MNV-H-DATA                  00058400
           WRITE FD-MNV-HEADER                                          00058500
           PERFORM 1100-TESTAR-STATUS                                   00058600
           MOVE 'S'                   TO WRK-HEADER-MAN                 00058700
                                         WRK-HEADER-PROPRIO.            00058800
                                                                        00058900
      *----------------------------------------------------------------*00059000
       1400-99-FIM.                           EXIT.                     00059100
      *----------------------------------------------------------------*00059200
                                                                        00059300
      *----------------------------------------------------------------*00059400
       2100-LER-PENDCLI                      SECTION.                   00059500
      *----------------------------------------------------------------*00059600
                                                                        00059700
           READ PENDCLI                                                 00059800
                                                                        00059900
           IF WRK-FS-PENDCLI EQUAL '10'                                 00060000
              MOVE HIGH-VALUES       TO WRK-CHAVE-ATUAL-PEN             00060100
              GO                  TO 2100-99-FIM                        00060200
           END-IF                                                       00060300
                                                                        00060400
           PERFORM 1100-TESTAR-STATUS                                   00060500
           MOVE FD-PCL-CHAVE        TO WRK-CHAVE-ATUAL-PEN              00060600
           ADD 1                    TO ACUM-LIDOS-PEND.                 00060700
                                                                        00060800
      *----------------------------------------------------------------*00060900
       2100-99-FIM.                           EXIT.                     00061000
      *----------------------------------------------------------------*00061100
                                                                        00061200
      *----------------------------------------------------------------*00061300
       2600-LER-MANANT                       SECTION.                   00061400
      *----------------------------------------------------------------*00061500
       2600-10-LER.                                                     00061600
                                                                        00061700
           IF WRK-FS-MANANT EQUAL '10'                                  00061800
              MOVE HIGH-VALUES       TO WRK-CHAVE-ATUAL-MAN             00061900
              GO                     TO 2600-99-FIM                     00062000
           END-IF                                                       00062100
                                                                        00062200
           READ MANANT                                                  00062300
                                                                        00062400
           IF WRK-FS-MANANT EQUAL '10'                                  00062500
              MOVE HIGH-VALUES       TO WRK-CHAVE-ATUAL-MAN             00062600
              GO                     TO 2600-99-FIM                     00062700
           END-IF                                                       00062800
                                                                        00062900
           PERFORM 1100-TESTAR-STATUS                                   00063000
                                                                        00063100
      *    O HEADER DAS AGENCIAS SEGUE NO LOTE REGRAVADO; O TRAILER    *00063200
      *    E GUARDADO E SAI NO FINAL SOMADO DAS APROVADAS              *00063300
           IF FD-MAN-TIPO-REG EQUAL '0'                                 00063400
              IF NOT WRK-HEADER-MAN-SIM                                 00063500
                 WRITE FD-MANNOVO     FROM FD-MANCLI                    00063600
                 PERFORM 1100-TESTAR-STATUS                             00063700
                 MOVE 'S'             TO WRK-HEADER-MAN                 00063800
              END-IF                                                    00063900
              GO                  TO 2600-10-LER                        00064000
           END-IF                                                       00064100
                                                                        00064200
           IF FD-MAN-TIPO-REG EQUAL '9'                                 00064300
              MOVE 'S'              TO WRK-TRAILER-MAN                  00064400
              MOVE FD-MAN-T-QTD-REG TO WRK-TRL-QTD-MAN                  00064500
              MOVE FD-MAN-T-HASH-LIM                                    00064600
                                    TO WRK-TRL-HASH-MAN                 00064700
              GO                  TO 2600-10-LER                        00064800
           END-IF                                                       00064900
                                                                        00065000
           MOVE FD-MAN-CHAVE        TO WRK-CHAVE-ATUAL-MAN.             00065100
                                                                        00065200
      *----------------------------------------------------------------*00065300
       2600-99-FIM.                           EXIT.                     00065400
      *----------------------------------------------------------------*00065500
                                                                        00065600
      ******************************************************************00065700
      *                     P R O C E S S A R                          *00065800
      ******************************************************************00065900
                                                                        00066000
      *----------------------------------------------------------------*00066100
       3000-PROCESSAR                        SECTION.                   00066200
      *----------------------------------------------------------------*00066300
                                                                        00066400
           IF WRK-CHAVE-ATUAL-PEN LESS WRK-CHAVE-ATUAL-MAN              00066500
              MOVE WRK-CHAVE-ATUAL-PEN TO WRK-CHAVE-PROC                00066600
           ELSE                                                         00066700
              MOVE WRK-CHAVE-ATUAL-MAN TO WRK-CHAVE-PROC                00066800
           END-IF                                                       00066900
                                                                        00067000
           MOVE 'N'                  TO WRK-MAN-TEM-CHAVE               00067100
                                                                        00067200
      *    TRANSACOES DAS AGENCIAS PARA A CHAVE SEGUEM NO LOTE         *00067300
           PERFORM 3900-COPIAR-MANCLI                                   00067400
                   UNTIL WRK-CHAVE-ATUAL-MAN NOT EQUAL WRK-CHAVE-PROC   00067500
                                                                        00067600
           PERFORM 3100-TRATAR-PENDENTE                                 00067700
                   UNTIL WRK-CHAVE-ATUAL-PEN NOT EQUAL WRK-CHAVE-PROC.  00067800
                                                                        00067900
      *----------------------------------------------------------------*00068000
       3000-99-FIM.                           EXIT.                     00068100
      *----------------------------------------------------------------*00068200
                                                                        00068300
      *----------------------------------------------------------------*00068400
       3100-TRATAR-PENDENTE                  SECTION.                   00068500
      *----------------------------------------------------------------*00068600
                                                                        00068700
           MOVE 'N'                  TO WRK-PEN-DECIDIDA                00068800
           MOVE 'PENDENTE'           TO WRK-LP-SITUACAO                 00068900
                                                                        00069000
           EVALUATE TRUE                                                00069100
             WHEN FD-PCL-MOT-NOME                                       00069200
              MOVE 'NOME'            TO WRK-MOTIVO-TXT                  00069300
             WHEN FD-PCL-MOT-LIMITE                                     00069400
              MOVE 'LIMITE'          TO WRK-MOTIVO-TXT                  00069500
             WHEN OTHER                                                 00069600
              MOVE 'AMBOS'           TO WRK-MOTIVO-TXT                  00069700
           END-EVALUATE                                                 00069800
                                                                        00069900
           PERFORM 3110-PROCURAR-DECISAO                                00070000
           IF WRK-APR-ACHOU-SIM                                         00070100
              PERFORM 3200-CONFERIR-ALCADA                              00070200
           END-IF                                                       00070300
                                                                        00070400
           IF NOT WRK-PEN-DECIDIDA-SIM                                  00070500
              ADD 1                  TO ACUM-PENDENTES                  00070600
              WRITE FD-PENDNOVO      FROM FD-PENDCLI                    00070700
              PERFORM 1100-TESTAR-STATUS                                00070800
           END-IF                                                       00070900
                                                                        00071000
           PERFORM 3400-ENVELHECER-PENDENTE                             00071100
                                                                        00071200
           PERFORM 2100-LER-PENDCLI.                                    00071300
                                                                        00071400
      *----------------------------------------------------------------*00071500
       3100-99-FIM.                           EXIT.                     00071600
      *----------------------------------------------------------------*00071700
                                                                        00071800
      *----------------------------------------------------------------*00071900
       3110-PROCURAR-DECISAO                 SECTION.                   00072000
      *----------------------------------------------------------------*00072100
                                                                        00072200
           MOVE 'N'                  TO WRK-APR-ACHOU                   00072300
                                                                        00072400
           IF WRK-TAB-APR-QTDE EQUAL ZEROS                              00072500
              GO                  TO 3110-99-FIM                        00072600
           END-IF                                                       00072700
                                                                        00072800
           SET WRK-IDX-APR           TO 1                               00072900
           SEARCH WRK-TAB-APR                                           00073000
             AT END                                                     00073100
                CONTINUE                                                00073200
             WHEN WRK-IDX-APR GREATER WRK-TAB-APR-QTDE                  00073300
                CONTINUE                                                00073400
             WHEN WRK-TAB-APR-CHAVE (WRK-IDX-APR)                       00073500
                       EQUAL FD-PCL-CHAVE                               00073600
              AND WRK-TAB-APR-USADA (WRK-IDX-APR) EQUAL 'N'             00073700
                MOVE 'S'              TO WRK-APR-ACHOU                  00073800
           END-SEARCH.                                                  00073900
                                                                        00074000
      *----------------------------------------------------------------*00074100
       3110-99-FIM.                           EXIT.                     00074200
      *----------------------------------------------------------------*00074300
                                                                        00074400
      *----------------------------------------------------------------*00074500
       3200-CONFERIR-ALCADA                  SECTION.                   00074600
      *----------------------------------------------------------------*00074700
                                                                        00074800
      *    A LINHA DO LOTE VALE PARA UMA PENDENCIA SO, MESMO RECUSADA  *00074900
           MOVE WRK-TAB-APR-OPERADOR (WRK-IDX-APR)                      00075000
                                     TO WRK-OP-OPERADOR                 00075100
           MOVE 'S'                  TO WRK-TAB-APR-USADA               00075200
                                         (WRK-IDX-APR)                  00075300
           MOVE 'A'                  TO WRK-SEVERIDADE                  00075400
           MOVE 'FR05DB56'           TO WRK-PROGRAMA                    00075500
           MOVE '3200  '             TO WRK-SECAO                       00075600
           MOVE FD-PCL-CHAVE         TO WRK-STATUS                      00075700
                                                                        00075800
           IF NOT WRK-TAB-APR-APROVA (WRK-IDX-APR)                      00075900
            AND NOT WRK-TAB-APR-REJEITA (WRK-IDX-APR)                   00076000
              ADD 1                  TO ACUM-RECUSADAS                  00076100
              MOVE 'RECUSA: DECISAO INVALIDA'                           00076200
                                     TO WRK-LP-SITUACAO                 00076300
              MOVE 'DECISAO INVALIDA NO LOTE DE APROVACAO'              00076400
                                     TO WRK-MENSAGEM                    00076500
              CALL 'GRAVALOG'        USING WRK-LOG                      00076600
              GO                  TO 3200-99-FIM                        00076700
           END-IF                                                       00076800
                                                                        00076900
      *    QUEM DIGITOU NAO APROVA A PROPRIA ALTERACAO                 *00077000
           IF WRK-OP-OPERADOR EQUAL FD-PCL-OPERADOR                     00077100
              ADD 1                  TO ACUM-RECUSADAS                  00077200
              MOVE 'RECUSA: APROVADOR = DIGITADOR'                      00077300
                                     TO WRK-LP-SITUACAO                 00077400
              MOVE 'APROVADOR IGUAL AO DIGITADOR'                       00077500
                                     TO WRK-MENSAGEM                    00077600
              CALL 'GRAVALOG'        USING WRK-LOG                      00077700
              GO                  TO 3200-99-FIM                        00077800
           END-IF                                                       00077900
                                                                        00078000
      *    A ALCADA DE APROVACAO EXIGE OPERADOR ATIVO COM O FLAG       *00078100
      *    ALTERA = 'S' NA FOUR001.OPERADOR                            *00078200
           EXEC SQL                                                     00078300
             SELECT ALTERA, ATIVO                                       00078400
              INTO :WRK-OP-ALTERA,                                      00078500
                   :WRK-OP-ATIVO                                        00078600
              FROM FOUR001.OPERADOR                                     00078700
              WHERE OPERADOR = :WRK-OP-OPERADOR                         00078800
           END-EXEC                                                     00078900
                                                                        00079000
           EVALUATE TRUE                                                00079100
             WHEN SQLCODE EQUAL ZERO                                    00079200
              AND WRK-OP-ALTERA EQUAL 'S'                               00079300
              AND WRK-OP-ATIVO EQUAL 'S'                                00079400
              IF WRK-TAB-APR-APROVA (WRK-IDX-APR)                       00079500
                 PERFORM 3300-APROVAR-ALTERACAO                         00079600
              ELSE                                                      00079700
                 PERFORM 3350-REJEITAR-ALTERACAO                        00079800
              END-IF                                                    00079900
             WHEN SQLCODE EQUAL ZERO                                    00080000
              ADD 1                  TO ACUM-RECUSADAS                  00080100
              MOVE 'RECUSA: OPERADOR SEM ALCADA'                        00080200
                                     TO WRK-LP-SITUACAO                 00080300
              MOVE 'OPERADOR SEM ALCADA DE APROVACAO'                   00080400
                                     TO WRK-MENSAGEM                    00080500
              MOVE WRK-OP-OPERADOR   TO WRK-STATUS                      00080600
              CALL 'GRAVALOG'        USING WRK-LOG                      00080700
             WHEN SQLCODE EQUAL +100                                    00080800
              ADD 1                  TO ACUM-RECUSADAS                  00080900
              MOVE 'RECUSA: OPERADOR INEXISTENTE'                       00081000
                                     TO WRK-LP-SITUACAO                 00081100
              MOVE 'OPERADOR INEXISTENTE NA TABELA'                     00081200
                                     TO WRK-MENSAGEM                    00081300
              MOVE WRK-OP-OPERADOR   TO WRK-STATUS                      00081400
              CALL 'GRAVALOG'        USING WRK-LOG                      00081500
             WHEN OTHER                                                 00081600
              MOVE SQLCODE           TO WRK-SQLCODE                     00081700
              MOVE 'ERRO NA CONSULTA DO OPERADOR'                       00081800
                                     TO WRK-MENSAGEM                    00081900
              MOVE WRK-SQLCODE       TO WRK-STATUS                      00082000
              PERFORM 9999-TRATAR-ERROS                                 00082100
           END-EVALUATE.                                                00082200
                                                                        00082300
      *----------------------------------------------------------------*00082400
       3200-99-FIM.                           EXIT.                     00082500
      *----------------------------------------------------------------*00082600
                                                                        00082700
      *----------------------------------------------------------------*00082800
       3300-APROVAR-ALTERACAO                SECTION.                   00082900
      *----------------------------------------------------------------*00083000
                                                                        00083100
      *    O FR05EX20 SO ACEITA UMA TRANSACAO POR CHAVE NO LOTE: COM A *00083200
      *    CONTA JA NO LOTE DO DIA A APROVACAO FICA PARA O PROXIMO     *00083300
      *    LOTE DE APROVACOES E A ALTERACAO SEGUE PENDENTE             *00083400
           IF WRK-MAN-TEM-CHAVE-SIM                                     00083500
              ADD 1                  TO ACUM-ADIADAS                    00083600
              MOVE 'ADIADA: CONTA JA NO LOTE'                           00083700
                                     TO WRK-LP-SITUACAO                 00083800
              MOVE 'APROVACAO ADIADA - CONTA JA NO LOTE'                00083900
                                     TO WRK-MENSAGEM                    00084000
              CALL 'GRAVALOG'        USING WRK-LOG                      00084100
              GO                  TO 3300-99-FIM                        00084200
           END-IF                                                       00084300
                                                                        00084400
           MOVE WRK-OP-OPERADOR      TO FD-PCL-APROVADOR                00084500
           WRITE FD-MANNOVO          FROM FD-PCL-TRANSACAO              00084600
           PERFORM 1100-TESTAR-STATUS                                   00084700
                                                                        00000000
      *    A APROVACAO CONCEDIDA E O QUE O FR05EX20 CONFERE NO LOTE    *00000000
           MOVE SPACES               TO FD-APRVCLI                      00000000
           MOVE FD-PCL-CHAVE         TO FD-APV-CHAVE                    00000000
           MOVE FD-PCL-TRANSACAO     TO FD-APV-TRANSACAO                00000000
           MOVE WRK-DATA-EXEC        TO FD-APV-DATA                     00000000
           WRITE FD-APRVCLI                                             00000000
           PERFORM 1100-TESTAR-STATUS                                   00000000
                                                                        00084800
           IF FD-PCL-LIM-CHESP NUMERIC                                  00084900
              ADD FD-PCL-LIM-CHESP   TO ACUM-HASH-APROVADAS             00085000
           END-IF                                                       00085100
                                                                        00085200
           ADD 1                     TO ACUM-APROVADAS                  00085300
           MOVE 'S'                  TO WRK-PEN-DECIDIDA                00085400
                                        WRK-MAN-TEM-CHAVE               00085500
           MOVE 'APROVADA POR'       TO WRK-LP-SITUACAO                 00085600
           MOVE WRK-OP-OPERADOR      TO WRK-LP-SITUACAO (14:3)          00085700
                                                                        00085800
           MOVE '3300  '             TO WRK-AUD-SECAO                   00085900
           MOVE 'APROVADA'           TO WRK-AUD-VALOR-DEPOIS            00086000
           PERFORM 3700-GRAVAR-AUDITORIA.                               00086100
                                                                        00086200
      *----------------------------------------------------------------*00086300
       3300-99-FIM.                           EXIT.                     00086400
      *----------------------------------------------------------------*00086500
                                                                        00086600
      *----------------------------------------------------------------*00086700
       3350-REJEITAR-ALTERACAO               SECTION.                   00086800
      *----------------------------------------------------------------*00086900
                                                                        00087000
      *    A ALTERACAO REJEITADA SAI DO PENDCLI SEM TOCAR O CADASTRO   *00087100
           ADD 1                     TO ACUM-REJEITADAS                 00087200
           MOVE 'S'                  TO WRK-PEN-DECIDIDA                00087300
           MOVE 'REJEITADA POR'      TO WRK-LP-SITUACAO                 00087400
           MOVE WRK-OP-OPERADOR      TO WRK-LP-SITUACAO (15:3)          00087500
                                                                        00087600
           MOVE '3350  '             TO WRK-AUD-SECAO                   00087700
           MOVE 'REJEITADA'          TO WRK-AUD-VALOR-DEPOIS            00087800
           PERFORM 3700-GRAVAR-AUDITORIA.                               00087900
                                                                        00088000
      *----------------------------------------------------------------*00088100
       3350-99-FIM.                           EXIT.                     00088200
      *----------------------------------------------------------------*00088300
                                                                        00088400
      *----------------------------------------------------------------*00088500
       3400-ENVELHECER-PENDENTE              SECTION.                   00088600
      *----------------------------------------------------------------*00088700
                                                                        00088800
           IF FD-PCL-DATA-PENDENCIA NUMERIC                             00088900
              MOVE FD-PCL-DATA-PENDENCIA TO WRK-DATA-PEN-N (1:8)        00089000
              COMPUTE WRK-IDADE-DIAS =                                  00089100
                      FUNCTION INTEGER-OF-DATE (WRK-DATA-EXEC-N)        00089200
                    - FUNCTION INTEGER-OF-DATE (WRK-DATA-PEN-N)         00089300
           ELSE                                                         00089400
              MOVE ZEROS             TO WRK-IDADE-DIAS                  00089500
           END-IF                                                       00089600
                                                                        00089700
           MOVE FD-PCL-AGENCIA       TO WRK-LP-AGENCIA                  00089800
           MOVE FD-PCL-CONTA         TO WRK-LP-CONTA                    00089900
           MOVE WRK-MOTIVO-TXT       TO WRK-LP-MOTIVO                   00090000
           MOVE FD-PCL-OPERADOR      TO WRK-LP-DIGITADOR                00090100
           MOVE FD-PCL-DATA-PENDENCIA TO WRK-LP-DESDE                   00090200
           MOVE WRK-IDADE-DIAS       TO WRK-LP-DIAS                     00090300
           WRITE FD-RELPEN           FROM WRK-LINPEN                    00090400
           PERFORM 1100-TESTAR-STATUS.                                  00090500
                                                                        00090600
      *----------------------------------------------------------------*00090700
       3400-99-FIM.                           EXIT.                     00090800
      *----------------------------------------------------------------*00090900
                                                                        00091000
      ******************************************************************00091100
      *          G R A V A R   A U D I T O R I A                       *00091200
      ******************************************************************00091300
                                                                        00091400
      *----------------------------------------------------------------*00091500
       3700-GRAVAR-AUDITORIA                 SECTION.                   00091600
      *----------------------------------------------------------------*00091700
                                                                        00091800
      *    USUARIO = DIGITADOR/APROVADOR; ANTES = DATA E MOTIVO DA     *00091900
      *    RETENCAO                                                    *00092000
           MOVE FD-PCL-OPERADOR      TO WRK-AUD-OPR-DIGITADOR           00092100
           MOVE WRK-OP-OPERADOR      TO WRK-AUD-OPR-APROVADOR           00092200
           MOVE FD-PCL-DATA-PENDENCIA TO WRK-AUD-ANT-DATA               00092300
           MOVE WRK-MOTIVO-TXT       TO WRK-AUD-ANT-MOTIVO              00092400
                                                                        00092500
           MOVE 'FR05DB56'           TO WRK-AUD-PROGRAMA                00092600
           MOVE 'PENDCLI '           TO WRK-AUD-TABELA                  00092700
           MOVE 'A'                  TO WRK-AUD-OPERACAO                00092800
           MOVE ZEROS                TO WRK-AUD-ID                      00092900
           MOVE 'APROVACAO'          TO WRK-AUD-CAMPO                   00093000
           MOVE WRK-AUD-ANTES        TO WRK-AUD-VALOR-ANTES             00093100
           MOVE WRK-AUD-OPERADORES   TO WRK-AUD-USUARIO                 00093200
           MOVE FD-PCL-CHAVE         TO WRK-AUD-CHAVE                   00093300
           CALL 'GRAVAUD'            USING WRK-AUDITORIA.               00093400
                                                                        00093500
      *----------------------------------------------------------------*00093600
       3700-99-FIM.                           EXIT.                     00093700
      *----------------------------------------------------------------*00093800
                                                                        00093900
      *----------------------------------------------------------------*00094000
       3900-COPIAR-MANCLI                    SECTION.                   00094100
      *----------------------------------------------------------------*00094200
                                                                        00094300
           MOVE 'S'                  TO WRK-MAN-TEM-CHAVE               00094400
                                                                        00094500
           WRITE FD-MANNOVO          FROM FD-MANCLI                     00094600
           PERFORM 1100-TESTAR-STATUS                                   00094700
                                                                        00094800
           PERFORM 2600-LER-MANANT.                                     00094900
                                                                        00095000
      *----------------------------------------------------------------*00095100
       3900-99-FIM.                           EXIT.                     00095200
      *----------------------------------------------------------------*00095300
                                                                        00095400
      ******************************************************************00095500
      *                     F I N A L I Z A R                          *00095600
      ******************************************************************00095700
                                                                        00095800
      *----------------------------------------------------------------*00095900
       4000-FINALIZAR                        SECTION.                   00096000
      *----------------------------------------------------------------*00096100
                                                                        00096200
           PERFORM 4100-TRAILER-MANCLI                                  00096300
                                                                        00096400
           PERFORM 4200-AVISAR-SEM-PENDENCIA                            00096500
                   VARYING WRK-IDX-APR FROM 1 BY 1                      00096600
                   UNTIL WRK-IDX-APR GREATER WRK-TAB-APR-QTDE           00096700
                                                                        00096800
           MOVE SPACES               TO FD-RELPEN                       00096900
           WRITE FD-RELPEN                                              00097000
                                                                        00097100
           MOVE 'PENDENTES LIDOS'    TO WRK-LT-TEXTO                    00097200
           MOVE ACUM-LIDOS-PEND      TO WRK-LT-QTD                      00097300
           WRITE FD-RELPEN           FROM WRK-LINTOT                    00097400
           MOVE 'APROVADAS'          TO WRK-LT-TEXTO                    00097500
           MOVE ACUM-APROVADAS       TO WRK-LT-QTD                      00097600
           WRITE FD-RELPEN           FROM WRK-LINTOT                    00097700
           MOVE 'REJEITADAS'         TO WRK-LT-TEXTO                    00097800
           MOVE ACUM-REJEITADAS      TO WRK-LT-QTD                      00097900
           WRITE FD-RELPEN           FROM WRK-LINTOT                    00098000
           MOVE 'DECISOES RECUSADAS' TO WRK-LT-TEXTO                    00098100
           MOVE ACUM-RECUSADAS       TO WRK-LT-QTD                      00098200
           WRITE FD-RELPEN           FROM WRK-LINTOT                    00098300
           MOVE 'APROVACOES ADIADAS' TO WRK-LT-TEXTO                    00098400
           MOVE ACUM-ADIADAS         TO WRK-LT-QTD                      00098500
           WRITE FD-RELPEN           FROM WRK-LINTOT                    00098600
           MOVE 'SEGUEM PENDENTES'   TO WRK-LT-TEXTO                    00098700
           MOVE ACUM-PENDENTES       TO WRK-LT-QTD                      00098800
           WRITE FD-RELPEN           FROM WRK-LINTOT                    00098900
           MOVE 'DECISOES SEM PENDENCIA'                                00099000
                                     TO WRK-LT-TEXTO                    00099100
           MOVE ACUM-SEM-PENDENCIA   TO WRK-LT-QTD                      00099200
           WRITE FD-RELPEN           FROM WRK-LINTOT                    00099300
           PERFORM 1100-TESTAR-STATUS                                   00099400
                                                                        00099500
           CLOSE PENDCLI                                                00099600
                 PENDNOVO                                               00099700
                 MANNOVO                                                00099800
                 RELPEN                                                 00099900
                 APRVCLI                                                00000000
                                                                        00100000
           IF NOT WRK-SEM-MANANT-SIM                                    00100100
              CLOSE MANANT                                              00100200
           END-IF                                                       00100300
                                                                        00100400
           DISPLAY '*************************************************'  00100500
           DISPLAY '    APROVACAO DE ALTERACOES CADASTRAIS PENDENTES '  00100600
           DISPLAY '                                                 '  00100700
           DISPLAY '  PENDENTES LIDOS     :  ' ACUM-LIDOS-PEND          00100800
           DISPLAY '  APROVADAS           :  ' ACUM-APROVADAS           00100900
           DISPLAY '  REJEITADAS          :  ' ACUM-REJEITADAS          00101000
           DISPLAY '  DECISOES RECUSADAS  :  ' ACUM-RECUSADAS           00101100
           DISPLAY '  APROVACOES ADIADAS  :  ' ACUM-ADIADAS             00101200
           DISPLAY '  SEGUEM PENDENTES    :  ' ACUM-PENDENTES           00101300
           DISPLAY '  SEM PENDENCIA       :  ' ACUM-SEM-PENDENCIA       00101400
           DISPLAY '                                                 '  00101500
           DISPLAY '*************************************************'. 00101600
                                                                        00101700
      *----------------------------------------------------------------*00101800
       4000-99-FIM.                           EXIT.                     00101900
      *----------------------------------------------------------------*00102000
                                                                        00102100
      *----------------------------------------------------------------*00102200
       4100-TRAILER-MANCLI                   SECTION.                   00102300
      *----------------------------------------------------------------*00102400
                                                                        00102500
      *    LOTE DAS AGENCIAS COM DETALHE E SEM TRAILER SEGUE SEM       *00102600
      *    TRAILER: O FR05EX20 RECUSA O LOTE INTEIRO                   *00102700
           IF NOT WRK-TRAILER-MAN-SIM                                   00102800
            AND NOT WRK-HEADER-PROPRIO-SIM                              00102900
              MOVE 'A'                TO WRK-SEVERIDADE                 00103000
              MOVE 'FR05DB56'         TO WRK-PROGRAMA                   00103100
              MOVE '4100  '           TO WRK-SECAO                      00103200
              MOVE 'LOTE MANCLI DAS AGENCIAS SEM TRAILER'               00103300
                                      TO WRK-MENSAGEM                   00103400
              MOVE WRK-FS-MANANT      TO WRK-STATUS                     00103500
              CALL 'GRAVALOG'         USING WRK-LOG                     00103600
              GO                      TO 4100-99-FIM                    00103700
           END-IF                                                       00103800
                                                                        00103900
           MOVE SPACES                TO FD-MNV-TRAILER                 00104000
           MOVE '9'                   TO FD-MNV-T-TIPO                  00104100
           COMPUTE FD-MNV-T-QTD-REG = WRK-TRL-QTD-MAN                   00104200
                                    + ACUM-APROVADAS                    00104300
           COMPUTE FD-MNV-T-HASH-LIM = WRK-TRL-HASH-MAN                 00104400
                                     + ACUM-HASH-APROVADAS              00104500
           WRITE FD-MNV-TRAILER                                         00104600
           PERFORM 1100-TESTAR-STATUS.                                  00104700
                                                                        00104800
      *----------------------------------------------------------------*00104900
       4100-99-FIM.                           EXIT.                     00105000
      *----------------------------------------------------------------*00105100
                                                                        00105200
      *----------------------------------------------------------------*00105300
       4200-AVISAR-SEM-PENDENCIA             SECTION.                   00105400
      *----------------------------------------------------------------*00105500
                                                                        00105600
      *    LINHA DO LOTE QUE NAO ACHOU ALTERACAO PENDENTE PARA A CHAVE *00105700
           IF WRK-TAB-APR-USADA (WRK-IDX-APR) EQUAL 'N'                 00105800
              ADD 1                   TO ACUM-SEM-PENDENCIA             00105900
              MOVE 'A'                TO WRK-SEVERIDADE                 00106000
              MOVE 'FR05DB56'         TO WRK-PROGRAMA                   00106100
              MOVE '4200  '           TO WRK-SECAO                      00106200
              MOVE 'APROVACAO SEM ALTERACAO PENDENTE'                   00106300
                                      TO WRK-MENSAGEM                   00106400
              MOVE WRK-TAB-APR-CHAVE (WRK-IDX-APR)                      00106500
                                      TO WRK-STATUS                     00106600
              CALL 'GRAVALOG'         USING WRK-LOG                     00106700
           END-IF.                                                      00106800
                                                                        00106900
      *----------------------------------------------------------------*00107000
       4200-99-FIM.                           EXIT.                     00107100
      *----------------------------------------------------------------*00107200
                                                                        00107300
      ******************************************************************00107400
      *                   T R A T A R  E R R O S                       *00107500
      ******************************************************************00107600
                                                                        00107700
       9999-TRATAR-ERROS                    SECTION.                    00107800
      *----------------------------------------------------------------*00107900
                  MOVE 'F'                TO WRK-SEVERIDADE             00108000
                  MOVE 'FR05DB56'         TO WRK-PROGRAMA               00108100
                  CALL 'GRAVALOG'         USING WRK-LOG                 00108200
                  MOVE 16                 TO RETURN-CODE                00108300
                  GOBACK.                                               00108400
      *----------------------------------------------------------------*00108500
       9999-99-FIM.                           EXIT.                     00108600
      *----------------------------------------------------------------*00108700
