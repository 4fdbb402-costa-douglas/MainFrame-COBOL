      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX74.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX74                                       *00002000
      *    TIPO.......: RETORNO DO BANCO - PAGAMENTO A FORNECEDORES    *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : TRATAR O RETORNO DO BANCO (RETPAG, BOOK B#REMPAG)*00002800
      *               DA REMESSA DE PAGAMENTO GERADA PELO FR05EX38. O  *00002900
      *               RETORNO E CONFERIDO PELO HEADER/TRAILER E        *00003000
      *               CARREGADO EM TABELA; CADA TITULO PAGO ('P') DO   *00003100
      *               CTAPAG E PROCURADO NELA PELO SEU-NUMERO:         *00003200
      *               1) OCORRENCIA '00': PAGAMENTO CONFIRMADO, O      *00003300
      *                  TITULO CONTINUA BAIXADO;                      *00003400
      *               2) OUTRA OCORRENCIA: O BANCO RECUSOU O CREDITO   *00003500
      *                  AO FORNECEDOR. O TITULO VOLTA A ABERTO ('A')  *00003600
      *                  NA REGRAVACAO - O VALOR ABATIDO POR NOTA DE   *00003700
      *                  CREDITO FICA, POIS A NOTA JA FOI CONSUMIDA -  *00003800
      *                  E O DEBITO DE PAGAMENTO NA CONTA DE LIQUIDACAO*00003900
      *                  E ESTORNADO (B#MOVREG TIPO 'E', NO MOVEST,    *00004000
      *                  PRONTO PARA O FR05EX03 POSTAR), IDENTIFICANDO *00004100
      *                  O ORIGINAL PELA DATA DO PAGAMENTO, HISTORICO  *00004200
      *                  'PGTO FORN ... PECA ...', TIPO 'D' E VALOR.   *00004300
      *               O RELATORIO DE EXCECOES LISTA OS TITULOS         *00004400
      *               RECUSADOS COM O MOTIVO DO BANCO E OS DETALHES DO *00004500
      *               RETORNO SEM TITULO PAGO CORRESPONDENTE NO CTAPAG *00004600
      *               (RETORNO REPETIDO OU TITULO JA REABERTO NAO      *00004700
      *               GERAM NOVO ESTORNO).                             *00004800
      *----------------------------------------------------------------*00004900
      *    ARQUIVOS :                                                  *00005000
      *    DDNAME          I/O                                         *00005100
      *    JCLRETPG         I    RETORNO DO BANCO (B#REMPAG)           *00005200
      *    JCLCTAPG         I    CONTAS A PAGAR ATUAL                  *00005300
      *    JCLCTAPN         O    CONTAS A PAGAR REGRAVADO              *00005400
      *    JCLMOVES         O    ESTORNOS DE PAGAMENTO (B#MOVREG)      *00005500
      *    JCLRELRT         O    RELATORIO DE EXCECOES DO RETORNO      *00005600
      *----------------------------------------------------------------*00005700
      *    BOOKS    :    B#REMPAG, B#CTAPAG, B#MOVREG, B#GRALOG,       *00005800
      *                  B#RUNCTL, B#DATPRC                            *00005900
      *----------------------------------------------------------------*00006000
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00006100
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00006200
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00006300
      *----------------------------------------------------------------*00006400
      *    OBS      :    A CONTA ESTORNADA E A CONTA DE LIQUIDACAO     *00006500
      *                  DEBITADA, DEVOLVIDA PELO BANCO NO HEADER DO   *00006600
      *                  RETORNO; A DATA DO PAGAMENTO DE CADA DETALHE  *00006700
      *                  E A DATA DE MOVIMENTO DO FR05EX38, NA QUAL O  *00006800
      *                  CICLO BANCARIO POSTOU O DEBITO.               *00006900
      *----------------------------------------------------------------*00007000
      *    PARAMETROS (VIA SYSIN):                                     *00007100
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00007200
      *----------------------------------------------------------------*00007300
      *    HISTORICO DE ALTERACOES:                                    *00007400
      *      DATA        RESP.    DESCRICAO                            *00007500
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00007600
      ******************************************************************00007700
      *================================================================*00007800
                                                                        00007900
      *================================================================*00008000
       ENVIRONMENT                                DIVISION.             00008100
      *================================================================*00008200
                                                                        00008300
      *----------------------------------------------------------------*00008400
       CONFIGURATION                              SECTION.              00008500
      *----------------------------------------------------------------*00008600
                                                                        00008700
       SPECIAL-NAMES.                                                   00008800
           DECIMAL-POINT IS COMMA.                                      00008900
                                                                        00009000
      *----------------------------------------------------------------*00009100
       INPUT-OUTPUT                               SECTION.              00009200
      *----------------------------------------------------------------*00009300
                                                                        00009400
       FILE-CONTROL.                                                    00009500
             SELECT RETPAG    ASSIGN     TO JCLRETPG                    00009600
                    FILE STATUS     IS WRK-FS-RETPAG.                   00009700
                                                                        00009800
             SELECT CTAPAG    ASSIGN     TO JCLCTAPG                    00009900
                    FILE STATUS     IS WRK-FS-CTAPAG.                   00010000
                                                                        00010100
             SELECT CTAPNOV   ASSIGN     TO JCLCTAPN                    00010200
                    FILE STATUS     IS WRK-FS-CTAPNOV.                  00010300
                                                                        00010400
             SELECT MOVEST    ASSIGN     TO JCLMOVES                    00010500
                    FILE STATUS     IS WRK-FS-MOVEST.                   00010600
                                                                        00010700
             SELECT RELRET    ASSIGN     TO JCLRELRT                    00010800
                    FILE STATUS     IS WRK-FS-RELRET.                   00010900
                                                                        00011000
      *================================================================*00011100
       DATA                                      DIVISION.              00011200
      *================================================================*00011300
                                                                        00011400
      *----------------------------------------------------------------*00011500
       FILE                                      SECTION.               00011600
      *----------------------------------------------------------------*00011700
                                                                        00011800
      *----------------------------------------------------------------*00011900
      *  INPUT - RETORNO DO BANCO (RETPAG) - LRECL = 150.              *00012000
      *----------------------------------------------------------------*00012100
                                                                        00012200
       FD RETPAG                                                        00012300
           RECORDING MODE IS F                                          00012400
           BLOCK CONTAINS 0 RECORDS.                                    00012500
                                                                        00012600
           COPY 'B#REMPAG'.                                             00012700
                                                                        00012800
      *----------------------------------------------------------------*00012900
      *  INPUT - CONTAS A PAGAR ATUAL (CTAPAG) - LRECL = 060.          *00013000
      *----------------------------------------------------------------*00013100
                                                                        00013200
       FD CTAPAG                                                        00013300
           RECORDING MODE IS F                                          00013400
           BLOCK CONTAINS 0 RECORDS.                                    00013500
                                                                        00013600
           COPY 'B#CTAPAG'.                                             00013700
                                                                        00013800
      *----------------------------------------------------------------*00013900
      *  OUTPUT - CONTAS A PAGAR REGRAVADO (CTAPNOV) - LRECL = 060.    *00014000
      *----------------------------------------------------------------*00014100
                                                                        00014200
       FD CTAPNOV                                                       00014300
           RECORDING MODE IS F                                          00014400
           BLOCK CONTAINS 0 RECORDS.                                    00014500
       01 FD-CTAPNOV        PIC X(060).                                 00014600
                                                                        00014700
      *----------------------------------------------------------------*00014800
      *  OUTPUT - ESTORNOS DE PAGAMENTO (MOVEST) - LRECL = 106.        *00014900
      *----------------------------------------------------------------*00015000
                                                                        00015100
       FD MOVEST                                                        00015200
           RECORDING MODE IS F                                          00015300
           BLOCK CONTAINS 0 RECORDS.                                    00015400
                                                                        00015500
           COPY 'B#MOVREG'.                                             00015600
                                                                        00015700
      *----------------------------------------------------------------*00015800
      *  OUTPUT - RELATORIO DE EXCECOES (RELRET) - LRECL = 080.        *00015900
      *----------------------------------------------------------------*00016000
                                                                        00016100
       FD RELRET                                                        00016200
           RECORDING MODE IS F                                          00016300
           BLOCK CONTAINS 0 RECORDS.                                    00016400
       01 FD-RELRET         PIC X(080).                                 00016500
                                                                        00016600
      *----------------------------------------------------------------*00016700
       WORKING-STORAGE                            SECTION.              00016800
      *----------------------------------------------------------------*00016900
      *----------------------------------------------------------------*00017000
       01 FILLER                         PIC X(050)       VALUE         00017100
                   '*** INICIO DA WORKING FR05EX74 ***'.                00017200
      *----------------------------------------------------------------*00017300
                                                                        00017400
       77 WRK-FS-RETPAG                  PIC X(002) VALUE SPACES.       00017500
       77 WRK-FS-CTAPAG                  PIC X(002) VALUE SPACES.       00017600
       77 WRK-FS-CTAPNOV                 PIC X(002) VALUE SPACES.       00017700
       77 WRK-FS-MOVEST                  PIC X(002) VALUE SPACES.       00017800
       77 WRK-FS-RELRET                  PIC X(002) VALUE SPACES.       00017900
                                                                        00018000
       77 ACUM-LIDOS-RETORNO             PIC 9(007) VALUE ZEROS.        00018100
       77 ACUM-LIDOS-TITULOS             PIC 9(007) VALUE ZEROS.        00018200
       77 ACUM-CONFIRMADOS               PIC 9(005) VALUE ZEROS.        00018300
       77 ACUM-VALOR-CONFIRMADO          PIC 9(013)V99 VALUE ZEROS.     00018400
       77 ACUM-RECUSADOS                 PIC 9(005) VALUE ZEROS.        00018500
       77 ACUM-VALOR-RECUSADO            PIC 9(013)V99 VALUE ZEROS.     00018600
       77 ACUM-SEM-TITULO                PIC 9(005) VALUE ZEROS.        00018700
       77 ACUM-GERADOS                   PIC 9(007) VALUE ZEROS.        00018800
       77 ACUM-HASH-GERADO               PIC 9(011)V99 VALUE ZEROS.     00018900
                                                                        00019000
      *----------------------------------------------------------------*00019100
      *    CONTROLE DO HEADER/TRAILER DO RETORNO                       *00019200
      *----------------------------------------------------------------*00019300
       77 WRK-TEM-HEADER                 PIC X(001) VALUE 'N'.          00019400
           88 WRK-TEM-HEADER-SIM                    VALUE 'S'.          00019500
       77 WRK-TEM-TRAILER                PIC X(001) VALUE 'N'.          00019600
           88 WRK-TEM-TRAILER-SIM                   VALUE 'S'.          00019700
       77 WRK-ARQUIVO-RETORNO            PIC X(001) VALUE 'N'.          00019800
           88 WRK-ARQUIVO-RETORNO-SIM               VALUE 'S'.          00019900
       77 WRK-QTD-DETALHES               PIC 9(007) VALUE ZEROS.        00020000
       77 WRK-HASH-DETALHES              PIC 9(013)V99 VALUE ZEROS.     00020100
       77 WRK-TRL-QTD-INFORMADA          PIC 9(007) VALUE ZEROS.        00020200
       77 WRK-TRL-HASH-INFORMADO         PIC 9(013)V99 VALUE ZEROS.     00020300
       77 WRK-RET-AGENCIA                PIC X(004) VALUE SPACES.       00020400
       77 WRK-RET-CONTA                  PIC X(006) VALUE SPACES.       00020500
                                                                        00020600
      *----------------------------------------------------------------*00020700
      *    DETALHES DO RETORNO EM TABELA; CONFERIDO = 'S' QUANDO O     *00020800
      *    TITULO PAGO CORRESPONDENTE FOI ENCONTRADO NO CTAPAG         *00020900
      *----------------------------------------------------------------*00021000
       01 WRK-TAB-RETORNO.                                              00021100
          05 WRK-TAB-RET                OCCURS 1000 TIMES               00021200
                                         INDEXED BY WRK-IDX-RET.        00021300
             10 WRK-TAB-RET-SEU-NUMERO.                                 00021400
                15 WRK-TAB-RET-FORN     PIC X(05).                      00021500
                15 WRK-TAB-RET-PECA     PIC X(06).                      00021600
                15 WRK-TAB-RET-RECEB    PIC X(08).                      00021700
                15 WRK-TAB-RET-VENC     PIC X(08).                      00021800
             10 WRK-TAB-RET-VALOR       PIC 9(11)V99.                   00021900
             10 WRK-TAB-RET-DATA-PAGTO  PIC X(08).                      00022000
             10 WRK-TAB-RET-OCORRENCIA  PIC X(02).                      00022100
             10 WRK-TAB-RET-MOTIVO      PIC X(30).                      00022200
             10 WRK-TAB-RET-CONFERIDO   PIC X(01).                      00022300
                                                                        00022400
       77 WRK-TAB-RET-QTDE               PIC 9(004) VALUE ZEROS.        00022500
       77 WRK-RET-ACHOU                  PIC X(001) VALUE 'N'.          00022600
           88 WRK-RET-ACHOU-SIM                     VALUE 'S'.          00022700
                                                                        00022800
       01 WRK-CHAVE-TITULO.                                             00022900
          05 WRK-CHT-FORN               PIC X(05).                      00023000
          05 WRK-CHT-PECA               PIC X(06).                      00023100
          05 WRK-CHT-RECEB              PIC X(08).                      00023200
          05 WRK-CHT-VENC               PIC X(08).                      00023300
                                                                        00023400
      *----------------------------------------------------------------*00023500
      *    LINHAS DO RELATORIO                                         *00023600
      *----------------------------------------------------------------*00023700
       01 WRK-CAB1.                                                     00023800
          05 FILLER                     PIC X(050) VALUE                00023900
             'FR05EX74 - RETORNO DO BANCO - PAGTO FORNECEDORES'.        00024000
          05 FILLER                     PIC X(014) VALUE                00024100
             'DATA RETORNO: '.                                          00024200
          05 WRK-CAB1-DATA              PIC X(008).                     00024300
          05 FILLER                     PIC X(008) VALUE SPACES.        00024400
                                                                        00024500
       01 WRK-CAB2.                                                     00024600
          05 FILLER                     PIC X(009) VALUE 'SITUACAO '.   00024700
          05 FILLER                     PIC X(013) VALUE                00024800
             'FORN /PECA   '.                                           00024900
          05 FILLER                     PIC X(009) VALUE 'VENCTO   '.   00025000
          05 FILLER                     PIC X(015) VALUE                00025100
             '         VALOR '.                                         00025200
          05 FILLER                     PIC X(003) VALUE 'OC '.         00025300
          05 FILLER                     PIC X(031) VALUE                00025400
             'MOTIVO DO BANCO'.                                         00025500
                                                                        00025600
       01 WRK-LINRET.                                                   00025700
          05 WRK-LR-SITUACAO            PIC X(008).                     00025800
          05 FILLER                     PIC X(001) VALUE SPACES.        00025900
          05 WRK-LR-FORN                PIC X(005).                     00026000
          05 FILLER                     PIC X(001) VALUE '/'.           00026100
          05 WRK-LR-PECA                PIC X(006).                     00026200
          05 FILLER                     PIC X(001) VALUE SPACES.        00026300
          05 WRK-LR-VENC                PIC X(008).                     00026400
          05 FILLER                     PIC X(001) VALUE SPACES.        00026500
          05 WRK-LR-VALOR               PIC ZZZ.ZZZ.ZZ9,99.             00026600
          05 FILLER                     PIC X(001) VALUE SPACES.        00026700
          05 WRK-LR-OCORRENCIA          PIC X(002).                     00026800
          05 FILLER                     PIC X(001) VALUE SPACES.        00026900
          05 WRK-LR-MOTIVO              PIC X(030).                     00027000
          05 FILLER                     PIC X(001) VALUE SPACES.        00027100
                                                                        00027200
       01 WRK-LINTOT.                                                   00027300
          05 FILLER                     PIC X(022) VALUE                00027400
             'TOTAL RECUSADO......: '.                                  00027500
          05 WRK-LT-QTDE                PIC ZZ.ZZ9.                     00027600
          05 FILLER                     PIC X(008) VALUE ' TITULOS'.    00027700
          05 FILLER                     PIC X(007) VALUE ' VALOR '.     00027800
          05 WRK-LT-VALOR               PIC ZZ.ZZZ.ZZZ.ZZ9,99.          00027900
          05 FILLER                     PIC X(020) VALUE SPACES.        00028000
                                                                        00028100
                           COPY 'B#GRALOG'.                             00028200
                                                                        00028300
       COPY 'B#RUNCTL'.                                                 00028400
                                                                        00028500
       COPY 'B#DATPRC'.                                                 00028600
                                                                        00028700
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00028800
                                                                        00028900
      *================================================================*00029000
       PROCEDURE                                 DIVISION.              00029100
      *================================================================*00029200
                                                                        00029300
      *----------------------------------------------------------------*00029400
       0000-PRINCIPAL                            SECTION.               00029500
      *----------------------------------------------------------------*00029600
                                                                        00029700
            PERFORM 1000-INICIAR                                        00029800
                                                                        00029900
            PERFORM 2100-LER-CTAPAG                                     00030000
            PERFORM 3000-TRATAR-TITULO                                  00030100
                    UNTIL WRK-FS-CTAPAG EQUAL '10'                      00030200
                                                                        00030300
            PERFORM 4000-FINALIZAR                                      00030400
                                                                        00030500
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00030600
            MOVE ACUM-LIDOS-RETORNO   TO WRK-RUN-LIDOS                  00030700
            MOVE ACUM-RECUSADOS       TO WRK-RUN-GRAVADOS               00030800
            MOVE ZEROS                TO WRK-RUN-RC                     00030900
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00031000
                                                                        00031100
            STOP RUN.                                                   00031200
                                                                        00031300
      *----------------------------------------------------------------*00031400
       0000-99-FIM.                           EXIT.                     00031500
      *----------------------------------------------------------------*00031600
                                                                        00031700
      *----------------------------------------------------------------*00031800
       1000-INICIAR                           SECTION.                  00031900
      *----------------------------------------------------------------*00032000
                                                                        00032100
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00032200
           CALL 'LERDATAP'            USING WRK-DATPRC                  00032300
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00032400
                                                                        00032500
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00032600
           MOVE 'FR05EX74'            TO WRK-RUN-PROGRAMA               00032700
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00032800
           MOVE ZEROS                 TO WRK-RUN-RC                     00032900
                                         WRK-RUN-LIDOS                  00033000
                                         WRK-RUN-GRAVADOS               00033100
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00033200
                                                                        00033300
           IF WRK-RUN-DATA-JA-FEITA                                     00033400
              MOVE 'A'                TO WRK-SEVERIDADE                 00033500
              MOVE 'FR05EX74'         TO WRK-PROGRAMA                   00033600
              MOVE '1000  '           TO WRK-SECAO                      00033700
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00033800
                                      TO WRK-MENSAGEM                   00033900
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00034000
              CALL 'GRAVALOG'         USING WRK-LOG                     00034100
              MOVE 08                 TO RETURN-CODE                    00034200
              GOBACK                                                    00034300
           END-IF                                                       00034400
                                                                        00034500
           PERFORM 1200-CARREGAR-RETORNO                                00034600
                                                                        00034700
           OPEN INPUT  CTAPAG                                           00034800
                OUTPUT CTAPNOV                                          00034900
                OUTPUT MOVEST                                           00035000
                OUTPUT RELRET                                           00035100
                                                                        00035200
           PERFORM 1100-TESTAR-STATUS                                   00035300
                                                                        00035400
           MOVE SPACES               TO FD-MOV2505                      00035500
           MOVE '0000'               TO FD-MOV2505-H-TIPO               00035600
           MOVE WRK-DATA-EXEC        TO FD-MOV2505-H-DATA               00035700
           MOVE 'FR05EX74'           TO FD-MOV2505-H-ORIGEM             00035800
           WRITE FD-MOV2505                                             00035900
           PERFORM 1100-TESTAR-STATUS                                   00036000
                                                                        00036100
           WRITE FD-RELRET           FROM WRK-CAB1                      00036200
           PERFORM 1100-TESTAR-STATUS                                   00036300
           MOVE SPACES               TO FD-RELRET                       00036400
           WRITE FD-RELRET                                              00036500
           PERFORM 1100-TESTAR-STATUS                                   00036600
           WRITE FD-RELRET           FROM WRK-CAB2                      00036700
           PERFORM 1100-TESTAR-STATUS.                                  00036800
                                                                        00036900
      *----------------------------------------------------------------*00037000
       1000-99-FIM.                            EXIT.                    00037100
      *----------------------------------------------------------------*00037200
                                                                        00037300
      *----------------------------------------------------------------*00037400
       1100-TESTAR-STATUS                    SECTION.                   00037500
      *----------------------------------------------------------------*00037600
                                                                        00037700
           IF WRK-FS-CTAPAG NOT EQUAL ZEROS                             00037800
            AND WRK-FS-CTAPAG NOT EQUAL '10'                            00037900
              MOVE 'ERRO NO ARQUIVO CTAPAG'      TO WRK-MENSAGEM        00038000
              MOVE WRK-FS-CTAPAG                 TO WRK-STATUS          00038100
              PERFORM 9000-TRATAR-ERRO                                  00038200
           END-IF                                                       00038300
                                                                        00038400
           IF WRK-FS-CTAPNOV NOT EQUAL ZEROS                            00038500
              MOVE 'ERRO NO ARQUIVO CTAPNOV'     TO WRK-MENSAGEM        00038600
              MOVE WRK-FS-CTAPNOV                TO WRK-STATUS          00038700
              PERFORM 9000-TRATAR-ERRO                                  00038800
           END-IF                                                       00038900
                                                                        00039000
           IF WRK-FS-MOVEST NOT EQUAL ZEROS                             00039100
              MOVE 'ERRO NO ARQUIVO MOVEST'      TO WRK-MENSAGEM        00039200
              MOVE WRK-FS-MOVEST                 TO WRK-STATUS          00039300
              PERFORM 9000-TRATAR-ERRO                                  00039400
           END-IF                                                       00039500
                                                                        00039600
           IF WRK-FS-RELRET NOT EQUAL ZEROS                             00039700
              MOVE 'ERRO NO ARQUIVO RELRET'      TO WRK-MENSAGEM        00039800
              MOVE WRK-FS-RELRET                 TO WRK-STATUS          00039900
              PERFORM 9000-TRATAR-ERRO                                  00040000
           END-IF.                                                      00040100
                                                                        00040200
      *----------------------------------------------------------------*00040300
       1100-99-FIM.                            EXIT.                    00040400
      *----------------------------------------------------------------*00040500
                                                                        00040600
      *----------------------------------------------------------------*00040700
       1200-CARREGAR-RETORNO                 SECTION.                   00040800
      *----------------------------------------------------------------*00040900
                                                                        00041000
      *    O RETORNO INTEIRO E CONFERIDO ANTES DE QUALQUER BAIXA OU    *00041100
      *    ESTORNO: ARQUIVO INCOMPLETO OU DE REMESSA CANCELA O PASSO   *00041200
           OPEN INPUT RETPAG                                            00041300
           PERFORM 1290-TESTAR-RETORNO                                  00041400
                                                                        00041500
           PERFORM 1210-LER-RETORNO                                     00041600
                                                                        00041700
           PERFORM 1220-GUARDAR-RETORNO                                 00041800
                   UNTIL WRK-FS-RETPAG EQUAL '10'                       00041900
                                                                        00042000
           CLOSE RETPAG                                                 00042100
                                                                        00042200
           IF NOT WRK-TEM-HEADER-SIM                                    00042300
              MOVE 'RETPAG SEM REGISTRO HEADER'  TO WRK-MENSAGEM        00042400
              PERFORM 1280-ERRO-CONTROLE                                00042500
           END-IF                                                       00042600
                                                                        00042700
           IF NOT WRK-ARQUIVO-RETORNO-SIM                               00042800
              MOVE 'RETPAG NAO E ARQUIVO DE RETORNO'                    00042900
                                                 TO WRK-MENSAGEM        00043000
              PERFORM 1280-ERRO-CONTROLE                                00043100
           END-IF                                                       00043200
                                                                        00043300
           IF NOT WRK-TEM-TRAILER-SIM                                   00043400
              MOVE 'RETPAG SEM REGISTRO TRAILER' TO WRK-MENSAGEM        00043500
              PERFORM 1280-ERRO-CONTROLE                                00043600
           END-IF                                                       00043700
                                                                        00043800
           IF WRK-TRL-QTD-INFORMADA NOT EQUAL WRK-QTD-DETALHES          00043900
              MOVE 'RETPAG QTDE DIVERGE DO TRAILER'                     00044000
                                                 TO WRK-MENSAGEM        00044100
              PERFORM 1280-ERRO-CONTROLE                                00044200
           END-IF                                                       00044300
                                                                        00044400
           IF WRK-TRL-HASH-INFORMADO NOT EQUAL WRK-HASH-DETALHES        00044500
              MOVE 'RETPAG HASH DIVERGE DO TRAILER'                     00044600
                                                 TO WRK-MENSAGEM        00044700
              PERFORM 1280-ERRO-CONTROLE                                00044800
           END-IF                                                       00044900
                                                                        00045000
           IF WRK-RET-AGENCIA NOT NUMERIC                               00045100
            OR WRK-RET-CONTA NOT NUMERIC                                00045200
              MOVE 'CONTA DE LIQUIDACAO INVALIDA NO RETPAG'             00045300
                                                 TO WRK-MENSAGEM        00045400
              PERFORM 1280-ERRO-CONTROLE                                00045500
           END-IF.                                                      00045600
                                                                        00045700
      *----------------------------------------------------------------*00045800
       1200-99-FIM.                            EXIT.                    00045900
      *----------------------------------------------------------------*00046000
                                                                        00046100
      *----------------------------------------------------------------*00046200
       1210-LER-RETORNO                      SECTION.                   00046300
      *----------------------------------------------------------------*00046400
                                                                        00046500
           READ RETPAG                                                  00046600
                                                                        00046700
           IF WRK-FS-RETPAG EQUAL '10'                                  00046800
              GO                  TO 1210-99-FIM                        00046900
           END-IF                                                       00047000
                                                                        00047100
           PERFORM 1290-TESTAR-RETORNO                                  00047200
           ADD 1                      TO ACUM-LIDOS-RETORNO.            00047300
                                                                        00047400
      *----------------------------------------------------------------*00047500
       1210-99-FIM.                            EXIT.                    00047600
      *----------------------------------------------------------------*00047700
                                                                        00047800
      *----------------------------------------------------------------*00047900
       1220-GUARDAR-RETORNO                  SECTION.                   00048000
      *----------------------------------------------------------------*00048100
                                                                        00048200
           EVALUATE TRUE                                                00048300
             WHEN FD-REM-HEADER-REG                                     00048400
              MOVE 'S'                TO WRK-TEM-HEADER                 00048500
              IF FD-REM-H-RETORNO                                       00048600
                 MOVE 'S'             TO WRK-ARQUIVO-RETORNO            00048700
              END-IF                                                    00048800
              MOVE FD-REM-H-DATA      TO WRK-CAB1-DATA                  00048900
              MOVE FD-REM-H-AGENCIA   TO WRK-RET-AGENCIA                00049000
              MOVE FD-REM-H-CONTA     TO WRK-RET-CONTA                  00049100
             WHEN FD-REM-TRAILER-REG                                    00049200
              MOVE 'S'                TO WRK-TEM-TRAILER                00049300
              MOVE FD-REM-T-QTD-REG   TO WRK-TRL-QTD-INFORMADA          00049400
              MOVE FD-REM-T-HASH      TO WRK-TRL-HASH-INFORMADO         00049500
             WHEN FD-REM-DETALHE-REG                                    00049600
              PERFORM 1230-INCLUIR-DETALHE                              00049700
             WHEN OTHER                                                 00049800
              MOVE 'RETPAG COM TIPO DE REGISTRO INVALIDO'               00049900
                                      TO WRK-MENSAGEM                   00050000
              PERFORM 1280-ERRO-CONTROLE                                00050100
           END-EVALUATE                                                 00050200
                                                                        00050300
           PERFORM 1210-LER-RETORNO.                                    00050400
                                                                        00050500
      *----------------------------------------------------------------*00050600
       1220-99-FIM.                            EXIT.                    00050700
      *----------------------------------------------------------------*00050800
                                                                        00050900
      *----------------------------------------------------------------*00051000
       1230-INCLUIR-DETALHE                  SECTION.                   00051100
      *----------------------------------------------------------------*00051200
                                                                        00051300
           IF FD-REM-VALOR NOT NUMERIC                                  00051400
              MOVE 'RETPAG COM VALOR NAO NUMERICO'                      00051500
                                      TO WRK-MENSAGEM                   00051600
              PERFORM 1280-ERRO-CONTROLE                                00051700
           END-IF                                                       00051800
                                                                        00051900
           IF WRK-TAB-RET-QTDE GREATER OR EQUAL 1000                    00052000
              MOVE 'TABELA DO RETORNO CHEIA'     TO WRK-MENSAGEM        00052100
              MOVE '1230'                        TO WRK-SECAO           00052200
              MOVE SPACES                        TO WRK-STATUS          00052300
              PERFORM 9000-TRATAR-ERRO                                  00052400
           END-IF                                                       00052500
                                                                        00052600
           ADD 1                      TO WRK-QTD-DETALHES               00052700
           ADD FD-REM-VALOR           TO WRK-HASH-DETALHES              00052800
                                                                        00052900
           ADD 1                      TO WRK-TAB-RET-QTDE               00053000
           SET WRK-IDX-RET            TO WRK-TAB-RET-QTDE               00053100
           MOVE FD-REM-SEU-NUMERO     TO WRK-TAB-RET-SEU-NUMERO         00053200
                                         (WRK-IDX-RET)                  00053300
           MOVE FD-REM-VALOR          TO WRK-TAB-RET-VALOR              00053400
                                         (WRK-IDX-RET)                  00053500
           MOVE FD-REM-DATA-PAGTO     TO WRK-TAB-RET-DATA-PAGTO         00053600
                                         (WRK-IDX-RET)                  00053700
           MOVE FD-REM-OCORRENCIA     TO WRK-TAB-RET-OCORRENCIA         00053800
                                         (WRK-IDX-RET)                  00053900
           MOVE FD-REM-MOTIVO         TO WRK-TAB-RET-MOTIVO             00054000
                                         (WRK-IDX-RET)                  00054100
           MOVE 'N'                   TO WRK-TAB-RET-CONFERIDO          00054200
                                         (WRK-IDX-RET).                 00054300
                                                                        00054400
      *----------------------------------------------------------------*00054500
       1230-99-FIM.                            EXIT.                    00054600
      *----------------------------------------------------------------*00054700
                                                                        00054800
      *----------------------------------------------------------------*00054900
       1280-ERRO-CONTROLE                    SECTION.                   00055000
      *----------------------------------------------------------------*00055100
                                                                        00055200
           MOVE '1200'                TO WRK-SECAO                      00055300
           MOVE SPACES                TO WRK-STATUS                     00055400
           PERFORM 9000-TRATAR-ERRO.                                    00055500
                                                                        00055600
      *----------------------------------------------------------------*00055700
       1280-99-FIM.                            EXIT.                    00055800
      *----------------------------------------------------------------*00055900
                                                                        00056000
      *----------------------------------------------------------------*00056100
       1290-TESTAR-RETORNO                   SECTION.                   00056200
      *----------------------------------------------------------------*00056300
                                                                        00056400
           IF WRK-FS-RETPAG NOT EQUAL ZEROS                             00056500
            AND WRK-FS-RETPAG NOT EQUAL '10'                            00056600
              MOVE 'ERRO NO ARQUIVO RETPAG'      TO WRK-MENSAGEM        00056700
              MOVE '1200'                        TO WRK-SECAO           00056800
              MOVE WRK-FS-RETPAG                 TO WRK-STATUS          00056900
              PERFORM 9000-TRATAR-ERRO                                  00057000
           END-IF.                                                      00057100
                                                                        00057200
      *----------------------------------------------------------------*00057300
       1290-99-FIM.                            EXIT.                    00057400
      *----------------------------------------------------------------*00057500
                                                                        00057600
      *----------------------------------------------------------------*00057700
       2100-LER-CTAPAG                       SECTION.                   00057800
      *----------------------------------------------------------------*00057900
                                                                        00058000
           READ CTAPAG                                                  00058100
                                                                        00058200
           IF WRK-FS-CTAPAG EQUAL '10'                                  00058300
              GO                  TO 2100-99-FIM                        00058400
           END-IF                                                       00058500
                                                                        00058600
           PERFORM 1100-TESTAR-STATUS                                   00058700
           ADD 1                    TO ACUM-LIDOS-TITULOS.              00058800
                                                                        00058900
      *----------------------------------------------------------------*00059000
       2100-99-FIM.                           EXIT.                     00059100
      *----------------------------------------------------------------*00059200
                                                                        00059300
      *----------------------------------------------------------------*00059400
       3000-TRATAR-TITULO                    SECTION.                   00059500
      *----------------------------------------------------------------*00059600
                                                                        00059700
      *    SO O TITULO PAGO PODE ESTAR NO RETORNO; NOTA DE CREDITO E   *00059800
      *    TITULO EM ABERTO PASSAM DIRETO PARA A REGRAVACAO            *00059900
           IF FD-PAG-TITULO                                             00060000
            AND FD-PAG-PAGO                                             00060100
              PERFORM 3100-LOCALIZAR-RETORNO                            00060200
              IF WRK-RET-ACHOU-SIM                                      00060300
                 MOVE 'S'            TO WRK-TAB-RET-CONFERIDO           00060400
                                        (WRK-IDX-RET)                   00060500
                 IF WRK-TAB-RET-OCORRENCIA (WRK-IDX-RET) EQUAL '00'     00060600
                    ADD 1            TO ACUM-CONFIRMADOS                00060700
                    ADD WRK-TAB-RET-VALOR (WRK-IDX-RET)                 00060800
                                     TO ACUM-VALOR-CONFIRMADO           00060900
                 ELSE                                                   00061000
                    PERFORM 3200-REABRIR-TITULO                         00061100
                 END-IF                                                 00061200
              END-IF                                                    00061300
           END-IF                                                       00061400
                                                                        00061500
           WRITE FD-CTAPNOV          FROM FD-CTAPAG                     00061600
           PERFORM 1100-TESTAR-STATUS                                   00061700
                                                                        00061800
           PERFORM 2100-LER-CTAPAG.                                     00061900
                                                                        00062000
      *----------------------------------------------------------------*00062100
       3000-99-FIM.                           EXIT.                     00062200
      *----------------------------------------------------------------*00062300
                                                                        00062400
      *----------------------------------------------------------------*00062500
       3100-LOCALIZAR-RETORNO                SECTION.                   00062600
      *----------------------------------------------------------------*00062700
                                                                        00062800
           MOVE 'N'                  TO WRK-RET-ACHOU                   00062900
                                                                        00063000
           IF WRK-TAB-RET-QTDE EQUAL ZEROS                              00063100
              GO                  TO 3100-99-FIM                        00063200
           END-IF                                                       00063300
                                                                        00063400
           MOVE FD-PAG-COD-FORN      TO WRK-CHT-FORN                    00063500
           MOVE FD-PAG-COD-PECA      TO WRK-CHT-PECA                    00063600
           MOVE FD-PAG-DATA-RECEB    TO WRK-CHT-RECEB                   00063700
           MOVE FD-PAG-DATA-VENC     TO WRK-CHT-VENC                    00063800
                                                                        00063900
           SET WRK-IDX-RET           TO 1                               00064000
           SEARCH WRK-TAB-RET                                           00064100
             AT END                                                     00064200
                CONTINUE                                                00064300
             WHEN WRK-IDX-RET GREATER WRK-TAB-RET-QTDE                  00064400
                CONTINUE                                                00064500
             WHEN WRK-TAB-RET-SEU-NUMERO (WRK-IDX-RET)                  00064600
                       EQUAL WRK-CHAVE-TITULO                           00064700
              AND WRK-TAB-RET-CONFERIDO (WRK-IDX-RET) EQUAL 'N'         00064800
                MOVE 'S'             TO WRK-RET-ACHOU                   00064900
           END-SEARCH.                                                  00065000
                                                                        00065100
      *----------------------------------------------------------------*00065200
       3100-99-FIM.                           EXIT.                     00065300
      *----------------------------------------------------------------*00065400
                                                                        00065500
      *----------------------------------------------------------------*00065600
       3200-REABRIR-TITULO                   SECTION.                   00065700
      *----------------------------------------------------------------*00065800
                                                                        00065900
      *    O BANCO RECUSOU O CREDITO: O TITULO VOLTA A ABERTO PARA O   *00066000
      *    PROXIMO CICLO DE PAGAMENTO E O DEBITO DE PAGAMENTO E        *00066100
      *    ESTORNADO NA CONTA DE LIQUIDACAO                            *00066200
           MOVE 'A'                  TO FD-PAG-SITUACAO                 00066300
                                                                        00066400
           MOVE SPACES               TO FD-MOV2505                      00066500
           MOVE WRK-RET-AGENCIA      TO FD-MOV2505-AGENCIA              00066600
           MOVE WRK-RET-CONTA        TO FD-MOV2505-CONTA                00066700
           STRING 'ESTORNO FORN '    FD-PAG-COD-FORN                    00066800
                  ' PECA '           FD-PAG-COD-PECA                    00066900
                  DELIMITED BY SIZE                                     00067000
                  INTO FD-MOV2505-MOVIMENTO                             00067100
           MOVE WRK-TAB-RET-VALOR (WRK-IDX-RET)                         00067200
                                     TO FD-MOV2505-VALOR                00067300
           MOVE 'E'                  TO FD-MOV2505-TIPO                 00067400
           MOVE WRK-TAB-RET-DATA-PAGTO (WRK-IDX-RET)                    00067500
                                     TO FD-MOV2505-EST-DATA             00067600
           STRING 'PGTO FORN '       FD-PAG-COD-FORN                    00067700
                  ' PECA '           FD-PAG-COD-PECA                    00067800
                  DELIMITED BY SIZE                                     00067900
                  INTO FD-MOV2505-EST-MOVIMENTO                         00068000
           MOVE 'D'                  TO FD-MOV2505-EST-TIPO             00068100
           WRITE FD-MOV2505                                             00068200
           PERFORM 1100-TESTAR-STATUS                                   00068300
                                                                        00068400
           ADD 1                     TO ACUM-GERADOS                    00068500
                                        ACUM-RECUSADOS                  00068600
           ADD FD-MOV2505-VALOR      TO ACUM-HASH-GERADO                00068700
           ADD WRK-TAB-RET-VALOR (WRK-IDX-RET)                          00068800
                                     TO ACUM-VALOR-RECUSADO             00068900
                                                                        00069000
           MOVE 'RECUSADO'           TO WRK-LR-SITUACAO                 00069100
           PERFORM 3300-LISTAR-EXCECAO.                                 00069200
                                                                        00069300
      *----------------------------------------------------------------*00069400
       3200-99-FIM.                           EXIT.                     00069500
      *----------------------------------------------------------------*00069600
                                                                        00069700
      *----------------------------------------------------------------*00069800
       3300-LISTAR-EXCECAO                   SECTION.                   00069900
      *----------------------------------------------------------------*00070000
                                                                        00070100
           MOVE WRK-TAB-RET-FORN (WRK-IDX-RET)                          00070200
                                     TO WRK-LR-FORN                     00070300
           MOVE WRK-TAB-RET-PECA (WRK-IDX-RET)                          00070400
                                     TO WRK-LR-PECA                     00070500
           MOVE WRK-TAB-RET-VENC (WRK-IDX-RET)                          00070600
                                     TO WRK-LR-VENC                     00070700
           MOVE WRK-TAB-RET-VALOR (WRK-IDX-RET)                         00070800
                                     TO WRK-LR-VALOR                    00070900
           MOVE WRK-TAB-RET-OCORRENCIA (WRK-IDX-RET)                    00071000
                                     TO WRK-LR-OCORRENCIA               00071100
           MOVE WRK-TAB-RET-MOTIVO (WRK-IDX-RET)                        00071200
                                     TO WRK-LR-MOTIVO                   00071300
           WRITE FD-RELRET           FROM WRK-LINRET                    00071400
           PERFORM 1100-TESTAR-STATUS.                                  00071500
                                                                        00071600
      *----------------------------------------------------------------*00071700
       3300-99-FIM.                           EXIT.                     00071800
      *----------------------------------------------------------------*00071900
                                                                        00072000
      *----------------------------------------------------------------*00072100
       4000-FINALIZAR                        SECTION.                   00072200
      *----------------------------------------------------------------*00072300
                                                                        00072400
           IF WRK-TAB-RET-QTDE GREATER ZEROS                            00072500
              PERFORM 4100-LISTAR-SEM-TITULO                            00072600
                      VARYING WRK-IDX-RET FROM 1 BY 1                   00072700
                      UNTIL WRK-IDX-RET GREATER WRK-TAB-RET-QTDE        00072800
           END-IF                                                       00072900
                                                                        00073000
           MOVE ACUM-RECUSADOS       TO WRK-LT-QTDE                     00073100
           MOVE ACUM-VALOR-RECUSADO  TO WRK-LT-VALOR                    00073200
           MOVE SPACES               TO FD-RELRET                       00073300
           WRITE FD-RELRET                                              00073400
           PERFORM 1100-TESTAR-STATUS                                   00073500
           WRITE FD-RELRET           FROM WRK-LINTOT                    00073600
           PERFORM 1100-TESTAR-STATUS                                   00073700
                                                                        00073800
           MOVE SPACES               TO FD-MOV2505                      00073900
           MOVE '9999'               TO FD-MOV2505-T-TIPO               00074000
           MOVE ACUM-GERADOS         TO FD-MOV2505-T-QTD-REG            00074100
           MOVE ACUM-HASH-GERADO     TO FD-MOV2505-T-HASH               00074200
           WRITE FD-MOV2505                                             00074300
           PERFORM 1100-TESTAR-STATUS                                   00074400
                                                                        00074500
           CLOSE CTAPAG                                                 00074600
                 CTAPNOV                                                00074700
                 MOVEST                                                 00074800
                 RELRET                                                 00074900
                                                                        00075000
           DISPLAY '*************************************************'  00075100
           DISPLAY '   RETORNO DO BANCO - PAGAMENTO A FORNECEDORES   '  00075200
           DISPLAY '                                                 '  00075300
           DISPLAY '  LIDOS NO RETORNO    :  ' ACUM-LIDOS-RETORNO       00075400
           DISPLAY '  TITULOS LIDOS       :  ' ACUM-LIDOS-TITULOS       00075500
           DISPLAY '  PAGTOS CONFIRMADOS  :  ' ACUM-CONFIRMADOS         00075600
           DISPLAY '  VALOR CONFIRMADO    :  ' ACUM-VALOR-CONFIRMADO    00075700
           DISPLAY '  RECUSADOS/REABERTOS :  ' ACUM-RECUSADOS           00075800
           DISPLAY '  VALOR ESTORNADO     :  ' ACUM-VALOR-RECUSADO      00075900
           DISPLAY '  SEM TITULO PAGO     :  ' ACUM-SEM-TITULO          00076000
           DISPLAY '                                                 '  00076100
           DISPLAY '*************************************************'. 00076200
                                                                        00076300
      *----------------------------------------------------------------*00076400
       4000-99-FIM.                           EXIT.                     00076500
      *----------------------------------------------------------------*00076600
                                                                        00076700
      *----------------------------------------------------------------*00076800
       4100-LISTAR-SEM-TITULO                SECTION.                   00076900
      *----------------------------------------------------------------*00077000
                                                                        00077100
      *    DETALHE DO RETORNO SEM TITULO PAGO NO CTAPAG: NADA E BAIXADO*00077200
      *    NEM ESTORNADO, SO APONTADO PARA A TESOURARIA CONFERIR       *00077300
           IF WRK-TAB-RET-CONFERIDO (WRK-IDX-RET) EQUAL 'S'             00077400
              GO                  TO 4100-99-FIM                        00077500
           END-IF                                                       00077600
                                                                        00077700
           ADD 1                     TO ACUM-SEM-TITULO                 00077800
           MOVE 'S/TITULO'           TO WRK-LR-SITUACAO                 00077900
           PERFORM 3300-LISTAR-EXCECAO                                  00078000
                                                                        00078100
           MOVE 'A'                  TO WRK-SEVERIDADE                  00078200
           MOVE 'FR05EX74'           TO WRK-PROGRAMA                    00078300
           MOVE '4100  '             TO WRK-SECAO                       00078400
           MOVE 'RETORNO SEM TITULO PAGO NO CTAPAG'                     00078500
                                     TO WRK-MENSAGEM                    00078600
           MOVE WRK-TAB-RET-FORN (WRK-IDX-RET)                          00078700
                                     TO WRK-STATUS                      00078800
           CALL 'GRAVALOG'           USING WRK-LOG.                     00078900
                                                                        00079000
      *----------------------------------------------------------------*00079100
       4100-99-FIM.                           EXIT.                     00079200
      *----------------------------------------------------------------*00079300
                                                                        00079400
      ******************************************************************00079500
      *                   T R A T A R  E R R O                         *00079600
      ******************************************************************00079700
                                                                        00079800
       9000-TRATAR-ERRO                     SECTION.                    00079900
      *----------------------------------------------------------------*00080000
                  MOVE 'F'                TO WRK-SEVERIDADE             00080100
                  MOVE 'FR05EX74'         TO WRK-PROGRAMA               00080200
                  CALL 'GRAVALOG'         USING WRK-LOG                 00080300
                  MOVE 16                 TO RETURN-CODE                00080400
                  GOBACK.                                               00080500
      *----------------------------------------------------------------*00080600
       9000-99-FIM.                           EXIT.                     00080700
      *----------------------------------------------------------------*00080800
