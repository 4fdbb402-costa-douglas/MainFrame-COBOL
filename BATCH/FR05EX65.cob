      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX65.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX65                                       *00002000
      *    TIPO.......: MANUTENCAO DO CADASTRO DE FORNECEDORES         *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : APLICAR O LOTE DE MANUTENCAO MANFOR SOBRE O      *00002800
      *               CADASTRO DE FORNECEDORES (CADFORN, BOOK B#FORN)  *00002900
      *               E SOBRE A REFERENCIA PECA-FORNECEDOR (FORNPEC,   *00003000
      *               BOOK B#FORPE), NA ORDEM DO LOTE (UM FORNECEDOR   *00003100
      *               INCLUIDO PODE SER VINCULADO A PECAS MAIS ADIANTE *00003200
      *               NO MESMO LOTE). REGISTRO '1' = FORNECEDOR:       *00003300
      *               INCLUSAO ('I'), ALTERACAO ('A') DE PRAZO, QTDE   *00003400
      *               MINIMA E CONTATO, BLOQUEIO ('B'), REVISAO ('R'), *00003500
      *               LIBERACAO ('L') E DESATIVACAO ('D'). REGISTRO    *00003600
      *               '2' = VINCULO PECA-FORNECEDOR: INCLUSAO ('I'),   *00003700
      *               COM A PECA CONFERIDA NO ARQPECAS, E EXCLUSAO     *00003800
      *               ('E'). A RAZAO SOCIAL NAO E ALTERAVEL: E ELA QUE *00003900
      *               O ARQPECAS GUARDA COMO FORNECEDOR DA PECA. OS    *00004000
      *               DOIS CADASTROS SAO CARREGADOS EM TABELA (NAO HA  *00004100
      *               ORDEM GARANTIDA NELES) E REGRAVADOS NO FIM, EM   *00004200
      *               FORNOVO E FPENOVO, COPIADOS SOBRE OS CADASTROS   *00004300
      *               PELO PASSO SEGUINTE DO JOB FR05FOR. HEADER/      *00004400
      *               TRAILER CONFERIDOS NUM PRE-PASSO, TRANSACAO      *00004500
      *               RECUSADA NO FORREJ COM O MOTIVO E CADA MUDANCA   *00004600
      *               NA TRILHA DE AUDITORIA VIA GRAVAUD.              *00004700
      *               REGISTRO '3' = DADOS BANCARIOS DO FORNECEDOR     *00004716
      *               (FORNBCO, BOOK B#FORBCO, UM POR FORNECEDOR):     *00004732
      *               INCLUSAO ('I'), ALTERACAO ('A') E EXCLUSAO       *00004748
      *               ('E'); O FR05EX38 SO PAGA QUEM TEM DADOS         *00004764
      *               BANCARIOS.                                       *00004780
      *----------------------------------------------------------------*00004800
      *    ARQUIVOS :                                                  *00004900
      *    DDNAME          I/O                                         *00005000
      *    JCLFORN          I    CADASTRO DE FORNECEDORES (CADFORN)    *00005100
      *    JCLFORPE         I    REFERENCIA PECA-FORNECEDOR (FORNPEC)  *00005200
      *    JCLPECAS         I    PECAS EM ESTOQUE (ARQPECAS)           *00005300
      *    JCLMANFR         I    LOTE DE MANUTENCAO                    *00005400
      *    JCLFORNV         O    CADASTRO DE FORNECEDORES REGRAVADO    *00005500
      *    JCLFPENV         O    REFERENCIA PECA-FORNECEDOR REGRAVADA  *00005600
      *    JCLFORBC         I    DADOS BANCARIOS (FORNBCO)             *00005633
      *    JCLFBCNV         O    DADOS BANCARIOS REGRAVADOS            *00005666
      *    JCLFORRJ         O    TRANSACOES RECUSADAS                  *00005700
      *----------------------------------------------------------------*00005800
      *    BOOKS    :    B#FORN, B#FORPE, B#FORBCO, B#ARQE, B#GRALOG,  *00005900
      *                  B#AUDIT, B#RUNCTL, B#DATPRC                   *00006000
      *----------------------------------------------------------------*00006100
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00006200
      *                  GRAVAUD  - TRILHA DE AUDITORIA                *00006300
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00006400
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00006500
      *----------------------------------------------------------------*00006600
      *    PARAMETROS (VIA SYSIN):                                     *00006700
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00006800
      *----------------------------------------------------------------*00006900
      *    HISTORICO DE ALTERACOES:                                    *00007000
      *      DATA        RESP.    DESCRICAO                            *00007100
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00007200
      *      15/10/2026  DPC      REGISTRO '3' DO MANFOR: DADOS        *00007220
      *                           BANCARIOS DO FORNECEDOR (FORNBCO,    *00007240
      *                           REGRAVADO EM FBCNOVO), FORA DO HASH  *00007260
      *                           DAS QTDES MINIMAS DO TRAILER         *00007280
      ******************************************************************00007300
      *================================================================*00007400
                                                                        00007500
      *================================================================*00007600
       ENVIRONMENT                                DIVISION.             00007700
      *================================================================*00007800
                                                                        00007900
      *----------------------------------------------------------------*00008000
       CONFIGURATION                              SECTION.              00008100
      *----------------------------------------------------------------*00008200
                                                                        00008300
       SPECIAL-NAMES.                                                   00008400
           DECIMAL-POINT IS COMMA.                                      00008500
                                                                        00008600
      *----------------------------------------------------------------*00008700
       INPUT-OUTPUT                               SECTION.              00008800
      *----------------------------------------------------------------*00008900
                                                                        00009000
       FILE-CONTROL.                                                    00009100
             SELECT CADFORN   ASSIGN     TO JCLFORN                     00009200
                    FILE STATUS          IS WRK-FS-CADFORN.             00009300
                                                                        00009400
             SELECT FORNPEC   ASSIGN     TO JCLFORPE                    00009500
                    FILE STATUS          IS WRK-FS-FORNPEC.             00009600
                                                                        00009700
             SELECT ARQPECAS  ASSIGN     TO JCLPECAS                    00009800
                    FILE STATUS          IS WRK-FS-PECAS.               00009900
                                                                        00010000
             SELECT MANFOR    ASSIGN     TO JCLMANFR                    00010100
                    FILE STATUS          IS WRK-FS-MANFOR.              00010200
                                                                        00010300
             SELECT FORNOVO   ASSIGN     TO JCLFORNV                    00010400
                    FILE STATUS          IS WRK-FS-FORNOVO.             00010500
                                                                        00010600
             SELECT FPENOVO   ASSIGN     TO JCLFPENV                    00010700
                    FILE STATUS          IS WRK-FS-FPENOVO.             00010800
                                                                        00010900
             SELECT FORNBCO   ASSIGN     TO JCLFORBC                    00010916
                    FILE STATUS          IS WRK-FS-FORNBCO.             00010932
                                                                        00010948
             SELECT FBCNOVO   ASSIGN     TO JCLFBCNV                    00010964
                    FILE STATUS          IS WRK-FS-FBCNOVO.             00010980
                                                                        00010990
             SELECT FORREJ    ASSIGN     TO JCLFORRJ                    00011000
                    FILE STATUS          IS WRK-FS-FORREJ.              00011100
                                                                        00011200
      *================================================================*00011300
       DATA                                      DIVISION.              00011400
      *================================================================*00011500
                                                                        00011600
      *----------------------------------------------------------------*00011700
       FILE                                      SECTION.               00011800
      *----------------------------------------------------------------*00011900
                                                                        00012000
      *----------------------------------------------------------------*00012100
      *  INPUT - CADASTRO DE FORNECEDORES (CADFORN) - LRECL = 060.     *00012200
      *----------------------------------------------------------------*00012300
                                                                        00012400
       FD CADFORN                                                       00012500
           RECORDING MODE IS F                                          00012600
           BLOCK CONTAINS 0 RECORDS.                                    00012700
       01 FD-CADFORN                  PIC X(060).                       00012800
                                                                        00012900
      *----------------------------------------------------------------*00013000
      *  INPUT - REFERENCIA PECA-FORNECEDOR (FORNPEC) - LRECL = 020.   *00013100
      *----------------------------------------------------------------*00013200
                                                                        00013300
       FD FORNPEC                                                       00013400
           RECORDING MODE IS F                                          00013500
           BLOCK CONTAINS 0 RECORDS.                                    00013600
       01 FD-FORNPEC                  PIC X(020).                       00013700
                                                                        00013800
      *----------------------------------------------------------------*00013900
      *  INPUT - PECAS EM ESTOQUE (ARQPECAS) - LRECL = 050.            *00014000
      *----------------------------------------------------------------*00014100
                                                                        00014200
       FD ARQPECAS                                                      00014300
           RECORDING MODE IS F                                          00014400
           BLOCK CONTAINS 0 RECORDS.                                    00014500
       01 FD-PECAS                    PIC X(050).                       00014600
                                                                        00014700
      *----------------------------------------------------------------*00014711
      *  INPUT - DADOS BANCARIOS DE FORNECEDORES (FORNBCO) - LRECL=060 *00014722
      *----------------------------------------------------------------*00014733
                                                                        00014744
       FD FORNBCO                                                       00014755
           RECORDING MODE IS F                                          00014766
           BLOCK CONTAINS 0 RECORDS.                                    00014777
       01 FD-FORNBCO                  PIC X(060).                       00014788
                                                                        00014794
      *----------------------------------------------------------------*00014800
      *  INPUT - LOTE DE MANUTENCAO (MANFOR) - LRECL = 080.            *00014900
      *----------------------------------------------------------------*00015000
                                                                        00015100
       FD MANFOR                                                        00015200
           RECORDING MODE IS F                                          00015300
           BLOCK CONTAINS 0 RECORDS.                                    00015400
       01 FD-MANFOR.                                                    00015500
          05 FD-MFR-TIPO-REG          PIC X(01).                        00015600
              88 FD-MFR-REG-FORNECEDOR    VALUE '1'.                    00015700
              88 FD-MFR-REG-VINCULO       VALUE '2'.                    00015800
              88 FD-MFR-REG-BANCARIO      VALUE '3'.                    00015850
          05 FD-MFR-OPERACAO          PIC X(01).                        00015900
              88 FD-MFR-OP-INCLUSAO       VALUE 'I'.                    00016000
              88 FD-MFR-OP-ALTERACAO      VALUE 'A'.                    00016100
              88 FD-MFR-OP-BLOQUEIO       VALUE 'B'.                    00016200
              88 FD-MFR-OP-REVISAO        VALUE 'R'.                    00016300
              88 FD-MFR-OP-LIBERACAO      VALUE 'L'.                    00016400
              88 FD-MFR-OP-DESATIVACAO    VALUE 'D'.                    00016500
              88 FD-MFR-OP-EXCLUSAO       VALUE 'E'.                    00016600
          05 FD-MFR-COD-FORN          PIC X(05).                        00016700
          05 FD-MFR-COD-PECA          PIC X(06).                        00016800
          05 FD-MFR-RAZAO             PIC X(20).                        00016900
          05 FD-MFR-PRAZO-X           PIC X(03).                        00017000
          05 FD-MFR-PRAZO REDEFINES FD-MFR-PRAZO-X                      00017100
                                      PIC 9(03).                        00017200
          05 FD-MFR-QTD-MINIMA-X      PIC X(05).                        00017300
          05 FD-MFR-QTD-MINIMA REDEFINES FD-MFR-QTD-MINIMA-X            00017400
                                      PIC 9(05).                        00017500
          05 FD-MFR-CONTATO           PIC X(20).                        00017600
          05 FILLER                   PIC X(19).                        00017700
                                                                        00017800
       01 FD-MFR-BANCARIO.                                              00017806
          05 FD-MFR-B-TIPO-REG        PIC X(01).                        00017812
          05 FD-MFR-B-OPERACAO        PIC X(01).                        00017818
          05 FD-MFR-B-COD-FORN        PIC X(05).                        00017824
          05 FD-MFR-B-BANCO           PIC X(03).                        00017830
          05 FD-MFR-B-AGENCIA         PIC X(04).                        00017836
          05 FD-MFR-B-AGENCIA-DV      PIC X(01).                        00017842
          05 FD-MFR-B-CONTA           PIC X(10).                        00017848
          05 FD-MFR-B-CONTA-DV        PIC X(01).                        00017854
          05 FD-MFR-B-TIPO-CONTA      PIC X(01).                        00017860
          05 FD-MFR-B-CNPJ            PIC X(14).                        00017866
          05 FD-MFR-B-CNPJ-N REDEFINES FD-MFR-B-CNPJ                    00017872
                                      PIC 9(14).                        00017878
          05 FILLER                   PIC X(39).                        00017884
       01 FD-MFR-HEADER.                                                00017900
          05 FD-MFR-H-TIPO            PIC X(01).                        00018000
          05 FD-MFR-H-ORIGEM          PIC X(08).                        00018100
          05 FD-MFR-H-DATA            PIC X(08).                        00018200
          05 FILLER                   PIC X(63).                        00018300
                                                                        00018400
       01 FD-MFR-TRAILER.                                               00018500
          05 FD-MFR-T-TIPO            PIC X(01).                        00018600
          05 FD-MFR-T-QTD-REG         PIC 9(07).                        00018700
          05 FD-MFR-T-HASH-QTD-MIN    PIC 9(12).                        00018800
          05 FILLER                   PIC X(60).                        00018900
                                                                        00019000
      *----------------------------------------------------------------*00019100
      *  OUTPUT - CADASTRO DE FORNECEDORES REGRAVADO - LRECL = 060.    *00019200
      *----------------------------------------------------------------*00019300
                                                                        00019400
       FD FORNOVO                                                       00019500
           RECORDING MODE IS F                                          00019600
           BLOCK CONTAINS 0 RECORDS.                                    00019700
       01 FD-FORNOVO                  PIC X(060).                       00019800
                                                                        00019900
      *----------------------------------------------------------------*00020000
      *  OUTPUT - REFERENCIA PECA-FORNECEDOR REGRAVADA - LRECL = 020.  *00020100
      *----------------------------------------------------------------*00020200
                                                                        00020300
       FD FPENOVO                                                       00020400
           RECORDING MODE IS F                                          00020500
           BLOCK CONTAINS 0 RECORDS.                                    00020600
       01 FD-FPENOVO                  PIC X(020).                       00020700
                                                                        00020800
      *----------------------------------------------------------------*00020811
      *  OUTPUT - DADOS BANCARIOS REGRAVADOS (FBCNOVO) - LRECL = 060.  *00020822
      *----------------------------------------------------------------*00020833
                                                                        00020844
       FD FBCNOVO                                                       00020855
           RECORDING MODE IS F                                          00020866
           BLOCK CONTAINS 0 RECORDS.                                    00020877
       01 FD-FBCNOVO                  PIC X(060).                       00020888
                                                                        00020894
      *----------------------------------------------------------------*00020900
      *  OUTPUT - TRANSACOES RECUSADAS (FORREJ) - LRECL = 110.         *00021000
      *----------------------------------------------------------------*00021100
                                                                        00021200
       FD FORREJ                                                        00021300
           RECORDING MODE IS F                                          00021400
           BLOCK CONTAINS 0 RECORDS.                                    00021500
       01 FD-FORREJ.                                                    00021600
          05 FD-FRJ-TRANSACAO         PIC X(080).                       00021700
          05 FD-FRJ-MOTIVO            PIC X(030).                       00021800
                                                                        00021900
      *----------------------------------------------------------------*00022000
       WORKING-STORAGE                            SECTION.              00022100
      *----------------------------------------------------------------*00022200
      *----------------------------------------------------------------*00022300
       01 FILLER                         PIC X(050)       VALUE         00022400
                   '*** INICIO DA WORKING FR05EX65 ***'.                00022500
      *----------------------------------------------------------------*00022600
                                                                        00022700
       77 WRK-FS-CADFORN                 PIC X(002) VALUE SPACES.       00022800
       77 WRK-FS-FORNPEC                 PIC X(002) VALUE SPACES.       00022900
       77 WRK-FS-PECAS                   PIC X(002) VALUE SPACES.       00023000
       77 WRK-FS-MANFOR                  PIC X(002) VALUE SPACES.       00023100
       77 WRK-FS-FORNOVO                 PIC X(002) VALUE SPACES.       00023200
       77 WRK-FS-FPENOVO                 PIC X(002) VALUE SPACES.       00023300
       77 WRK-FS-FORNBCO                 PIC X(002) VALUE SPACES.       00023333
       77 WRK-FS-FBCNOVO                 PIC X(002) VALUE SPACES.       00023366
       77 WRK-FS-FORREJ                  PIC X(002) VALUE SPACES.       00023400
                                                                        00023500
      *----------------------------------------------------------------*00023600
       01 FILLER                         PIC X(050)       VALUE         00023700
                     '*** AREA DA ACUMULADORES ***'.                    00023800
      *----------------------------------------------------------------*00023900
                                                                        00024000
       77 ACUM-LIDOS-MANFOR              PIC 9(007) VALUE ZEROS.        00024100
       77 ACUM-GRAV-FORNOVO              PIC 9(007) VALUE ZEROS.        00024200
       77 ACUM-GRAV-FPENOVO              PIC 9(007) VALUE ZEROS.        00024300
       77 ACUM-INCLUSOES                 PIC 9(005) VALUE ZEROS.        00024400
       77 ACUM-ALTERACOES                PIC 9(005) VALUE ZEROS.        00024500
       77 ACUM-SITUACOES                 PIC 9(005) VALUE ZEROS.        00024600
       77 ACUM-VINC-INCLUIDOS            PIC 9(005) VALUE ZEROS.        00024700
       77 ACUM-VINC-EXCLUIDOS            PIC 9(005) VALUE ZEROS.        00024800
       77 ACUM-GRAV-FBCNOVO              PIC 9(007) VALUE ZEROS.        00024820
       77 ACUM-BANC-INCLUIDOS            PIC 9(005) VALUE ZEROS.        00024840
       77 ACUM-BANC-ALTERADOS            PIC 9(005) VALUE ZEROS.        00024860
       77 ACUM-BANC-EXCLUIDOS            PIC 9(005) VALUE ZEROS.        00024880
       77 ACUM-RECUSADAS                 PIC 9(005) VALUE ZEROS.        00024900
                                                                        00025000
      *----------------------------------------------------------------*00025100
       01 FILLER                         PIC X(050)       VALUE         00025200
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00025300
      *----------------------------------------------------------------*00025400
                                                                        00025500
       77 WRK-MOTIVO-RECUSA              PIC X(030) VALUE SPACES.       00025600
       77 WRK-SITUACAO-NOVA              PIC X(001) VALUE SPACES.       00025700
       77 WRK-PECA-ANTERIOR              PIC X(006) VALUE LOW-VALUES.   00025800
       77 WRK-FIM-MANFOR                 PIC X(001) VALUE 'N'.          00025900
           88 WRK-FIM-MANFOR-SIM                    VALUE 'S'.          00026000
                                                                        00026100
       01 WRK-AUD-BANCARIO.                                             00026106
          05 WRK-AUDB-BANCO              PIC X(003) VALUE SPACES.       00026112
          05 FILLER                      PIC X(001) VALUE '/'.          00026118
          05 WRK-AUDB-AGENCIA            PIC X(004) VALUE SPACES.       00026124
          05 FILLER                      PIC X(001) VALUE '-'.          00026130
          05 WRK-AUDB-AGENCIA-DV         PIC X(001) VALUE SPACES.       00026136
          05 FILLER                      PIC X(001) VALUE '/'.          00026142
          05 WRK-AUDB-CONTA              PIC X(010) VALUE SPACES.       00026148
          05 FILLER                      PIC X(001) VALUE '-'.          00026154
          05 WRK-AUDB-CONTA-DV           PIC X(001) VALUE SPACES.       00026160
          05 FILLER                      PIC X(001) VALUE SPACES.       00026166
          05 WRK-AUDB-TIPO-CONTA         PIC X(001) VALUE SPACES.       00026172
          05 FILLER                      PIC X(001) VALUE SPACES.       00026178
          05 WRK-AUDB-CNPJ               PIC 9(014) VALUE ZEROS.        00026184
                                                                        00026192
       01 WRK-CHAVE-AUD.                                                00026200
          05 WRK-CHVA-COD-FORN           PIC X(005) VALUE SPACES.       00026300
          05 FILLER                      PIC X(005) VALUE SPACES.       00026400
                                                                        00026500
      *----------------------------------------------------------------*00026600
       01 FILLER                         PIC X(050)       VALUE         00026700
                '*** AREA DE CONTROLE HEADER/TRAILER ***'.              00026800
      *----------------------------------------------------------------*00026900
                                                                        00027000
       77 WRK-QTD-CONTROLE-MFR           PIC 9(007) VALUE ZEROS.        00027100
       77 WRK-HASH-QTD-MIN               PIC 9(012) VALUE ZEROS.        00027200
       77 WRK-TRL-QTD-INFORMADA          PIC 9(007) VALUE ZEROS.        00027300
       77 WRK-TRL-HASH-INFORMADO         PIC 9(012) VALUE ZEROS.        00027400
       77 WRK-TEM-HEADER                 PIC X(001) VALUE 'N'.          00027500
           88 WRK-TEM-HEADER-SIM                    VALUE 'S'.          00027600
       77 WRK-TEM-TRAILER                PIC X(001) VALUE 'N'.          00027700
           88 WRK-TEM-TRAILER-SIM                   VALUE 'S'.          00027800
                                                                        00027900
      *----------------------------------------------------------------*00028000
      *    CADASTRO DE FORNECEDORES EM TABELA (REGISTRO INTEIRO)       *00028100
      *----------------------------------------------------------------*00028200
                                                                        00028300
       01 WRK-TAB-FORNECEDORES.                                         00028400
          05 WRK-TAB-FORN              OCCURS 200 TIMES                 00028500
                                        INDEXED BY WRK-IDX-FORN.        00028600
             10 WRK-TAB-FORN-CODIGO     PIC X(05).                      00028700
             10 WRK-TAB-FORN-RAZAO      PIC X(20).                      00028800
             10 WRK-TAB-FORN-PRAZO      PIC 9(03).                      00028900
             10 WRK-TAB-FORN-QTD-MIN    PIC 9(05).                      00029000
             10 WRK-TAB-FORN-CONTATO    PIC X(20).                      00029100
             10 WRK-TAB-FORN-SITUACAO   PIC X(01).                      00029200
             10 FILLER                  PIC X(06).                      00029300
                                                                        00029400
       77 WRK-TAB-FORN-QTDE              PIC 9(003) VALUE ZEROS.        00029500
       77 WRK-FORN-ACHOU                 PIC X(001) VALUE 'N'.          00029600
           88 WRK-FORN-ACHOU-SIM                    VALUE 'S'.          00029700
       77 WRK-RAZAO-ACHOU                PIC X(001) VALUE 'N'.          00029800
           88 WRK-RAZAO-ACHOU-SIM                   VALUE 'S'.          00029900
                                                                        00030000
      *----------------------------------------------------------------*00030100
      *    REFERENCIA PECA-FORNECEDOR EM TABELA; VINCULO EXCLUIDO FICA *00030200
      *    MARCADO E NAO E REGRAVADO                                   *00030300
      *----------------------------------------------------------------*00030400
                                                                        00030500
       01 WRK-TAB-FORNPEC.                                              00030600
          05 WRK-TAB-FPE               OCCURS 300 TIMES                 00030700
                                        INDEXED BY WRK-IDX-FPE.         00030800
             10 WRK-TAB-FPE-REG.                                        00030900
                15 WRK-TAB-FPE-PECA     PIC X(06).                      00031000
                15 WRK-TAB-FPE-FORN     PIC X(05).                      00031100
                15 FILLER               PIC X(09).                      00031200
             10 WRK-TAB-FPE-EXCLUIDO    PIC X(01).                      00031300
                                                                        00031400
       77 WRK-TAB-FPE-QTDE               PIC 9(003) VALUE ZEROS.        00031500
       77 WRK-FPE-ACHOU                  PIC X(001) VALUE 'N'.          00031600
           88 WRK-FPE-ACHOU-SIM                     VALUE 'S'.          00031700
                                                                        00031800
      *----------------------------------------------------------------*00031805
      *    DADOS BANCARIOS EM TABELA; REGISTRO EXCLUIDO FICA MARCADO E *00031810
      *    NAO E REGRAVADO                                             *00031815
      *----------------------------------------------------------------*00031820
                                                                        00031825
       01 WRK-TAB-FORNBCO.                                              00031830
          05 WRK-TAB-FBC               OCCURS 200 TIMES                 00031835
                                        INDEXED BY WRK-IDX-FBC.         00031840
             10 WRK-TAB-FBC-REG.                                        00031845
                15 WRK-TAB-FBC-FORN     PIC X(05).                      00031850
                15 FILLER               PIC X(55).                      00031855
             10 WRK-TAB-FBC-EXCLUIDO    PIC X(01).                      00031860
                                                                        00031865
       77 WRK-TAB-FBC-QTDE               PIC 9(003) VALUE ZEROS.        00031870
       77 WRK-FBC-ACHOU                  PIC X(001) VALUE 'N'.          00031875
           88 WRK-FBC-ACHOU-SIM                     VALUE 'S'.          00031880
                                                                        00031890
      *----------------------------------------------------------------*00031900
      *    PECAS DO ARQPECAS (UM CODIGO POR PECA, COM A SITUACAO)      *00032000
      *----------------------------------------------------------------*00032100
                                                                        00032200
       01 WRK-TAB-PECAS.                                                00032300
          05 WRK-TAB-PEC               OCCURS 500 TIMES                 00032400
                                        INDEXED BY WRK-IDX-PEC.         00032500
             10 WRK-TAB-PEC-COD         PIC X(06).                      00032600
             10 WRK-TAB-PEC-SITUACAO    PIC X(01).                      00032700
                                                                        00032800
       77 WRK-TAB-PEC-QTDE               PIC 9(003) VALUE ZEROS.        00032900
       77 WRK-PEC-ACHOU                  PIC X(001) VALUE 'N'.          00033000
           88 WRK-PEC-ACHOU-SIM                     VALUE 'S'.          00033100
                                                                        00033200
      *----------------------------------------------------------------*00033300
       01 FILLER                         PIC X(050)       VALUE         00033400
                    '*** AREA DOS BOOKS DE CADASTRO ***'.               00033500
      *----------------------------------------------------------------*00033600
                                                                        00033700
       COPY 'B#FORN'.                                                   00033800
                                                                        00033900
       COPY 'B#FORPE'.                                                  00034000
                                                                        00034025
       COPY 'B#FORBCO'.                                                 00034050
                                                                        00034100
       COPY 'B#ARQE'.                                                   00034200
                                                                        00034300
      *----------------------------------------------------------------*00034400
       01 FILLER                         PIC X(050)       VALUE         00034500
                    '*** AREA DA BOOK GRAVALOG ***'.                    00034600
      *----------------------------------------------------------------*00034700
                                                                        00034800
                           COPY 'B#GRALOG'.                             00034900
                                                                        00035000
      *----------------------------------------------------------------*00035100
       01 FILLER                         PIC X(050)       VALUE         00035200
                    '*** AREA DA BOOK GRAVAUD ***'.                     00035300
      *----------------------------------------------------------------*00035400
                                                                        00035500
                           COPY 'B#AUDIT'.                              00035600
                                                                        00035700
      ******************************************************************00035800
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00035900
      ******************************************************************00036000
                                                                        00036100
       COPY 'B#RUNCTL'.                                                 00036200
                                                                        00036300
       COPY 'B#DATPRC'.                                                 00036400
                                                                        00036500
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00036600
                                                                        00036700
      *================================================================*00036800
       PROCEDURE                                 DIVISION.              00036900
      *================================================================*00037000
                                                                        00037100
      ******************************************************************00037200
      *              P R O G R A M A  P R I N C I P A L                *00037300
      ******************************************************************00037400
                                                                        00037500
      *----------------------------------------------------------------*00037600
       0000-PRINCIPAL                            SECTION.               00037700
      *----------------------------------------------------------------*00037800
                                                                        00037900
            PERFORM 1000-INICIAR                                        00038000
                                                                        00038100
            PERFORM 2200-LER-MANFOR                                     00038200
                                                                        00038300
            PERFORM 3000-PROCESSAR                                      00038400
                    UNTIL WRK-FIM-MANFOR-SIM                            00038500
                                                                        00038600
            PERFORM 4000-FINALIZAR                                      00038700
                                                                        00038800
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00038900
            MOVE ACUM-LIDOS-MANFOR    TO WRK-RUN-LIDOS                  00039000
            MOVE ACUM-GRAV-FORNOVO    TO WRK-RUN-GRAVADOS               00039100
            MOVE ZEROS                TO WRK-RUN-RC                     00039200
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00039300
                                                                        00039400
            STOP RUN.                                                   00039500
                                                                        00039600
      *----------------------------------------------------------------*00039700
       0000-99-FIM.                           EXIT.                     00039800
      *----------------------------------------------------------------*00039900
                                                                        00040000
      ******************************************************************00040100
      *                       I N I C I A R                            *00040200
      ******************************************************************00040300
                                                                        00040400
      *----------------------------------------------------------------*00040500
       1000-INICIAR                           SECTION.                  00040600
      *----------------------------------------------------------------*00040700
                                                                        00040800
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO            *00040900
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00041000
           CALL 'LERDATAP'            USING WRK-DATPRC                  00041100
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00041200
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00041300
           MOVE 'FR05EX65'            TO WRK-RUN-PROGRAMA               00041400
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00041500
           MOVE ZEROS                 TO WRK-RUN-RC                     00041600
                                         WRK-RUN-LIDOS                  00041700
                                         WRK-RUN-GRAVADOS               00041800
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00041900
                                                                        00042000
           IF WRK-RUN-DATA-JA-FEITA                                     00042100
              MOVE 'A'                TO WRK-SEVERIDADE                 00042200
              MOVE 'FR05EX65'         TO WRK-PROGRAMA                   00042300
              MOVE '1000  '           TO WRK-SECAO                      00042400
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00042500
                                      TO WRK-MENSAGEM                   00042600
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00042700
              CALL 'GRAVALOG'         USING WRK-LOG                     00042800
              MOVE 08                 TO RETURN-CODE                    00042900
              GOBACK                                                    00043000
           END-IF                                                       00043100
                                                                        00043200
           PERFORM 1200-CARREGAR-FORNECEDORES                           00043300
           PERFORM 1300-CARREGAR-FORNPEC                                00043400
           PERFORM 1400-CARREGAR-PECAS                                  00043500
           PERFORM 1600-CARREGAR-DADOS-BANCARIOS                        00043550
                                                                        00043600
           OPEN INPUT MANFOR                                            00043700
           PERFORM 1120-TESTAR-WRK-FS-MANFOR                            00043800
                                                                        00043900
           PERFORM 1500-VALIDAR-CONTROLES                               00044000
                                                                        00044100
           OPEN OUTPUT FORREJ                                           00044200
           PERFORM 1140-TESTAR-WRK-FS-FORREJ.                           00044300
                                                                        00044400
      *----------------------------------------------------------------*00044500
       1000-99-FIM.                           EXIT.                     00044600
      *----------------------------------------------------------------*00044700
                                                                        00044800
      *----------------------------------------------------------------*00044900
       1110-TESTAR-WRK-FS-CADFORN             SECTION.                  00045000
      *----------------------------------------------------------------*00045100
                                                                        00045200
           IF WRK-FS-CADFORN NOT EQUAL ZEROS                            00045300
            AND WRK-FS-CADFORN NOT EQUAL '10'                           00045400
              MOVE 'FR05EX65'                    TO WRK-PROGRAMA        00045500
              MOVE 'ERRO NO ARQUIVO CADFORN'     TO WRK-MENSAGEM        00045600
              MOVE '1110'                        TO WRK-SECAO           00045700
              MOVE WRK-FS-CADFORN                TO WRK-STATUS          00045800
              PERFORM 9000-TRATAR-ERRO                                  00045900
           END-IF.                                                      00046000
                                                                        00046100
      *----------------------------------------------------------------*00046200
       1110-99-FIM.                           EXIT.                     00046300
      *----------------------------------------------------------------*00046400
                                                                        00046500
      *----------------------------------------------------------------*00046600
       1115-TESTAR-WRK-FS-FORNPEC             SECTION.                  00046700
      *----------------------------------------------------------------*00046800
                                                                        00046900
           IF WRK-FS-FORNPEC NOT EQUAL ZEROS                            00047000
            AND WRK-FS-FORNPEC NOT EQUAL '10'                           00047100
              MOVE 'FR05EX65'                    TO WRK-PROGRAMA        00047200
              MOVE 'ERRO NO ARQUIVO FORNPEC'     TO WRK-MENSAGEM        00047300
              MOVE '1115'                        TO WRK-SECAO           00047400
              MOVE WRK-FS-FORNPEC                TO WRK-STATUS          00047500
              PERFORM 9000-TRATAR-ERRO                                  00047600
           END-IF.                                                      00047700
                                                                        00047800
      *----------------------------------------------------------------*00047900
       1115-99-FIM.                           EXIT.                     00048000
      *----------------------------------------------------------------*00048100
                                                                        00048200
      *----------------------------------------------------------------*00048300
       1117-TESTAR-WRK-FS-PECAS               SECTION.                  00048400
      *----------------------------------------------------------------*00048500
                                                                        00048600
           IF WRK-FS-PECAS NOT EQUAL ZEROS                              00048700
            AND WRK-FS-PECAS NOT EQUAL '10'                             00048800
              MOVE 'FR05EX65'                    TO WRK-PROGRAMA        00048900
              MOVE 'ERRO NO ARQUIVO ARQPECAS'    TO WRK-MENSAGEM        00049000
              MOVE '1117'                        TO WRK-SECAO           00049100
              MOVE WRK-FS-PECAS                  TO WRK-STATUS          00049200
              PERFORM 9000-TRATAR-ERRO                                  00049300
           END-IF.                                                      00049400
                                                                        00049500
      *----------------------------------------------------------------*00049600
       1117-99-FIM.                           EXIT.                     00049700
      *----------------------------------------------------------------*00049800
                                                                        00049900
      *----------------------------------------------------------------*00049905
       1118-TESTAR-WRK-FS-FORNBCO             SECTION.                  00049910
      *----------------------------------------------------------------*00049915
                                                                        00049920
           IF WRK-FS-FORNBCO NOT EQUAL ZEROS                            00049925
            AND WRK-FS-FORNBCO NOT EQUAL '10'                           00049930
              MOVE 'FR05EX65'                    TO WRK-PROGRAMA        00049935
              MOVE 'ERRO NO ARQUIVO FORNBCO'     TO WRK-MENSAGEM        00049940
              MOVE '1118'                        TO WRK-SECAO           00049945
              MOVE WRK-FS-FORNBCO                TO WRK-STATUS          00049950
              PERFORM 9000-TRATAR-ERRO                                  00049955
           END-IF.                                                      00049960
                                                                        00049965
      *----------------------------------------------------------------*00049970
       1118-99-FIM.                           EXIT.                     00049975
      *----------------------------------------------------------------*00049980
                                                                        00049990
      *----------------------------------------------------------------*00050000
       1120-TESTAR-WRK-FS-MANFOR              SECTION.                  00050100
      *----------------------------------------------------------------*00050200
                                                                        00050300
           IF WRK-FS-MANFOR NOT EQUAL ZEROS                             00050400
              MOVE 'FR05EX65'                    TO WRK-PROGRAMA        00050500
              MOVE 'ERRO NO ARQUIVO MANFOR'      TO WRK-MENSAGEM        00050600
              MOVE '1120'                        TO WRK-SECAO           00050700
              MOVE WRK-FS-MANFOR                 TO WRK-STATUS          00050800
              PERFORM 9000-TRATAR-ERRO                                  00050900
           END-IF.                                                      00051000
                                                                        00051100
      *----------------------------------------------------------------*00051200
       1120-99-FIM.                           EXIT.                     00051300
      *----------------------------------------------------------------*00051400
                                                                        00051500
      *----------------------------------------------------------------*00051600
       1130-TESTAR-WRK-FS-FORNOVO             SECTION.                  00051700
      *----------------------------------------------------------------*00051800
                                                                        00051900
           IF WRK-FS-FORNOVO NOT EQUAL ZEROS                            00052000
              MOVE 'FR05EX65'                    TO WRK-PROGRAMA        00052100
              MOVE 'ERRO NO ARQUIVO FORNOVO'     TO WRK-MENSAGEM        00052200
              MOVE '1130'                        TO WRK-SECAO           00052300
              MOVE WRK-FS-FORNOVO                TO WRK-STATUS          00052400
              PERFORM 9000-TRATAR-ERRO                                  00052500
           END-IF.                                                      00052600
                                                                        00052700
      *----------------------------------------------------------------*00052800
       1130-99-FIM.                           EXIT.                     00052900
      *----------------------------------------------------------------*00053000
                                                                        00053100
      *----------------------------------------------------------------*00053200
       1135-TESTAR-WRK-FS-FPENOVO             SECTION.                  00053300
      *----------------------------------------------------------------*00053400
                                                                        00053500
           IF WRK-FS-FPENOVO NOT EQUAL ZEROS                            00053600
              MOVE 'FR05EX65'                    TO WRK-PROGRAMA        00053700
              MOVE 'ERRO NO ARQUIVO FPENOVO'     TO WRK-MENSAGEM        00053800
              MOVE '1135'                        TO WRK-SECAO           00053900
              MOVE WRK-FS-FPENOVO                TO WRK-STATUS          00054000
              PERFORM 9000-TRATAR-ERRO                                  00054100
           END-IF.                                                      00054200
                                                                        00054300
      *----------------------------------------------------------------*00054400
       1135-99-FIM.                           EXIT.                     00054500
      *----------------------------------------------------------------*00054600
                                                                        00054700
      *----------------------------------------------------------------*00054706
       1137-TESTAR-WRK-FS-FBCNOVO             SECTION.                  00054712
      *----------------------------------------------------------------*00054718
                                                                        00054724
           IF WRK-FS-FBCNOVO NOT EQUAL ZEROS                            00054730
              MOVE 'FR05EX65'                    TO WRK-PROGRAMA        00054736
              MOVE 'ERRO NO ARQUIVO FBCNOVO'     TO WRK-MENSAGEM        00054742
              MOVE '1137'                        TO WRK-SECAO           00054748
              MOVE WRK-FS-FBCNOVO                TO WRK-STATUS          00054754
              PERFORM 9000-TRATAR-ERRO                                  00054760
           END-IF.                                                      00054766
                                                                        00054772
      *----------------------------------------------------------------*00054778
       1137-99-FIM.                           EXIT.                     00054784
      *----------------------------------------------------------------*00054790
                                                                        00054795
      *----------------------------------------------------------------*00054800
       1140-TESTAR-WRK-FS-FORREJ              SECTION.                  00054900
      *----------------------------------------------------------------*00055000
                                                                        00055100
           IF WRK-FS-FORREJ NOT EQUAL ZEROS                             00055200
              MOVE 'FR05EX65'                    TO WRK-PROGRAMA        00055300
              MOVE 'ERRO NO ARQUIVO FORREJ'      TO WRK-MENSAGEM        00055400
              MOVE '1140'                        TO WRK-SECAO           00055500
              MOVE WRK-FS-FORREJ                 TO WRK-STATUS          00055600
              PERFORM 9000-TRATAR-ERRO                                  00055700
           END-IF.                                                      00055800
                                                                        00055900
      *----------------------------------------------------------------*00056000
       1140-99-FIM.                           EXIT.                     00056100
      *----------------------------------------------------------------*00056200
                                                                        00056300
      ******************************************************************00056400
      *     C A R R E G A R   F O R N E C E D O R E S                  *00056500
      ******************************************************************00056600
                                                                        00056700
      *----------------------------------------------------------------*00056800
       1200-CARREGAR-FORNECEDORES             SECTION.                  00056900
      *----------------------------------------------------------------*00057000
                                                                        00057100
           OPEN INPUT CADFORN                                           00057200
           PERFORM 1110-TESTAR-WRK-FS-CADFORN                           00057300
                                                                        00057400
           PERFORM 1210-LER-CADFORN                                     00057500
                                                                        00057600
           PERFORM 1220-GUARDAR-FORNECEDOR                              00057700
                   UNTIL WRK-FS-CADFORN EQUAL '10'                      00057800
                                                                        00057900
           CLOSE CADFORN.                                               00058000
                                                                        00058100
      *----------------------------------------------------------------*00058200
       1200-99-FIM.                           EXIT.                     00058300
      *----------------------------------------------------------------*00058400
                                                                        00058500
      *----------------------------------------------------------------*00058600
       1210-LER-CADFORN                       SECTION.                  00058700
      *----------------------------------------------------------------*00058800
                                                                        00058900
           READ CADFORN              INTO WRK-CADFORN                   00059000
                                                                        00059100
           IF WRK-FS-CADFORN EQUAL '10'                                 00059200
              GO                  TO 1210-99-FIM                        00059300
           END-IF                                                       00059400
                                                                        00059500
           PERFORM 1110-TESTAR-WRK-FS-CADFORN.                          00059600
                                                                        00059700
      *----------------------------------------------------------------*00059800
       1210-99-FIM.                           EXIT.                     00059900
      *----------------------------------------------------------------*00060000
                                                                        00060100
      *----------------------------------------------------------------*00060200
       1220-GUARDAR-FORNECEDOR                SECTION.                  00060300
      *----------------------------------------------------------------*00060400
                                                                        00060500
           IF WRK-TAB-FORN-QTDE GREATER OR EQUAL 200                    00060600
              MOVE 'FR05EX65'                    TO WRK-PROGRAMA        00060700
              MOVE 'TABELA DE FORNECEDORES CHEIA' TO WRK-MENSAGEM       00060800
              MOVE '1220'                        TO WRK-SECAO           00060900
              MOVE SPACES                        TO WRK-STATUS          00061000
              PERFORM 9000-TRATAR-ERRO                                  00061100
           END-IF                                                       00061200
                                                                        00061300
           ADD 1                     TO WRK-TAB-FORN-QTDE               00061400
           SET WRK-IDX-FORN          TO WRK-TAB-FORN-QTDE               00061500
           MOVE WRK-CADFORN          TO WRK-TAB-FORN (WRK-IDX-FORN)     00061600
                                                                        00061700
           PERFORM 1210-LER-CADFORN.                                    00061800
                                                                        00061900
      *----------------------------------------------------------------*00062000
       1220-99-FIM.                           EXIT.                     00062100
      *----------------------------------------------------------------*00062200
                                                                        00062300
      ******************************************************************00062400
      *     C A R R E G A R   R E F E R E N C I A   P E C A - F O R N  *00062500
      ******************************************************************00062600
                                                                        00062700
      *----------------------------------------------------------------*00062800
       1300-CARREGAR-FORNPEC                  SECTION.                  00062900
      *----------------------------------------------------------------*00063000
                                                                        00063100
      *    SEM REFERENCIA AINDA NAO E ERRO: O PRIMEIRO LOTE A CRIA     *00063200
           OPEN INPUT FORNPEC                                           00063300
           IF WRK-FS-FORNPEC EQUAL '35'                                 00063400
              MOVE '10'               TO WRK-FS-FORNPEC                 00063500
              GO                  TO 1300-99-FIM                        00063600
           END-IF                                                       00063700
           PERFORM 1115-TESTAR-WRK-FS-FORNPEC                           00063800
                                                                        00063900
           PERFORM 1310-LER-FORNPEC                                     00064000
                                                                        00064100
           PERFORM 1320-GUARDAR-FORNPEC                                 00064200
                   UNTIL WRK-FS-FORNPEC EQUAL '10'                      00064300
                                                                        00064400
           CLOSE FORNPEC.                                               00064500
                                                                        00064600
      *----------------------------------------------------------------*00064700
       1300-99-FIM.                           EXIT.                     00064800
      *----------------------------------------------------------------*00064900
                                                                        00065000
      *----------------------------------------------------------------*00065100
       1310-LER-FORNPEC                       SECTION.                  00065200
      *----------------------------------------------------------------*00065300
                                                                        00065400
           READ FORNPEC              INTO WRK-FORNPEC                   00065500
                                                                        00065600
           IF WRK-FS-FORNPEC EQUAL '10'                                 00065700
              GO                  TO 1310-99-FIM                        00065800
           END-IF                                                       00065900
                                                                        00066000
           PERFORM 1115-TESTAR-WRK-FS-FORNPEC.                          00066100
                                                                        00066200
      *----------------------------------------------------------------*00066300
       1310-99-FIM.                           EXIT.                     00066400
      *----------------------------------------------------------------*00066500
                                                                        00066600
      *----------------------------------------------------------------*00066700
       1320-GUARDAR-FORNPEC                   SECTION.                  00066800
      *----------------------------------------------------------------*00066900
                                                                        00067000
           IF WRK-TAB-FPE-QTDE GREATER OR EQUAL 300                     00067100
              MOVE 'FR05EX65'                    TO WRK-PROGRAMA        00067200
              MOVE 'TABELA FORNPEC CHEIA'        TO WRK-MENSAGEM        00067300
              MOVE '1320'                        TO WRK-SECAO           00067400
              MOVE SPACES                        TO WRK-STATUS          00067500
              PERFORM 9000-TRATAR-ERRO                                  00067600
           END-IF                                                       00067700
                                                                        00067800
           ADD 1                     TO WRK-TAB-FPE-QTDE                00067900
           SET WRK-IDX-FPE           TO WRK-TAB-FPE-QTDE                00068000
           MOVE WRK-FORNPEC          TO WRK-TAB-FPE-REG (WRK-IDX-FPE)   00068100
           MOVE 'N'                  TO WRK-TAB-FPE-EXCLUIDO            00068200
                                         (WRK-IDX-FPE)                  00068300
                                                                        00068400
           PERFORM 1310-LER-FORNPEC.                                    00068500
                                                                        00068600
      *----------------------------------------------------------------*00068700
       1320-99-FIM.                           EXIT.                     00068800
      *----------------------------------------------------------------*00068900
                                                                        00069000
      ******************************************************************00069100
      *     C A R R E G A R   P E C A S   D O   A R Q P E C A S        *00069200
      ******************************************************************00069300
                                                                        00069400
      *----------------------------------------------------------------*00069500
       1400-CARREGAR-PECAS                    SECTION.                  00069600
      *----------------------------------------------------------------*00069700
                                                                        00069800
           OPEN INPUT ARQPECAS                                          00069900
           PERFORM 1117-TESTAR-WRK-FS-PECAS                             00070000
                                                                        00070100
           PERFORM 1410-GUARDAR-PECA                                    00070200
                   UNTIL WRK-FS-PECAS EQUAL '10'                        00070300
                                                                        00070400
           CLOSE ARQPECAS.                                              00070500
                                                                        00070600
      *----------------------------------------------------------------*00070700
       1400-99-FIM.                           EXIT.                     00070800
      *----------------------------------------------------------------*00070900
                                                                        00071000
      *----------------------------------------------------------------*00071100
       1410-GUARDAR-PECA                      SECTION.                  00071200
      *----------------------------------------------------------------*00071300
                                                                        00071400
      *    O ARQPECAS VEM EM ORDEM DE PECA+DEPOSITO: GUARDA A PECA UMA *00071500
      *    VEZ SO; A DESCONTINUACAO VALE PARA TODOS OS DEPOSITOS       *00071600
           READ ARQPECAS             INTO WRK-ARQPECAS                  00071700
                                                                        00071800
           IF WRK-FS-PECAS EQUAL '10'                                   00071900
              GO                  TO 1410-99-FIM                        00072000
           END-IF                                                       00072100
                                                                        00072200
           PERFORM 1117-TESTAR-WRK-FS-PECAS                             00072300
                                                                        00072400
           IF FD-COD-PECA EQUAL WRK-PECA-ANTERIOR                       00072500
              GO                  TO 1410-99-FIM                        00072600
           END-IF                                                       00072700
                                                                        00072800
           IF WRK-TAB-PEC-QTDE GREATER OR EQUAL 500                     00072900
              MOVE 'FR05EX65'                    TO WRK-PROGRAMA        00073000
              MOVE 'TABELA DE PECAS CHEIA'       TO WRK-MENSAGEM        00073100
              MOVE '1410'                        TO WRK-SECAO           00073200
              MOVE SPACES                        TO WRK-STATUS          00073300
              PERFORM 9000-TRATAR-ERRO                                  00073400
           END-IF                                                       00073500
                                                                        00073600
           ADD 1                     TO WRK-TAB-PEC-QTDE                00073700
           SET WRK-IDX-PEC           TO WRK-TAB-PEC-QTDE                00073800
           MOVE FD-COD-PECA          TO WRK-TAB-PEC-COD (WRK-IDX-PEC)   00073900
           MOVE FD-SITUACAO-PECA     TO WRK-TAB-PEC-SITUACAO            00074000
                                         (WRK-IDX-PEC)                  00074100
           MOVE FD-COD-PECA          TO WRK-PECA-ANTERIOR.              00074200
                                                                        00074300
      *----------------------------------------------------------------*00074400
       1410-99-FIM.                           EXIT.                     00074500
      *----------------------------------------------------------------*00074600
                                                                        00074700
      ******************************************************************00074701
      *     C A R R E G A R   D A D O S   B A N C A R I O S            *00074702
      ******************************************************************00074703
                                                                        00074704
      *----------------------------------------------------------------*00074705
       1600-CARREGAR-DADOS-BANCARIOS          SECTION.                  00074706
      *----------------------------------------------------------------*00074707
                                                                        00074708
      *    SEM DADOS BANCARIOS AINDA NAO E ERRO: O PRIMEIRO LOTE OS    *00074709
      *    CRIA                                                        *00074710
           OPEN INPUT FORNBCO                                           00074711
           IF WRK-FS-FORNBCO EQUAL '35'                                 00074712
              MOVE '10'               TO WRK-FS-FORNBCO                 00074713
              GO                  TO 1600-99-FIM                        00074714
           END-IF                                                       00074715
           PERFORM 1118-TESTAR-WRK-FS-FORNBCO                           00074716
                                                                        00074717
           PERFORM 1610-LER-FORNBCO                                     00074718
                                                                        00074719
           PERFORM 1620-GUARDAR-DADOS-BANCARIOS                         00074720
                   UNTIL WRK-FS-FORNBCO EQUAL '10'                      00074721
                                                                        00074722
           CLOSE FORNBCO.                                               00074723
                                                                        00074724
      *----------------------------------------------------------------*00074725
       1600-99-FIM.                           EXIT.                     00074726
      *----------------------------------------------------------------*00074727
                                                                        00074728
      *----------------------------------------------------------------*00074729
       1610-LER-FORNBCO                       SECTION.                  00074730
      *----------------------------------------------------------------*00074731
                                                                        00074732
           READ FORNBCO              INTO WRK-FORNBCO                   00074733
                                                                        00074734
           IF WRK-FS-FORNBCO EQUAL '10'                                 00074735
              GO                  TO 1610-99-FIM                        00074736
           END-IF                                                       00074737
                                                                        00074738
           PERFORM 1118-TESTAR-WRK-FS-FORNBCO.                          00074739
                                                                        00074740
      *----------------------------------------------------------------*00074741
       1610-99-FIM.                           EXIT.                     00074742
      *----------------------------------------------------------------*00074743
                                                                        00074744
      *----------------------------------------------------------------*00074745
       1620-GUARDAR-DADOS-BANCARIOS           SECTION.                  00074746
      *----------------------------------------------------------------*00074747
                                                                        00074748
           IF WRK-TAB-FBC-QTDE GREATER OR EQUAL 200                     00074749
              MOVE 'FR05EX65'                    TO WRK-PROGRAMA        00074750
              MOVE 'TABELA DE DADOS BANCARIOS CHEIA'                    00074751
                                                 TO WRK-MENSAGEM        00074752
              MOVE '1620'                        TO WRK-SECAO           00074753
              MOVE SPACES                        TO WRK-STATUS          00074754
              PERFORM 9000-TRATAR-ERRO                                  00074755
           END-IF                                                       00074756
                                                                        00074757
           ADD 1                     TO WRK-TAB-FBC-QTDE                00074758
           SET WRK-IDX-FBC           TO WRK-TAB-FBC-QTDE                00074759
           MOVE WRK-FORNBCO          TO WRK-TAB-FBC-REG (WRK-IDX-FBC)   00074760
           MOVE 'N'                  TO WRK-TAB-FBC-EXCLUIDO            00074761
                                         (WRK-IDX-FBC)                  00074762
                                                                        00074763
           PERFORM 1610-LER-FORNBCO.                                    00074764
                                                                        00074765
      *----------------------------------------------------------------*00074766
       1620-99-FIM.                           EXIT.                     00074767
      *----------------------------------------------------------------*00074768
                                                                        00074784
      ******************************************************************00074800
      *   V A L I D A R   C O N T R O L E S   ( H D R / T R L )        *00074900
      ******************************************************************00075000
                                                                        00075100
      *----------------------------------------------------------------*00075200
       1500-VALIDAR-CONTROLES                 SECTION.                  00075300
      *----------------------------------------------------------------*00075400
                                                                        00075500
           MOVE 'N'                  TO WRK-TEM-HEADER                  00075600
                                        WRK-TEM-TRAILER                 00075700
           MOVE ZEROS                TO WRK-QTD-CONTROLE-MFR            00075800
                                        WRK-HASH-QTD-MIN                00075900
                                                                        00076000
           PERFORM 1540-VALIDAR-REG-MFR                                 00076100
                   UNTIL WRK-FS-MANFOR EQUAL '10'                       00076200
                                                                        00076300
           IF NOT WRK-TEM-HEADER-SIM                                    00076400
              MOVE 'MANFOR SEM REGISTRO HEADER' TO WRK-MENSAGEM         00076500
              PERFORM 1590-ERRO-CONTROLE                                00076600
           END-IF                                                       00076700
                                                                        00076800
           IF NOT WRK-TEM-TRAILER-SIM                                   00076900
              MOVE 'MANFOR SEM REGISTRO TRAILER' TO WRK-MENSAGEM        00077000
              PERFORM 1590-ERRO-CONTROLE                                00077100
           END-IF                                                       00077200
                                                                        00077300
           IF WRK-TRL-QTD-INFORMADA NOT EQUAL WRK-QTD-CONTROLE-MFR      00077400
              MOVE 'MANFOR QTDE DIVERGE DO TRAILER' TO WRK-MENSAGEM     00077500
              PERFORM 1590-ERRO-CONTROLE                                00077600
           END-IF                                                       00077700
                                                                        00077800
           IF WRK-TRL-HASH-INFORMADO NOT EQUAL WRK-HASH-QTD-MIN         00077900
              MOVE 'MANFOR HASH DIVERGE DO TRAILER' TO WRK-MENSAGEM     00078000
              PERFORM 1590-ERRO-CONTROLE                                00078100
           END-IF                                                       00078200
                                                                        00078300
           CLOSE MANFOR                                                 00078400
           OPEN INPUT MANFOR                                            00078500
           PERFORM 1120-TESTAR-WRK-FS-MANFOR.                           00078600
                                                                        00078700
      *----------------------------------------------------------------*00078800
       1500-99-FIM.                           EXIT.                     00078900
      *----------------------------------------------------------------*00079000
                                                                        00079100
      *----------------------------------------------------------------*00079200
       1540-VALIDAR-REG-MFR                   SECTION.                  00079300
      *----------------------------------------------------------------*00079400
                                                                        00079500
      *    O LOTE E APLICADO NA ORDEM DE DIGITACAO: NAO HA CONFERENCIA *00079600
      *    DE SEQUENCIA, SO DE QUANTIDADE E HASH DAS QTDES MINIMAS     *00079700
      *    (O REGISTRO BANCARIO NAO TEM QTDE MINIMA: FICA FORA DO HASH)*00079750
           READ MANFOR                                                  00079800
                                                                        00079900
           IF WRK-FS-MANFOR EQUAL '10'                                  00080000
              GO                  TO 1540-99-FIM                        00080100
           END-IF                                                       00080200
                                                                        00080300
           PERFORM 1120-TESTAR-WRK-FS-MANFOR                            00080400
                                                                        00080500
           EVALUATE FD-MFR-TIPO-REG                                     00080600
             WHEN '0'                                                   00080700
              MOVE 'S'              TO WRK-TEM-HEADER                   00080800
             WHEN '9'                                                   00080900
              MOVE 'S'              TO WRK-TEM-TRAILER                  00081000
              MOVE FD-MFR-T-QTD-REG TO WRK-TRL-QTD-INFORMADA            00081100
              MOVE FD-MFR-T-HASH-QTD-MIN                                00081200
                                    TO WRK-TRL-HASH-INFORMADO           00081300
             WHEN OTHER                                                 00081400
              ADD 1                 TO WRK-QTD-CONTROLE-MFR             00081500
              IF FD-MFR-QTD-MINIMA NUMERIC                              00081566
               AND NOT FD-MFR-REG-BANCARIO                              00081632
                 ADD FD-MFR-QTD-MINIMA TO WRK-HASH-QTD-MIN              00081700
              END-IF                                                    00081800
           END-EVALUATE.                                                00081900
                                                                        00082000
      *----------------------------------------------------------------*00082100
       1540-99-FIM.                           EXIT.                     00082200
      *----------------------------------------------------------------*00082300
                                                                        00082400
      *----------------------------------------------------------------*00082500
       1590-ERRO-CONTROLE                     SECTION.                  00082600
      *----------------------------------------------------------------*00082700
                                                                        00082800
           MOVE 'FR05EX65'           TO WRK-PROGRAMA                    00082900
           MOVE '1500'               TO WRK-SECAO                       00083000
           MOVE SPACES               TO WRK-STATUS                      00083100
           PERFORM 9000-TRATAR-ERRO.                                    00083200
                                                                        00083300
      *----------------------------------------------------------------*00083400
       1590-99-FIM.                           EXIT.                     00083500
      *----------------------------------------------------------------*00083600
                                                                        00083700
      ******************************************************************00083800
      *                     L E I T U R A S                            *00083900
      ******************************************************************00084000
                                                                        00084100
      *----------------------------------------------------------------*00084200
       2200-LER-MANFOR                        SECTION.                  00084300
      *----------------------------------------------------------------*00084400
                                                                        00084500
       2200-10-LER.                                                     00084600
            READ MANFOR                                                 00084700
                                                                        00084800
            IF WRK-FS-MANFOR NOT EQUAL '10'                             00084900
             AND (FD-MFR-TIPO-REG EQUAL '0'                             00085000
                  OR FD-MFR-TIPO-REG EQUAL '9')                         00085100
               GO                  TO 2200-10-LER                       00085200
            END-IF                                                      00085300
                                                                        00085400
            IF WRK-FS-MANFOR EQUAL '10'                                 00085500
               MOVE 'S'              TO WRK-FIM-MANFOR                  00085600
               GO                    TO 2200-99-FIM                     00085700
            END-IF                                                      00085800
                                                                        00085900
            PERFORM 1120-TESTAR-WRK-FS-MANFOR                           00086000
            ADD 1                    TO ACUM-LIDOS-MANFOR.              00086100
                                                                        00086200
      *----------------------------------------------------------------*00086300
       2200-99-FIM.                           EXIT.                     00086400
      *----------------------------------------------------------------*00086500
                                                                        00086600
      ******************************************************************00086700
      *                     P R O C E S S A R                          *00086800
      ******************************************************************00086900
                                                                        00087000
      *----------------------------------------------------------------*00087100
       3000-PROCESSAR                        SECTION.                   00087200
      *----------------------------------------------------------------*00087300
                                                                        00087400
            MOVE FD-MFR-COD-FORN       TO WRK-CHVA-COD-FORN             00087500
                                                                        00087600
            EVALUATE TRUE                                               00087700
              WHEN FD-MFR-REG-FORNECEDOR                                00087800
               PERFORM 3100-TRATAR-FORNECEDOR                           00087900
              WHEN FD-MFR-REG-VINCULO                                   00088000
               PERFORM 3500-TRATAR-VINCULO                              00088100
              WHEN FD-MFR-REG-BANCARIO                                  00088133
               PERFORM 3750-TRATAR-DADOS-BANCARIOS                      00088166
              WHEN OTHER                                                00088200
               MOVE 'TIPO DE REGISTRO INVALIDO'                         00088300
                                       TO WRK-MOTIVO-RECUSA             00088400
               PERFORM 3900-GRAVAR-RECUSA                               00088500
            END-EVALUATE                                                00088600
                                                                        00088700
            PERFORM 2200-LER-MANFOR.                                    00088800
                                                                        00088900
      *----------------------------------------------------------------*00089000
       3000-99-FIM.                           EXIT.                     00089100
      *----------------------------------------------------------------*00089200
                                                                        00089300
      *----------------------------------------------------------------*00089400
       3100-TRATAR-FORNECEDOR                 SECTION.                  00089500
      *----------------------------------------------------------------*00089600
                                                                        00089700
            PERFORM 3150-LOCALIZAR-FORNECEDOR                           00089800
                                                                        00089900
            EVALUATE TRUE                                               00090000
              WHEN FD-MFR-OP-INCLUSAO                                   00090100
               PERFORM 3200-INCLUIR-FORNECEDOR                          00090200
              WHEN NOT WRK-FORN-ACHOU-SIM                               00090300
               MOVE 'FORNECEDOR NAO CADASTRADO'                         00090400
                                       TO WRK-MOTIVO-RECUSA             00090500
               PERFORM 3900-GRAVAR-RECUSA                               00090600
              WHEN FD-MFR-OP-ALTERACAO                                  00090700
               PERFORM 3300-ALTERAR-FORNECEDOR                          00090800
              WHEN FD-MFR-OP-BLOQUEIO                                   00090900
               OR  FD-MFR-OP-REVISAO                                    00091000
               OR  FD-MFR-OP-LIBERACAO                                  00091100
               OR  FD-MFR-OP-DESATIVACAO                                00091200
               PERFORM 3400-MUDAR-SITUACAO                              00091300
              WHEN OTHER                                                00091400
               MOVE 'OPERACAO INVALIDA'                                 00091500
                                       TO WRK-MOTIVO-RECUSA             00091600
               PERFORM 3900-GRAVAR-RECUSA                               00091700
            END-EVALUATE.                                               00091800
                                                                        00091900
      *----------------------------------------------------------------*00092000
       3100-99-FIM.                           EXIT.                     00092100
      *----------------------------------------------------------------*00092200
                                                                        00092300
      *----------------------------------------------------------------*00092400
       3150-LOCALIZAR-FORNECEDOR              SECTION.                  00092500
      *----------------------------------------------------------------*00092600
                                                                        00092700
            MOVE 'N'                   TO WRK-FORN-ACHOU                00092800
                                                                        00092900
            IF WRK-TAB-FORN-QTDE EQUAL ZEROS                            00093000
             OR FD-MFR-COD-FORN EQUAL SPACES                            00093100
               GO                  TO 3150-99-FIM                       00093200
            END-IF                                                      00093300
                                                                        00093400
            SET WRK-IDX-FORN           TO 1                             00093500
            SEARCH WRK-TAB-FORN                                         00093600
              AT END                                                    00093700
                 CONTINUE                                               00093800
              WHEN WRK-IDX-FORN GREATER WRK-TAB-FORN-QTDE               00093900
                 CONTINUE                                               00094000
              WHEN WRK-TAB-FORN-CODIGO (WRK-IDX-FORN)                   00094100
                   EQUAL FD-MFR-COD-FORN                                00094200
                 MOVE 'S'              TO WRK-FORN-ACHOU                00094300
            END-SEARCH.                                                 00094400
                                                                        00094500
      *----------------------------------------------------------------*00094600
       3150-99-FIM.                           EXIT.                     00094700
      *----------------------------------------------------------------*00094800
                                                                        00094900
      *----------------------------------------------------------------*00095000
       3160-LOCALIZAR-RAZAO                   SECTION.                  00095100
      *----------------------------------------------------------------*00095200
                                                                        00095300
      *    O ARQPECAS E O FR05EX01 CASAM O FORNECEDOR PELA RAZAO       *00095400
      *    SOCIAL: ELA NAO PODE SE REPETIR NO CADASTRO                 *00095500
            MOVE 'N'                   TO WRK-RAZAO-ACHOU               00095600
                                                                        00095700
            IF WRK-TAB-FORN-QTDE EQUAL ZEROS                            00095800
               GO                  TO 3160-99-FIM                       00095900
            END-IF                                                      00096000
                                                                        00096100
            SET WRK-IDX-FORN           TO 1                             00096200
            SEARCH WRK-TAB-FORN                                         00096300
              AT END                                                    00096400
                 CONTINUE                                               00096500
              WHEN WRK-IDX-FORN GREATER WRK-TAB-FORN-QTDE               00096600
                 CONTINUE                                               00096700
              WHEN WRK-TAB-FORN-RAZAO (WRK-IDX-FORN)                    00096800
                   EQUAL FD-MFR-RAZAO                                   00096900
                 MOVE 'S'              TO WRK-RAZAO-ACHOU               00097000
            END-SEARCH.                                                 00097100
                                                                        00097200
      *----------------------------------------------------------------*00097300
       3160-99-FIM.                           EXIT.                     00097400
      *----------------------------------------------------------------*00097500
                                                                        00097600
      *----------------------------------------------------------------*00097700
       3200-INCLUIR-FORNECEDOR                SECTION.                  00097800
      *----------------------------------------------------------------*00097900
                                                                        00098000
            IF WRK-FORN-ACHOU-SIM                                       00098100
               MOVE 'FORNECEDOR JA CADASTRADO'                          00098200
                                       TO WRK-MOTIVO-RECUSA             00098300
               PERFORM 3900-GRAVAR-RECUSA                               00098400
               GO                  TO 3200-99-FIM                       00098500
            END-IF                                                      00098600
                                                                        00098700
            IF FD-MFR-COD-FORN EQUAL SPACES                             00098800
               MOVE 'CODIGO DO FORNECEDOR EM BRANCO'                    00098900
                                       TO WRK-MOTIVO-RECUSA             00099000
               PERFORM 3900-GRAVAR-RECUSA                               00099100
               GO                  TO 3200-99-FIM                       00099200
            END-IF                                                      00099300
                                                                        00099400
            IF FD-MFR-RAZAO EQUAL SPACES                                00099500
               MOVE 'RAZAO SOCIAL EM BRANCO'                            00099600
                                       TO WRK-MOTIVO-RECUSA             00099700
               PERFORM 3900-GRAVAR-RECUSA                               00099800
               GO                  TO 3200-99-FIM                       00099900
            END-IF                                                      00100000
                                                                        00100100
            PERFORM 3160-LOCALIZAR-RAZAO                                00100200
            IF WRK-RAZAO-ACHOU-SIM                                      00100300
               MOVE 'RAZAO SOCIAL JA CADASTRADA'                        00100400
                                       TO WRK-MOTIVO-RECUSA             00100500
               PERFORM 3900-GRAVAR-RECUSA                               00100600
               GO                  TO 3200-99-FIM                       00100700
            END-IF                                                      00100800
                                                                        00100900
            IF FD-MFR-PRAZO NOT NUMERIC                                 00101000
             OR FD-MFR-PRAZO EQUAL ZEROS                                00101100
               MOVE 'PRAZO DE ENTREGA INVALIDO'                         00101200
                                       TO WRK-MOTIVO-RECUSA             00101300
               PERFORM 3900-GRAVAR-RECUSA                               00101400
               GO                  TO 3200-99-FIM                       00101500
            END-IF                                                      00101600
                                                                        00101700
            IF FD-MFR-QTD-MINIMA NOT NUMERIC                            00101800
               MOVE 'QUANTIDADE MINIMA INVALIDA'                        00101900
                                       TO WRK-MOTIVO-RECUSA             00102000
               PERFORM 3900-GRAVAR-RECUSA                               00102100
               GO                  TO 3200-99-FIM                       00102200
            END-IF                                                      00102300
                                                                        00102400
            IF WRK-TAB-FORN-QTDE GREATER OR EQUAL 200                   00102500
               MOVE 'FR05EX65'                   TO WRK-PROGRAMA        00102600
               MOVE 'TABELA DE FORNECEDORES CHEIA' TO WRK-MENSAGEM      00102700
               MOVE '3200'                       TO WRK-SECAO           00102800
               MOVE SPACES                       TO WRK-STATUS          00102900
               PERFORM 9000-TRATAR-ERRO                                 00103000
            END-IF                                                      00103100
                                                                        00103200
            MOVE SPACES                TO WRK-CADFORN                   00103300
            MOVE FD-MFR-COD-FORN       TO FD-FORN-CODIGO                00103400
            MOVE FD-MFR-RAZAO          TO FD-FORN-RAZAO                 00103500
            MOVE FD-MFR-PRAZO          TO FD-FORN-PRAZO                 00103600
            MOVE FD-MFR-QTD-MINIMA     TO FD-FORN-QTD-MINIMA            00103700
            MOVE FD-MFR-CONTATO        TO FD-FORN-CONTATO               00103800
            SET FD-FORN-ATIVO          TO TRUE                          00103900
                                                                        00104000
            ADD 1                      TO WRK-TAB-FORN-QTDE             00104100
            SET WRK-IDX-FORN           TO WRK-TAB-FORN-QTDE             00104200
            MOVE WRK-CADFORN           TO WRK-TAB-FORN (WRK-IDX-FORN)   00104300
            ADD 1                      TO ACUM-INCLUSOES                00104400
                                                                        00104500
            MOVE 'CADFORN'             TO WRK-AUD-TABELA                00104600
            MOVE '3200  '              TO WRK-AUD-SECAO                 00104700
            MOVE 'I'                   TO WRK-AUD-OPERACAO              00104800
            MOVE 'FORNECEDOR'          TO WRK-AUD-CAMPO                 00104900
            MOVE SPACES                TO WRK-AUD-VALOR-ANTES           00105000
            MOVE FD-FORN-RAZAO         TO WRK-AUD-VALOR-DEPOIS          00105100
            PERFORM 3800-GRAVAR-AUDITORIA.                              00105200
                                                                        00105300
      *----------------------------------------------------------------*00105400
       3200-99-FIM.                           EXIT.                     00105500
      *----------------------------------------------------------------*00105600
                                                                        00105700
      *----------------------------------------------------------------*00105800
       3300-ALTERAR-FORNECEDOR                SECTION.                  00105900
      *----------------------------------------------------------------*00106000
                                                                        00106100
      *     CAMPO EM BRANCO NO LOTE = CAMPO NAO ALTERADO; TODOS OS     *00106200
      *     CAMPOS SAO CONFERIDOS ANTES DE QUALQUER MUDANCA            *00106300
            IF WRK-TAB-FORN-SITUACAO (WRK-IDX-FORN) EQUAL 'I'           00106400
               MOVE 'FORNECEDOR DESATIVADO'                             00106500
                                       TO WRK-MOTIVO-RECUSA             00106600
               PERFORM 3900-GRAVAR-RECUSA                               00106700
               GO                  TO 3300-99-FIM                       00106800
            END-IF                                                      00106900
                                                                        00107000
            IF FD-MFR-RAZAO NOT EQUAL SPACES                            00107100
             AND FD-MFR-RAZAO NOT EQUAL                                 00107200
                 WRK-TAB-FORN-RAZAO (WRK-IDX-FORN)                      00107300
               MOVE 'RAZAO SOCIAL NAO ALTERAVEL'                        00107400
                                       TO WRK-MOTIVO-RECUSA             00107500
               PERFORM 3900-GRAVAR-RECUSA                               00107600
               GO                  TO 3300-99-FIM                       00107700
            END-IF                                                      00107800
                                                                        00107900
            IF FD-MFR-PRAZO-X EQUAL SPACES                              00108000
             AND FD-MFR-QTD-MINIMA-X EQUAL SPACES                       00108100
             AND FD-MFR-CONTATO EQUAL SPACES                            00108200
               MOVE 'ALTERACAO SEM CAMPO INFORMADO'                     00108300
                                       TO WRK-MOTIVO-RECUSA             00108400
               PERFORM 3900-GRAVAR-RECUSA                               00108500
               GO                  TO 3300-99-FIM                       00108600
            END-IF                                                      00108700
                                                                        00108800
            IF FD-MFR-PRAZO-X NOT EQUAL SPACES                          00108900
             AND (FD-MFR-PRAZO NOT NUMERIC                              00109000
                  OR FD-MFR-PRAZO EQUAL ZEROS)                          00109100
               MOVE 'PRAZO DE ENTREGA INVALIDO'                         00109200
                                       TO WRK-MOTIVO-RECUSA             00109300
               PERFORM 3900-GRAVAR-RECUSA                               00109400
               GO                  TO 3300-99-FIM                       00109500
            END-IF                                                      00109600
                                                                        00109700
            IF FD-MFR-QTD-MINIMA-X NOT EQUAL SPACES                     00109800
             AND FD-MFR-QTD-MINIMA NOT NUMERIC                          00109900
               MOVE 'QUANTIDADE MINIMA INVALIDA'                        00110000
                                       TO WRK-MOTIVO-RECUSA             00110100
               PERFORM 3900-GRAVAR-RECUSA                               00110200
               GO                  TO 3300-99-FIM                       00110300
            END-IF                                                      00110400
                                                                        00110500
            MOVE 'CADFORN'             TO WRK-AUD-TABELA                00110600
            MOVE '3300  '              TO WRK-AUD-SECAO                 00110700
            MOVE 'A'                   TO WRK-AUD-OPERACAO              00110800
                                                                        00110900
            IF FD-MFR-PRAZO-X NOT EQUAL SPACES                          00111000
               MOVE 'PRAZO'            TO WRK-AUD-CAMPO                 00111100
               MOVE WRK-TAB-FORN-PRAZO (WRK-IDX-FORN)                   00111200
                                       TO WRK-AUD-VALOR-ANTES           00111300
               MOVE FD-MFR-PRAZO       TO WRK-TAB-FORN-PRAZO            00111400
                                          (WRK-IDX-FORN)                00111500
               MOVE FD-MFR-PRAZO-X     TO WRK-AUD-VALOR-DEPOIS          00111600
               PERFORM 3800-GRAVAR-AUDITORIA                            00111700
            END-IF                                                      00111800
                                                                        00111900
            IF FD-MFR-QTD-MINIMA-X NOT EQUAL SPACES                     00112000
               MOVE 'QTD-MINIMA'       TO WRK-AUD-CAMPO                 00112100
               MOVE WRK-TAB-FORN-QTD-MIN (WRK-IDX-FORN)                 00112200
                                       TO WRK-AUD-VALOR-ANTES           00112300
               MOVE FD-MFR-QTD-MINIMA  TO WRK-TAB-FORN-QTD-MIN          00112400
                                          (WRK-IDX-FORN)                00112500
               MOVE FD-MFR-QTD-MINIMA-X                                 00112600
                                       TO WRK-AUD-VALOR-DEPOIS          00112700
               PERFORM 3800-GRAVAR-AUDITORIA                            00112800
            END-IF                                                      00112900
                                                                        00113000
            IF FD-MFR-CONTATO NOT EQUAL SPACES                          00113100
               MOVE 'CONTATO'          TO WRK-AUD-CAMPO                 00113200
               MOVE WRK-TAB-FORN-CONTATO (WRK-IDX-FORN)                 00113300
                                       TO WRK-AUD-VALOR-ANTES           00113400
               MOVE FD-MFR-CONTATO     TO WRK-TAB-FORN-CONTATO          00113500
                                          (WRK-IDX-FORN)                00113600
                                          WRK-AUD-VALOR-DEPOIS          00113700
               PERFORM 3800-GRAVAR-AUDITORIA                            00113800
            END-IF                                                      00113900
                                                                        00114000
            ADD 1                      TO ACUM-ALTERACOES.              00114100
                                                                        00114200
      *----------------------------------------------------------------*00114300
       3300-99-FIM.                           EXIT.                     00114400
      *----------------------------------------------------------------*00114500
                                                                        00114600
      *----------------------------------------------------------------*00114700
       3400-MUDAR-SITUACAO                    SECTION.                  00114800
      *----------------------------------------------------------------*00114900
                                                                        00115000
      *     BLOQUEADO: O FR05EX01 NAO O ESCOLHE MAIS. EM REVISAO:      *00115100
      *     CONTINUA COMPRANDO, MAS O RECEBIMENTO (FR05EX07) E         *00115200
      *     APONTADO. DESATIVADO: FORA DE TUDO; SO A LIBERACAO O TRAZ  *00115300
      *     DE VOLTA                                                   *00115400
            EVALUATE TRUE                                               00115500
              WHEN FD-MFR-OP-BLOQUEIO                                   00115600
               MOVE 'B'                TO WRK-SITUACAO-NOVA             00115700
              WHEN FD-MFR-OP-REVISAO                                    00115800
               MOVE 'R'                TO WRK-SITUACAO-NOVA             00115900
              WHEN FD-MFR-OP-DESATIVACAO                                00116000
               MOVE 'I'                TO WRK-SITUACAO-NOVA             00116100
              WHEN OTHER                                                00116200
               MOVE SPACES             TO WRK-SITUACAO-NOVA             00116300
            END-EVALUATE                                                00116400
                                                                        00116500
            IF WRK-TAB-FORN-SITUACAO (WRK-IDX-FORN)                     00116600
               EQUAL WRK-SITUACAO-NOVA                                  00116700
               MOVE 'FORNECEDOR JA NESTA SITUACAO'                      00116800
                                       TO WRK-MOTIVO-RECUSA             00116900
               PERFORM 3900-GRAVAR-RECUSA                               00117000
               GO                  TO 3400-99-FIM                       00117100
            END-IF                                                      00117200
                                                                        00117300
            IF WRK-TAB-FORN-SITUACAO (WRK-IDX-FORN) EQUAL 'I'           00117400
             AND NOT FD-MFR-OP-LIBERACAO                                00117500
               MOVE 'FORNECEDOR DESATIVADO'                             00117600
                                       TO WRK-MOTIVO-RECUSA             00117700
               PERFORM 3900-GRAVAR-RECUSA                               00117800
               GO                  TO 3400-99-FIM                       00117900
            END-IF                                                      00118000
                                                                        00118100
            MOVE 'CADFORN'             TO WRK-AUD-TABELA                00118200
            MOVE '3400  '              TO WRK-AUD-SECAO                 00118300
            MOVE 'A'                   TO WRK-AUD-OPERACAO              00118400
            MOVE 'SITUACAO'            TO WRK-AUD-CAMPO                 00118500
            MOVE WRK-TAB-FORN-SITUACAO (WRK-IDX-FORN)                   00118600
                                       TO WRK-AUD-VALOR-ANTES           00118700
            MOVE WRK-SITUACAO-NOVA     TO WRK-TAB-FORN-SITUACAO         00118800
                                          (WRK-IDX-FORN)                00118900
                                          WRK-AUD-VALOR-DEPOIS          00119000
            PERFORM 3800-GRAVAR-AUDITORIA                               00119100
                                                                        00119200
            ADD 1                      TO ACUM-SITUACOES.               00119300
                                                                        00119400
      *----------------------------------------------------------------*00119500
       3400-99-FIM.                           EXIT.                     00119600
      *----------------------------------------------------------------*00119700
                                                                        00119800
      *----------------------------------------------------------------*00119900
       3500-TRATAR-VINCULO                    SECTION.                  00120000
      *----------------------------------------------------------------*00120100
                                                                        00120200
            PERFORM 3550-LOCALIZAR-VINCULO                              00120300
                                                                        00120400
            EVALUATE TRUE                                               00120500
              WHEN FD-MFR-OP-INCLUSAO                                   00120600
               PERFORM 3600-INCLUIR-VINCULO                             00120700
              WHEN FD-MFR-OP-EXCLUSAO                                   00120800
               PERFORM 3700-EXCLUIR-VINCULO                             00120900
              WHEN OTHER                                                00121000
               MOVE 'OPERACAO INVALIDA'                                 00121100
                                       TO WRK-MOTIVO-RECUSA             00121200
               PERFORM 3900-GRAVAR-RECUSA                               00121300
            END-EVALUATE.                                               00121400
                                                                        00121500
      *----------------------------------------------------------------*00121600
       3500-99-FIM.                           EXIT.                     00121700
      *----------------------------------------------------------------*00121800
                                                                        00121900
      *----------------------------------------------------------------*00122000
       3550-LOCALIZAR-VINCULO                 SECTION.                  00122100
      *----------------------------------------------------------------*00122200
                                                                        00122300
            MOVE 'N'                   TO WRK-FPE-ACHOU                 00122400
                                                                        00122500
            IF WRK-TAB-FPE-QTDE EQUAL ZEROS                             00122600
               GO                  TO 3550-99-FIM                       00122700
            END-IF                                                      00122800
                                                                        00122900
            SET WRK-IDX-FPE            TO 1                             00123000
            SEARCH WRK-TAB-FPE                                          00123100
              AT END                                                    00123200
                 CONTINUE                                               00123300
              WHEN WRK-IDX-FPE GREATER WRK-TAB-FPE-QTDE                 00123400
                 CONTINUE                                               00123500
              WHEN WRK-TAB-FPE-PECA (WRK-IDX-FPE) EQUAL FD-MFR-COD-PECA 00123600
               AND WRK-TAB-FPE-FORN (WRK-IDX-FPE) EQUAL FD-MFR-COD-FORN 00123700
               AND WRK-TAB-FPE-EXCLUIDO (WRK-IDX-FPE) EQUAL 'N'         00123800
                 MOVE 'S'              TO WRK-FPE-ACHOU                 00123900
            END-SEARCH.                                                 00124000
                                                                        00124100
      *----------------------------------------------------------------*00124200
       3550-99-FIM.                           EXIT.                     00124300
      *----------------------------------------------------------------*00124400
                                                                        00124500
      *----------------------------------------------------------------*00124600
       3560-LOCALIZAR-PECA                    SECTION.                  00124700
      *----------------------------------------------------------------*00124800
                                                                        00124900
            MOVE 'N'                   TO WRK-PEC-ACHOU                 00125000
                                                                        00125100
            IF WRK-TAB-PEC-QTDE EQUAL ZEROS                             00125200
               GO                  TO 3560-99-FIM                       00125300
            END-IF                                                      00125400
                                                                        00125500
            SET WRK-IDX-PEC            TO 1                             00125600
            SEARCH WRK-TAB-PEC                                          00125700
              AT END                                                    00125800
                 CONTINUE                                               00125900
              WHEN WRK-IDX-PEC GREATER WRK-TAB-PEC-QTDE                 00126000
                 CONTINUE                                               00126100
              WHEN WRK-TAB-PEC-COD (WRK-IDX-PEC) EQUAL FD-MFR-COD-PECA  00126200
                 MOVE 'S'              TO WRK-PEC-ACHOU                 00126300
            END-SEARCH.                                                 00126400
                                                                        00126500
      *----------------------------------------------------------------*00126600
       3560-99-FIM.                           EXIT.                     00126700
      *----------------------------------------------------------------*00126800
                                                                        00126900
      *----------------------------------------------------------------*00127000
       3600-INCLUIR-VINCULO                   SECTION.                  00127100
      *----------------------------------------------------------------*00127200
                                                                        00127300
            IF WRK-FPE-ACHOU-SIM                                        00127400
               MOVE 'VINCULO JA CADASTRADO'                             00127500
                                       TO WRK-MOTIVO-RECUSA             00127600
               PERFORM 3900-GRAVAR-RECUSA                               00127700
               GO                  TO 3600-99-FIM                       00127800
            END-IF                                                      00127900
                                                                        00128000
            PERFORM 3150-LOCALIZAR-FORNECEDOR                           00128100
            IF NOT WRK-FORN-ACHOU-SIM                                   00128200
               MOVE 'FORNECEDOR NAO CADASTRADO'                         00128300
                                       TO WRK-MOTIVO-RECUSA             00128400
               PERFORM 3900-GRAVAR-RECUSA                               00128500
               GO                  TO 3600-99-FIM                       00128600
            END-IF                                                      00128700
                                                                        00128800
            IF WRK-TAB-FORN-SITUACAO (WRK-IDX-FORN) EQUAL 'I'           00128900
               MOVE 'FORNECEDOR DESATIVADO'                             00129000
                                       TO WRK-MOTIVO-RECUSA             00129100
               PERFORM 3900-GRAVAR-RECUSA                               00129200
               GO                  TO 3600-99-FIM                       00129300
            END-IF                                                      00129400
                                                                        00129500
            PERFORM 3560-LOCALIZAR-PECA                                 00129600
            IF NOT WRK-PEC-ACHOU-SIM                                    00129700
               MOVE 'PECA NAO CADASTRADA'                               00129800
                                       TO WRK-MOTIVO-RECUSA             00129900
               PERFORM 3900-GRAVAR-RECUSA                               00130000
               GO                  TO 3600-99-FIM                       00130100
            END-IF                                                      00130200
                                                                        00130300
            IF WRK-TAB-PEC-SITUACAO (WRK-IDX-PEC) EQUAL 'D'             00130400
               MOVE 'PECA DESCONTINUADA'                                00130500
                                       TO WRK-MOTIVO-RECUSA             00130600
               PERFORM 3900-GRAVAR-RECUSA                               00130700
               GO                  TO 3600-99-FIM                       00130800
            END-IF                                                      00130900
                                                                        00131000
            IF WRK-TAB-FPE-QTDE GREATER OR EQUAL 300                    00131100
               MOVE 'FR05EX65'                   TO WRK-PROGRAMA        00131200
               MOVE 'TABELA FORNPEC CHEIA'       TO WRK-MENSAGEM        00131300
               MOVE '3600'                       TO WRK-SECAO           00131400
               MOVE SPACES                       TO WRK-STATUS          00131500
               PERFORM 9000-TRATAR-ERRO                                 00131600
            END-IF                                                      00131700
                                                                        00131800
            MOVE SPACES                TO WRK-FORNPEC                   00131900
            MOVE FD-MFR-COD-PECA       TO FD-FPE-COD-PECA               00132000
            MOVE FD-MFR-COD-FORN       TO FD-FPE-COD-FORN               00132100
                                                                        00132200
            ADD 1                      TO WRK-TAB-FPE-QTDE              00132300
            SET WRK-IDX-FPE            TO WRK-TAB-FPE-QTDE              00132400
            MOVE WRK-FORNPEC           TO WRK-TAB-FPE-REG (WRK-IDX-FPE) 00132500
            MOVE 'N'                   TO WRK-TAB-FPE-EXCLUIDO          00132600
                                          (WRK-IDX-FPE)                 00132700
            ADD 1                      TO ACUM-VINC-INCLUIDOS           00132800
                                                                        00132900
            MOVE 'FORNPEC'             TO WRK-AUD-TABELA                00133000
            MOVE '3600  '              TO WRK-AUD-SECAO                 00133100
            MOVE 'I'                   TO WRK-AUD-OPERACAO              00133200
            MOVE 'VINCULO'             TO WRK-AUD-CAMPO                 00133300
            MOVE SPACES                TO WRK-AUD-VALOR-ANTES           00133400
            MOVE WRK-FORNPEC           TO WRK-AUD-VALOR-DEPOIS          00133500
            PERFORM 3800-GRAVAR-AUDITORIA.                              00133600
                                                                        00133700
      *----------------------------------------------------------------*00133800
       3600-99-FIM.                           EXIT.                     00133900
      *----------------------------------------------------------------*00134000
                                                                        00134100
      *----------------------------------------------------------------*00134200
       3700-EXCLUIR-VINCULO                   SECTION.                  00134300
      *----------------------------------------------------------------*00134400
                                                                        00134500
            IF NOT WRK-FPE-ACHOU-SIM                                    00134600
               MOVE 'VINCULO INEXISTENTE'                               00134700
                                       TO WRK-MOTIVO-RECUSA             00134800
               PERFORM 3900-GRAVAR-RECUSA                               00134900
               GO                  TO 3700-99-FIM                       00135000
            END-IF                                                      00135100
                                                                        00135200
            MOVE 'S'                   TO WRK-TAB-FPE-EXCLUIDO          00135300
                                          (WRK-IDX-FPE)                 00135400
            ADD 1                      TO ACUM-VINC-EXCLUIDOS           00135500
                                                                        00135600
            MOVE 'FORNPEC'             TO WRK-AUD-TABELA                00135700
            MOVE '3700  '              TO WRK-AUD-SECAO                 00135800
            MOVE 'D'                   TO WRK-AUD-OPERACAO              00135900
            MOVE 'VINCULO'             TO WRK-AUD-CAMPO                 00136000
            MOVE WRK-TAB-FPE-REG (WRK-IDX-FPE)                          00136100
                                       TO WRK-AUD-VALOR-ANTES           00136200
            MOVE SPACES                TO WRK-AUD-VALOR-DEPOIS          00136300
            PERFORM 3800-GRAVAR-AUDITORIA.                              00136400
                                                                        00136500
      *----------------------------------------------------------------*00136600
       3700-99-FIM.                           EXIT.                     00136700
      *----------------------------------------------------------------*00136800
                                                                        00136900
      *----------------------------------------------------------------*00136901
       3750-TRATAR-DADOS-BANCARIOS            SECTION.                  00136902
      *----------------------------------------------------------------*00136903
                                                                        00136904
      *     O REGISTRO BANCARIO TRAZ TODOS OS CAMPOS, TAMBEM NA        *00136905
      *     ALTERACAO: OS DADOS ANTERIORES SAO SUBSTITUIDOS POR INTEIRO*00136906
            PERFORM 3150-LOCALIZAR-FORNECEDOR                           00136907
                                                                        00136908
            IF NOT WRK-FORN-ACHOU-SIM                                   00136909
               MOVE 'FORNECEDOR NAO CADASTRADO'                         00136910
                                       TO WRK-MOTIVO-RECUSA             00136911
               PERFORM 3900-GRAVAR-RECUSA                               00136912
               GO                  TO 3750-99-FIM                       00136913
            END-IF                                                      00136914
                                                                        00136915
            PERFORM 3760-LOCALIZAR-DADOS-BANCARIOS                      00136916
                                                                        00136917
            EVALUATE TRUE                                               00136918
              WHEN FD-MFR-OP-INCLUSAO                                   00136919
               PERFORM 3770-INCLUIR-DADOS-BANCARIOS                     00136920
              WHEN FD-MFR-OP-ALTERACAO                                  00136921
               PERFORM 3780-ALTERAR-DADOS-BANCARIOS                     00136922
              WHEN FD-MFR-OP-EXCLUSAO                                   00136923
               PERFORM 3790-EXCLUIR-DADOS-BANCARIOS                     00136924
              WHEN OTHER                                                00136925
               MOVE 'OPERACAO INVALIDA'                                 00136926
                                       TO WRK-MOTIVO-RECUSA             00136927
               PERFORM 3900-GRAVAR-RECUSA                               00136928
            END-EVALUATE.                                               00136929
                                                                        00136930
      *----------------------------------------------------------------*00136931
       3750-99-FIM.                           EXIT.                     00136932
      *----------------------------------------------------------------*00136933
                                                                        00136934
      *----------------------------------------------------------------*00136935
       3760-LOCALIZAR-DADOS-BANCARIOS         SECTION.                  00136936
      *----------------------------------------------------------------*00136937
                                                                        00136938
            MOVE 'N'                   TO WRK-FBC-ACHOU                 00136939
                                                                        00136940
            IF WRK-TAB-FBC-QTDE EQUAL ZEROS                             00136941
               GO                  TO 3760-99-FIM                       00136942
            END-IF                                                      00136943
                                                                        00136944
            SET WRK-IDX-FBC            TO 1                             00136945
            SEARCH WRK-TAB-FBC                                          00136946
              AT END                                                    00136947
                 CONTINUE                                               00136948
              WHEN WRK-IDX-FBC GREATER WRK-TAB-FBC-QTDE                 00136949
                 CONTINUE                                               00136950
              WHEN WRK-TAB-FBC-FORN (WRK-IDX-FBC) EQUAL FD-MFR-COD-FORN 00136951
               AND WRK-TAB-FBC-EXCLUIDO (WRK-IDX-FBC) EQUAL 'N'         00136952
                 MOVE 'S'              TO WRK-FBC-ACHOU                 00136953
            END-SEARCH.                                                 00136954
                                                                        00136955
      *----------------------------------------------------------------*00136956
       3760-99-FIM.                           EXIT.                     00136957
      *----------------------------------------------------------------*00136958
                                                                        00136959
      *----------------------------------------------------------------*00136960
       3765-CONFERIR-DADOS-BANCARIOS          SECTION.                  00136961
      *----------------------------------------------------------------*00136962
                                                                        00136963
      *     DEVOLVE O MOTIVO DA RECUSA, OU BRANCOS SE O REGISTRO ESTA  *00136964
      *     EM ORDEM; O FORNECEDOR JA FOI LOCALIZADO (WRK-IDX-FORN)    *00136965
            MOVE SPACES                TO WRK-MOTIVO-RECUSA             00136966
                                                                        00136967
            IF WRK-TAB-FORN-SITUACAO (WRK-IDX-FORN) EQUAL 'I'           00136968
               MOVE 'FORNECEDOR DESATIVADO'                             00136969
                                       TO WRK-MOTIVO-RECUSA             00136970
               GO                  TO 3765-99-FIM                       00136971
            END-IF                                                      00136972
                                                                        00136973
            IF FD-MFR-B-BANCO NOT NUMERIC                               00136974
             OR FD-MFR-B-BANCO EQUAL '000'                              00136975
               MOVE 'BANCO INVALIDO'   TO WRK-MOTIVO-RECUSA             00136976
               GO                  TO 3765-99-FIM                       00136977
            END-IF                                                      00136978
                                                                        00136979
            IF FD-MFR-B-AGENCIA NOT NUMERIC                             00136980
               MOVE 'AGENCIA INVALIDA' TO WRK-MOTIVO-RECUSA             00136981
               GO                  TO 3765-99-FIM                       00136982
            END-IF                                                      00136983
                                                                        00136984
            IF FD-MFR-B-CONTA EQUAL SPACES                              00136985
               MOVE 'CONTA EM BRANCO'  TO WRK-MOTIVO-RECUSA             00136986
               GO                  TO 3765-99-FIM                       00136987
            END-IF                                                      00136988
                                                                        00136989
            IF FD-MFR-B-TIPO-CONTA NOT EQUAL 'C'                        00136990
             AND FD-MFR-B-TIPO-CONTA NOT EQUAL 'P'                      00136991
               MOVE 'TIPO DE CONTA INVALIDO'                            00136992
                                       TO WRK-MOTIVO-RECUSA             00136993
               GO                  TO 3765-99-FIM                       00136994
            END-IF                                                      00136995
                                                                        00136996
            IF FD-MFR-B-CNPJ NOT NUMERIC                                00136997
             OR FD-MFR-B-CNPJ-N EQUAL ZEROS                             00136998
               MOVE 'CNPJ INVALIDO'    TO WRK-MOTIVO-RECUSA             00136999
            END-IF.                                                     00137000
                                                                        00137001
      *----------------------------------------------------------------*00137002
       3765-99-FIM.                           EXIT.                     00137003
      *----------------------------------------------------------------*00137004
                                                                        00137005
      *----------------------------------------------------------------*00137006
       3770-INCLUIR-DADOS-BANCARIOS           SECTION.                  00137007
      *----------------------------------------------------------------*00137008
                                                                        00137009
            IF WRK-FBC-ACHOU-SIM                                        00137010
               MOVE 'DADOS BANCARIOS JA CADASTRADOS'                    00137011
                                       TO WRK-MOTIVO-RECUSA             00137012
               PERFORM 3900-GRAVAR-RECUSA                               00137013
               GO                  TO 3770-99-FIM                       00137014
            END-IF                                                      00137015
                                                                        00137016
            PERFORM 3765-CONFERIR-DADOS-BANCARIOS                       00137017
            IF WRK-MOTIVO-RECUSA NOT EQUAL SPACES                       00137018
               PERFORM 3900-GRAVAR-RECUSA                               00137019
               GO                  TO 3770-99-FIM                       00137020
            END-IF                                                      00137021
                                                                        00137022
            IF WRK-TAB-FBC-QTDE GREATER OR EQUAL 200                    00137023
               MOVE 'FR05EX65'                   TO WRK-PROGRAMA        00137024
               MOVE 'TABELA DE DADOS BANCARIOS CHEIA'                   00137025
                                                 TO WRK-MENSAGEM        00137026
               MOVE '3770'                       TO WRK-SECAO           00137027
               MOVE SPACES                       TO WRK-STATUS          00137028
               PERFORM 9000-TRATAR-ERRO                                 00137029
            END-IF                                                      00137030
                                                                        00137031
            PERFORM 3785-MONTAR-DADOS-BANCARIOS                         00137032
                                                                        00137033
            ADD 1                      TO WRK-TAB-FBC-QTDE              00137034
            SET WRK-IDX-FBC            TO WRK-TAB-FBC-QTDE              00137035
            MOVE WRK-FORNBCO           TO WRK-TAB-FBC-REG (WRK-IDX-FBC) 00137036
            MOVE 'N'                   TO WRK-TAB-FBC-EXCLUIDO          00137037
                                          (WRK-IDX-FBC)                 00137038
            ADD 1                      TO ACUM-BANC-INCLUIDOS           00137039
                                                                        00137040
            MOVE 'FORNBCO'             TO WRK-AUD-TABELA                00137041
            MOVE '3770  '              TO WRK-AUD-SECAO                 00137042
            MOVE 'I'                   TO WRK-AUD-OPERACAO              00137043
            MOVE 'DADOS BANC'          TO WRK-AUD-CAMPO                 00137044
            MOVE SPACES                TO WRK-AUD-VALOR-ANTES           00137045
            PERFORM 3795-FORMATAR-AUDITORIA                             00137046
            MOVE WRK-AUD-BANCARIO      TO WRK-AUD-VALOR-DEPOIS          00137047
            PERFORM 3800-GRAVAR-AUDITORIA.                              00137048
                                                                        00137049
      *----------------------------------------------------------------*00137050
       3770-99-FIM.                           EXIT.                     00137051
      *----------------------------------------------------------------*00137052
                                                                        00137053
      *----------------------------------------------------------------*00137054
       3780-ALTERAR-DADOS-BANCARIOS           SECTION.                  00137055
      *----------------------------------------------------------------*00137056
                                                                        00137057
            IF NOT WRK-FBC-ACHOU-SIM                                    00137058
               MOVE 'DADOS BANCARIOS INEXISTENTES'                      00137059
                                       TO WRK-MOTIVO-RECUSA             00137060
               PERFORM 3900-GRAVAR-RECUSA                               00137061
               GO                  TO 3780-99-FIM                       00137062
            END-IF                                                      00137063
                                                                        00137064
            PERFORM 3765-CONFERIR-DADOS-BANCARIOS                       00137065
            IF WRK-MOTIVO-RECUSA NOT EQUAL SPACES                       00137066
               PERFORM 3900-GRAVAR-RECUSA                               00137067
               GO                  TO 3780-99-FIM                       00137068
            END-IF                                                      00137069
                                                                        00137070
            MOVE 'FORNBCO'             TO WRK-AUD-TABELA                00137071
            MOVE '3780  '              TO WRK-AUD-SECAO                 00137072
            MOVE 'A'                   TO WRK-AUD-OPERACAO              00137073
            MOVE 'DADOS BANC'          TO WRK-AUD-CAMPO                 00137074
            MOVE WRK-TAB-FBC-REG (WRK-IDX-FBC)                          00137075
                                       TO WRK-FORNBCO                   00137076
            PERFORM 3795-FORMATAR-AUDITORIA                             00137077
            MOVE WRK-AUD-BANCARIO      TO WRK-AUD-VALOR-ANTES           00137078
                                                                        00137079
            PERFORM 3785-MONTAR-DADOS-BANCARIOS                         00137080
            MOVE WRK-FORNBCO           TO WRK-TAB-FBC-REG (WRK-IDX-FBC) 00137081
            ADD 1                      TO ACUM-BANC-ALTERADOS           00137082
                                                                        00137083
            PERFORM 3795-FORMATAR-AUDITORIA                             00137084
            MOVE WRK-AUD-BANCARIO      TO WRK-AUD-VALOR-DEPOIS          00137085
            PERFORM 3800-GRAVAR-AUDITORIA.                              00137086
                                                                        00137087
      *----------------------------------------------------------------*00137088
       3780-99-FIM.                           EXIT.                     00137089
      *----------------------------------------------------------------*00137090
                                                                        00137091
      *----------------------------------------------------------------*00137092
       3785-MONTAR-DADOS-BANCARIOS            SECTION.                  00137093
      *----------------------------------------------------------------*00137094
                                                                        00137095
      *     O TITULAR DA CONTA E A RAZAO SOCIAL DO CADASTRO, QUE NAO   *00137096
      *     E ALTERAVEL                                                *00137097
            MOVE SPACES                TO WRK-FORNBCO                   00137098
            MOVE FD-MFR-B-COD-FORN     TO FD-FBC-COD-FORN               00137099
            MOVE FD-MFR-B-BANCO        TO FD-FBC-BANCO                  00137100
            MOVE FD-MFR-B-AGENCIA      TO FD-FBC-AGENCIA                00137101
            MOVE FD-MFR-B-AGENCIA-DV   TO FD-FBC-AGENCIA-DV             00137102
            MOVE FD-MFR-B-CONTA        TO FD-FBC-CONTA                  00137103
            MOVE FD-MFR-B-CONTA-DV     TO FD-FBC-CONTA-DV               00137104
            MOVE FD-MFR-B-TIPO-CONTA   TO FD-FBC-TIPO-CONTA             00137105
            MOVE FD-MFR-B-CNPJ-N       TO FD-FBC-CNPJ                   00137106
            MOVE WRK-TAB-FORN-RAZAO (WRK-IDX-FORN)                      00137107
                                       TO FD-FBC-TITULAR.               00137108
                                                                        00137109
      *----------------------------------------------------------------*00137110
       3785-99-FIM.                           EXIT.                     00137111
      *----------------------------------------------------------------*00137112
                                                                        00137113
      *----------------------------------------------------------------*00137114
       3790-EXCLUIR-DADOS-BANCARIOS           SECTION.                  00137115
      *----------------------------------------------------------------*00137116
                                                                        00137117
            IF NOT WRK-FBC-ACHOU-SIM                                    00137118
               MOVE 'DADOS BANCARIOS INEXISTENTES'                      00137119
                                       TO WRK-MOTIVO-RECUSA             00137120
               PERFORM 3900-GRAVAR-RECUSA                               00137121
               GO                  TO 3790-99-FIM                       00137122
            END-IF                                                      00137123
                                                                        00137124
            MOVE 'S'                   TO WRK-TAB-FBC-EXCLUIDO          00137125
                                          (WRK-IDX-FBC)                 00137126
            ADD 1                      TO ACUM-BANC-EXCLUIDOS           00137127
                                                                        00137128
            MOVE 'FORNBCO'             TO WRK-AUD-TABELA                00137129
            MOVE '3790  '              TO WRK-AUD-SECAO                 00137130
            MOVE 'D'                   TO WRK-AUD-OPERACAO              00137131
            MOVE 'DADOS BANC'          TO WRK-AUD-CAMPO                 00137132
            MOVE WRK-TAB-FBC-REG (WRK-IDX-FBC)                          00137133
                                       TO WRK-FORNBCO                   00137134
            PERFORM 3795-FORMATAR-AUDITORIA                             00137135
            MOVE WRK-AUD-BANCARIO      TO WRK-AUD-VALOR-ANTES           00137136
            MOVE SPACES                TO WRK-AUD-VALOR-DEPOIS          00137137
            PERFORM 3800-GRAVAR-AUDITORIA.                              00137138
                                                                        00137139
      *----------------------------------------------------------------*00137140
       3790-99-FIM.                           EXIT.                     00137141
      *----------------------------------------------------------------*00137142
                                                                        00137143
      *----------------------------------------------------------------*00137144
       3795-FORMATAR-AUDITORIA                SECTION.                  00137145
      *----------------------------------------------------------------*00137146
                                                                        00137147
            MOVE FD-FBC-BANCO          TO WRK-AUDB-BANCO                00137148
            MOVE FD-FBC-AGENCIA        TO WRK-AUDB-AGENCIA              00137149
            MOVE FD-FBC-AGENCIA-DV     TO WRK-AUDB-AGENCIA-DV           00137150
            MOVE FD-FBC-CONTA          TO WRK-AUDB-CONTA                00137151
            MOVE FD-FBC-CONTA-DV       TO WRK-AUDB-CONTA-DV             00137152
            MOVE FD-FBC-TIPO-CONTA     TO WRK-AUDB-TIPO-CONTA           00137153
            MOVE FD-FBC-CNPJ           TO WRK-AUDB-CNPJ.                00137154
                                                                        00137155
      *----------------------------------------------------------------*00137156
       3795-99-FIM.                           EXIT.                     00137157
      *----------------------------------------------------------------*00137158
                                                                        00137159
      *----------------------------------------------------------------*00137160
      *    O CODIGO DO FORNECEDOR NAO CABE NO ID DA TRILHA: VAI NA     *00137161
      *    CHAVE; NO VINCULO A PECA VAI NO VALOR (REGISTRO FORNPEC)    *00137200
      *----------------------------------------------------------------*00137300
       3800-GRAVAR-AUDITORIA                  SECTION.                  00137400
      *----------------------------------------------------------------*00137500
                                                                        00137600
            MOVE 'FR05EX65'            TO WRK-AUD-PROGRAMA              00137700
            MOVE ZEROS                 TO WRK-AUD-ID                    00137800
            MOVE SPACES                TO WRK-AUD-USUARIO               00137900
            MOVE WRK-CHAVE-AUD         TO WRK-AUD-CHAVE                 00138000
            CALL 'GRAVAUD'             USING WRK-AUDITORIA.             00138100
                                                                        00138200
      *----------------------------------------------------------------*00138300
       3800-99-FIM.                           EXIT.                     00138400
      *----------------------------------------------------------------*00138500
                                                                        00138600
      *----------------------------------------------------------------*00138700
       3900-GRAVAR-RECUSA                     SECTION.                  00138800
      *----------------------------------------------------------------*00138900
                                                                        00139000
            MOVE FD-MANFOR             TO FD-FRJ-TRANSACAO              00139100
            MOVE WRK-MOTIVO-RECUSA     TO FD-FRJ-MOTIVO                 00139200
            WRITE FD-FORREJ                                             00139300
            PERFORM 1140-TESTAR-WRK-FS-FORREJ                           00139400
            ADD 1                      TO ACUM-RECUSADAS                00139500
                                                                        00139600
            MOVE 'A'                   TO WRK-SEVERIDADE                00139700
            MOVE 'FR05EX65'            TO WRK-PROGRAMA                  00139800
            MOVE '3900  '              TO WRK-SECAO                     00139900
            MOVE WRK-MOTIVO-RECUSA     TO WRK-MENSAGEM                  00140000
            MOVE WRK-CHAVE-AUD         TO WRK-STATUS                    00140100
            CALL 'GRAVALOG'            USING WRK-LOG.                   00140200
                                                                        00140300
      *----------------------------------------------------------------*00140400
       3900-99-FIM.                           EXIT.                     00140500
      *----------------------------------------------------------------*00140600
                                                                        00140700
      ******************************************************************00140800
      *                     F I N A L I Z A R                          *00140900
      ******************************************************************00141000
                                                                        00141100
      *----------------------------------------------------------------*00141200
       4000-FINALIZAR                        SECTION.                   00141300
      *----------------------------------------------------------------*00141400
                                                                        00141500
            OPEN OUTPUT FORNOVO                                         00141600
                 OUTPUT FPENOVO                                         00141700
                 OUTPUT FBCNOVO                                         00141750
            PERFORM 1130-TESTAR-WRK-FS-FORNOVO                          00141800
            PERFORM 1135-TESTAR-WRK-FS-FPENOVO                          00141900
            PERFORM 1137-TESTAR-WRK-FS-FBCNOVO                          00141950
                                                                        00142000
            PERFORM 4100-GRAVAR-FORNECEDOR                              00142100
                    VARYING WRK-IDX-FORN FROM 1 BY 1                    00142200
                    UNTIL WRK-IDX-FORN GREATER WRK-TAB-FORN-QTDE        00142300
                                                                        00142400
            PERFORM 4200-GRAVAR-VINCULO                                 00142500
                    VARYING WRK-IDX-FPE FROM 1 BY 1                     00142600
                    UNTIL WRK-IDX-FPE GREATER WRK-TAB-FPE-QTDE          00142700
            PERFORM 4300-GRAVAR-DADOS-BANCARIOS                         00142725
                    VARYING WRK-IDX-FBC FROM 1 BY 1                     00142750
                    UNTIL WRK-IDX-FBC GREATER WRK-TAB-FBC-QTDE          00142775
                                                                        00142800
            CLOSE MANFOR                                                00142900
                  FORNOVO                                               00143000
                  FPENOVO                                               00143100
                  FBCNOVO                                               00143150
                  FORREJ                                                00143200
                                                                        00143300
            DISPLAY '*************************************************' 00143400
            DISPLAY '     MANUTENCAO DO CADASTRO DE FORNECEDORES      ' 00143500
            DISPLAY '                                                 ' 00143600
            DISPLAY '  LIDOS MANFOR        :  ' ACUM-LIDOS-MANFOR       00143700
            DISPLAY '  GRAVADOS FORNOVO    :  ' ACUM-GRAV-FORNOVO       00143800
            DISPLAY '  GRAVADOS FPENOVO    :  ' ACUM-GRAV-FPENOVO       00143900
            DISPLAY '  GRAVADOS FBCNOVO    :  ' ACUM-GRAV-FBCNOVO       00143950
            DISPLAY '  INCLUSOES           :  ' ACUM-INCLUSOES          00144000
            DISPLAY '  ALTERACOES          :  ' ACUM-ALTERACOES         00144100
            DISPLAY '  MUDANCAS SITUACAO   :  ' ACUM-SITUACOES          00144200
            DISPLAY '  VINCULOS INCLUIDOS  :  ' ACUM-VINC-INCLUIDOS     00144300
            DISPLAY '  VINCULOS EXCLUIDOS  :  ' ACUM-VINC-EXCLUIDOS     00144400
            DISPLAY '  BANCOS INCLUIDOS    :  ' ACUM-BANC-INCLUIDOS     00144425
            DISPLAY '  BANCOS ALTERADOS    :  ' ACUM-BANC-ALTERADOS     00144450
            DISPLAY '  BANCOS EXCLUIDOS    :  ' ACUM-BANC-EXCLUIDOS     00144475
            DISPLAY '  RECUSADAS           :  ' ACUM-RECUSADAS          00144500
            DISPLAY '                                                 ' 00144600
            DISPLAY '*************************************************'.00144700
                                                                        00144800
      *----------------------------------------------------------------*00144900
       4000-99-FIM.                           EXIT.                     00145000
      *----------------------------------------------------------------*00145100
                                                                        00145200
      *----------------------------------------------------------------*00145300
       4100-GRAVAR-FORNECEDOR                 SECTION.                  00145400
      *----------------------------------------------------------------*00145500
                                                                        00145600
            WRITE FD-FORNOVO           FROM WRK-TAB-FORN (WRK-IDX-FORN) 00145700
            PERFORM 1130-TESTAR-WRK-FS-FORNOVO                          00145800
            ADD 1                      TO ACUM-GRAV-FORNOVO.            00145900
                                                                        00146000
      *----------------------------------------------------------------*00146100
       4100-99-FIM.                           EXIT.                     00146200
      *----------------------------------------------------------------*00146300
                                                                        00146400
      *----------------------------------------------------------------*00146500
       4200-GRAVAR-VINCULO                    SECTION.                  00146600
      *----------------------------------------------------------------*00146700
                                                                        00146800
            IF WRK-TAB-FPE-EXCLUIDO (WRK-IDX-FPE) EQUAL 'S'             00146900
               GO                  TO 4200-99-FIM                       00147000
            END-IF                                                      00147100
                                                                        00147200
            WRITE FD-FPENOVO    FROM WRK-TAB-FPE-REG (WRK-IDX-FPE)      00147201
            PERFORM 1135-TESTAR-WRK-FS-FPENOVO                          00147400
            ADD 1                      TO ACUM-GRAV-FPENOVO.            00147500
                                                                        00147600
      *----------------------------------------------------------------*00147700
       4200-99-FIM.                           EXIT.                     00147800
      *----------------------------------------------------------------*00147900
                                                                        00148000
      *----------------------------------------------------------------*00148006
       4300-GRAVAR-DADOS-BANCARIOS            SECTION.                  00148012
      *----------------------------------------------------------------*00148018
                                                                        00148024
            IF WRK-TAB-FBC-EXCLUIDO (WRK-IDX-FBC) EQUAL 'S'             00148030
               GO                  TO 4300-99-FIM                       00148036
            END-IF                                                      00148042
                                                                        00148048
            WRITE FD-FBCNOVO    FROM WRK-TAB-FBC-REG (WRK-IDX-FBC)      00148054
            PERFORM 1137-TESTAR-WRK-FS-FBCNOVO                          00148060
            ADD 1                      TO ACUM-GRAV-FBCNOVO.            00148066
                                                                        00148072
      *----------------------------------------------------------------*00148078
       4300-99-FIM.                           EXIT.                     00148084
      *----------------------------------------------------------------*00148090
                                                                        00148095
      ******************************************************************00148100
      *                   T R A T A R  E R R O                         *00148200
      ******************************************************************00148300
       9000-TRATAR-ERRO                     SECTION.                    00148400
      *----------------------------------------------------------------*00148500
                  MOVE 'F'                TO WRK-SEVERIDADE             00148600
                  CALL 'GRAVALOG'         USING WRK-LOG                 00148700
                  MOVE 16                 TO RETURN-CODE                00148800
                  GOBACK.                                               00148900
      *----------------------------------------------------------------*00149000
       9000-99-FIM.                           EXIT.                     00149100
      *----------------------------------------------------------------*00149200
